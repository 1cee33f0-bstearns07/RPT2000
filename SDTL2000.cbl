      *                  range - so a disputed YTD balance on the
      *                  SRPT2000 report can be walked back invoice
      *                  by invoice. The listing totals the signed
      *                  amounts of every line it prints. A fiscal
      *                  year keyed on the card limits the listing to
      *                  detail posted in that year and reads the
      *                  yearly sales detail archive as well, so a
      *                  prior-year audit can still be listed after
      *                  year-end has emptied the live history
      * File Desc......: Define the sole source code for the sales
      *                  detail listing program
      ******************************************************************

       FILE-CONTROL.
           SELECT SALESDTL ASSIGN TO SALESDTL.
           SELECT ARCHDTL  ASSIGN TO ARCHDTL.
           SELECT DTLSEL   ASSIGN TO DTLSEL.
           SELECT DTLRPT   ASSIGN TO DTLRPT.


      *****************************************************************
      * One posted transaction on the cumulative sales detail
      * history file. It is read into SALES-DETAIL-RECORD below,
      * where it is tested the same as an archived record
      *****************************************************************
       01  SALESDTL-RECORD         PIC X(40).

       FD  ARCHDTL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One posted transaction on the yearly sales detail archive,
      * copied there from the live history at year-end exactly as
      * it stood. It is only read when a fiscal year is keyed
      *****************************************************************
       01  ARCHDTL-RECORD          PIC X(40).

       FD  DTLSEL
           RECORDING MODE IS F
      * customer across an invoice date range. The from/to dates are
      * optional on a "C" or "B" card - keyed, they narrow the
      * listing to invoices inside the range; left as spaces, the
      * whole history qualifies. The fiscal year is optional on any
      * card - keyed, only detail posted in that year is listed,
      * from the archive as well as the live history
      *****************************************************************
       01  DETAIL-SELECT-RECORD.
           05  DS-SELECT-TYPE          PIC X(1).
           05  DS-TO-DATE              PIC X(8).
           05  DS-TO-DATE-9 REDEFINES DS-TO-DATE
                                       PIC 9(8).
           05  DS-FISCAL-YEAR          PIC X(4).
           05  DS-FISCAL-YEAR-9 REDEFINES DS-FISCAL-YEAR
                                       PIC 9(4).
           05  FILLER                  PIC X(2).

       FD  DTLRPT
           RECORDING MODE IS F
      * whether the selection card failed its edits
       01  SWITCHES.
           05  SALESDTL-EOF-SWITCH     PIC X    VALUE "N".
           05  ARCHDTL-EOF-SWITCH      PIC X    VALUE "N".
           05  DTLSEL-EOF-SWITCH       PIC X    VALUE "N".
           05  SELECTION-BAD-SWITCH    PIC X    VALUE "N".
      * Controls spacing on the listing and when to print headings
      * Totals for the listing trailer
       01  TOTAL-FIELDS.
           05  TOTAL-RECORDS-READ      PIC S9(7)      VALUE ZERO.
           05  TOTAL-ARCHIVE-READ      PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-LISTED    PIC S9(7)      VALUE ZERO.
           05  TOTAL-NET-AMOUNT        PIC S9(9)V99   VALUE ZERO.
      * Reason text placed on the listing for a refused selection
       01  SELECTION-WORK-FIELDS.
           05  SEL-REJECT-REASON       PIC X(30).
      *****************************************************************
      * The history record being tested, read from the live history
      * or the archive. The amount is carried signed, after the
      * credit/debit flag was applied, so the listed lines sum
      * straight back to CM-SALES-THIS-YTD
      *****************************************************************
       01  SALES-DETAIL-RECORD.
           05  SD-CUSTOMER-NUMBER      PIC 9(5).
           05  SD-BRANCH-NUMBER        PIC 9(2).
           05  SD-INVOICE-DATE         PIC 9(8).
           05  SD-SIGNED-AMOUNT        PIC S9(5)V9(2).
           05  SD-POSTING-DATE         PIC 9(8).
           05  SD-POSTING-DATE-X REDEFINES SD-POSTING-DATE.
               10  SD-POSTING-YEAR     PIC 9(4).
               10  FILLER              PIC 9(4).
           05  FILLER                  PIC X(10).
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  SEL-FROM-DATE       PIC X(8).
           05  FILLER              PIC X(4)     VALUE " TO ".
           05  SEL-TO-DATE         PIC X(8).
           05  FILLER              PIC X(14)    VALUE "  FISCAL YEAR ".
           05  SEL-FISCAL-YEAR     PIC X(4).
           05  FILLER              PIC X(57)    VALUE SPACE.

       01  SELECTION-REFUSED-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  DT1-RECORDS-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  DETAIL-TOTAL-LINE-1A.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "ARCHIVE RECORDS READ      ".
           05  DT1A-ARCHIVE-READ   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  DETAIL-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               MOVE "DATE RANGE NEEDS BOTH DATES" TO SEL-REJECT-REASON.
           IF SEL-REJECT-REASON = SPACES
               PERFORM 110-EDIT-OPTIONAL-DATES.
           IF SEL-REJECT-REASON = SPACES
               PERFORM 115-EDIT-FISCAL-YEAR.
           PERFORM 120-PRINT-SELECTION-RESULT.

      *****************************************************************
               AND DS-FROM-DATE-9 > DS-TO-DATE-9
               MOVE "FROM DATE AFTER TO DATE"     TO SEL-REJECT-REASON.

      *****************************************************************
      * The fiscal year is optional on any card but must be a year
      * when keyed. Fiscal years are calendar years, by posting date
      *****************************************************************
       115-EDIT-FISCAL-YEAR.

           IF DS-FISCAL-YEAR NOT = SPACES
               AND (DS-FISCAL-YEAR NOT NUMERIC
                OR  DS-FISCAL-YEAR-9 = ZERO)
               MOVE "NOT A VALID FISCAL YEAR"     TO SEL-REJECT-REASON.

      *****************************************************************
      * Prints the listing heading with either the selection echo or
      * the refusal line, and sets the bad-selection switch the main
               MOVE "ALL CUSTS"        TO SEL-TYPE-TEXT.
           MOVE DS-FROM-DATE TO SEL-FROM-DATE.
           MOVE DS-TO-DATE   TO SEL-TO-DATE.
           MOVE DS-FISCAL-YEAR TO SEL-FISCAL-YEAR.
           MOVE SELECTION-ECHO-LINE TO DETAIL-PRINT-AREA.
           WRITE DETAIL-PRINT-AREA.
           MOVE SPACES              TO DETAIL-PRINT-AREA.

      *****************************************************************
      * Reads the whole history file, listing every record the
      * selection card covers. When a fiscal year is keyed the whole
      * archive is read after it, since that year's detail may have
      * been moved there at year-end - a record is only ever on one
      * of the two, so nothing lists twice
      *****************************************************************
       200-LIST-MATCHING-DETAIL.

           PERFORM 210-SELECT-DETAIL-RECORD
               UNTIL SALESDTL-EOF-SWITCH = "Y".
           CLOSE SALESDTL.
           IF DS-FISCAL-YEAR NUMERIC
               OPEN INPUT ARCHDTL
               PERFORM 215-SELECT-ARCHIVE-RECORD
                   UNTIL ARCHDTL-EOF-SWITCH = "Y"
               CLOSE ARCHDTL.

       210-SELECT-DETAIL-RECORD.

           READ SALESDTL INTO SALES-DETAIL-RECORD
               AT END
                   MOVE "Y" TO SALESDTL-EOF-SWITCH.
           IF SALESDTL-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-RECORDS-READ
               PERFORM 220-TEST-DETAIL-RECORD.

       215-SELECT-ARCHIVE-RECORD.

           READ ARCHDTL INTO SALES-DETAIL-RECORD
               AT END
                   MOVE "Y" TO ARCHDTL-EOF-SWITCH.
           IF ARCHDTL-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-ARCHIVE-READ
               PERFORM 220-TEST-DETAIL-RECORD.

      *****************************************************************
      * Tests one history record against the selection card - the
      * keyed customer or branch must match, a keyed date range
      * must cover the invoice date, and a keyed fiscal year must be
      * the year it was posted - and lists the record when it
      * qualifies. A test whose field was not keyed passes by
      * itself, so a "C" or "B" card with no dates lists the whole
      * history for its key
                OR SD-INVOICE-DATE >= DS-FROM-DATE-9)
               AND (DS-TO-DATE NOT NUMERIC
                OR SD-INVOICE-DATE <= DS-TO-DATE-9)
               AND (DS-FISCAL-YEAR NOT NUMERIC
                OR SD-POSTING-YEAR = DS-FISCAL-YEAR-9)
               PERFORM 230-WRITE-DETAIL-LINE.

       230-WRITE-DETAIL-LINE.
       400-PRINT-LISTING-TOTALS.

           MOVE TOTAL-RECORDS-READ     TO DT1-RECORDS-READ.
           MOVE TOTAL-ARCHIVE-READ     TO DT1A-ARCHIVE-READ.
           MOVE TOTAL-RECORDS-LISTED   TO DT2-RECORDS-LISTED.
           MOVE TOTAL-NET-AMOUNT       TO DT3-NET-AMOUNT.
           MOVE SPACES                 TO DETAIL-PRINT-AREA.
           WRITE DETAIL-PRINT-AREA.
           MOVE DETAIL-TOTAL-LINE-1    TO DETAIL-PRINT-AREA.
           WRITE DETAIL-PRINT-AREA.
           IF DS-FISCAL-YEAR NUMERIC
               MOVE DETAIL-TOTAL-LINE-1A TO DETAIL-PRINT-AREA
               WRITE DETAIL-PRINT-AREA.
           MOVE DETAIL-TOTAL-LINE-2    TO DETAIL-PRINT-AREA.
           WRITE DETAIL-PRINT-AREA.
           MOVE DETAIL-TOTAL-LINE-3    TO DETAIL-PRINT-AREA.
