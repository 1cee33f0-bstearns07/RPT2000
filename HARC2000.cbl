      ******************************************************************
      * Title..........: HARC2000 - Sales History Year-End Archive
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-16-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Copies the whole live sales detail history
      *                  to the year-end archive work file and proves
      *                  it against the customer master YEND2000 has
      *                  just rolled - every customer's detail posted
      *                  in the closed year must sum to the customer's
      *                  CM-SALES-LAST-YTD. Customers that do not tie
      *                  are listed. Only a proved archive lets the
      *                  job catalog the new archive generation and
      *                  empty the live history for the new year; a
      *                  difference ends the run with RC=8 and the
      *                  live history is kept. Differences finance has
      *                  reviewed - manual YTD adjustments keyed
      *                  through maintenance, for one - are accepted
      *                  by rerunning with the accept switch in the
      *                  PARM, which lets the archive go ahead with
      *                  RC=4
      * File Desc......: Define the sole source code for the sales
      *                  history archive program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. HARC2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HISTORY  ASSIGN TO HISTORY.
           SELECT CUSTMAST ASSIGN TO CUSTMAST.
           SELECT HISTARCH ASSIGN TO HISTARCH.
           SELECT ARCHRPT  ASSIGN TO ARCHRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One posted transaction on the live sales detail history, in
      * the layout POST2000 writes it. The amount is signed, so the
      * closed year's detail sums straight back to the this-YTD
      * figure YEND2000 rolled into last-YTD
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
           05  SD-TAX-AMOUNT           PIC S9(5)V9(2).
           05  SD-TAX-STATUS           PIC X(1).
           05  SD-PRODUCT-LINE         PIC X(2).

       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The customer master record contains the following fields
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  CM-SALES-BUDGET-YTD     PIC S9(5)V9(2).
           05  FILLER                  PIC X(80).

      *****************************************************************
      * Expected-totals trailer carried as the last record of the
      * customer master. It is skipped - the proof only needs each
      * customer's last-YTD sales
      *****************************************************************
       01  CUSTOMER-TRAILER-RECORD.
           05  TR-TRAILER-KEY          PIC X(9).
           05  TR-TRAILER-ID           PIC X(8).
           05  FILLER                  PIC X(113).

       FD  HISTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * The archive carries every live history record exactly as it
      * stood, so a prior-year audit can be listed from it
      *****************************************************************
       01  ARCHIVE-DETAIL-RECORD   PIC X(40).

       FD  ARCHRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the archive report as a fixed 130
      * char length
      *****************************************************************
       01  ARCHIVE-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the history archive run
      *****************************************************************

      * Determines when the end of each input file is reached, and
      * whether the run was refused or the proof failed
       01  SWITCHES.
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  ARCHIVE-REFUSED-SWITCH  PIC X    VALUE "N".
      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * The year being closed, from the PARM, and the reason a run
      * is refused
       01  YEAR-FIELDS.
           05  CLOSED-YEAR             PIC 9(4)    VALUE ZERO.
           05  REFUSED-REASON          PIC X(30)   VALUE SPACE.
      * Each customer's last-YTD sales off the rolled master and the
      * closed year's detail off the history, direct-indexed by
      * customer number + 1
       01  CUSTOMER-PROOF-TABLE.
           05  CPT-ENTRY OCCURS 100000 TIMES.
               10  CPT-ON-MASTER-FLAG  PIC X          VALUE "N".
               10  CPT-LAST-YTD        PIC S9(5)V99   VALUE ZERO.
               10  CPT-HISTORY-AMOUNT  PIC S9(7)V99   VALUE ZERO.
       01  TABLE-SUBSCRIPTS.
           05  CUSTOMER-SUBSCRIPT      PIC S9(7)      VALUE ZERO.
      * Counts and totals for the archive and the proof
       01  TOTAL-FIELDS.
           05  TOTAL-RECORDS-READ      PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-WRITTEN   PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-EARLIER   PIC S9(7)      VALUE ZERO.
           05  TOTAL-AMOUNT-EARLIER    PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-RECORDS-CLOSED    PIC S9(7)      VALUE ZERO.
           05  TOTAL-AMOUNT-CLOSED     PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-MASTER-LAST-YTD   PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-CUSTOMERS-OFF     PIC S9(7)      VALUE ZERO.
           05  TOTAL-DIFFERENCE        PIC S9(9)V99   VALUE ZERO.
      * Difference for the customer being proved
       01  CALCULATED-FIELDS.
           05  CUSTOMER-DIFFERENCE     PIC S9(7)V99   VALUE ZERO.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      *****************************************************************
      * Define all lines printed on the archive report
      *****************************************************************
       01  ARCHIVE-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  AH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  AH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  AH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "SALES HISTORY YEAR-E".
           05  FILLER          PIC X(20)   VALUE "ND ARCHIVE          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  AH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  ARCHIVE-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  AH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  AH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "HARC2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  ARCHIVE-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "CUST NUM".
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "MASTER LAST-YTD".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE " CLOSED-YR DTL".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "     DIFFERENCE".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "NOTE".
           05  FILLER          PIC X(57)   VALUE SPACE.

       01  CLOSED-YEAR-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(13)    VALUE "CLOSED YEAR: ".
           05  CYL-CLOSED-YEAR     PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(40)    VALUE
               "CUSTOMERS WHOSE DETAIL DOES NOT TIE".
           05  FILLER              PIC X(68)    VALUE SPACE.

       01  ARCHIVE-REFUSED-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(24)    VALUE
               "*** ARCHIVE REFUSED *** ".
           05  ARL-REASON          PIC X(30).
           05  FILLER              PIC X(74)    VALUE SPACE.

       01  PROOF-DIFFERENCE-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PDL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  PDL-LAST-YTD        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PDL-HISTORY-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PDL-DIFFERENCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PDL-NOTE            PIC X(20).
           05  FILLER              PIC X(41)    VALUE SPACE.

       01  NO-DIFFERENCE-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(40)    VALUE
               "NONE - EVERY CUSTOMER TIES".
           05  FILLER              PIC X(86)    VALUE SPACE.

       01  ARCHIVE-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE
               "HISTORY RECORDS READ          ".
           05  AT1-RECORDS-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACE.

       01  ARCHIVE-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE
               "ARCHIVE RECORDS WRITTEN       ".
           05  AT2-RECORDS-WRITTEN PIC ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACE.

       01  ARCHIVE-TOTAL-LINE-3.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE
               "POSTED BEFORE CLOSED YEAR     ".
           05  AT3-RECORDS-EARLIER PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  AT3-AMOUNT-EARLIER  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(70)    VALUE SPACE.

       01  ARCHIVE-TOTAL-LINE-4.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE
               "POSTED IN CLOSED YEAR OR SINCE".
           05  AT4-RECORDS-CLOSED  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  AT4-AMOUNT-CLOSED   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(70)    VALUE SPACE.

       01  ARCHIVE-TOTAL-LINE-5.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE
               "ROLLED MASTER LAST-YTD TOTAL  ".
           05  FILLER              PIC X(13)    VALUE SPACE.
           05  AT5-MASTER-LAST-YTD PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(70)    VALUE SPACE.

       01  ARCHIVE-TOTAL-LINE-6.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE
               "CUSTOMERS NOT TIED            ".
           05  AT6-CUSTOMERS-OFF   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  AT6-DIFFERENCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(70)    VALUE SPACE.

       01  ARCHIVE-RESULT-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ARS-RESULT          PIC X(50).
           05  ARS-CLOSED-YEAR     PIC 9(4).
           05  FILLER              PIC X(74)    VALUE SPACE.

       LINKAGE SECTION.

      *****************************************************************
      * Run-time parameter passed on the EXEC PGM=HARC2000,PARM='...'
      * statement. PARM-CLOSED-YEAR is the year YEND2000 has just
      * closed. PARM-ACCEPT-SWITCH, when "Y", accepts the differences
      * listed on the last run's report and lets the archive go ahead
      *****************************************************************
       01  PARM-AREA.
           05  PARM-LENGTH             PIC S9(4)   COMP.
           05  PARM-DATA.
               10  PARM-CLOSED-YEAR    PIC X(4).
               10  PARM-CLOSED-YEAR-9 REDEFINES PARM-CLOSED-YEAR
                                       PIC 9(4).
               10  PARM-ACCEPT-SWITCH  PIC X(1).
               10  FILLER              PIC X(75).

       PROCEDURE DIVISION USING PARM-AREA.

      *****************************************************************
      * Main processing logic for the history archive. The closed
      * year is edited first - a bad PARM prints the refusal and
      * ends with RC=8. Otherwise the rolled master's last-YTD sales
      * are loaded, the live history is copied to the archive and
      * totalled by customer for the closed year, and every customer
      * is proved. A difference ends the run with RC=8 so the job
      * keeps the live history, unless the PARM accepts it (RC=4)
      *****************************************************************
       000-ARCHIVE-SALES-HISTORY.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 050-SET-CLOSED-YEAR.
           OPEN OUTPUT ARCHRPT.
           PERFORM 700-PRINT-ARCHIVE-HEADINGS.
           IF ARCHIVE-REFUSED-SWITCH = "Y"
               MOVE REFUSED-REASON       TO ARL-REASON
               MOVE ARCHIVE-REFUSED-LINE TO ARCHIVE-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               DISPLAY "HARC2000 - ARCHIVE REFUSED - " REFUSED-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-LOAD-MASTER-LAST-YTD
               PERFORM 200-COPY-SALES-HISTORY
               PERFORM 300-PROVE-CUSTOMERS
               PERFORM 400-PRINT-ARCHIVE-TOTALS.
           CLOSE ARCHRPT.
           STOP RUN.

      *****************************************************************
      * Takes the closed year from the PARM and edits it. It is
      * required - the archive is never run against a guessed year
      * - and may not be after the run date's year
      *****************************************************************
       050-SET-CLOSED-YEAR.

           IF PARM-LENGTH >= 4
               AND PARM-CLOSED-YEAR NUMERIC
               MOVE PARM-CLOSED-YEAR-9 TO CLOSED-YEAR.
           IF CLOSED-YEAR = ZERO
               MOVE "Y" TO ARCHIVE-REFUSED-SWITCH
               MOVE "PARM NOT A VALID CCYY YEAR"  TO REFUSED-REASON
           ELSE
           IF CLOSED-YEAR > CD-YEAR
               MOVE "Y" TO ARCHIVE-REFUSED-SWITCH
               MOVE "CLOSED YEAR AFTER RUN YEAR"  TO REFUSED-REASON.

      *****************************************************************
      * Loads each customer's last-YTD sales off the rolled master
      *****************************************************************
       100-LOAD-MASTER-LAST-YTD.

           OPEN INPUT CUSTMAST.
           PERFORM 110-LOAD-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           CLOSE CUSTMAST.

       110-LOAD-CUSTOMER.

           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.
           IF CUSTMAST-EOF-SWITCH = "N"
               AND (TR-TRAILER-KEY NOT = "999999999"
                OR  TR-TRAILER-ID NOT = "*TRAILER")
               MOVE "Y" TO CPT-ON-MASTER-FLAG(CM-CUSTOMER-NUMBER + 1)
               MOVE CM-SALES-LAST-YTD
                   TO CPT-LAST-YTD(CM-CUSTOMER-NUMBER + 1)
               ADD CM-SALES-LAST-YTD TO TOTAL-MASTER-LAST-YTD.

      *****************************************************************
      * Copies every live history record to the archive exactly as
      * it stands. Detail posted in the closed year - or since, on a
      * year-end run after the new year's first posting, since that
      * detail was in the this-YTD figure rolled - is totalled by
      * customer for the proof. Detail from earlier years, carried
      * on the live history from before it was first archived, goes
      * to the archive with it but has no figure to be proved to
      *****************************************************************
       200-COPY-SALES-HISTORY.

           OPEN INPUT  HISTORY
                OUTPUT HISTARCH.
           PERFORM 210-COPY-HISTORY-RECORD
               UNTIL HISTORY-EOF-SWITCH = "Y".
           CLOSE HISTORY
                 HISTARCH.

       210-COPY-HISTORY-RECORD.

           READ HISTORY
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH.
           IF HISTORY-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-RECORDS-READ
               MOVE SALES-DETAIL-RECORD TO ARCHIVE-DETAIL-RECORD
               WRITE ARCHIVE-DETAIL-RECORD
               ADD 1 TO TOTAL-RECORDS-WRITTEN
               PERFORM 220-ADD-HISTORY-RECORD.

       220-ADD-HISTORY-RECORD.

           IF SD-POSTING-YEAR < CLOSED-YEAR
               ADD 1                TO TOTAL-RECORDS-EARLIER
               ADD SD-SIGNED-AMOUNT TO TOTAL-AMOUNT-EARLIER
           ELSE
               ADD 1                TO TOTAL-RECORDS-CLOSED
               ADD SD-SIGNED-AMOUNT TO TOTAL-AMOUNT-CLOSED
               ADD SD-SIGNED-AMOUNT
                   TO CPT-HISTORY-AMOUNT(SD-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Proves every customer number - on the master, or with closed
      * year detail on the history - and lists each one whose detail
      * does not sum to its last-YTD sales
      *****************************************************************
       300-PROVE-CUSTOMERS.

           PERFORM 310-PROVE-CUSTOMER
               VARYING CUSTOMER-SUBSCRIPT FROM 1 BY 1
               UNTIL CUSTOMER-SUBSCRIPT > 100000.
           IF TOTAL-CUSTOMERS-OFF = ZERO
               MOVE NO-DIFFERENCE-LINE TO ARCHIVE-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE.

       310-PROVE-CUSTOMER.

           COMPUTE CUSTOMER-DIFFERENCE =
               CPT-HISTORY-AMOUNT(CUSTOMER-SUBSCRIPT)
                   - CPT-LAST-YTD(CUSTOMER-SUBSCRIPT).
           IF CUSTOMER-DIFFERENCE NOT = ZERO
               PERFORM 320-PRINT-DIFFERENCE-LINE.

       320-PRINT-DIFFERENCE-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-ARCHIVE-HEADINGS.
           COMPUTE PDL-CUSTOMER-NUMBER = CUSTOMER-SUBSCRIPT - 1.
           MOVE CPT-LAST-YTD(CUSTOMER-SUBSCRIPT)  TO PDL-LAST-YTD.
           MOVE CPT-HISTORY-AMOUNT(CUSTOMER-SUBSCRIPT)
                                          TO PDL-HISTORY-AMOUNT.
           MOVE CUSTOMER-DIFFERENCE               TO PDL-DIFFERENCE.
           IF CPT-ON-MASTER-FLAG(CUSTOMER-SUBSCRIPT) = "Y"
               MOVE SPACES             TO PDL-NOTE
           ELSE
               MOVE "*NOT ON CUSTMAST" TO PDL-NOTE.
           MOVE PROOF-DIFFERENCE-LINE TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           ADD 1                   TO TOTAL-CUSTOMERS-OFF.
           ADD CUSTOMER-DIFFERENCE TO TOTAL-DIFFERENCE.

      *****************************************************************
      * Prints the archive counts and the proof totals, then the
      * result, and sets the return code the job steps after this
      * one test before the archive generation is cataloged and the
      * live history emptied
      *****************************************************************
       400-PRINT-ARCHIVE-TOTALS.

           MOVE TOTAL-RECORDS-READ    TO AT1-RECORDS-READ.
           MOVE TOTAL-RECORDS-WRITTEN TO AT2-RECORDS-WRITTEN.
           MOVE TOTAL-RECORDS-EARLIER TO AT3-RECORDS-EARLIER.
           MOVE TOTAL-AMOUNT-EARLIER  TO AT3-AMOUNT-EARLIER.
           MOVE TOTAL-RECORDS-CLOSED  TO AT4-RECORDS-CLOSED.
           MOVE TOTAL-AMOUNT-CLOSED   TO AT4-AMOUNT-CLOSED.
           MOVE TOTAL-MASTER-LAST-YTD TO AT5-MASTER-LAST-YTD.
           MOVE TOTAL-CUSTOMERS-OFF   TO AT6-CUSTOMERS-OFF.
           MOVE TOTAL-DIFFERENCE      TO AT6-DIFFERENCE.
           MOVE CLOSED-YEAR           TO ARS-CLOSED-YEAR.
           IF TOTAL-CUSTOMERS-OFF = ZERO
               MOVE "ARCHIVE PROVED - HISTORY MAY BE CLEARED FOR YEAR"
                                      TO ARS-RESULT
           ELSE
           IF PARM-LENGTH >= 5
               AND PARM-ACCEPT-SWITCH = "Y"
               MOVE "DIFFERENCES ACCEPTED BY PARM - ARCHIVED FOR YEAR"
                                      TO ARS-RESULT
               DISPLAY "HARC2000 - PROOF DIFFERENCES ACCEPTED FOR "
                   CLOSED-YEAR
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "*** NOT PROVED - LIVE HISTORY KEPT *** YEAR"
                                      TO ARS-RESULT
               DISPLAY "HARC2000 - ARCHIVE NOT PROVED FOR "
                   CLOSED-YEAR " - LIVE HISTORY KEPT"
               MOVE 8 TO RETURN-CODE.
           IF LINE-COUNT + 9 > LINES-ON-PAGE
               PERFORM 700-PRINT-ARCHIVE-HEADINGS.
           MOVE SPACES                TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ARCHIVE-TOTAL-LINE-1  TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ARCHIVE-TOTAL-LINE-2  TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ARCHIVE-TOTAL-LINE-3  TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ARCHIVE-TOTAL-LINE-4  TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ARCHIVE-TOTAL-LINE-5  TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ARCHIVE-TOTAL-LINE-6  TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES                TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ARCHIVE-RESULT-LINE   TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the page headings, with the column headings of the
      * difference listing and the year being closed under them
      *****************************************************************
       700-PRINT-ARCHIVE-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO AH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO AH1-MONTH.
           MOVE CD-DAY     TO AH1-DAY.
           MOVE CD-YEAR    TO AH1-YEAR.
           MOVE CD-HOURS   TO AH2-HOURS.
           MOVE CD-MINUTES TO AH2-MINUTES.
           MOVE ARCHIVE-HEADING-LINE-1 TO ARCHIVE-PRINT-AREA.
           WRITE ARCHIVE-PRINT-AREA.
           MOVE ARCHIVE-HEADING-LINE-2 TO ARCHIVE-PRINT-AREA.
           WRITE ARCHIVE-PRINT-AREA.
           MOVE SPACES                 TO ARCHIVE-PRINT-AREA.
           WRITE ARCHIVE-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
           MOVE ARCHIVE-HEADING-LINE-3 TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE CLOSED-YEAR            TO CYL-CLOSED-YEAR.
           MOVE CLOSED-YEAR-LINE       TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES                 TO ARCHIVE-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       720-WRITE-REPORT-LINE.

           WRITE ARCHIVE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
