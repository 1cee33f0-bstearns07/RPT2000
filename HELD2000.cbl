      ******************************************************************
      * Title..........: HELD2000 - Pending Maintenance Approvals
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 10-15-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Daily report of the customer maintenance
      *                  transactions MNT2000 has held for approval
      *                  because they would move a customer's
      *                  this-YTD or last-YTD sales by more than the
      *                  hold limit, and that no supervisor has yet
      *                  approved or declined on the APR2 screen.
      *                  Each item is listed oldest first with the
      *                  number of days it has waited, who keyed it,
      *                  and the master sales figures beside the
      *                  values keyed. An item leaves the report the
      *                  day after it is decided
      * File Desc......: Define the sole source code for the pending
      *                  maintenance approvals report program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. HELD2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HELDAPPR ASSIGN TO HELDAPPR.
           SELECT HELDRPT  ASSIGN TO HELDRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  HELDAPPR
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * One held maintenance transaction, in the layout MNT2000
      * writes - the key, the transaction as it arrived, and the
      * customer's master fields when it was held (zero sales on a
      * held add)
      *****************************************************************
       01  HELD-MAINTENANCE-RECORD.
           05  HM-KEY.
               10  HM-CUSTOMER-NUMBER      PIC 9(5).
               10  HM-HELD-DATE            PIC 9(8).
               10  HM-HELD-TIME            PIC 9(4).
           05  HM-TRANSACTION.
               10  HT-ACTION-CODE          PIC X(1).
               10  HT-CUSTOMER-NUMBER      PIC X(5).
               10  HT-BRANCH-NUMBER        PIC X(2).
               10  HT-SALESREP-NUMBER      PIC X(2).
               10  HT-CUSTOMER-NAME        PIC X(20).
               10  HT-SALES-THIS-YTD       PIC X(7).
               10  HT-SALES-THIS-YTD-9 REDEFINES HT-SALES-THIS-YTD
                                           PIC 9(5)V9(2).
               10  HT-SALES-LAST-YTD       PIC X(7).
               10  HT-SALES-LAST-YTD-9 REDEFINES HT-SALES-LAST-YTD
                                           PIC 9(5)V9(2).
               10  HT-SALES-BUDGET-YTD     PIC X(7).
               10  FILLER                  PIC X(9).
               10  HT-ENTERED-BY           PIC X(8).
               10  HT-APPROVED-BY          PIC X(8).
               10  HT-APPROVAL-FLAG        PIC X(1).
               10  FILLER                  PIC X(3).
           05  HM-BRANCH-NUMBER            PIC X(2).
           05  HM-SALESREP-NUMBER          PIC X(2).
           05  HM-CUSTOMER-NAME            PIC X(20).
           05  HM-MASTER-THIS-YTD          PIC S9(5)V9(2).
           05  HM-MASTER-LAST-YTD          PIC S9(5)V9(2).
           05  HM-MASTER-BUDGET-YTD        PIC S9(5)V9(2).
           05  HM-HOLD-LIMIT               PIC 9(5)V9(2).
           05  FILLER                      PIC X(1).

       FD  HELDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the pending approvals report as a
      * fixed 130 char length
      *****************************************************************
       01  HELD-PRINT-AREA         PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the pending approvals run
      *****************************************************************

      * Determines when the end of the held file is reached
       01  SWITCHES.
           05  HELDAPPR-EOF-SWITCH     PIC X    VALUE "N".
      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * Totals for the report trailer
       01  TOTAL-FIELDS.
           05  TOTAL-ITEMS-WAITING     PIC S9(7)      VALUE ZERO.
           05  OLDEST-DAYS-WAITING     PIC S9(7)      VALUE ZERO.
      * Work fields for the day count
       01  CALCULATED-FIELDS.
           05  RUN-DAY-NUMBER          PIC S9(7)      VALUE ZERO.
           05  DAYS-WAITING            PIC S9(7)      VALUE ZERO.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      * The run date in CCYYMMDD form for the day count
       01  RUN-DATE-WORK.
           05  RDW-YEAR            PIC 9(4).
           05  RDW-MONTH           PIC 9(2).
           05  RDW-DAY             PIC 9(2).
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-WORK
                                   PIC 9(8).
      * Work field for a CCYYMMDD date, taken apart so the report
      * line can print it month/day/year
       01  HELD-DATE-WORK.
           05  HDW-YEAR            PIC 9(4).
           05  HDW-MONTH           PIC 9(2).
           05  HDW-DAY             PIC 9(2).
      * Edited work field for a keyed amount
       01  KEYED-AMOUNT-EDIT       PIC ZZ,ZZ9.99-.

      *****************************************************************
      * Define all lines printed on the pending approvals report
      *****************************************************************
       01  HELD-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MAINTENANCE PENDING ".
           05  FILLER          PIC X(20)   VALUE "APPROVAL            ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HELD-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "HELD2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  HELD-HEADING-LINE-3.
           05  FILLER          PIC X(75)   VALUE SPACE.
           05  FILLER          PIC X(21)   VALUE
               "-- THIS-YTD SALES ---".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(21)   VALUE
               "-- LAST-YTD SALES ---".
           05  FILLER          PIC X(11)   VALUE SPACE.

       01  HELD-HEADING-LINE-4.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "HELD DATE ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "DAYS".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "CUST ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE
               "CUSTOMER NAME       ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(2)    VALUE "BR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(2)    VALUE "SR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "ACTION".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "KEYED BY".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "    MASTER".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "     KEYED".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "    MASTER".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "     KEYED".
           05  FILLER          PIC X(9)    VALUE SPACE.

       01  HELD-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-HELD-MONTH       PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  HL-HELD-DAY         PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  HL-HELD-YEAR        PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-DAYS-WAITING     PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-BRANCH-NUMBER    PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-SALESREP-NUMBER  PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-ACTION           PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-ENTERED-BY       PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-MASTER-THIS-YTD  PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HL-KEYED-THIS-YTD   PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  HL-MASTER-LAST-YTD  PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HL-KEYED-LAST-YTD   PIC X(10).
           05  FILLER              PIC X(9)     VALUE SPACE.

       01  HELD-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "ITEMS AWAITING APPROVAL   ".
           05  HT1-ITEMS-WAITING   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  HELD-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "OLDEST ITEM - DAYS WAITING".
           05  HT2-OLDEST-DAYS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the pending approvals report. The
      * held file arrives sorted oldest first, so each item is
      * listed as it is read
      *****************************************************************
       000-LIST-PENDING-APPROVALS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RDW-YEAR.
           MOVE CD-MONTH TO RDW-MONTH.
           MOVE CD-DAY   TO RDW-DAY.
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC).
           OPEN INPUT  HELDAPPR
                OUTPUT HELDRPT.
           PERFORM 100-LIST-HELD-ITEM
               UNTIL HELDAPPR-EOF-SWITCH = "Y".
           PERFORM 400-PRINT-HELD-TOTALS.
           CLOSE HELDAPPR
                 HELDRPT.
           STOP RUN.

      *****************************************************************
      * Reads one held item and lists it with the days since it was
      * held. A keyed amount left as spaces was not keyed and prints
      * as UNCHANGED
      *****************************************************************
       100-LIST-HELD-ITEM.

           READ HELDAPPR
               AT END
                   MOVE "Y" TO HELDAPPR-EOF-SWITCH.
           IF HELDAPPR-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-ITEMS-WAITING
               PERFORM 110-WRITE-HELD-LINE.

       110-WRITE-HELD-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-HELD-HEADINGS.
           MOVE HM-HELD-DATE          TO HELD-DATE-WORK.
           MOVE HDW-MONTH             TO HL-HELD-MONTH.
           MOVE HDW-DAY               TO HL-HELD-DAY.
           MOVE HDW-YEAR              TO HL-HELD-YEAR.
           IF HM-HELD-DATE NUMERIC
               AND HM-HELD-DATE > 16010101
               COMPUTE DAYS-WAITING = RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE(HM-HELD-DATE)
           ELSE
               MOVE ZERO TO DAYS-WAITING.
           IF DAYS-WAITING > OLDEST-DAYS-WAITING
               MOVE DAYS-WAITING      TO OLDEST-DAYS-WAITING.
           MOVE DAYS-WAITING          TO HL-DAYS-WAITING.
           MOVE HT-CUSTOMER-NUMBER    TO HL-CUSTOMER-NUMBER.
           MOVE HM-CUSTOMER-NAME      TO HL-CUSTOMER-NAME.
           MOVE HM-BRANCH-NUMBER      TO HL-BRANCH-NUMBER.
           MOVE HM-SALESREP-NUMBER    TO HL-SALESREP-NUMBER.
           IF HT-ACTION-CODE = "A"
               MOVE "ADD"             TO HL-ACTION
           ELSE
               MOVE "CHANGE"          TO HL-ACTION.
           IF HT-ENTERED-BY = SPACES
               MOVE "*BATCH*"         TO HL-ENTERED-BY
           ELSE
               MOVE HT-ENTERED-BY     TO HL-ENTERED-BY.
           MOVE HM-MASTER-THIS-YTD    TO HL-MASTER-THIS-YTD.
           IF HT-SALES-THIS-YTD = SPACES
               MOVE " UNCHANGED"      TO HL-KEYED-THIS-YTD
           ELSE
               MOVE HT-SALES-THIS-YTD-9 TO KEYED-AMOUNT-EDIT
               MOVE KEYED-AMOUNT-EDIT   TO HL-KEYED-THIS-YTD.
           MOVE HM-MASTER-LAST-YTD    TO HL-MASTER-LAST-YTD.
           IF HT-SALES-LAST-YTD = SPACES
               MOVE " UNCHANGED"      TO HL-KEYED-LAST-YTD
           ELSE
               MOVE HT-SALES-LAST-YTD-9 TO KEYED-AMOUNT-EDIT
               MOVE KEYED-AMOUNT-EDIT   TO HL-KEYED-LAST-YTD.
           MOVE HELD-LINE             TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the pending approvals report totals
      *****************************************************************
       400-PRINT-HELD-TOTALS.

           IF PAGE-COUNT = ZERO
               PERFORM 500-PRINT-HELD-HEADINGS.
           MOVE TOTAL-ITEMS-WAITING   TO HT1-ITEMS-WAITING.
           MOVE OLDEST-DAYS-WAITING   TO HT2-OLDEST-DAYS.
           MOVE SPACES                TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.
           MOVE HELD-TOTAL-LINE-1     TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.
           MOVE HELD-TOTAL-LINE-2     TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.

       500-PRINT-HELD-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO HH1-MONTH.
           MOVE CD-DAY     TO HH1-DAY.
           MOVE CD-YEAR    TO HH1-YEAR.
           MOVE CD-HOURS   TO HH2-HOURS.
           MOVE CD-MINUTES TO HH2-MINUTES.
           MOVE HELD-HEADING-LINE-1 TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.
           MOVE HELD-HEADING-LINE-2 TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.
           MOVE SPACES              TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.
           MOVE HELD-HEADING-LINE-3 TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.
           MOVE HELD-HEADING-LINE-4 TO HELD-PRINT-AREA.
           WRITE HELD-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
