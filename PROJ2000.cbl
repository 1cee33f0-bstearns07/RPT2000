      ******************************************************************
      * Title..........: PROJ2000 - Full-Year Sales Projection
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 10-15-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Estimates where each customer, salesrep and
      *                  branch will finish the year against the
      *                  full-year budget on the customer master, so
      *                  management can step in before the fourth
      *                  quarter. Each customer's sales posted this
      *                  year through the end of the projection month
      *                  are its run rate; the rest of the year is
      *                  shaped by last year's month-by-month pattern
      *                  from the sales detail history - this year's
      *                  actual is scaled up by the share of last
      *                  year's sales that fell after the same month.
      *                  A customer with too little history last year
      *                  to give a pattern of its own is shaped by
      *                  the pattern of all customers together, and
      *                  with no usable pattern at all the run rate
      *                  is carried straight-line to December. The
      *                  projections are listed by customer under the
      *                  branch and salesrep the customer is carried
      *                  under on the master, rolled up by salesrep
      *                  and branch with the projected variance to
      *                  budget and to last year's sales, and every
      *                  salesrep projected to miss budget by more
      *                  than the at-risk percent is flagged and
      *                  listed again at the end
      * File Desc......: Define the sole source code for the full-year
      *                  sales projection program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROJ2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HISTORY  ASSIGN TO HISTORY.
           SELECT CUSTMAST ASSIGN TO CUSTMAST.
           SELECT BRCHMAST ASSIGN TO BRCHMAST.
           SELECT REPMAST  ASSIGN TO REPMAST.
           SELECT PROJRPT  ASSIGN TO PROJRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One posted transaction on the cumulative sales detail
      * history, in the layout POST2000 writes it. The amount is
      * signed, so a credit reduces the customer's sales
      *****************************************************************
       01  SALES-DETAIL-RECORD.
           05  SD-CUSTOMER-NUMBER      PIC 9(5).
           05  SD-BRANCH-NUMBER        PIC 9(2).
           05  SD-INVOICE-DATE         PIC 9(8).
           05  SD-SIGNED-AMOUNT        PIC S9(5)V9(2).
           05  SD-POSTING-DATE         PIC 9(8).
           05  SD-POSTING-DATE-X REDEFINES SD-POSTING-DATE.
               10  SD-POSTING-YEAR     PIC 9(4).
               10  SD-POSTING-MONTH    PIC 9(2).
               10  FILLER              PIC 9(2).
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
      * customer master. It is skipped - it is not a customer
      *****************************************************************
       01  CUSTOMER-TRAILER-RECORD.
           05  TR-TRAILER-KEY          PIC X(9).
           05  TR-TRAILER-ID           PIC X(8).
           05  FILLER                  PIC X(113).

       FD  BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One branch on the branch reference file, keyed by branch
      * number, carrying the name printed on the reports
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER        PIC 9(2).
           05  BR-BRANCH-NAME          PIC X(20).
           05  FILLER                  PIC X(8).

       FD  REPMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One salesrep on the salesrep reference file, keyed by
      * salesrep number, carrying the name printed on the reports
      *****************************************************************
       01  SALESREP-MASTER-RECORD.
           05  RM-SALESREP-NUMBER      PIC 9(2).
           05  RM-SALESREP-NAME        PIC X(20).
           05  FILLER                  PIC X(8).

       FD  PROJRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the projection as a fixed 130 char
      * length
      *****************************************************************
       01  PROJECTION-PRINT-AREA   PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the sales projection
      *****************************************************************

      * Determines when the end of each input file is reached, when
      * the first customer is in hand, which section the page
      * headings are for, and whether the PARM was refused
       01  SWITCHES.
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  FIRST-CUSTOMER-SWITCH   PIC X    VALUE "Y".
           05  REPORT-SECTION-SWITCH   PIC X    VALUE "P".
           05  PARM-REFUSED-SWITCH     PIC X    VALUE "N".
      * Controls spacing on the projection and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * The month the projection is made as of - the last month
      * whose actual sales count - the months left after it, the
      * year before it, and the month the run is made in
       01  PROJECTION-PERIOD-FIELDS.
           05  PROJECTION-PERIOD       PIC 9(6)    VALUE ZERO.
           05  PROJECTION-PERIOD-X REDEFINES PROJECTION-PERIOD.
               10  PROJECTION-YEAR     PIC 9(4).
               10  PROJECTION-MONTH    PIC 9(2).
           05  LAST-YEAR               PIC 9(4)    VALUE ZERO.
           05  MONTHS-REMAINING        PIC S9(3)   VALUE ZERO.
           05  CURRENT-PERIOD          PIC 9(6)    VALUE ZERO.
           05  CURRENT-PERIOD-X REDEFINES CURRENT-PERIOD.
               10  CURRENT-YEAR        PIC 9(4).
               10  CURRENT-MONTH       PIC 9(2).
           05  AT-RISK-PERCENT         PIC 9(2)    VALUE 10.
           05  REFUSED-REASON          PIC X(40)   VALUE SPACE.
      * Each customer's sales off the history, direct-indexed by
      * customer number + 1 - this year through the projection
      * month, last year through the same month, and all of last
      * year
       01  CUSTOMER-HISTORY-TABLE.
           05  CHT-ENTRY OCCURS 100000 TIMES.
               10  CHT-THIS-TO-DATE    PIC S9(7)V99   VALUE ZERO.
               10  CHT-LAST-TO-DATE    PIC S9(7)V99   VALUE ZERO.
               10  CHT-LAST-FULL-YEAR  PIC S9(7)V99   VALUE ZERO.
      * Whether each customer number is on the master, so history
      * for customers no longer carried can be counted
       01  CUSTOMER-ON-FILE-TABLE.
           05  COT-FOUND-FLAG OCCURS 100000 TIMES
                                       PIC X          VALUE "N".
      * Last year's pattern for all customers together
       01  ALL-CUSTOMER-PATTERN.
           05  ALL-LAST-TO-DATE        PIC S9(9)V99   VALUE ZERO.
           05  ALL-LAST-FULL-YEAR      PIC S9(9)V99   VALUE ZERO.
      * Direct-indexed branch and salesrep name tables, loaded from
      * the reference files at startup, subscripted by number + 1
       01  BRANCH-NAME-TABLE.
           05  BNT-ENTRY OCCURS 100 TIMES.
               10  BNT-FOUND-FLAG      PIC X      VALUE "N".
               10  BNT-BRANCH-NAME     PIC X(20)  VALUE SPACE.
       01  SALESREP-NAME-TABLE.
           05  RNT-ENTRY OCCURS 100 TIMES.
               10  RNT-FOUND-FLAG      PIC X      VALUE "N".
               10  RNT-SALESREP-NAME   PIC X(20)  VALUE SPACE.
      * Every salesrep projected to miss budget by more than the
      * at-risk percent, saved for the at-risk list at the end
       01  AT-RISK-TABLE-FIELDS.
           05  ART-ENTRY-COUNT         PIC S9(5)      VALUE ZERO.
           05  ART-SUBSCRIPT           PIC S9(5)      VALUE ZERO.
       01  AT-RISK-TABLE.
           05  ART-ENTRY OCCURS 1000 TIMES.
               10  ART-BRANCH-NUMBER   PIC 9(2).
               10  ART-SALESREP-NUMBER PIC 9(2).
               10  ART-PROJECTED       PIC S9(7)V99.
               10  ART-BUDGET          PIC S9(7)V99.
               10  ART-LAST-YEAR       PIC S9(7)V99.
               10  ART-PERCENT         PIC S9(3)V9.
      * The branch and salesrep of the previous customer, for the
      * control breaks
       01  CONTROL-FIELDS.
           05  PREVIOUS-BRANCH-NUMBER   PIC 9(2)      VALUE ZERO.
           05  PREVIOUS-SALESREP-NUMBER PIC 9(2)      VALUE ZERO.
      * Actual, projected, budget and last-year sales for the
      * salesrep, the branch and the whole projection
       01  TOTAL-FIELDS.
           05  SALESREP-ACTUAL         PIC S9(7)V99   VALUE ZERO.
           05  SALESREP-PROJECTED      PIC S9(7)V99   VALUE ZERO.
           05  SALESREP-BUDGET         PIC S9(7)V99   VALUE ZERO.
           05  SALESREP-LAST-YEAR      PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-ACTUAL           PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-PROJECTED        PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-BUDGET           PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-LAST-YEAR        PIC S9(7)V99   VALUE ZERO.
           05  GRAND-ACTUAL            PIC S9(7)V99   VALUE ZERO.
           05  GRAND-PROJECTED         PIC S9(7)V99   VALUE ZERO.
           05  GRAND-BUDGET            PIC S9(7)V99   VALUE ZERO.
           05  GRAND-LAST-YEAR         PIC S9(7)V99   VALUE ZERO.
      * Counts of the history read and of how each customer was
      * projected
       01  COUNT-FIELDS.
           05  TOTAL-RECORDS-READ      PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-THIS-YEAR PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-LAST-YEAR PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-NO-CUST   PIC S9(7)      VALUE ZERO.
           05  TOTAL-CUSTOMERS         PIC S9(7)      VALUE ZERO.
           05  TOTAL-OWN-PATTERN       PIC S9(7)      VALUE ZERO.
           05  TOTAL-ALL-PATTERN       PIC S9(7)      VALUE ZERO.
           05  TOTAL-STRAIGHT-LINE     PIC S9(7)      VALUE ZERO.
      * Amounts for the customer or total line being printed, its
      * variances, and the basis the customer was projected on
       01  CALCULATED-FIELDS.
           05  LINE-ACTUAL             PIC S9(7)V99   VALUE ZERO.
           05  LINE-PROJECTED          PIC S9(7)V99   VALUE ZERO.
           05  LINE-BUDGET             PIC S9(7)V99   VALUE ZERO.
           05  LINE-LAST-YEAR          PIC S9(7)V99   VALUE ZERO.
           05  VARIANCE-TO-BUDGET      PIC S9(7)V99   VALUE ZERO.
           05  VARIANCE-TO-LAST-YEAR   PIC S9(7)V99   VALUE ZERO.
           05  VARIANCE-PERCENT        PIC S9(3)V9    VALUE ZERO.
           05  PROJECTION-BASIS        PIC X(8)       VALUE SPACE.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      *****************************************************************
      * Define all lines printed on the projection
      *****************************************************************
       01  PROJECTION-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  PH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "FULL-YEAR SALES PROJ".
           05  FILLER          PIC X(20)   VALUE "ECTION              ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  PH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  PROJECTION-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  PH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  PH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PROJ2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  PROJECTION-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "CUST ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    ACTUAL TO".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    PROJECTED".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    FULL-YEAR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    PROJECTED".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "   PCT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    PROJECTED".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "BASIS/".
           05  FILLER          PIC X(9)    VALUE SPACE.

       01  PROJECTION-HEADING-LINE-4.
           05  FILLER          PIC X(31)   VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "         DATE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    FULL YEAR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "       BUDGET".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    VS BUDGET".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "  BUDG".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE " VS LAST YEAR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "FLAG".
           05  FILLER          PIC X(9)    VALUE SPACE.

       01  AT-RISK-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(25)   VALUE "BRANCH".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(25)   VALUE "SALESREP".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    PROJECTED".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    FULL-YEAR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    PROJECTED".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "   PCT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    PROJECTED".
           05  FILLER          PIC X(9)    VALUE SPACE.

       01  AT-RISK-HEADING-LINE-4.
           05  FILLER          PIC X(56)   VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    FULL YEAR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "       BUDGET".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "    VS BUDGET".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "  BUDG".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE " VS LAST YEAR".
           05  FILLER          PIC X(9)    VALUE SPACE.

       01  PERIOD-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "ACTUAL THROUGH END OF     ".
           05  PL-MONTH            PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  PL-YEAR             PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(18)    VALUE
               "PATTERN YEAR:     ".
           05  PL-LAST-YEAR        PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(16)    VALUE
               "AT-RISK PERCENT:".
           05  PL-AT-RISK-PERCENT  PIC ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PL-SECTION          PIC X(40).
           05  FILLER              PIC X(5)     VALUE SPACE.

       01  PARM-REFUSED-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "*** PROJECTION REFUSED -  ".
           05  PRL-REASON          PIC X(40).
           05  FILLER              PIC X(62)    VALUE SPACE.

       01  BRANCH-GROUP-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "BRANCH ".
           05  BGL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  BGL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(98)    VALUE SPACE.

       01  SALESREP-GROUP-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "REP ".
           05  SGL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  SGL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(99)    VALUE SPACE.

       01  CUSTOMER-PROJECTION-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CPL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CPL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CPL-ACTUAL          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CPL-PROJECTED       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CPL-BUDGET          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CPL-VARIANCE-TO-BUDGET PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  CPL-VARIANCE-PERCENT PIC ZZ9.9-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CPL-VARIANCE-TO-LAST-YEAR PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CPL-BASIS-OR-FLAG   PIC X(8).
           05  FILLER              PIC X(9)     VALUE SPACE.

       01  PROJECTION-TOTAL-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PTL-LABEL           PIC X(25).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PTL-ACTUAL          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PTL-PROJECTED       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PTL-BUDGET          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PTL-VARIANCE-TO-BUDGET PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  PTL-VARIANCE-PERCENT PIC ZZ9.9-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PTL-VARIANCE-TO-LAST-YEAR PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PTL-FLAG            PIC X(8).
           05  FILLER              PIC X(9)     VALUE SPACE.

       01  AT-RISK-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ARL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ARL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  ARL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ARL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  ARL-PROJECTED       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ARL-BUDGET          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ARL-VARIANCE-TO-BUDGET PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  ARL-VARIANCE-PERCENT PIC ZZ9.9-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ARL-VARIANCE-TO-LAST-YEAR PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(9)     VALUE SPACE.

       01  NO-REPS-AT-RISK-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(40)    VALUE
               "NO SALESREP IS PROJECTED TO MISS BUDGET ".
           05  FILLER              PIC X(28)    VALUE
               "BY MORE THAN THE PERCENT    ".
           05  FILLER              PIC X(60)    VALUE SPACE.

       01  PROJECTION-COUNT-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PCL-LABEL           PIC X(26).
           05  PCL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       LINKAGE SECTION.

      *****************************************************************
      * Run-time parameter passed on the EXEC PGM=PROJ2000,
      * PARM='CCYYMMPP' statement - the month the projection is made
      * as of, and the percent a salesrep may be projected under
      * budget before being flagged. A blank month projects as of
      * the month before the run date; a blank percent is 10
      *****************************************************************
       01  PARM-AREA.
           05  PARM-LENGTH             PIC S9(4)   COMP.
           05  PARM-DATA.
               10  PARM-PROJECTION-PERIOD PIC X(6).
               10  PARM-PROJECTION-PERIOD-9
                       REDEFINES PARM-PROJECTION-PERIOD
                                       PIC 9(6).
               10  PARM-AT-RISK-PERCENT PIC X(2).
               10  PARM-AT-RISK-PERCENT-9
                       REDEFINES PARM-AT-RISK-PERCENT
                                       PIC 9(2).
               10  FILLER              PIC X(72).

       PROCEDURE DIVISION USING PARM-AREA.

      *****************************************************************
      * Main processing logic for the projection. The PARM is set
      * and edited first - a month that is not a real month or has
      * not yet ended, or a percent that is not numeric, prints the
      * refusal and ends with RC=8. Otherwise the history is totalled
      * by customer, the master is projected customer by customer
      * with salesrep, branch and grand totals, and the salesreps
      * at risk of missing budget are listed on a page of their own
      *****************************************************************
       000-PRINT-SALES-PROJECTION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO CURRENT-YEAR.
           MOVE CD-MONTH TO CURRENT-MONTH.
           PERFORM 050-SET-PROJECTION-PERIOD.
           OPEN OUTPUT PROJRPT.
           PERFORM 700-PRINT-PROJECTION-HEADINGS.
           IF PARM-REFUSED-SWITCH = "Y"
               MOVE REFUSED-REASON      TO PRL-REASON
               MOVE PARM-REFUSED-LINE   TO PROJECTION-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               DISPLAY "PROJ2000 - PROJECTION REFUSED - "
                   REFUSED-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-LOAD-REFERENCE-TABLES
               PERFORM 200-TOTAL-SALES-HISTORY
               PERFORM 300-PROJECT-CUSTOMERS
               PERFORM 500-PRINT-AT-RISK-SECTION
               PERFORM 600-PRINT-RUN-COUNTS.
           CLOSE PROJRPT.
           STOP RUN.

      *****************************************************************
      * Takes the projection month from the PARM, or the month
      * before the run date when none is given, and the at-risk
      * percent. The month must have ended, since its actual sales
      * are projected as a whole month
      *****************************************************************
       050-SET-PROJECTION-PERIOD.

           IF PARM-LENGTH >= 6
               AND PARM-PROJECTION-PERIOD NUMERIC
               MOVE PARM-PROJECTION-PERIOD-9 TO PROJECTION-PERIOD
           ELSE
           IF PARM-LENGTH > ZERO
               AND PARM-PROJECTION-PERIOD NOT = SPACE
               MOVE ZERO TO PROJECTION-PERIOD
           ELSE
           IF CD-MONTH = 1
               COMPUTE PROJECTION-YEAR = CD-YEAR - 1
               MOVE 12 TO PROJECTION-MONTH
           ELSE
               MOVE CD-YEAR TO PROJECTION-YEAR
               COMPUTE PROJECTION-MONTH = CD-MONTH - 1.
           IF PARM-LENGTH >= 8
               AND PARM-AT-RISK-PERCENT NUMERIC
               MOVE PARM-AT-RISK-PERCENT-9 TO AT-RISK-PERCENT
           ELSE
           IF PARM-LENGTH >= 7
               AND PARM-AT-RISK-PERCENT NOT = SPACE
               MOVE "Y" TO PARM-REFUSED-SWITCH
               MOVE "AT-RISK PERCENT NOT NUMERIC" TO REFUSED-REASON.
           IF PROJECTION-PERIOD = ZERO
               OR PROJECTION-MONTH < 1 OR PROJECTION-MONTH > 12
               MOVE "Y" TO PARM-REFUSED-SWITCH
               MOVE "NOT A VALID CCYYMM PERIOD" TO REFUSED-REASON
           ELSE
           IF PROJECTION-PERIOD NOT < CURRENT-PERIOD
               MOVE "Y" TO PARM-REFUSED-SWITCH
               MOVE "PERIOD HAS NOT ENDED"      TO REFUSED-REASON.
           COMPUTE LAST-YEAR = PROJECTION-YEAR - 1.
           COMPUTE MONTHS-REMAINING = 12 - PROJECTION-MONTH.

      *****************************************************************
      * Loads the branch and salesrep names, and marks every
      * customer number carried on the master
      *****************************************************************
       100-LOAD-REFERENCE-TABLES.

           OPEN INPUT BRCHMAST
                      REPMAST
                      CUSTMAST.
           PERFORM 120-LOAD-BRANCH-NAME
               UNTIL BRCHMAST-EOF-SWITCH = "Y".
           PERFORM 130-LOAD-SALESREP-NAME
               UNTIL REPMAST-EOF-SWITCH = "Y".
           PERFORM 140-LOAD-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           CLOSE BRCHMAST
                 REPMAST
                 CUSTMAST.
           MOVE "N" TO CUSTMAST-EOF-SWITCH.

       120-LOAD-BRANCH-NAME.

           READ BRCHMAST
               AT END
                   MOVE "Y" TO BRCHMAST-EOF-SWITCH.
           IF BRCHMAST-EOF-SWITCH = "N"
               AND BR-BRANCH-NUMBER NUMERIC
               MOVE "Y" TO BNT-FOUND-FLAG(BR-BRANCH-NUMBER + 1)
               MOVE BR-BRANCH-NAME
                   TO BNT-BRANCH-NAME(BR-BRANCH-NUMBER + 1).

       130-LOAD-SALESREP-NAME.

           READ REPMAST
               AT END
                   MOVE "Y" TO REPMAST-EOF-SWITCH.
           IF REPMAST-EOF-SWITCH = "N"
               AND RM-SALESREP-NUMBER NUMERIC
               MOVE "Y" TO RNT-FOUND-FLAG(RM-SALESREP-NUMBER + 1)
               MOVE RM-SALESREP-NAME
                   TO RNT-SALESREP-NAME(RM-SALESREP-NUMBER + 1).

       140-LOAD-CUSTOMER.

           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.
           IF CUSTMAST-EOF-SWITCH = "N"
               AND (TR-TRAILER-KEY NOT = "999999999"
                OR  TR-TRAILER-ID NOT = "*TRAILER")
               MOVE "Y" TO COT-FOUND-FLAG(CM-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Reads the whole history - the live history with last year's
      * archive behind it - totalling each customer's sales posted
      * this year through the projection month, and last year's
      * both through the same month and for the whole year. Sales
      * posted this year after the projection month are left out,
      * so a run made part way through a month projects from whole
      * months only
      *****************************************************************
       200-TOTAL-SALES-HISTORY.

           OPEN INPUT HISTORY.
           PERFORM 210-READ-SALES-HISTORY
               UNTIL HISTORY-EOF-SWITCH = "Y".
           CLOSE HISTORY.

       210-READ-SALES-HISTORY.

           READ HISTORY
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH.
           IF HISTORY-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-RECORDS-READ
               IF SD-POSTING-YEAR = PROJECTION-YEAR
                   AND SD-POSTING-MONTH NOT > PROJECTION-MONTH
                   PERFORM 220-ADD-THIS-YEAR
               ELSE
               IF SD-POSTING-YEAR = LAST-YEAR
                   PERFORM 230-ADD-LAST-YEAR.

       220-ADD-THIS-YEAR.

           ADD 1 TO TOTAL-RECORDS-THIS-YEAR.
           IF COT-FOUND-FLAG(SD-CUSTOMER-NUMBER + 1) = "Y"
               ADD SD-SIGNED-AMOUNT
                   TO CHT-THIS-TO-DATE(SD-CUSTOMER-NUMBER + 1)
           ELSE
               ADD 1 TO TOTAL-RECORDS-NO-CUST.

      *****************************************************************
      * Last year's sales also build the all-customer pattern, which
      * takes in customers no longer on the master - their sales
      * were still part of last year's shape
      *****************************************************************
       230-ADD-LAST-YEAR.

           ADD 1 TO TOTAL-RECORDS-LAST-YEAR.
           ADD SD-SIGNED-AMOUNT TO ALL-LAST-FULL-YEAR.
           IF SD-POSTING-MONTH NOT > PROJECTION-MONTH
               ADD SD-SIGNED-AMOUNT TO ALL-LAST-TO-DATE.
           IF COT-FOUND-FLAG(SD-CUSTOMER-NUMBER + 1) = "Y"
               ADD SD-SIGNED-AMOUNT
                   TO CHT-LAST-FULL-YEAR(SD-CUSTOMER-NUMBER + 1)
               IF SD-POSTING-MONTH NOT > PROJECTION-MONTH
                   ADD SD-SIGNED-AMOUNT
                       TO CHT-LAST-TO-DATE(SD-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Reads the master in branch/salesrep/customer sequence and
      * projects each customer, printing the salesrep and branch
      * totals as each group ends and the grand total after the last
      *****************************************************************
       300-PROJECT-CUSTOMERS.

           MOVE "P" TO REPORT-SECTION-SWITCH.
           OPEN INPUT CUSTMAST.
           PERFORM 310-READ-CUSTOMER-RECORD
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           CLOSE CUSTMAST.
           IF FIRST-CUSTOMER-SWITCH = "N"
               PERFORM 360-PRINT-SALESREP-TOTAL
               PERFORM 370-PRINT-BRANCH-TOTAL.
           PERFORM 380-PRINT-GRAND-TOTAL.

       310-READ-CUSTOMER-RECORD.

           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.
           IF CUSTMAST-EOF-SWITCH = "N"
               AND (TR-TRAILER-KEY NOT = "999999999"
                OR  TR-TRAILER-ID NOT = "*TRAILER")
               PERFORM 320-PROJECT-CUSTOMER.

       320-PROJECT-CUSTOMER.

           IF FIRST-CUSTOMER-SWITCH = "N"
              AND (CM-BRANCH-NUMBER NOT = PREVIOUS-BRANCH-NUMBER
               OR  CM-SALESREP-NUMBER NOT = PREVIOUS-SALESREP-NUMBER)
               PERFORM 360-PRINT-SALESREP-TOTAL.
           IF FIRST-CUSTOMER-SWITCH = "N"
               AND CM-BRANCH-NUMBER NOT = PREVIOUS-BRANCH-NUMBER
               PERFORM 370-PRINT-BRANCH-TOTAL.
           IF FIRST-CUSTOMER-SWITCH = "Y"
               OR CM-BRANCH-NUMBER NOT = PREVIOUS-BRANCH-NUMBER
               PERFORM 340-PRINT-BRANCH-GROUP.
           IF FIRST-CUSTOMER-SWITCH = "Y"
               OR CM-BRANCH-NUMBER NOT = PREVIOUS-BRANCH-NUMBER
               OR CM-SALESREP-NUMBER NOT = PREVIOUS-SALESREP-NUMBER
               PERFORM 345-PRINT-SALESREP-GROUP.
           PERFORM 330-CALCULATE-PROJECTION.
           PERFORM 350-PRINT-CUSTOMER-LINE.
           ADD LINE-ACTUAL    TO SALESREP-ACTUAL.
           ADD LINE-PROJECTED TO SALESREP-PROJECTED.
           ADD LINE-BUDGET    TO SALESREP-BUDGET.
           ADD LINE-LAST-YEAR TO SALESREP-LAST-YEAR.
           ADD 1 TO TOTAL-CUSTOMERS.
           MOVE CM-BRANCH-NUMBER   TO PREVIOUS-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO PREVIOUS-SALESREP-NUMBER.
           MOVE "N" TO FIRST-CUSTOMER-SWITCH.

      *****************************************************************
      * Projects one customer's full year. The actual to date is
      * scaled by last year's full year over last year to the same
      * month - the customer's own pattern when at least a tenth of
      * its sales last year fell by that month, so a customer that
      * only started buying late last year is not blown up; else
      * the pattern of all customers together; else the run rate
      * carried straight-line. With no months remaining the
      * projection is the actual
      *****************************************************************
       330-CALCULATE-PROJECTION.

           COMPUTE LINE-ACTUAL =
               CHT-THIS-TO-DATE(CM-CUSTOMER-NUMBER + 1).
           MOVE CM-SALES-BUDGET-YTD TO LINE-BUDGET.
           MOVE CM-SALES-LAST-YTD   TO LINE-LAST-YEAR.
           IF MONTHS-REMAINING = ZERO
               MOVE LINE-ACTUAL TO LINE-PROJECTED
               MOVE "ACTUAL"    TO PROJECTION-BASIS
           ELSE
           IF CHT-LAST-TO-DATE(CM-CUSTOMER-NUMBER + 1) > ZERO
               AND CHT-LAST-TO-DATE(CM-CUSTOMER-NUMBER + 1) * 10
                   NOT < CHT-LAST-FULL-YEAR(CM-CUSTOMER-NUMBER + 1)
               AND CHT-LAST-FULL-YEAR(CM-CUSTOMER-NUMBER + 1)
                   NOT < CHT-LAST-TO-DATE(CM-CUSTOMER-NUMBER + 1)
               MOVE "OWN PATT" TO PROJECTION-BASIS
               ADD 1 TO TOTAL-OWN-PATTERN
               COMPUTE LINE-PROJECTED ROUNDED = LINE-ACTUAL
                   * CHT-LAST-FULL-YEAR(CM-CUSTOMER-NUMBER + 1)
                   / CHT-LAST-TO-DATE(CM-CUSTOMER-NUMBER + 1)
                   ON SIZE ERROR
                       MOVE 9999999.99 TO LINE-PROJECTED
           ELSE
           IF ALL-LAST-TO-DATE > ZERO
               AND ALL-LAST-FULL-YEAR NOT < ALL-LAST-TO-DATE
               MOVE "ALL PATT" TO PROJECTION-BASIS
               ADD 1 TO TOTAL-ALL-PATTERN
               COMPUTE LINE-PROJECTED ROUNDED = LINE-ACTUAL
                   * ALL-LAST-FULL-YEAR / ALL-LAST-TO-DATE
                   ON SIZE ERROR
                       MOVE 9999999.99 TO LINE-PROJECTED
           ELSE
               MOVE "RUN RATE" TO PROJECTION-BASIS
               ADD 1 TO TOTAL-STRAIGHT-LINE
               COMPUTE LINE-PROJECTED ROUNDED =
                   LINE-ACTUAL * 12 / PROJECTION-MONTH
                   ON SIZE ERROR
                       MOVE 9999999.99 TO LINE-PROJECTED.

      *****************************************************************
      * Prints the branch heading at the start of each branch, and
      * the salesrep heading at the start of each salesrep
      *****************************************************************
       340-PRINT-BRANCH-GROUP.

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 700-PRINT-PROJECTION-HEADINGS.
           MOVE CM-BRANCH-NUMBER TO BGL-BRANCH-NUMBER.
           IF BNT-FOUND-FLAG(CM-BRANCH-NUMBER + 1) = "Y"
               MOVE BNT-BRANCH-NAME(CM-BRANCH-NUMBER + 1)
                                       TO BGL-BRANCH-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE" TO BGL-BRANCH-NAME.
           MOVE BRANCH-GROUP-LINE      TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       345-PRINT-SALESREP-GROUP.

           IF LINE-COUNT + 3 > LINES-ON-PAGE
               PERFORM 700-PRINT-PROJECTION-HEADINGS.
           MOVE CM-SALESREP-NUMBER TO SGL-SALESREP-NUMBER.
           IF RNT-FOUND-FLAG(CM-SALESREP-NUMBER + 1) = "Y"
               MOVE RNT-SALESREP-NAME(CM-SALESREP-NUMBER + 1)
                                       TO SGL-SALESREP-NAME
           ELSE
               MOVE "*NOT ON REP FILE" TO SGL-SALESREP-NAME.
           MOVE SALESREP-GROUP-LINE    TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       350-PRINT-CUSTOMER-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-PROJECTION-HEADINGS.
           PERFORM 390-CALCULATE-VARIANCES.
           MOVE CM-CUSTOMER-NUMBER     TO CPL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME       TO CPL-CUSTOMER-NAME.
           MOVE LINE-ACTUAL            TO CPL-ACTUAL.
           MOVE LINE-PROJECTED         TO CPL-PROJECTED.
           MOVE LINE-BUDGET            TO CPL-BUDGET.
           MOVE VARIANCE-TO-BUDGET     TO CPL-VARIANCE-TO-BUDGET.
           MOVE VARIANCE-PERCENT       TO CPL-VARIANCE-PERCENT.
           MOVE VARIANCE-TO-LAST-YEAR  TO CPL-VARIANCE-TO-LAST-YEAR.
           MOVE PROJECTION-BASIS       TO CPL-BASIS-OR-FLAG.
           MOVE CUSTOMER-PROJECTION-LINE TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the salesrep total and rolls it into the branch. A
      * salesrep with a budget who is projected under it by more
      * than the at-risk percent is flagged and saved for the
      * at-risk list
      *****************************************************************
       360-PRINT-SALESREP-TOTAL.

           MOVE SALESREP-ACTUAL        TO LINE-ACTUAL.
           MOVE SALESREP-PROJECTED     TO LINE-PROJECTED.
           MOVE SALESREP-BUDGET        TO LINE-BUDGET.
           MOVE SALESREP-LAST-YEAR     TO LINE-LAST-YEAR.
           PERFORM 390-CALCULATE-VARIANCES.
           MOVE "SALESREP TOTAL"       TO PTL-LABEL.
           MOVE SPACES                 TO PTL-FLAG.
           IF LINE-BUDGET > ZERO
               AND VARIANCE-TO-BUDGET < ZERO
               AND ZERO - VARIANCE-PERCENT > AT-RISK-PERCENT
               MOVE "*AT RISK"         TO PTL-FLAG
               PERFORM 365-SAVE-AT-RISK-SALESREP.
           PERFORM 395-WRITE-TOTAL-LINE.
           ADD SALESREP-ACTUAL         TO BRANCH-ACTUAL.
           ADD SALESREP-PROJECTED      TO BRANCH-PROJECTED.
           ADD SALESREP-BUDGET         TO BRANCH-BUDGET.
           ADD SALESREP-LAST-YEAR      TO BRANCH-LAST-YEAR.
           MOVE ZERO TO SALESREP-ACTUAL
                        SALESREP-PROJECTED
                        SALESREP-BUDGET
                        SALESREP-LAST-YEAR.

       365-SAVE-AT-RISK-SALESREP.

           IF ART-ENTRY-COUNT < 1000
               ADD 1 TO ART-ENTRY-COUNT
               MOVE PREVIOUS-BRANCH-NUMBER
                   TO ART-BRANCH-NUMBER(ART-ENTRY-COUNT)
               MOVE PREVIOUS-SALESREP-NUMBER
                   TO ART-SALESREP-NUMBER(ART-ENTRY-COUNT)
               MOVE LINE-PROJECTED   TO ART-PROJECTED(ART-ENTRY-COUNT)
               MOVE LINE-BUDGET      TO ART-BUDGET(ART-ENTRY-COUNT)
               MOVE LINE-LAST-YEAR   TO ART-LAST-YEAR(ART-ENTRY-COUNT)
               MOVE VARIANCE-PERCENT TO ART-PERCENT(ART-ENTRY-COUNT).

       370-PRINT-BRANCH-TOTAL.

           MOVE BRANCH-ACTUAL          TO LINE-ACTUAL.
           MOVE BRANCH-PROJECTED       TO LINE-PROJECTED.
           MOVE BRANCH-BUDGET          TO LINE-BUDGET.
           MOVE BRANCH-LAST-YEAR       TO LINE-LAST-YEAR.
           PERFORM 390-CALCULATE-VARIANCES.
           MOVE "BRANCH TOTAL"         TO PTL-LABEL.
           MOVE SPACES                 TO PTL-FLAG.
           PERFORM 395-WRITE-TOTAL-LINE.
           MOVE SPACES                 TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           ADD BRANCH-ACTUAL           TO GRAND-ACTUAL.
           ADD BRANCH-PROJECTED        TO GRAND-PROJECTED.
           ADD BRANCH-BUDGET           TO GRAND-BUDGET.
           ADD BRANCH-LAST-YEAR        TO GRAND-LAST-YEAR.
           MOVE ZERO TO BRANCH-ACTUAL
                        BRANCH-PROJECTED
                        BRANCH-BUDGET
                        BRANCH-LAST-YEAR.

       380-PRINT-GRAND-TOTAL.

           MOVE GRAND-ACTUAL           TO LINE-ACTUAL.
           MOVE GRAND-PROJECTED        TO LINE-PROJECTED.
           MOVE GRAND-BUDGET           TO LINE-BUDGET.
           MOVE GRAND-LAST-YEAR        TO LINE-LAST-YEAR.
           PERFORM 390-CALCULATE-VARIANCES.
           MOVE "ALL BRANCHES TOTAL"   TO PTL-LABEL.
           MOVE SPACES                 TO PTL-FLAG.
           PERFORM 395-WRITE-TOTAL-LINE.

      *****************************************************************
      * Works out the projected variance to budget, as an amount and
      * as a percent of budget, and to last year's sales
      *****************************************************************
       390-CALCULATE-VARIANCES.

           COMPUTE VARIANCE-TO-BUDGET = LINE-PROJECTED - LINE-BUDGET
               ON SIZE ERROR
                   MOVE ZERO TO VARIANCE-TO-BUDGET.
           COMPUTE VARIANCE-TO-LAST-YEAR =
               LINE-PROJECTED - LINE-LAST-YEAR
               ON SIZE ERROR
                   MOVE ZERO TO VARIANCE-TO-LAST-YEAR.
           IF LINE-BUDGET = ZERO
               MOVE 999.9 TO VARIANCE-PERCENT
           ELSE
               COMPUTE VARIANCE-PERCENT ROUNDED =
                   VARIANCE-TO-BUDGET * 100 / LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 999.9 TO VARIANCE-PERCENT.

       395-WRITE-TOTAL-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-PROJECTION-HEADINGS.
           MOVE LINE-ACTUAL            TO PTL-ACTUAL.
           MOVE LINE-PROJECTED         TO PTL-PROJECTED.
           MOVE LINE-BUDGET            TO PTL-BUDGET.
           MOVE VARIANCE-TO-BUDGET     TO PTL-VARIANCE-TO-BUDGET.
           MOVE VARIANCE-PERCENT       TO PTL-VARIANCE-PERCENT.
           MOVE VARIANCE-TO-LAST-YEAR  TO PTL-VARIANCE-TO-LAST-YEAR.
           MOVE PROJECTION-TOTAL-LINE  TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Lists every salesrep flagged at risk on a page of its own,
      * in branch and salesrep order, for the branch managers to act
      * on before the fourth quarter
      *****************************************************************
       500-PRINT-AT-RISK-SECTION.

           MOVE "R" TO REPORT-SECTION-SWITCH.
           PERFORM 700-PRINT-PROJECTION-HEADINGS.
           IF ART-ENTRY-COUNT = ZERO
               MOVE NO-REPS-AT-RISK-LINE TO PROJECTION-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
           ELSE
               PERFORM 510-PRINT-AT-RISK-LINE
                   VARYING ART-SUBSCRIPT FROM 1 BY 1
                   UNTIL ART-SUBSCRIPT > ART-ENTRY-COUNT.

       510-PRINT-AT-RISK-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-PROJECTION-HEADINGS.
           MOVE ART-BRANCH-NUMBER(ART-SUBSCRIPT) TO ARL-BRANCH-NUMBER.
           IF BNT-FOUND-FLAG(ART-BRANCH-NUMBER(ART-SUBSCRIPT) + 1)
                   = "Y"
               MOVE BNT-BRANCH-NAME
                        (ART-BRANCH-NUMBER(ART-SUBSCRIPT) + 1)
                                       TO ARL-BRANCH-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE" TO ARL-BRANCH-NAME.
           MOVE ART-SALESREP-NUMBER(ART-SUBSCRIPT)
                                       TO ARL-SALESREP-NUMBER.
           IF RNT-FOUND-FLAG(ART-SALESREP-NUMBER(ART-SUBSCRIPT) + 1)
                   = "Y"
               MOVE RNT-SALESREP-NAME
                        (ART-SALESREP-NUMBER(ART-SUBSCRIPT) + 1)
                                       TO ARL-SALESREP-NAME
           ELSE
               MOVE "*NOT ON REP FILE" TO ARL-SALESREP-NAME.
           MOVE ART-PROJECTED(ART-SUBSCRIPT) TO ARL-PROJECTED.
           MOVE ART-BUDGET(ART-SUBSCRIPT)    TO ARL-BUDGET.
           COMPUTE VARIANCE-TO-BUDGET =
               ART-PROJECTED(ART-SUBSCRIPT) - ART-BUDGET(ART-SUBSCRIPT).
           MOVE VARIANCE-TO-BUDGET           TO ARL-VARIANCE-TO-BUDGET.
           MOVE ART-PERCENT(ART-SUBSCRIPT)   TO ARL-VARIANCE-PERCENT.
           COMPUTE VARIANCE-TO-LAST-YEAR =
               ART-PROJECTED(ART-SUBSCRIPT)
               - ART-LAST-YEAR(ART-SUBSCRIPT)
               ON SIZE ERROR
                   MOVE ZERO TO VARIANCE-TO-LAST-YEAR.
           MOVE VARIANCE-TO-LAST-YEAR     TO ARL-VARIANCE-TO-LAST-YEAR.
           MOVE AT-RISK-LINE              TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the history record counts behind the projection and
      * how many customers were projected on each basis
      *****************************************************************
       600-PRINT-RUN-COUNTS.

           IF LINE-COUNT + 10 > LINES-ON-PAGE
               PERFORM 700-PRINT-PROJECTION-HEADINGS.
           MOVE SPACES                  TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE "HISTORY RECORDS READ"  TO PCL-LABEL.
           MOVE TOTAL-RECORDS-READ      TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE "POSTED THIS YEAR TO DATE" TO PCL-LABEL.
           MOVE TOTAL-RECORDS-THIS-YEAR TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE "POSTED LAST YEAR"      TO PCL-LABEL.
           MOVE TOTAL-RECORDS-LAST-YEAR TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE "CUSTOMER NOT ON CUSTMAST" TO PCL-LABEL.
           MOVE TOTAL-RECORDS-NO-CUST   TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE "CUSTOMERS PROJECTED"   TO PCL-LABEL.
           MOVE TOTAL-CUSTOMERS         TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE "  ON OWN PATTERN"      TO PCL-LABEL.
           MOVE TOTAL-OWN-PATTERN       TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE "  ON ALL-CUSTOMER PATTERN" TO PCL-LABEL.
           MOVE TOTAL-ALL-PATTERN       TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE "  ON STRAIGHT RUN RATE" TO PCL-LABEL.
           MOVE TOTAL-STRAIGHT-LINE     TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.
           MOVE "SALESREPS AT RISK"     TO PCL-LABEL.
           MOVE ART-ENTRY-COUNT         TO PCL-COUNT.
           PERFORM 610-WRITE-COUNT-LINE.

       610-WRITE-COUNT-LINE.

           MOVE PROJECTION-COUNT-LINE   TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the page headings, with the column headings of the
      * section being printed and the projection month under them
      *****************************************************************
       700-PRINT-PROJECTION-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO PH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO PH1-MONTH.
           MOVE CD-DAY     TO PH1-DAY.
           MOVE CD-YEAR    TO PH1-YEAR.
           MOVE CD-HOURS   TO PH2-HOURS.
           MOVE CD-MINUTES TO PH2-MINUTES.
           MOVE PROJECTION-HEADING-LINE-1 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE PROJECTION-HEADING-LINE-2 TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE SPACES                    TO PROJECTION-PRINT-AREA.
           WRITE PROJECTION-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
           IF REPORT-SECTION-SWITCH = "R"
               MOVE AT-RISK-HEADING-LINE-3 TO PROJECTION-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               MOVE AT-RISK-HEADING-LINE-4 TO PROJECTION-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               MOVE "SALESREPS AT RISK OF MISSING BUDGET"
                                           TO PL-SECTION
           ELSE
               MOVE PROJECTION-HEADING-LINE-3 TO PROJECTION-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               MOVE PROJECTION-HEADING-LINE-4 TO PROJECTION-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               MOVE "PROJECTION BY CUSTOMER" TO PL-SECTION.
           MOVE PROJECTION-MONTH   TO PL-MONTH.
           MOVE PROJECTION-YEAR    TO PL-YEAR.
           MOVE LAST-YEAR          TO PL-LAST-YEAR.
           MOVE AT-RISK-PERCENT    TO PL-AT-RISK-PERCENT.
           MOVE PERIOD-LINE        TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES             TO PROJECTION-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       720-WRITE-REPORT-LINE.

           WRITE PROJECTION-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
