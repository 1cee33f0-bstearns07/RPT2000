      ******************************************************************
      * Title..........: PRDL2000 - Product-Line Sales Analysis
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-16-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Prints this year's sales against last year's
      *                  by product line within branch, then each
      *                  salesrep's product mix, so sales management
      *                  can see which lines are driving the percent
      *                  changes the YTD sales report shows at
      *                  customer level. Sales come from the sales
      *                  detail history by posting year and product-
      *                  line code; each customer is reported under
      *                  the branch and salesrep it is carried under
      *                  on the customer master, the same as on the
      *                  YTD sales report. Detail posted before
      *                  product lines were coded reports as NOT
      *                  CODED
      * File Desc......: Define the sole source code for the product-
      *                  line sales analysis program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRDL2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HISTORY  ASSIGN TO HISTORY.
           SELECT CUSTMAST ASSIGN TO CUSTMAST.
           SELECT PRODLINE ASSIGN TO PRODLINE.
           SELECT BRCHMAST ASSIGN TO BRCHMAST.
           SELECT REPMAST  ASSIGN TO REPMAST.
           SELECT PRDLRPT  ASSIGN TO PRDLRPT.

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
      * signed, so a credit reduces the product line's sales. Detail
      * posted before product lines were coded has spaces in the
      * product-line code
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
      * customer master. It is skipped - the analysis only needs
      * each customer's branch and salesrep
      *****************************************************************
       01  CUSTOMER-TRAILER-RECORD.
           05  TR-TRAILER-KEY          PIC X(9).
           05  TR-TRAILER-ID           PIC X(8).
           05  FILLER                  PIC X(113).

       FD  PRODLINE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One product line on the product-line reference file, keyed
      * by product-line code, carrying the description printed on
      * the analysis
      *****************************************************************
       01  PRODUCT-LINE-RECORD.
           05  PLM-PRODUCT-LINE        PIC X(2).
           05  PLM-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(8).

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

       FD  PRDLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the analysis as a fixed 130 char
      * length
      *****************************************************************
       01  ANALYSIS-PRINT-AREA     PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the product-line analysis
      *****************************************************************

      * Determines when the end of each input file is reached, and
      * which section of the analysis the page headings are for
       01  SWITCHES.
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  PRODLINE-EOF-SWITCH     PIC X    VALUE "N".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  PRODUCT-LINE-FOUND-SWITCH PIC X  VALUE "N".
           05  REPORT-SECTION-SWITCH   PIC X    VALUE "B".
      * Controls spacing on the analysis and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * The two posting years compared
       01  YEAR-FIELDS.
           05  THIS-YEAR               PIC 9(4)    VALUE ZERO.
           05  LAST-YEAR               PIC 9(4)    VALUE ZERO.
      * Branch and salesrep each customer is carried under on the
      * customer master, direct-indexed by customer number + 1
       01  CUSTOMER-TABLE.
           05  CUT-ENTRY OCCURS 100000 TIMES.
               10  CUT-FOUND-FLAG      PIC X      VALUE "N".
               10  CUT-BRANCH-NUMBER   PIC 9(2)   VALUE ZERO.
               10  CUT-SALESREP-NUMBER PIC 9(2)   VALUE ZERO.
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
      * Every product line on the reference file, in file order.
      * The last entry is kept for history carrying no code, or a
      * code since taken off the file
       01  PRODUCT-LINE-FIELDS.
           05  PLT-ENTRY-COUNT         PIC S9(3)      VALUE ZERO.
           05  PLT-SUBSCRIPT           PIC S9(3)      VALUE ZERO.
           05  PLT-NOT-CODED           PIC S9(3)      VALUE +101.
           05  LINE-SUBSCRIPT          PIC S9(3)      VALUE ZERO.
       01  PRODUCT-LINE-TABLE.
           05  PLT-ENTRY OCCURS 101 TIMES.
               10  PLT-PRODUCT-LINE    PIC X(2)       VALUE SPACE.
               10  PLT-DESCRIPTION     PIC X(20)      VALUE SPACE.
               10  PLT-THIS-YEAR       PIC S9(9)V99   VALUE ZERO.
               10  PLT-LAST-YEAR       PIC S9(9)V99   VALUE ZERO.
      * This year's and last year's sales by branch and product
      * line, direct-indexed by branch number + 1 and by the
      * product line's place on the product-line table
       01  BRANCH-LINE-TABLE.
           05  BLT-BRANCH OCCURS 100 TIMES.
               10  BLT-ACTIVE-FLAG     PIC X          VALUE "N".
               10  BLT-LINE OCCURS 101 TIMES.
                   15  BLT-LINE-ACTIVE-FLAG PIC X     VALUE "N".
                   15  BLT-THIS-YEAR   PIC S9(9)V99   VALUE ZERO.
                   15  BLT-LAST-YEAR   PIC S9(9)V99   VALUE ZERO.
      * The same by salesrep, direct-indexed by salesrep number + 1
       01  SALESREP-LINE-TABLE.
           05  SLT-SALESREP OCCURS 100 TIMES.
               10  SLT-ACTIVE-FLAG     PIC X          VALUE "N".
               10  SLT-LINE OCCURS 101 TIMES.
                   15  SLT-LINE-ACTIVE-FLAG PIC X     VALUE "N".
                   15  SLT-THIS-YEAR   PIC S9(9)V99   VALUE ZERO.
                   15  SLT-LAST-YEAR   PIC S9(9)V99   VALUE ZERO.
       01  TABLE-SUBSCRIPTS.
           05  BRANCH-SUBSCRIPT        PIC S9(3)      VALUE ZERO.
           05  SALESREP-SUBSCRIPT      PIC S9(3)      VALUE ZERO.
      * Totals for one branch or salesrep, for the whole analysis,
      * and counts of the history read
       01  TOTAL-FIELDS.
           05  GROUP-THIS-YEAR         PIC S9(9)V99   VALUE ZERO.
           05  GROUP-LAST-YEAR         PIC S9(9)V99   VALUE ZERO.
           05  GRAND-THIS-YEAR         PIC S9(9)V99   VALUE ZERO.
           05  GRAND-LAST-YEAR         PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-RECORDS-READ      PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-THIS-YEAR PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-LAST-YEAR PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-NOT-CODED PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-NO-CUST   PIC S9(7)      VALUE ZERO.
      * Amounts for the line being printed and its change from
      * last year
       01  CALCULATED-FIELDS.
           05  LINE-THIS-YEAR          PIC S9(9)V99   VALUE ZERO.
           05  LINE-LAST-YEAR          PIC S9(9)V99   VALUE ZERO.
           05  CHANGE-AMOUNT           PIC S9(9)V99   VALUE ZERO.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      *****************************************************************
      * Define all lines printed on the analysis
      *****************************************************************
       01  ANALYSIS-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  AH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  AH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  AH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "PRODUCT-LINE SALES A".
           05  FILLER          PIC X(20)   VALUE "NALYSIS             ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  AH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  ANALYSIS-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  AH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  AH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PRDL2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  BRANCH-HEADING-LINE-3.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "LINE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "DESCRIPTION".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "      THIS YEAR".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "      LAST YEAR".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "  CHANGE AMOUNT".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "PERCENT".
           05  FILLER          PIC X(37)   VALUE SPACE.

       01  SALESREP-HEADING-LINE-3.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "LINE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "DESCRIPTION".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "      THIS YEAR".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "      LAST YEAR".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "PERCENT".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "THIS YR".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "LAST YR".
           05  FILLER          PIC X(35)   VALUE SPACE.

       01  SALESREP-HEADING-LINE-4.
           05  FILLER          PIC X(67)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE " CHANGE".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "  MIX %".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "  MIX %".
           05  FILLER          PIC X(36)   VALUE SPACE.

       01  YEAR-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(11)    VALUE "THIS YEAR: ".
           05  YL-THIS-YEAR        PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(11)    VALUE "LAST YEAR: ".
           05  YL-LAST-YEAR        PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  YL-SECTION          PIC X(40).
           05  FILLER              PIC X(52)    VALUE SPACE.

       01  BRANCH-GROUP-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "BRANCH ".
           05  BGL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  BGL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(98)    VALUE SPACE.

       01  SALESREP-GROUP-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "REP ".
           05  SGL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  SGL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(101)   VALUE SPACE.

       01  ALL-BRANCHES-GROUP-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(20)    VALUE
               "ALL BRANCHES".
           05  FILLER              PIC X(108)   VALUE SPACE.

       01  PRODUCT-LINE-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PLL-PRODUCT-LINE    PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PLL-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PLL-THIS-YEAR       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PLL-LAST-YEAR       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PLL-CHANGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PLL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(37)    VALUE SPACE.

       01  PRODUCT-LINE-TOTAL-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PTL-LABEL           PIC X(25).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PTL-THIS-YEAR       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PTL-LAST-YEAR       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PTL-CHANGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PTL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(37)    VALUE SPACE.

       01  PRODUCT-MIX-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PML-PRODUCT-LINE    PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PML-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PML-THIS-YEAR       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PML-LAST-YEAR       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PML-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PML-THIS-YEAR-MIX   PIC ZZ9.9-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PML-LAST-YEAR-MIX   PIC ZZ9.9-.
           05  FILLER              PIC X(35)    VALUE SPACE.

       01  PRODUCT-MIX-TOTAL-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PMT-LABEL           PIC X(25).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PMT-THIS-YEAR       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PMT-LAST-YEAR       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PMT-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(55)    VALUE SPACE.

       01  ANALYSIS-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "HISTORY RECORDS READ      ".
           05  AT1-RECORDS-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  ANALYSIS-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "POSTED THIS YEAR          ".
           05  AT2-RECORDS-THIS-YEAR PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  ANALYSIS-TOTAL-LINE-3.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "POSTED LAST YEAR          ".
           05  AT3-RECORDS-LAST-YEAR PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  ANALYSIS-TOTAL-LINE-4.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "NOT PRODUCT-LINE CODED    ".
           05  AT4-RECORDS-NOT-CODED PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  ANALYSIS-TOTAL-LINE-5.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "CUSTOMER NOT ON CUSTMAST  ".
           05  AT5-RECORDS-NO-CUST PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the product-line analysis. The
      * reference files and the customer master are loaded, the
      * history is totalled by branch and by salesrep for this
      * posting year and last, and the two sections print - sales
      * by product line within branch with an all-branches summary,
      * then each salesrep's product mix on a new page
      *****************************************************************
       000-PRINT-PRODUCT-LINE-ANALYSIS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR TO THIS-YEAR.
           COMPUTE LAST-YEAR = CD-YEAR - 1.
           PERFORM 100-LOAD-REFERENCE-TABLES.
           PERFORM 200-TOTAL-SALES-HISTORY.
           OPEN OUTPUT PRDLRPT.
           PERFORM 300-PRINT-BRANCH-SECTION.
           PERFORM 400-PRINT-SALESREP-SECTION.
           PERFORM 600-PRINT-RUN-COUNTS.
           CLOSE PRDLRPT.
           STOP RUN.

      *****************************************************************
      * Loads the product lines, the branch and salesrep names, and
      * every customer's branch and salesrep off the master
      *****************************************************************
       100-LOAD-REFERENCE-TABLES.

           OPEN INPUT PRODLINE
                      BRCHMAST
                      REPMAST
                      CUSTMAST.
           PERFORM 110-LOAD-PRODUCT-LINE
               UNTIL PRODLINE-EOF-SWITCH = "Y".
           PERFORM 120-LOAD-BRANCH-NAME
               UNTIL BRCHMAST-EOF-SWITCH = "Y".
           PERFORM 130-LOAD-SALESREP-NAME
               UNTIL REPMAST-EOF-SWITCH = "Y".
           PERFORM 140-LOAD-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           CLOSE PRODLINE
                 BRCHMAST
                 REPMAST
                 CUSTMAST.
           MOVE "**"        TO PLT-PRODUCT-LINE(PLT-NOT-CODED).
           MOVE "NOT CODED" TO PLT-DESCRIPTION(PLT-NOT-CODED).

       110-LOAD-PRODUCT-LINE.

           READ PRODLINE
               AT END
                   MOVE "Y" TO PRODLINE-EOF-SWITCH.
           IF PRODLINE-EOF-SWITCH = "N"
               AND PLM-PRODUCT-LINE NOT = SPACES
               AND PLT-ENTRY-COUNT < 100
               ADD 1 TO PLT-ENTRY-COUNT
               MOVE PLM-PRODUCT-LINE
                   TO PLT-PRODUCT-LINE(PLT-ENTRY-COUNT)
               MOVE PLM-DESCRIPTION
                   TO PLT-DESCRIPTION(PLT-ENTRY-COUNT).

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
               MOVE "Y" TO CUT-FOUND-FLAG(CM-CUSTOMER-NUMBER + 1)
               MOVE CM-BRANCH-NUMBER
                   TO CUT-BRANCH-NUMBER(CM-CUSTOMER-NUMBER + 1)
               MOVE CM-SALESREP-NUMBER
                   TO CUT-SALESREP-NUMBER(CM-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Reads the whole history, totalling every record posted this
      * year or last onto its product line under the customer's
      * branch and salesrep. History for a customer no longer on
      * the master stays under the branch it was posted to and is
      * left out of the salesrep mix
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
               IF SD-POSTING-YEAR = THIS-YEAR
                   OR SD-POSTING-YEAR = LAST-YEAR
                   PERFORM 220-ADD-HISTORY-RECORD.

       220-ADD-HISTORY-RECORD.

           PERFORM 230-FIND-PRODUCT-LINE.
           IF CUT-FOUND-FLAG(SD-CUSTOMER-NUMBER + 1) = "Y"
               MOVE CUT-BRANCH-NUMBER(SD-CUSTOMER-NUMBER + 1)
                   TO BRANCH-SUBSCRIPT
               ADD 1 TO BRANCH-SUBSCRIPT
               MOVE CUT-SALESREP-NUMBER(SD-CUSTOMER-NUMBER + 1)
                   TO SALESREP-SUBSCRIPT
               ADD 1 TO SALESREP-SUBSCRIPT
           ELSE
               COMPUTE BRANCH-SUBSCRIPT = SD-BRANCH-NUMBER + 1
               MOVE ZERO TO SALESREP-SUBSCRIPT
               ADD 1 TO TOTAL-RECORDS-NO-CUST.
           MOVE "Y" TO BLT-ACTIVE-FLAG(BRANCH-SUBSCRIPT).
           MOVE "Y" TO BLT-LINE-ACTIVE-FLAG
                           (BRANCH-SUBSCRIPT, LINE-SUBSCRIPT).
           IF SALESREP-SUBSCRIPT > ZERO
               MOVE "Y" TO SLT-ACTIVE-FLAG(SALESREP-SUBSCRIPT)
               MOVE "Y" TO SLT-LINE-ACTIVE-FLAG
                               (SALESREP-SUBSCRIPT, LINE-SUBSCRIPT).
           IF SD-POSTING-YEAR = THIS-YEAR
               PERFORM 222-ADD-THIS-YEAR
           ELSE
               PERFORM 224-ADD-LAST-YEAR.

       222-ADD-THIS-YEAR.

           ADD 1 TO TOTAL-RECORDS-THIS-YEAR.
           ADD SD-SIGNED-AMOUNT
               TO BLT-THIS-YEAR(BRANCH-SUBSCRIPT, LINE-SUBSCRIPT).
           ADD SD-SIGNED-AMOUNT
               TO PLT-THIS-YEAR(LINE-SUBSCRIPT).
           IF SALESREP-SUBSCRIPT > ZERO
               ADD SD-SIGNED-AMOUNT
                   TO SLT-THIS-YEAR(SALESREP-SUBSCRIPT, LINE-SUBSCRIPT).

       224-ADD-LAST-YEAR.

           ADD 1 TO TOTAL-RECORDS-LAST-YEAR.
           ADD SD-SIGNED-AMOUNT
               TO BLT-LAST-YEAR(BRANCH-SUBSCRIPT, LINE-SUBSCRIPT).
           ADD SD-SIGNED-AMOUNT
               TO PLT-LAST-YEAR(LINE-SUBSCRIPT).
           IF SALESREP-SUBSCRIPT > ZERO
               ADD SD-SIGNED-AMOUNT
                   TO SLT-LAST-YEAR(SALESREP-SUBSCRIPT, LINE-SUBSCRIPT).

      *****************************************************************
      * Finds the record's product-line code on the product-line
      * table. LINE-SUBSCRIPT is left on the entry, or on the NOT
      * CODED entry for a blank code or one not on file
      *****************************************************************
       230-FIND-PRODUCT-LINE.

           MOVE "N" TO PRODUCT-LINE-FOUND-SWITCH.
           IF SD-PRODUCT-LINE NOT = SPACES
               PERFORM 240-MATCH-PRODUCT-LINE
                   VARYING PLT-SUBSCRIPT FROM 1 BY 1
                   UNTIL PLT-SUBSCRIPT > PLT-ENTRY-COUNT
                   OR PRODUCT-LINE-FOUND-SWITCH = "Y".
           IF PRODUCT-LINE-FOUND-SWITCH = "N"
               MOVE PLT-NOT-CODED TO LINE-SUBSCRIPT
               ADD 1 TO TOTAL-RECORDS-NOT-CODED.

       240-MATCH-PRODUCT-LINE.

           IF PLT-PRODUCT-LINE(PLT-SUBSCRIPT) = SD-PRODUCT-LINE
               MOVE "Y"           TO PRODUCT-LINE-FOUND-SWITCH
               MOVE PLT-SUBSCRIPT TO LINE-SUBSCRIPT.

      *****************************************************************
      * Prints each branch with sales this year or last - a line
      * for every product line it sold, then the branch total -
      * and after them the product lines summed across every
      * branch with the grand total
      *****************************************************************
       300-PRINT-BRANCH-SECTION.

           MOVE "B" TO REPORT-SECTION-SWITCH.
           PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           PERFORM 310-PRINT-BRANCH
               VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
               UNTIL BRANCH-SUBSCRIPT > 100.
           PERFORM 340-PRINT-ALL-BRANCHES.

       310-PRINT-BRANCH.

           IF BLT-ACTIVE-FLAG(BRANCH-SUBSCRIPT) = "Y"
               PERFORM 320-PRINT-BRANCH-GROUP.

       320-PRINT-BRANCH-GROUP.

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           COMPUTE BGL-BRANCH-NUMBER = BRANCH-SUBSCRIPT - 1.
           IF BNT-FOUND-FLAG(BRANCH-SUBSCRIPT) = "Y"
               MOVE BNT-BRANCH-NAME(BRANCH-SUBSCRIPT)
                                       TO BGL-BRANCH-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE" TO BGL-BRANCH-NAME.
           MOVE BRANCH-GROUP-LINE      TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ZERO TO GROUP-THIS-YEAR
                        GROUP-LAST-YEAR.
           PERFORM 330-PRINT-BRANCH-LINE
               VARYING LINE-SUBSCRIPT FROM 1 BY 1
               UNTIL LINE-SUBSCRIPT > PLT-NOT-CODED.
           MOVE "BRANCH TOTAL"         TO PTL-LABEL.
           PERFORM 360-PRINT-GROUP-TOTAL.

       330-PRINT-BRANCH-LINE.

           IF BLT-LINE-ACTIVE-FLAG(BRANCH-SUBSCRIPT, LINE-SUBSCRIPT)
                   = "Y"
               MOVE BLT-THIS-YEAR(BRANCH-SUBSCRIPT, LINE-SUBSCRIPT)
                   TO LINE-THIS-YEAR
               MOVE BLT-LAST-YEAR(BRANCH-SUBSCRIPT, LINE-SUBSCRIPT)
                   TO LINE-LAST-YEAR
               PERFORM 350-WRITE-PRODUCT-LINE-LINE.

      *****************************************************************
      * Prints every product line with sales this year or last in
      * any branch, then the grand total for the analysis
      *****************************************************************
       340-PRINT-ALL-BRANCHES.

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           MOVE ALL-BRANCHES-GROUP-LINE TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ZERO TO GROUP-THIS-YEAR
                        GROUP-LAST-YEAR.
           PERFORM 345-PRINT-ALL-BRANCHES-LINE
               VARYING LINE-SUBSCRIPT FROM 1 BY 1
               UNTIL LINE-SUBSCRIPT > PLT-NOT-CODED.
           MOVE "ALL BRANCHES TOTAL"    TO PTL-LABEL.
           PERFORM 360-PRINT-GROUP-TOTAL.
           MOVE GROUP-THIS-YEAR         TO GRAND-THIS-YEAR.
           MOVE GROUP-LAST-YEAR         TO GRAND-LAST-YEAR.

       345-PRINT-ALL-BRANCHES-LINE.

           IF PLT-THIS-YEAR(LINE-SUBSCRIPT) NOT = ZERO
               OR PLT-LAST-YEAR(LINE-SUBSCRIPT) NOT = ZERO
               MOVE PLT-THIS-YEAR(LINE-SUBSCRIPT) TO LINE-THIS-YEAR
               MOVE PLT-LAST-YEAR(LINE-SUBSCRIPT) TO LINE-LAST-YEAR
               PERFORM 350-WRITE-PRODUCT-LINE-LINE.

       350-WRITE-PRODUCT-LINE-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           MOVE PLT-PRODUCT-LINE(LINE-SUBSCRIPT) TO PLL-PRODUCT-LINE.
           MOVE PLT-DESCRIPTION(LINE-SUBSCRIPT)  TO PLL-DESCRIPTION.
           MOVE LINE-THIS-YEAR                   TO PLL-THIS-YEAR.
           MOVE LINE-LAST-YEAR                   TO PLL-LAST-YEAR.
           COMPUTE CHANGE-AMOUNT = LINE-THIS-YEAR - LINE-LAST-YEAR.
           MOVE CHANGE-AMOUNT                    TO PLL-CHANGE-AMOUNT.
           IF LINE-LAST-YEAR = ZERO
               MOVE 999.9 TO PLL-CHANGE-PERCENT
           ELSE
               COMPUTE PLL-CHANGE-PERCENT ROUNDED =
                   CHANGE-AMOUNT * 100 / LINE-LAST-YEAR
                   ON SIZE ERROR
                       MOVE 999.9 TO PLL-CHANGE-PERCENT.
           MOVE PRODUCT-LINE-LINE      TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           ADD LINE-THIS-YEAR TO GROUP-THIS-YEAR.
           ADD LINE-LAST-YEAR TO GROUP-LAST-YEAR.

       360-PRINT-GROUP-TOTAL.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           MOVE GROUP-THIS-YEAR        TO PTL-THIS-YEAR.
           MOVE GROUP-LAST-YEAR        TO PTL-LAST-YEAR.
           COMPUTE CHANGE-AMOUNT = GROUP-THIS-YEAR - GROUP-LAST-YEAR.
           MOVE CHANGE-AMOUNT          TO PTL-CHANGE-AMOUNT.
           IF GROUP-LAST-YEAR = ZERO
               MOVE 999.9 TO PTL-CHANGE-PERCENT
           ELSE
               COMPUTE PTL-CHANGE-PERCENT ROUNDED =
                   CHANGE-AMOUNT * 100 / GROUP-LAST-YEAR
                   ON SIZE ERROR
                       MOVE 999.9 TO PTL-CHANGE-PERCENT.
           MOVE PRODUCT-LINE-TOTAL-LINE TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES                 TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints each salesrep's product mix on a new page - every
      * product line the salesrep sold this year or last, with its
      * change from last year and its share of the salesrep's
      * sales in each year, then the salesrep's total
      *****************************************************************
       400-PRINT-SALESREP-SECTION.

           MOVE "R" TO REPORT-SECTION-SWITCH.
           PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           PERFORM 410-PRINT-SALESREP
               VARYING SALESREP-SUBSCRIPT FROM 1 BY 1
               UNTIL SALESREP-SUBSCRIPT > 100.

       410-PRINT-SALESREP.

           IF SLT-ACTIVE-FLAG(SALESREP-SUBSCRIPT) = "Y"
               PERFORM 420-PRINT-SALESREP-GROUP.

       420-PRINT-SALESREP-GROUP.

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           COMPUTE SGL-SALESREP-NUMBER = SALESREP-SUBSCRIPT - 1.
           IF RNT-FOUND-FLAG(SALESREP-SUBSCRIPT) = "Y"
               MOVE RNT-SALESREP-NAME(SALESREP-SUBSCRIPT)
                                       TO SGL-SALESREP-NAME
           ELSE
               MOVE "*NOT ON REP FILE" TO SGL-SALESREP-NAME.
           MOVE SALESREP-GROUP-LINE    TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ZERO TO GROUP-THIS-YEAR
                        GROUP-LAST-YEAR.
           PERFORM 425-ADD-SALESREP-LINE
               VARYING LINE-SUBSCRIPT FROM 1 BY 1
               UNTIL LINE-SUBSCRIPT > PLT-NOT-CODED.
           PERFORM 430-PRINT-SALESREP-LINE
               VARYING LINE-SUBSCRIPT FROM 1 BY 1
               UNTIL LINE-SUBSCRIPT > PLT-NOT-CODED.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           MOVE "SALESREP TOTAL"       TO PMT-LABEL.
           MOVE GROUP-THIS-YEAR        TO PMT-THIS-YEAR.
           MOVE GROUP-LAST-YEAR        TO PMT-LAST-YEAR.
           COMPUTE CHANGE-AMOUNT = GROUP-THIS-YEAR - GROUP-LAST-YEAR.
           IF GROUP-LAST-YEAR = ZERO
               MOVE 999.9 TO PMT-CHANGE-PERCENT
           ELSE
               COMPUTE PMT-CHANGE-PERCENT ROUNDED =
                   CHANGE-AMOUNT * 100 / GROUP-LAST-YEAR
                   ON SIZE ERROR
                       MOVE 999.9 TO PMT-CHANGE-PERCENT.
           MOVE PRODUCT-MIX-TOTAL-LINE TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES                 TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * The salesrep's totals are summed ahead of the lines, since
      * each line's mix is its share of them
      *****************************************************************
       425-ADD-SALESREP-LINE.

           ADD SLT-THIS-YEAR(SALESREP-SUBSCRIPT, LINE-SUBSCRIPT)
               TO GROUP-THIS-YEAR.
           ADD SLT-LAST-YEAR(SALESREP-SUBSCRIPT, LINE-SUBSCRIPT)
               TO GROUP-LAST-YEAR.

       430-PRINT-SALESREP-LINE.

           IF SLT-LINE-ACTIVE-FLAG(SALESREP-SUBSCRIPT, LINE-SUBSCRIPT)
                   = "Y"
               PERFORM 440-WRITE-PRODUCT-MIX-LINE.

       440-WRITE-PRODUCT-MIX-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           MOVE SLT-THIS-YEAR(SALESREP-SUBSCRIPT, LINE-SUBSCRIPT)
               TO LINE-THIS-YEAR.
           MOVE SLT-LAST-YEAR(SALESREP-SUBSCRIPT, LINE-SUBSCRIPT)
               TO LINE-LAST-YEAR.
           MOVE PLT-PRODUCT-LINE(LINE-SUBSCRIPT) TO PML-PRODUCT-LINE.
           MOVE PLT-DESCRIPTION(LINE-SUBSCRIPT)  TO PML-DESCRIPTION.
           MOVE LINE-THIS-YEAR                   TO PML-THIS-YEAR.
           MOVE LINE-LAST-YEAR                   TO PML-LAST-YEAR.
           COMPUTE CHANGE-AMOUNT = LINE-THIS-YEAR - LINE-LAST-YEAR.
           IF LINE-LAST-YEAR = ZERO
               MOVE 999.9 TO PML-CHANGE-PERCENT
           ELSE
               COMPUTE PML-CHANGE-PERCENT ROUNDED =
                   CHANGE-AMOUNT * 100 / LINE-LAST-YEAR
                   ON SIZE ERROR
                       MOVE 999.9 TO PML-CHANGE-PERCENT.
           IF GROUP-THIS-YEAR = ZERO
               MOVE ZERO TO PML-THIS-YEAR-MIX
           ELSE
               COMPUTE PML-THIS-YEAR-MIX ROUNDED =
                   LINE-THIS-YEAR * 100 / GROUP-THIS-YEAR
                   ON SIZE ERROR
                       MOVE 999.9 TO PML-THIS-YEAR-MIX.
           IF GROUP-LAST-YEAR = ZERO
               MOVE ZERO TO PML-LAST-YEAR-MIX
           ELSE
               COMPUTE PML-LAST-YEAR-MIX ROUNDED =
                   LINE-LAST-YEAR * 100 / GROUP-LAST-YEAR
                   ON SIZE ERROR
                       MOVE 999.9 TO PML-LAST-YEAR-MIX.
           MOVE PRODUCT-MIX-LINE       TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the history record counts behind the analysis
      *****************************************************************
       600-PRINT-RUN-COUNTS.

           MOVE TOTAL-RECORDS-READ      TO AT1-RECORDS-READ.
           MOVE TOTAL-RECORDS-THIS-YEAR TO AT2-RECORDS-THIS-YEAR.
           MOVE TOTAL-RECORDS-LAST-YEAR TO AT3-RECORDS-LAST-YEAR.
           MOVE TOTAL-RECORDS-NOT-CODED TO AT4-RECORDS-NOT-CODED.
           MOVE TOTAL-RECORDS-NO-CUST   TO AT5-RECORDS-NO-CUST.
           IF LINE-COUNT + 6 > LINES-ON-PAGE
               PERFORM 700-PRINT-ANALYSIS-HEADINGS.
           MOVE SPACES                  TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ANALYSIS-TOTAL-LINE-1   TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ANALYSIS-TOTAL-LINE-2   TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ANALYSIS-TOTAL-LINE-3   TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ANALYSIS-TOTAL-LINE-4   TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE ANALYSIS-TOTAL-LINE-5   TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the page headings, with the column headings of the
      * section being printed and the two years under them
      *****************************************************************
       700-PRINT-ANALYSIS-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO AH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO AH1-MONTH.
           MOVE CD-DAY     TO AH1-DAY.
           MOVE CD-YEAR    TO AH1-YEAR.
           MOVE CD-HOURS   TO AH2-HOURS.
           MOVE CD-MINUTES TO AH2-MINUTES.
           MOVE ANALYSIS-HEADING-LINE-1 TO ANALYSIS-PRINT-AREA.
           WRITE ANALYSIS-PRINT-AREA.
           MOVE ANALYSIS-HEADING-LINE-2 TO ANALYSIS-PRINT-AREA.
           WRITE ANALYSIS-PRINT-AREA.
           MOVE SPACES                  TO ANALYSIS-PRINT-AREA.
           WRITE ANALYSIS-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
           IF REPORT-SECTION-SWITCH = "R"
               MOVE SALESREP-HEADING-LINE-3 TO ANALYSIS-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               MOVE SALESREP-HEADING-LINE-4 TO ANALYSIS-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               MOVE "PRODUCT MIX BY SALESREP" TO YL-SECTION
           ELSE
               MOVE BRANCH-HEADING-LINE-3   TO ANALYSIS-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               MOVE "SALES BY PRODUCT LINE WITHIN BRANCH"
                                            TO YL-SECTION.
           MOVE THIS-YEAR TO YL-THIS-YEAR.
           MOVE LAST-YEAR TO YL-LAST-YEAR.
           MOVE YEAR-LINE TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES    TO ANALYSIS-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       720-WRITE-REPORT-LINE.

           WRITE ANALYSIS-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
