      ******************************************************************
      * Title..........: AGED2000 - Aged Receivables Trial Balance
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-02-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Ages every open invoice on the accounts
      *                  receivable open-item file CASH2000 keeps by
      *                  its invoice date against the run date -
      *                  current (0-30 days), 31-60, 61-90 and over
      *                  90 days - and prints the trial balance by
      *                  branch and salesrep from the sorted customer
      *                  master, with a total for every rep and every
      *                  branch, so credit and collections can work
      *                  the accounts from the system. Open items for
      *                  a customer no longer on the master print in
      *                  a section of their own so the trial balance
      *                  still foots to the open-item file
      * File Desc......: Define the sole source code for the aged
      *                  trial balance program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. AGED2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPENITEM ASSIGN TO OPENITEM.
           SELECT CUSTMAST ASSIGN TO CUSTMAST.
           SELECT BRCHMAST ASSIGN TO BRCHMAST.
           SELECT REPMAST  ASSIGN TO REPMAST.
           SELECT AGEDRPT  ASSIGN TO AGEDRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  OPENITEM
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

      *****************************************************************
      * One open invoice on the accounts receivable open-item file,
      * in the layout CASH2000 writes it
      *****************************************************************
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CUSTOMER-NUMBER  PIC 9(5).
               10  OI-INVOICE-DATE     PIC 9(8).
           05  OI-BRANCH-NUMBER        PIC 9(2).
           05  OI-INVOICE-AMOUNT       PIC S9(7)V9(2).
           05  OI-APPLIED-AMOUNT       PIC S9(7)V9(2).
           05  OI-OPEN-BALANCE         PIC S9(7)V9(2).
           05  OI-LAST-RECEIPT-DATE    PIC 9(8).
           05  OI-ARCHIVED-AMOUNT      PIC S9(7)V9(2).
           05  FILLER                  PIC X(1).

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
      * customer master. The sort ahead of this run leaves it last;
      * it is not a customer, so the report pass skips it
      *****************************************************************
       01  CUSTOMER-TRAILER-RECORD.
           05  TR-TRAILER-KEY          PIC X(9).
           05  TR-TRAILER-ID           PIC X(8).
           05  FILLER                  PIC X(12).
           05  TR-RECORD-COUNT         PIC 9(7).
           05  TR-HASH-TOTAL           PIC 9(11).
           05  FILLER                  PIC X(83).

       FD  BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER        PIC 9(2).
           05  BR-BRANCH-NAME          PIC X(20).
           05  FILLER                  PIC X(8).

       FD  REPMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

       01  SALESREP-MASTER-RECORD.
           05  RM-SALESREP-NUMBER      PIC 9(2).
           05  RM-SALESREP-NAME        PIC X(20).
           05  FILLER                  PIC X(8).

       FD  AGEDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the aged trial balance as a fixed
      * 130 char length
      *****************************************************************
       01  AGED-PRINT-AREA         PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the aged trial balance
      *****************************************************************

      * Determines when the end of each input file is reached
       01  SWITCHES.
           05  OPENITEM-EOF-SWITCH     PIC X    VALUE "N".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  UNMATCHED-HEADING-SWITCH PIC X   VALUE "N".
      * Set to "N" once the first customer has been printed, so the
      * branch/salesrep break logic knows not to print a total line
      * ahead of the first group
       01  BREAK-FIELDS.
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  PREVIOUS-BRANCH-NUMBER  PIC 9(2) VALUE ZERO.
           05  PREVIOUS-SALESREP-NUMBER PIC 9(2) VALUE ZERO.
      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * The run date as a day number, and the age of the invoice
      * being bucketed, in days
       01  AGING-FIELDS.
           05  RUN-DAY-NUMBER          PIC S9(7)   VALUE ZERO.
           05  INVOICE-DAY-NUMBER      PIC S9(7)   VALUE ZERO.
           05  DAYS-OUTSTANDING        PIC S9(7)   VALUE ZERO.
           05  CUSTOMER-SUBSCRIPT      PIC S9(7)   VALUE ZERO.
           05  UNMATCHED-CUSTOMER-NUMBER PIC 9(5)  VALUE ZERO.
      * Counts for the report trailer
       01  COUNT-FIELDS.
           05  TOTAL-ITEMS-AGED        PIC S9(7)   VALUE ZERO.
           05  TOTAL-ITEMS-UNDATED     PIC S9(7)   VALUE ZERO.
           05  TOTAL-CUSTOMERS-PRINTED PIC S9(7)   VALUE ZERO.
      * The amounts about to print on a customer or total line
       01  LINE-AMOUNT-FIELDS.
           05  LAF-CURRENT             PIC S9(9)V99   VALUE ZERO.
           05  LAF-DAYS-31-60          PIC S9(9)V99   VALUE ZERO.
           05  LAF-DAYS-61-90          PIC S9(9)V99   VALUE ZERO.
           05  LAF-OVER-90             PIC S9(9)V99   VALUE ZERO.
           05  LAF-TOTAL               PIC S9(9)V99   VALUE ZERO.
      * Salesrep totals, reset at every branch/salesrep break
       01  REP-TOTAL-FIELDS.
           05  REP-TOTAL-CURRENT       PIC S9(9)V99   VALUE ZERO.
           05  REP-TOTAL-DAYS-31-60    PIC S9(9)V99   VALUE ZERO.
           05  REP-TOTAL-DAYS-61-90    PIC S9(9)V99   VALUE ZERO.
           05  REP-TOTAL-OVER-90       PIC S9(9)V99   VALUE ZERO.
      * Branch totals, reset at every branch break
       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-TOTAL-CURRENT    PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-TOTAL-DAYS-31-60 PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-TOTAL-DAYS-61-90 PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-TOTAL-OVER-90    PIC S9(9)V99   VALUE ZERO.
      * Totals for the customers not on the master
       01  UNMATCHED-TOTAL-FIELDS.
           05  UNMATCHED-TOTAL-CURRENT    PIC S9(9)V99   VALUE ZERO.
           05  UNMATCHED-TOTAL-DAYS-31-60 PIC S9(9)V99   VALUE ZERO.
           05  UNMATCHED-TOTAL-DAYS-61-90 PIC S9(9)V99   VALUE ZERO.
           05  UNMATCHED-TOTAL-OVER-90    PIC S9(9)V99   VALUE ZERO.
      * Grand totals for the whole trial balance
       01  GRAND-TOTAL-FIELDS.
           05  GRAND-TOTAL-CURRENT     PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-DAYS-31-60  PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-DAYS-61-90  PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-OVER-90     PIC S9(9)V99   VALUE ZERO.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      * The run date in CCYYMMDD form for the day-number arithmetic
       01  RUN-DATE-WORK.
           05  RDW-YEAR            PIC 9(4).
           05  RDW-MONTH           PIC 9(2).
           05  RDW-DAY             PIC 9(2).
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-WORK
                                   PIC 9(8).
      * The invoice date being aged, redefined for the validity
      * test ahead of the day-number arithmetic
       01  INVOICE-DATE-WORK.
           05  IDW-YEAR            PIC 9(4).
           05  IDW-MONTH           PIC 9(2).
           05  IDW-DAY             PIC 9(2).
       01  INVOICE-DATE-NUMERIC REDEFINES INVOICE-DATE-WORK
                                   PIC 9(8).
      * Direct-indexed customer aging table. CM-CUSTOMER-NUMBER
      * ranges 00000-99999, so the subscript used against each entry
      * is always the customer number + 1. The active flag marks a
      * customer with open items; the printed flag marks one already
      * printed from the master, so the closing sweep can pick up
      * customers with open items who are no longer on the master
       01  CUSTOMER-AGING-TABLE.
           05  CAT-ENTRY OCCURS 100000 TIMES.
               10  CAT-ACTIVE-FLAG     PIC X          VALUE "N".
               10  CAT-PRINTED-FLAG    PIC X          VALUE "N".
               10  CAT-BRANCH-NUMBER   PIC 9(2)       VALUE ZERO.
               10  CAT-CURRENT         PIC S9(7)V99   VALUE ZERO.
               10  CAT-DAYS-31-60      PIC S9(7)V99   VALUE ZERO.
               10  CAT-DAYS-61-90      PIC S9(7)V99   VALUE ZERO.
               10  CAT-OVER-90         PIC S9(7)V99   VALUE ZERO.
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

      *****************************************************************
      * Define all lines printed on the aged trial balance
      *****************************************************************
       01  AGED-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  AH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  AH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  AH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "AGED RECEIVABLES TRI".
           05  FILLER          PIC X(20)   VALUE "AL BALANCE          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  AH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  AGED-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  AH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  AH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "AGED2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  AGED-HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "BRANCH SALES CUST   ".
           05  FILLER      PIC X(20)   VALUE SPACE.
           05  FILLER      PIC X(16)   VALUE "         CURRENT".
           05  FILLER      PIC X(16)   VALUE "      31-60 DAYS".
           05  FILLER      PIC X(16)   VALUE "      61-90 DAYS".
           05  FILLER      PIC X(16)   VALUE "    OVER 90 DAYS".
           05  FILLER      PIC X(16)   VALUE "   TOTAL BALANCE".
           05  FILLER      PIC X(10)   VALUE SPACE.

       01  AGED-HEADING-LINE-4.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(3)    VALUE "NUM".
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(3)    VALUE "REP".
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "NUM  ".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "CUSTOMER NAME       ".
           05  FILLER      PIC X(90)   VALUE SPACE.

      *****************************************************************
      * Branch/salesrep group heading, printed ahead of the first
      * customer line of every branch/salesrep group
      *****************************************************************
       01  GROUP-HEADING-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "BRANCH ".
           05  GHL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  GHL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(4)     VALUE "REP ".
           05  GHL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  GHL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(69)    VALUE SPACE.

      *****************************************************************
      * One line layout serves the customer lines and every total
      * line - a total carries its label where the name would go
      *****************************************************************
       01  AGED-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AL-BRANCH-NUMBER    PIC X(2).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  AL-SALESREP-NUMBER  PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  AL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  AL-CURRENT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  AL-DAYS-31-60       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  AL-DAYS-61-90       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  AL-OVER-90          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  AL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(10)    VALUE SPACE.

       01  UNMATCHED-HEADING-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(40)    VALUE
               "OPEN ITEMS FOR CUSTOMERS NOT ON CUSTMAST".
           05  FILLER              PIC X(88)    VALUE SPACE.

       01  AGED-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "OPEN ITEMS AGED           ".
           05  AT1-ITEMS-AGED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  AGED-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "INVALID DATE - AGED 90+   ".
           05  AT2-ITEMS-UNDATED   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  AGED-TOTAL-LINE-3.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "CUSTOMERS WITH BALANCES   ".
           05  AT3-CUSTOMERS       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the aged trial balance. The name
      * tables load and every open item is aged into the customer
      * table first; the sorted master is then read and each
      * customer with a balance printed, with a total at every rep
      * and branch break
      *****************************************************************
       000-PREPARE-AGED-TRIAL-BALANCE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RDW-YEAR.
           MOVE CD-MONTH TO RDW-MONTH.
           MOVE CD-DAY   TO RDW-DAY.
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC).
           PERFORM 100-LOAD-REFERENCE-TABLES.
           PERFORM 150-AGE-OPEN-ITEMS.
           OPEN INPUT  CUSTMAST
                OUTPUT AGEDRPT.
           PERFORM 200-PRINT-CUSTOMER-BALANCE
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 300-PRINT-REP-TOTAL
               PERFORM 310-PRINT-BRANCH-TOTAL.
           PERFORM 350-PRINT-UNMATCHED-CUSTOMER
               VARYING CUSTOMER-SUBSCRIPT FROM 1 BY 1
               UNTIL CUSTOMER-SUBSCRIPT > 100000.
           IF UNMATCHED-HEADING-SWITCH = "Y"
               PERFORM 360-PRINT-UNMATCHED-TOTAL.
           PERFORM 400-PRINT-GRAND-TOTALS.
           CLOSE CUSTMAST
                 AGEDRPT.
           STOP RUN.

      *****************************************************************
      * Loads the branch and salesrep name tables for the group
      * headings
      *****************************************************************
       100-LOAD-REFERENCE-TABLES.

           OPEN INPUT BRCHMAST
                      REPMAST.
           PERFORM 110-LOAD-BRANCH-NAME
               UNTIL BRCHMAST-EOF-SWITCH = "Y".
           PERFORM 120-LOAD-SALESREP-NAME
               UNTIL REPMAST-EOF-SWITCH = "Y".
           CLOSE BRCHMAST
                 REPMAST.

       110-LOAD-BRANCH-NAME.

           READ BRCHMAST
               AT END
                   MOVE "Y" TO BRCHMAST-EOF-SWITCH.
           IF BRCHMAST-EOF-SWITCH = "N"
               AND BR-BRANCH-NUMBER NUMERIC
               MOVE "Y" TO BNT-FOUND-FLAG(BR-BRANCH-NUMBER + 1)
               MOVE BR-BRANCH-NAME
                   TO BNT-BRANCH-NAME(BR-BRANCH-NUMBER + 1).

       120-LOAD-SALESREP-NAME.

           READ REPMAST
               AT END
                   MOVE "Y" TO REPMAST-EOF-SWITCH.
           IF REPMAST-EOF-SWITCH = "N"
               AND RM-SALESREP-NUMBER NUMERIC
               MOVE "Y" TO RNT-FOUND-FLAG(RM-SALESREP-NUMBER + 1)
               MOVE RM-SALESREP-NAME
                   TO RNT-SALESREP-NAME(RM-SALESREP-NUMBER + 1).

      *****************************************************************
      * Reads the open-item file once and ages every item with a
      * balance into its customer's entry on the aging table
      *****************************************************************
       150-AGE-OPEN-ITEMS.

           OPEN INPUT OPENITEM.
           PERFORM 160-AGE-OPEN-ITEM
               UNTIL OPENITEM-EOF-SWITCH = "Y".
           CLOSE OPENITEM.

       160-AGE-OPEN-ITEM.

           READ OPENITEM
               AT END
                   MOVE "Y" TO OPENITEM-EOF-SWITCH.
           IF OPENITEM-EOF-SWITCH = "N"
               AND OI-CUSTOMER-NUMBER NUMERIC
               AND OI-OPEN-BALANCE NUMERIC
               AND OI-OPEN-BALANCE NOT = ZERO
               ADD 1 TO TOTAL-ITEMS-AGED
               MOVE "Y" TO CAT-ACTIVE-FLAG(OI-CUSTOMER-NUMBER + 1)
               MOVE OI-BRANCH-NUMBER
                   TO CAT-BRANCH-NUMBER(OI-CUSTOMER-NUMBER + 1)
               PERFORM 165-SET-DAYS-OUTSTANDING
               PERFORM 170-ADD-TO-AGE-BUCKET.

      *****************************************************************
      * Works out how many days old the invoice is. A date that is
      * not a real calendar date cannot be aged, so the item is
      * counted and aged over 90 days, where collections will see
      * it first
      *****************************************************************
       165-SET-DAYS-OUTSTANDING.

           MOVE OI-INVOICE-DATE TO INVOICE-DATE-WORK.
           IF INVOICE-DATE-NUMERIC NOT NUMERIC
               OR IDW-YEAR < 1601
               OR IDW-MONTH < 1 OR IDW-MONTH > 12
               OR IDW-DAY < 1 OR IDW-DAY > 31
               ADD 1 TO TOTAL-ITEMS-UNDATED
               MOVE 999 TO DAYS-OUTSTANDING
           ELSE
               COMPUTE INVOICE-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(INVOICE-DATE-NUMERIC)
               COMPUTE DAYS-OUTSTANDING =
                   RUN-DAY-NUMBER - INVOICE-DAY-NUMBER.

       170-ADD-TO-AGE-BUCKET.

           IF DAYS-OUTSTANDING <= 30
               ADD OI-OPEN-BALANCE
                   TO CAT-CURRENT(OI-CUSTOMER-NUMBER + 1)
           ELSE
           IF DAYS-OUTSTANDING <= 60
               ADD OI-OPEN-BALANCE
                   TO CAT-DAYS-31-60(OI-CUSTOMER-NUMBER + 1)
           ELSE
           IF DAYS-OUTSTANDING <= 90
               ADD OI-OPEN-BALANCE
                   TO CAT-DAYS-61-90(OI-CUSTOMER-NUMBER + 1)
           ELSE
               ADD OI-OPEN-BALANCE
                   TO CAT-OVER-90(OI-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Reads the sorted master and prints every customer with open
      * items, totalling at each branch/salesrep break. Customers
      * with nothing open take no part in the break logic
      *****************************************************************
       200-PRINT-CUSTOMER-BALANCE.

           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.
           IF CUSTMAST-EOF-SWITCH = "N"
               AND (TR-TRAILER-KEY NOT = "999999999"
                OR  TR-TRAILER-ID NOT = "*TRAILER")
               AND CAT-ACTIVE-FLAG(CM-CUSTOMER-NUMBER + 1) = "Y"
               AND CAT-PRINTED-FLAG(CM-CUSTOMER-NUMBER + 1) = "N"
               PERFORM 210-PROCESS-CUSTOMER-BALANCE.

       210-PROCESS-CUSTOMER-BALANCE.

           IF FIRST-RECORD-SWITCH = "N"
              AND (CM-BRANCH-NUMBER NOT = PREVIOUS-BRANCH-NUMBER
               OR  CM-SALESREP-NUMBER NOT = PREVIOUS-SALESREP-NUMBER)
               PERFORM 300-PRINT-REP-TOTAL.
           IF FIRST-RECORD-SWITCH = "N"
               AND CM-BRANCH-NUMBER NOT = PREVIOUS-BRANCH-NUMBER
               PERFORM 310-PRINT-BRANCH-TOTAL.
           IF FIRST-RECORD-SWITCH = "Y"
               OR CM-BRANCH-NUMBER NOT = PREVIOUS-BRANCH-NUMBER
               OR CM-SALESREP-NUMBER NOT = PREVIOUS-SALESREP-NUMBER
               PERFORM 215-PRINT-GROUP-HEADING.
           MOVE "Y" TO CAT-PRINTED-FLAG(CM-CUSTOMER-NUMBER + 1).
           COMPUTE CUSTOMER-SUBSCRIPT = CM-CUSTOMER-NUMBER + 1.
           PERFORM 220-LOAD-CUSTOMER-AMOUNTS.
           MOVE CM-BRANCH-NUMBER   TO AL-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO AL-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO AL-CUSTOMER-NAME.
           PERFORM 450-WRITE-AGED-LINE.
           ADD LAF-CURRENT    TO REP-TOTAL-CURRENT.
           ADD LAF-DAYS-31-60 TO REP-TOTAL-DAYS-31-60.
           ADD LAF-DAYS-61-90 TO REP-TOTAL-DAYS-61-90.
           ADD LAF-OVER-90    TO REP-TOTAL-OVER-90.
           ADD 1 TO TOTAL-CUSTOMERS-PRINTED.
           MOVE CM-BRANCH-NUMBER   TO PREVIOUS-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO PREVIOUS-SALESREP-NUMBER.
           MOVE "N" TO FIRST-RECORD-SWITCH.

       215-PRINT-GROUP-HEADING.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-AGED-HEADINGS.
           MOVE CM-BRANCH-NUMBER   TO GHL-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO GHL-SALESREP-NUMBER.
           IF BNT-FOUND-FLAG(CM-BRANCH-NUMBER + 1) = "Y"
               MOVE BNT-BRANCH-NAME(CM-BRANCH-NUMBER + 1)
                   TO GHL-BRANCH-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE" TO GHL-BRANCH-NAME.
           IF RNT-FOUND-FLAG(CM-SALESREP-NUMBER + 1) = "Y"
               MOVE RNT-SALESREP-NAME(CM-SALESREP-NUMBER + 1)
                   TO GHL-SALESREP-NAME
           ELSE
               MOVE "*NOT ON REP FILE"    TO GHL-SALESREP-NAME.
           MOVE SPACES             TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE GROUP-HEADING-LINE TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           ADD 2 TO LINE-COUNT.

      *****************************************************************
      * Moves one customer's aged amounts off the aging table, with
      * their total, into the line amount fields
      *****************************************************************
       220-LOAD-CUSTOMER-AMOUNTS.

           MOVE CAT-CURRENT(CUSTOMER-SUBSCRIPT)    TO LAF-CURRENT.
           MOVE CAT-DAYS-31-60(CUSTOMER-SUBSCRIPT) TO LAF-DAYS-31-60.
           MOVE CAT-DAYS-61-90(CUSTOMER-SUBSCRIPT) TO LAF-DAYS-61-90.
           MOVE CAT-OVER-90(CUSTOMER-SUBSCRIPT)    TO LAF-OVER-90.

      *****************************************************************
      * Prints the salesrep total at every branch/salesrep break and
      * rolls it into the branch total
      *****************************************************************
       300-PRINT-REP-TOTAL.

           MOVE PREVIOUS-BRANCH-NUMBER   TO AL-BRANCH-NUMBER.
           MOVE PREVIOUS-SALESREP-NUMBER TO AL-SALESREP-NUMBER.
           MOVE SPACES                   TO AL-CUSTOMER-NUMBER.
           MOVE "** REP TOTAL **"  TO AL-CUSTOMER-NAME.
           MOVE REP-TOTAL-CURRENT        TO LAF-CURRENT.
           MOVE REP-TOTAL-DAYS-31-60     TO LAF-DAYS-31-60.
           MOVE REP-TOTAL-DAYS-61-90     TO LAF-DAYS-61-90.
           MOVE REP-TOTAL-OVER-90        TO LAF-OVER-90.
           PERFORM 450-WRITE-AGED-LINE.
           ADD REP-TOTAL-CURRENT    TO BRANCH-TOTAL-CURRENT.
           ADD REP-TOTAL-DAYS-31-60 TO BRANCH-TOTAL-DAYS-31-60.
           ADD REP-TOTAL-DAYS-61-90 TO BRANCH-TOTAL-DAYS-61-90.
           ADD REP-TOTAL-OVER-90    TO BRANCH-TOTAL-OVER-90.
           MOVE ZERO TO REP-TOTAL-CURRENT.
           MOVE ZERO TO REP-TOTAL-DAYS-31-60.
           MOVE ZERO TO REP-TOTAL-DAYS-61-90.
           MOVE ZERO TO REP-TOTAL-OVER-90.

      *****************************************************************
      * Prints the branch total at every branch break and rolls it
      * into the grand total
      *****************************************************************
       310-PRINT-BRANCH-TOTAL.

           MOVE PREVIOUS-BRANCH-NUMBER   TO AL-BRANCH-NUMBER.
           MOVE SPACES                   TO AL-SALESREP-NUMBER.
           MOVE SPACES                   TO AL-CUSTOMER-NUMBER.
           MOVE "*** BRANCH TOTAL ***"   TO AL-CUSTOMER-NAME.
           MOVE BRANCH-TOTAL-CURRENT     TO LAF-CURRENT.
           MOVE BRANCH-TOTAL-DAYS-31-60  TO LAF-DAYS-31-60.
           MOVE BRANCH-TOTAL-DAYS-61-90  TO LAF-DAYS-61-90.
           MOVE BRANCH-TOTAL-OVER-90     TO LAF-OVER-90.
           PERFORM 450-WRITE-AGED-LINE.
           MOVE SPACES                   TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD BRANCH-TOTAL-CURRENT    TO GRAND-TOTAL-CURRENT.
           ADD BRANCH-TOTAL-DAYS-31-60 TO GRAND-TOTAL-DAYS-31-60.
           ADD BRANCH-TOTAL-DAYS-61-90 TO GRAND-TOTAL-DAYS-61-90.
           ADD BRANCH-TOTAL-OVER-90    TO GRAND-TOTAL-OVER-90.
           MOVE ZERO TO BRANCH-TOTAL-CURRENT.
           MOVE ZERO TO BRANCH-TOTAL-DAYS-31-60.
           MOVE ZERO TO BRANCH-TOTAL-DAYS-61-90.
           MOVE ZERO TO BRANCH-TOTAL-OVER-90.

      *****************************************************************
      * Sweeps the aging table after the master pass for customers
      * with open items who never printed - customers purged or
      * merged off the master while their invoices were still open.
      * They print under a heading of their own, with the branch
      * the invoices were posted under
      *****************************************************************
       350-PRINT-UNMATCHED-CUSTOMER.

           IF CAT-ACTIVE-FLAG(CUSTOMER-SUBSCRIPT) = "Y"
               AND CAT-PRINTED-FLAG(CUSTOMER-SUBSCRIPT) = "N"
               PERFORM 355-PRINT-UNMATCHED-LINE.

       355-PRINT-UNMATCHED-LINE.

           IF UNMATCHED-HEADING-SWITCH = "N"
               MOVE "Y" TO UNMATCHED-HEADING-SWITCH
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 500-PRINT-AGED-HEADINGS
                   MOVE UNMATCHED-HEADING-LINE TO AGED-PRINT-AREA
                   WRITE AGED-PRINT-AREA
                   ADD 1 TO LINE-COUNT
               ELSE
                   MOVE SPACES                 TO AGED-PRINT-AREA
                   WRITE AGED-PRINT-AREA
                   MOVE UNMATCHED-HEADING-LINE TO AGED-PRINT-AREA
                   WRITE AGED-PRINT-AREA
                   ADD 2 TO LINE-COUNT.
           PERFORM 220-LOAD-CUSTOMER-AMOUNTS.
           MOVE CAT-BRANCH-NUMBER(CUSTOMER-SUBSCRIPT)
                                         TO AL-BRANCH-NUMBER.
           MOVE "**"                     TO AL-SALESREP-NUMBER.
           COMPUTE UNMATCHED-CUSTOMER-NUMBER = CUSTOMER-SUBSCRIPT - 1.
           MOVE UNMATCHED-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER.
           MOVE "*NOT ON CUSTMAST"       TO AL-CUSTOMER-NAME.
           PERFORM 450-WRITE-AGED-LINE.
           ADD LAF-CURRENT    TO UNMATCHED-TOTAL-CURRENT.
           ADD LAF-DAYS-31-60 TO UNMATCHED-TOTAL-DAYS-31-60.
           ADD LAF-DAYS-61-90 TO UNMATCHED-TOTAL-DAYS-61-90.
           ADD LAF-OVER-90    TO UNMATCHED-TOTAL-OVER-90.
           ADD 1 TO TOTAL-CUSTOMERS-PRINTED.

       360-PRINT-UNMATCHED-TOTAL.

           MOVE SPACES                     TO AL-BRANCH-NUMBER.
           MOVE SPACES                     TO AL-SALESREP-NUMBER.
           MOVE SPACES                     TO AL-CUSTOMER-NUMBER.
           MOVE "** NOT ON CUSTMAST *"     TO AL-CUSTOMER-NAME.
           MOVE UNMATCHED-TOTAL-CURRENT    TO LAF-CURRENT.
           MOVE UNMATCHED-TOTAL-DAYS-31-60 TO LAF-DAYS-31-60.
           MOVE UNMATCHED-TOTAL-DAYS-61-90 TO LAF-DAYS-61-90.
           MOVE UNMATCHED-TOTAL-OVER-90    TO LAF-OVER-90.
           PERFORM 450-WRITE-AGED-LINE.
           ADD UNMATCHED-TOTAL-CURRENT    TO GRAND-TOTAL-CURRENT.
           ADD UNMATCHED-TOTAL-DAYS-31-60 TO GRAND-TOTAL-DAYS-31-60.
           ADD UNMATCHED-TOTAL-DAYS-61-90 TO GRAND-TOTAL-DAYS-61-90.
           ADD UNMATCHED-TOTAL-OVER-90    TO GRAND-TOTAL-OVER-90.

      *****************************************************************
      * Prints the grand total line and the report control counts
      *****************************************************************
       400-PRINT-GRAND-TOTALS.

           MOVE SPACES                   TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE SPACES                   TO AL-BRANCH-NUMBER.
           MOVE SPACES                   TO AL-SALESREP-NUMBER.
           MOVE SPACES                   TO AL-CUSTOMER-NUMBER.
           MOVE "**** GRAND TOTAL ***"   TO AL-CUSTOMER-NAME.
           MOVE GRAND-TOTAL-CURRENT      TO LAF-CURRENT.
           MOVE GRAND-TOTAL-DAYS-31-60   TO LAF-DAYS-31-60.
           MOVE GRAND-TOTAL-DAYS-61-90   TO LAF-DAYS-61-90.
           MOVE GRAND-TOTAL-OVER-90      TO LAF-OVER-90.
           PERFORM 450-WRITE-AGED-LINE.
           MOVE TOTAL-ITEMS-AGED         TO AT1-ITEMS-AGED.
           MOVE TOTAL-ITEMS-UNDATED      TO AT2-ITEMS-UNDATED.
           MOVE TOTAL-CUSTOMERS-PRINTED  TO AT3-CUSTOMERS.
           MOVE SPACES                   TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE AGED-TOTAL-LINE-1        TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE AGED-TOTAL-LINE-2        TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE AGED-TOTAL-LINE-3        TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.

      *****************************************************************
      * Edits the line amount fields and their total onto the aged
      * line and prints it, with page headings whenever the line
      * count reaches the page limit
      *****************************************************************
       450-WRITE-AGED-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-AGED-HEADINGS.
           COMPUTE LAF-TOTAL = LAF-CURRENT + LAF-DAYS-31-60
               + LAF-DAYS-61-90 + LAF-OVER-90.
           MOVE LAF-CURRENT    TO AL-CURRENT.
           MOVE LAF-DAYS-31-60 TO AL-DAYS-31-60.
           MOVE LAF-DAYS-61-90 TO AL-DAYS-61-90.
           MOVE LAF-OVER-90    TO AL-OVER-90.
           MOVE LAF-TOTAL      TO AL-TOTAL.
           MOVE AGED-LINE      TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       500-PRINT-AGED-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO AH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO AH1-MONTH.
           MOVE CD-DAY     TO AH1-DAY.
           MOVE CD-YEAR    TO AH1-YEAR.
           MOVE CD-HOURS   TO AH2-HOURS.
           MOVE CD-MINUTES TO AH2-MINUTES.
           MOVE AGED-HEADING-LINE-1 TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE AGED-HEADING-LINE-2 TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE SPACES              TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE AGED-HEADING-LINE-3 TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE AGED-HEADING-LINE-4 TO AGED-PRINT-AREA.
           WRITE AGED-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
