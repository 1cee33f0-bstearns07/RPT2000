      ******************************************************************
      * Title..........: STAX2000 - Monthly Sales Tax Register
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-02-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Prints the monthly sales tax register tax
      *                  accounting files each jurisdiction's return
      *                  from. Every sale POST2000 posted in the tax
      *                  month - taken from the posting date on the
      *                  sales detail history - is totalled by branch
      *                  as taxable or exempt with the tax charged,
      *                  and the branches are grouped under the
      *                  jurisdiction each one is tied to, with a
      *                  total per jurisdiction and a grand total.
      *                  The exempt sales are then listed by customer
      *                  with the exemption certificate on file. The
      *                  month comes from the run PARM (CCYYMM) and
      *                  defaults to the month before the run date
      * File Desc......: Define the sole source code for the monthly
      *                  sales tax register program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. STAX2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HISTORY  ASSIGN TO HISTORY.
           SELECT TAXJURS  ASSIGN TO TAXJURS.
           SELECT TAXRATE  ASSIGN TO TAXRATE.
           SELECT TAXEXMPT ASSIGN TO TAXEXMPT.
           SELECT TAXRPT   ASSIGN TO TAXRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One posted transaction on the cumulative sales detail
      * history, in the layout POST2000 writes it. The sales amount
      * and its tax are both signed, so a credit reduces the month's
      * taxable sales and tax. The tax status is "T" taxed or "E"
      * exempt; detail posted before sales tax has a space there
      *****************************************************************
       01  SALES-DETAIL-RECORD.
           05  SD-CUSTOMER-NUMBER      PIC 9(5).
           05  SD-BRANCH-NUMBER        PIC 9(2).
           05  SD-INVOICE-DATE         PIC 9(8).
           05  SD-SIGNED-AMOUNT        PIC S9(5)V9(2).
           05  SD-POSTING-DATE         PIC 9(8).
           05  SD-POSTING-DATE-X REDEFINES SD-POSTING-DATE.
               10  SD-POSTING-PERIOD   PIC 9(6).
               10  FILLER              PIC 9(2).
           05  SD-TAX-AMOUNT           PIC S9(5)V9(2).
           05  SD-TAX-STATUS           PIC X(1).
           05  FILLER                  PIC X(2).

       FD  TAXJURS
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One branch-to-jurisdiction entry - the sales tax
      * jurisdiction the branch's customers are taxed in
      *****************************************************************
       01  TAX-JURISDICTION-RECORD.
           05  TJ-BRANCH-NUMBER        PIC 9(2).
           05  TJ-JURISDICTION         PIC X(4).
           05  FILLER                  PIC X(24).

       FD  TAXRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One sales tax rate, keyed by jurisdiction and effective
      * date. The register only takes the jurisdiction name from
      * it, from the latest rate on file
      *****************************************************************
       01  TAX-RATE-RECORD.
           05  TX-JURISDICTION         PIC X(4).
           05  TX-EFFECTIVE-DATE       PIC 9(8).
           05  TX-TAX-PERCENT          PIC 9(2)V9(4).
           05  TX-JURISDICTION-NAME    PIC X(20).
           05  FILLER                  PIC X(2).

       FD  TAXEXMPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One tax-exempt customer with the exemption certificate
      * number on file
      *****************************************************************
       01  TAX-EXEMPT-RECORD.
           05  TE-CUSTOMER-NUMBER      PIC 9(5).
           05  TE-CERTIFICATE-NUMBER   PIC X(15).
           05  FILLER                  PIC X(10).

       FD  TAXRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the tax register as a fixed 130
      * char length
      *****************************************************************
       01  REGISTER-PRINT-AREA     PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the tax register run
      *****************************************************************

      * Determines when the end of each input file is reached,
      * whether the tax month was refused, and which section of
      * the register the page headings are for
       01  SWITCHES.
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
           05  TAXJURS-EOF-SWITCH      PIC X    VALUE "N".
           05  TAXRATE-EOF-SWITCH      PIC X    VALUE "N".
           05  TAXEXMPT-EOF-SWITCH     PIC X    VALUE "N".
           05  PERIOD-REFUSED-SWITCH   PIC X    VALUE "N".
           05  JURISDICTION-FOUND-SWITCH PIC X  VALUE "N".
           05  EXEMPT-SECTION-SWITCH   PIC X    VALUE "N".
      * Controls spacing on the register and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * The tax month being reported and the month it runs in
       01  PERIOD-FIELDS.
           05  TAX-PERIOD              PIC 9(6)    VALUE ZERO.
           05  TAX-PERIOD-X REDEFINES TAX-PERIOD.
               10  TAX-YEAR            PIC 9(4).
               10  TAX-MONTH           PIC 9(2).
           05  CURRENT-PERIOD          PIC 9(6)    VALUE ZERO.
           05  CURRENT-PERIOD-X REDEFINES CURRENT-PERIOD.
               10  CURRENT-YEAR        PIC 9(4).
               10  CURRENT-MONTH       PIC 9(2).
           05  REFUSED-REASON          PIC X(40)   VALUE SPACE.
      * Jurisdiction each branch is tied to and the month's totals
      * for the branch, direct-indexed by branch number + 1. The
      * placed flag marks a branch already printed under its
      * jurisdiction
       01  BRANCH-TAX-TABLE.
           05  BTT-ENTRY OCCURS 100 TIMES.
               10  BTT-JURISDICTION    PIC X(4)       VALUE SPACE.
               10  BTT-ACTIVE-FLAG     PIC X          VALUE "N".
               10  BTT-PLACED-FLAG     PIC X          VALUE "N".
               10  BTT-TAXABLE-AMOUNT  PIC S9(9)V99   VALUE ZERO.
               10  BTT-EXEMPT-AMOUNT   PIC S9(9)V99   VALUE ZERO.
               10  BTT-TAX-AMOUNT      PIC S9(9)V99   VALUE ZERO.
      * Every jurisdiction on the rate or branch files, with the
      * name from its latest rate
       01  JURISDICTION-FIELDS.
           05  JNT-ENTRY-COUNT         PIC S9(3)      VALUE ZERO.
           05  JNT-SUBSCRIPT           PIC S9(3)      VALUE ZERO.
           05  SEARCH-JURISDICTION     PIC X(4)       VALUE SPACE.
       01  JURISDICTION-NAME-TABLE.
           05  JNT-ENTRY OCCURS 100 TIMES.
               10  JNT-JURISDICTION    PIC X(4).
               10  JNT-NAME            PIC X(20).
               10  JNT-NAME-DATE       PIC 9(8).
      * Exemption certificate on file and the month's exempt sales
      * for each customer, direct-indexed by customer number + 1
       01  CUSTOMER-EXEMPT-TABLE.
           05  CET-ENTRY OCCURS 100000 TIMES.
               10  CET-CERTIFICATE     PIC X(15)      VALUE SPACE.
               10  CET-ACTIVE-FLAG     PIC X          VALUE "N".
               10  CET-BRANCH-NUMBER   PIC 9(2)       VALUE ZERO.
               10  CET-EXEMPT-AMOUNT   PIC S9(7)V99   VALUE ZERO.
       01  TABLE-SUBSCRIPTS.
           05  BRANCH-SUBSCRIPT        PIC S9(3)      VALUE ZERO.
           05  CUSTOMER-SUBSCRIPT      PIC S9(7)      VALUE ZERO.
      * Totals for one jurisdiction, for the register, and counts
      * of the history read
       01  TOTAL-FIELDS.
           05  JURIS-TAXABLE-AMOUNT    PIC S9(9)V99   VALUE ZERO.
           05  JURIS-EXEMPT-AMOUNT     PIC S9(9)V99   VALUE ZERO.
           05  JURIS-TAX-AMOUNT        PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TAXABLE-AMOUNT    PIC S9(9)V99   VALUE ZERO.
           05  GRAND-EXEMPT-AMOUNT     PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TAX-AMOUNT        PIC S9(9)V99   VALUE ZERO.
           05  UNMAPPED-BRANCH-COUNT   PIC S9(3)      VALUE ZERO.
           05  TOTAL-RECORDS-READ      PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-IN-PERIOD PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-UNTAXED   PIC S9(7)      VALUE ZERO.
           05  TOTAL-EXEMPT-CUSTOMERS  PIC S9(7)      VALUE ZERO.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      *****************************************************************
      * Define all lines printed on the tax register
      *****************************************************************
       01  TAX-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  TH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  TH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  TH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MONTHLY SALES TAX RE".
           05  FILLER          PIC X(20)   VALUE "GISTER              ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  TH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  TAX-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  TH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  TH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "STAX2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  TAX-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "JURIS".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "JURISDICTION NAME".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "BRANCH".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "  TAXABLE SALES".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "   EXEMPT SALES".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "      SALES TAX".
           05  FILLER          PIC X(39)   VALUE SPACE.

       01  EXEMPT-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "CUST NUM".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "BRANCH".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "CERTIFICATE NUM".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "   EXEMPT SALES".
           05  FILLER          PIC X(77)   VALUE SPACE.

       01  PERIOD-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(12)    VALUE "TAX PERIOD: ".
           05  PL-MONTH            PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  PL-YEAR             PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-SECTION          PIC X(40).
           05  FILLER              PIC X(67)    VALUE SPACE.

       01  PERIOD-REFUSED-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "*** REGISTER REFUSED ***  ".
           05  PRL-REASON          PIC X(40).
           05  FILLER              PIC X(62)    VALUE SPACE.

       01  TAX-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TL-JURISDICTION     PIC X(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TL-JURISDICTION-NAME PIC X(20).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  TL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  TL-TAXABLE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TL-EXEMPT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  TL-TAX-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(39)    VALUE SPACE.

       01  JURISDICTION-TOTAL-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  JTL-LABEL           PIC X(38).
           05  JTL-TAXABLE-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  JTL-EXEMPT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  JTL-TAX-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(39)    VALUE SPACE.

       01  JURISDICTION-TOTAL-LABEL.
           05  FILLER              PIC X(24)    VALUE
               "TOTAL FOR JURISDICTION  ".
           05  JTLL-JURISDICTION   PIC X(4).
           05  FILLER              PIC X(10)    VALUE SPACE.

       01  EXEMPT-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  EL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  EL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  EL-CERTIFICATE      PIC X(15).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  EL-EXEMPT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(77)    VALUE SPACE.

       01  EXEMPT-TOTAL-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(36)    VALUE
               "TOTAL EXEMPT SALES".
           05  ETL-EXEMPT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(77)    VALUE SPACE.

       01  TAX-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "HISTORY RECORDS READ      ".
           05  TT1-RECORDS-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  TAX-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "POSTED IN TAX PERIOD      ".
           05  TT2-RECORDS-IN-PERIOD PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  TAX-TOTAL-LINE-3.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "POSTED WITHOUT TAX STATUS ".
           05  TT3-RECORDS-UNTAXED PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  TAX-TOTAL-LINE-4.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "EXEMPT CUSTOMERS LISTED   ".
           05  TT4-EXEMPT-CUSTOMERS PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       LINKAGE SECTION.

      *****************************************************************
      * Run-time parameter passed on the EXEC PGM=STAX2000,
      * PARM='CCYYMM' statement - the tax month to report. Blank
      * reports the month before the run date
      *****************************************************************
       01  PARM-AREA.
           05  PARM-LENGTH             PIC S9(4)   COMP.
           05  PARM-DATA.
               10  PARM-TAX-PERIOD     PIC X(6).
               10  PARM-TAX-PERIOD-9 REDEFINES PARM-TAX-PERIOD
                                       PIC 9(6).
               10  FILLER              PIC X(74).

       PROCEDURE DIVISION USING PARM-AREA.

      *****************************************************************
      * Main processing logic for the tax register. The tax month is
      * set and edited first - a month that is not a real month or
      * has not started yet prints the refusal and ends with RC=8.
      * Otherwise the tax files are loaded, the month's history is
      * totalled by branch and by exempt customer, and the register
      * prints. A branch with sales but no jurisdiction on file
      * prints in a group of its own and ends the run with RC=4 so
      * tax accounting puts the branch map right before filing
      *****************************************************************
       000-PRINT-SALES-TAX-REGISTER.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO CURRENT-YEAR.
           MOVE CD-MONTH TO CURRENT-MONTH.
           PERFORM 050-SET-TAX-PERIOD.
           OPEN OUTPUT TAXRPT.
           PERFORM 700-PRINT-REGISTER-HEADINGS.
           IF PERIOD-REFUSED-SWITCH = "Y"
               MOVE REFUSED-REASON      TO PRL-REASON
               MOVE PERIOD-REFUSED-LINE TO REGISTER-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               DISPLAY "STAX2000 - REGISTER REFUSED - " REFUSED-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-LOAD-TAX-TABLES
               PERFORM 200-TOTAL-TAX-PERIOD
               PERFORM 300-PRINT-JURISDICTIONS
               PERFORM 400-PRINT-REGISTER-TOTALS
               PERFORM 500-PRINT-EXEMPT-CUSTOMERS
               PERFORM 600-PRINT-RUN-COUNTS.
           CLOSE TAXRPT.
           STOP RUN.

      *****************************************************************
      * Takes the tax month from the PARM, or works out the month
      * before the run date when none is given, and edits it. The
      * current month may be run for a month-to-date look; a month
      * after it may not
      *****************************************************************
       050-SET-TAX-PERIOD.

           IF PARM-LENGTH >= 6
               AND PARM-TAX-PERIOD NUMERIC
               MOVE PARM-TAX-PERIOD-9 TO TAX-PERIOD
           ELSE
           IF PARM-LENGTH > ZERO
               AND PARM-TAX-PERIOD NOT = SPACE
               MOVE ZERO TO TAX-PERIOD
           ELSE
           IF CD-MONTH = 1
               COMPUTE TAX-YEAR = CD-YEAR - 1
               MOVE 12 TO TAX-MONTH
           ELSE
               MOVE CD-YEAR TO TAX-YEAR
               COMPUTE TAX-MONTH = CD-MONTH - 1.
           IF TAX-PERIOD = ZERO
               OR TAX-MONTH < 1 OR TAX-MONTH > 12
               MOVE "Y" TO PERIOD-REFUSED-SWITCH
               MOVE "NOT A VALID CCYYMM PERIOD" TO REFUSED-REASON
           ELSE
           IF TAX-PERIOD > CURRENT-PERIOD
               MOVE "Y" TO PERIOD-REFUSED-SWITCH
               MOVE "PERIOD HAS NOT STARTED"    TO REFUSED-REASON.

      *****************************************************************
      * Loads the jurisdiction names off the rate file, then the
      * branch map - a jurisdiction a branch is tied to that has no
      * rate on file is still listed - and the exemption
      * certificates
      *****************************************************************
       100-LOAD-TAX-TABLES.

           OPEN INPUT TAXRATE
                      TAXJURS
                      TAXEXMPT.
           PERFORM 110-LOAD-TAX-RATE-RECORD
               UNTIL TAXRATE-EOF-SWITCH = "Y".
           PERFORM 120-LOAD-JURISDICTION-RECORD
               UNTIL TAXJURS-EOF-SWITCH = "Y".
           PERFORM 130-LOAD-TAX-EXEMPT-RECORD
               UNTIL TAXEXMPT-EOF-SWITCH = "Y".
           CLOSE TAXRATE
                 TAXJURS
                 TAXEXMPT.

       110-LOAD-TAX-RATE-RECORD.

           READ TAXRATE
               AT END
                   MOVE "Y" TO TAXRATE-EOF-SWITCH.
           IF TAXRATE-EOF-SWITCH = "N"
               AND TX-EFFECTIVE-DATE NUMERIC
               MOVE TX-JURISDICTION TO SEARCH-JURISDICTION
               PERFORM 150-FIND-JURISDICTION
               IF JURISDICTION-FOUND-SWITCH = "Y"
                   IF TX-EFFECTIVE-DATE >= JNT-NAME-DATE(JNT-SUBSCRIPT)
                       MOVE TX-JURISDICTION-NAME
                           TO JNT-NAME(JNT-SUBSCRIPT)
                       MOVE TX-EFFECTIVE-DATE
                           TO JNT-NAME-DATE(JNT-SUBSCRIPT).

       120-LOAD-JURISDICTION-RECORD.

           READ TAXJURS
               AT END
                   MOVE "Y" TO TAXJURS-EOF-SWITCH.
           IF TAXJURS-EOF-SWITCH = "N"
               AND TJ-BRANCH-NUMBER NUMERIC
               AND TJ-JURISDICTION NOT = SPACES
               MOVE TJ-JURISDICTION
                   TO BTT-JURISDICTION(TJ-BRANCH-NUMBER + 1)
               MOVE TJ-JURISDICTION TO SEARCH-JURISDICTION
               PERFORM 150-FIND-JURISDICTION.

       130-LOAD-TAX-EXEMPT-RECORD.

           READ TAXEXMPT
               AT END
                   MOVE "Y" TO TAXEXMPT-EOF-SWITCH.
           IF TAXEXMPT-EOF-SWITCH = "N"
               AND TE-CUSTOMER-NUMBER NUMERIC
               MOVE TE-CERTIFICATE-NUMBER
                   TO CET-CERTIFICATE(TE-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Finds SEARCH-JURISDICTION in the name table, adding it with
      * no name yet when it is not there. JNT-SUBSCRIPT is left on
      * the entry; the found switch is "N" only when the table is
      * full
      *****************************************************************
       150-FIND-JURISDICTION.

           MOVE "N" TO JURISDICTION-FOUND-SWITCH.
           PERFORM 160-MATCH-JURISDICTION
               VARYING JNT-SUBSCRIPT FROM 1 BY 1
               UNTIL JNT-SUBSCRIPT > JNT-ENTRY-COUNT
               OR JURISDICTION-FOUND-SWITCH = "Y".
           IF JURISDICTION-FOUND-SWITCH = "Y"
               SUBTRACT 1 FROM JNT-SUBSCRIPT
           ELSE
           IF JNT-ENTRY-COUNT < 100
               ADD 1 TO JNT-ENTRY-COUNT
               MOVE JNT-ENTRY-COUNT     TO JNT-SUBSCRIPT
               MOVE SEARCH-JURISDICTION
                   TO JNT-JURISDICTION(JNT-SUBSCRIPT)
               MOVE "*** NO RATE ON FILE"
                   TO JNT-NAME(JNT-SUBSCRIPT)
               MOVE ZERO
                   TO JNT-NAME-DATE(JNT-SUBSCRIPT)
               MOVE "Y" TO JURISDICTION-FOUND-SWITCH.

       160-MATCH-JURISDICTION.

           IF JNT-JURISDICTION(JNT-SUBSCRIPT) = SEARCH-JURISDICTION
               MOVE "Y" TO JURISDICTION-FOUND-SWITCH.

      *****************************************************************
      * Reads the whole history, totalling every record posted in
      * the tax month onto its branch - taxed sales and their tax,
      * or exempt sales - and exempt sales onto the customer too.
      * Detail posted before sales tax was charged carries no tax
      * status; it is counted but not reported
      *****************************************************************
       200-TOTAL-TAX-PERIOD.

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
               IF SD-POSTING-PERIOD = TAX-PERIOD
                   ADD 1 TO TOTAL-RECORDS-IN-PERIOD
                   PERFORM 220-ADD-HISTORY-RECORD.

       220-ADD-HISTORY-RECORD.

           IF SD-TAX-STATUS = "T"
               MOVE "Y" TO BTT-ACTIVE-FLAG(SD-BRANCH-NUMBER + 1)
               ADD SD-SIGNED-AMOUNT
                   TO BTT-TAXABLE-AMOUNT(SD-BRANCH-NUMBER + 1)
               ADD SD-TAX-AMOUNT
                   TO BTT-TAX-AMOUNT(SD-BRANCH-NUMBER + 1)
           ELSE
           IF SD-TAX-STATUS = "E"
               MOVE "Y" TO BTT-ACTIVE-FLAG(SD-BRANCH-NUMBER + 1)
               ADD SD-SIGNED-AMOUNT
                   TO BTT-EXEMPT-AMOUNT(SD-BRANCH-NUMBER + 1)
               MOVE "Y" TO CET-ACTIVE-FLAG(SD-CUSTOMER-NUMBER + 1)
               MOVE SD-BRANCH-NUMBER
                   TO CET-BRANCH-NUMBER(SD-CUSTOMER-NUMBER + 1)
               ADD SD-SIGNED-AMOUNT
                   TO CET-EXEMPT-AMOUNT(SD-CUSTOMER-NUMBER + 1)
           ELSE
               ADD 1 TO TOTAL-RECORDS-UNTAXED.

      *****************************************************************
      * Prints each jurisdiction in turn - a line for every branch
      * tied to it that had sales in the month, then the
      * jurisdiction's total. A jurisdiction with no sales still
      * prints its zero total, since its return is still due.
      * Branches with sales and no jurisdiction follow in a group
      * of their own
      *****************************************************************
       300-PRINT-JURISDICTIONS.

           PERFORM 310-PRINT-JURISDICTION
               VARYING JNT-SUBSCRIPT FROM 1 BY 1
               UNTIL JNT-SUBSCRIPT > JNT-ENTRY-COUNT.
           MOVE ZERO TO JURIS-TAXABLE-AMOUNT
                        JURIS-EXEMPT-AMOUNT
                        JURIS-TAX-AMOUNT.
           PERFORM 350-PRINT-UNMAPPED-BRANCH
               VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
               UNTIL BRANCH-SUBSCRIPT > 100.
           IF UNMAPPED-BRANCH-COUNT > ZERO
               MOVE "*** NO JURISDICTION ***"  TO JTL-LABEL
               PERFORM 330-PRINT-JURISDICTION-TOTAL
               DISPLAY "STAX2000 - BRANCH SALES WITH NO TAX "
                   "JURISDICTION - SEE THE REGISTER"
               MOVE 4 TO RETURN-CODE.

       310-PRINT-JURISDICTION.

           MOVE ZERO TO JURIS-TAXABLE-AMOUNT
                        JURIS-EXEMPT-AMOUNT
                        JURIS-TAX-AMOUNT.
           PERFORM 320-PRINT-BRANCH-LINE
               VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
               UNTIL BRANCH-SUBSCRIPT > 100.
           MOVE JNT-JURISDICTION(JNT-SUBSCRIPT) TO JTLL-JURISDICTION.
           MOVE JURISDICTION-TOTAL-LABEL        TO JTL-LABEL.
           PERFORM 330-PRINT-JURISDICTION-TOTAL.

       320-PRINT-BRANCH-LINE.

           IF BTT-JURISDICTION(BRANCH-SUBSCRIPT)
                   = JNT-JURISDICTION(JNT-SUBSCRIPT)
               AND BTT-ACTIVE-FLAG(BRANCH-SUBSCRIPT) = "Y"
               MOVE "Y" TO BTT-PLACED-FLAG(BRANCH-SUBSCRIPT)
               MOVE JNT-JURISDICTION(JNT-SUBSCRIPT) TO TL-JURISDICTION
               MOVE JNT-NAME(JNT-SUBSCRIPT)    TO TL-JURISDICTION-NAME
               PERFORM 340-WRITE-BRANCH-LINE.

       330-PRINT-JURISDICTION-TOTAL.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-REGISTER-HEADINGS.
           MOVE JURIS-TAXABLE-AMOUNT    TO JTL-TAXABLE-AMOUNT.
           MOVE JURIS-EXEMPT-AMOUNT     TO JTL-EXEMPT-AMOUNT.
           MOVE JURIS-TAX-AMOUNT        TO JTL-TAX-AMOUNT.
           MOVE JURISDICTION-TOTAL-LINE TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES                  TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           ADD JURIS-TAXABLE-AMOUNT TO GRAND-TAXABLE-AMOUNT.
           ADD JURIS-EXEMPT-AMOUNT  TO GRAND-EXEMPT-AMOUNT.
           ADD JURIS-TAX-AMOUNT     TO GRAND-TAX-AMOUNT.

       340-WRITE-BRANCH-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-REGISTER-HEADINGS.
           COMPUTE TL-BRANCH-NUMBER = BRANCH-SUBSCRIPT - 1.
           MOVE BTT-TAXABLE-AMOUNT(BRANCH-SUBSCRIPT)
                                        TO TL-TAXABLE-AMOUNT.
           MOVE BTT-EXEMPT-AMOUNT(BRANCH-SUBSCRIPT)
                                        TO TL-EXEMPT-AMOUNT.
           MOVE BTT-TAX-AMOUNT(BRANCH-SUBSCRIPT)
                                        TO TL-TAX-AMOUNT.
           MOVE TAX-LINE                TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           ADD BTT-TAXABLE-AMOUNT(BRANCH-SUBSCRIPT)
               TO JURIS-TAXABLE-AMOUNT.
           ADD BTT-EXEMPT-AMOUNT(BRANCH-SUBSCRIPT)
               TO JURIS-EXEMPT-AMOUNT.
           ADD BTT-TAX-AMOUNT(BRANCH-SUBSCRIPT)
               TO JURIS-TAX-AMOUNT.

       350-PRINT-UNMAPPED-BRANCH.

           IF BTT-ACTIVE-FLAG(BRANCH-SUBSCRIPT) = "Y"
               AND BTT-PLACED-FLAG(BRANCH-SUBSCRIPT) = "N"
               ADD 1 TO UNMAPPED-BRANCH-COUNT
               MOVE "****"                   TO TL-JURISDICTION
               MOVE "NOT ON TAXJURS FILE"    TO TL-JURISDICTION-NAME
               PERFORM 340-WRITE-BRANCH-LINE.

      *****************************************************************
      * Prints the grand total across every jurisdiction - the sum
      * of the jurisdiction totals, which ties to the sales tax
      * liability journals POST2000 sent the GL for the month
      *****************************************************************
       400-PRINT-REGISTER-TOTALS.

           MOVE "GRAND TOTAL ALL JURISDICTIONS" TO JTL-LABEL.
           MOVE GRAND-TAXABLE-AMOUNT    TO JTL-TAXABLE-AMOUNT.
           MOVE GRAND-EXEMPT-AMOUNT     TO JTL-EXEMPT-AMOUNT.
           MOVE GRAND-TAX-AMOUNT        TO JTL-TAX-AMOUNT.
           MOVE JURISDICTION-TOTAL-LINE TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Lists every customer with exempt sales in the month on a new
      * page, with the exemption certificate now on file - a
      * customer whose certificate has since been taken off the
      * file prints a warning in its place
      *****************************************************************
       500-PRINT-EXEMPT-CUSTOMERS.

           MOVE "Y" TO EXEMPT-SECTION-SWITCH.
           PERFORM 700-PRINT-REGISTER-HEADINGS.
           PERFORM 510-PRINT-EXEMPT-LINE
               VARYING CUSTOMER-SUBSCRIPT FROM 1 BY 1
               UNTIL CUSTOMER-SUBSCRIPT > 100000.
           MOVE SPACES              TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE GRAND-EXEMPT-AMOUNT TO ETL-EXEMPT-AMOUNT.
           MOVE EXEMPT-TOTAL-LINE   TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       510-PRINT-EXEMPT-LINE.

           IF CET-ACTIVE-FLAG(CUSTOMER-SUBSCRIPT) = "Y"
               PERFORM 520-WRITE-EXEMPT-LINE.

       520-WRITE-EXEMPT-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-REGISTER-HEADINGS.
           COMPUTE EL-CUSTOMER-NUMBER = CUSTOMER-SUBSCRIPT - 1.
           MOVE CET-BRANCH-NUMBER(CUSTOMER-SUBSCRIPT)
                                        TO EL-BRANCH-NUMBER.
           IF CET-CERTIFICATE(CUSTOMER-SUBSCRIPT) = SPACES
               MOVE "*** NOT ON FILE"   TO EL-CERTIFICATE
           ELSE
               MOVE CET-CERTIFICATE(CUSTOMER-SUBSCRIPT)
                                        TO EL-CERTIFICATE.
           MOVE CET-EXEMPT-AMOUNT(CUSTOMER-SUBSCRIPT)
                                        TO EL-EXEMPT-AMOUNT.
           MOVE EXEMPT-LINE             TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           ADD 1 TO TOTAL-EXEMPT-CUSTOMERS.

      *****************************************************************
      * Prints the history record counts behind the register
      *****************************************************************
       600-PRINT-RUN-COUNTS.

           MOVE TOTAL-RECORDS-READ      TO TT1-RECORDS-READ.
           MOVE TOTAL-RECORDS-IN-PERIOD TO TT2-RECORDS-IN-PERIOD.
           MOVE TOTAL-RECORDS-UNTAXED   TO TT3-RECORDS-UNTAXED.
           MOVE TOTAL-EXEMPT-CUSTOMERS  TO TT4-EXEMPT-CUSTOMERS.
           MOVE SPACES                  TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE TAX-TOTAL-LINE-1        TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE TAX-TOTAL-LINE-2        TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE TAX-TOTAL-LINE-3        TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE TAX-TOTAL-LINE-4        TO REGISTER-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the page headings, with the column headings of the
      * section being printed and the tax month under them
      *****************************************************************
       700-PRINT-REGISTER-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO TH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO TH1-MONTH.
           MOVE CD-DAY     TO TH1-DAY.
           MOVE CD-YEAR    TO TH1-YEAR.
           MOVE CD-HOURS   TO TH2-HOURS.
           MOVE CD-MINUTES TO TH2-MINUTES.
           MOVE TAX-HEADING-LINE-1 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE TAX-HEADING-LINE-2 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE SPACES             TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           IF EXEMPT-SECTION-SWITCH = "Y"
               MOVE EXEMPT-HEADING-LINE-3 TO REGISTER-PRINT-AREA
               MOVE "TAX-EXEMPT SALES BY CUSTOMER" TO PL-SECTION
           ELSE
               MOVE TAX-HEADING-LINE-3    TO REGISTER-PRINT-AREA
               MOVE "SALES BY JURISDICTION AND BRANCH" TO PL-SECTION.
           WRITE REGISTER-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
           IF PERIOD-REFUSED-SWITCH = "N"
               MOVE TAX-MONTH   TO PL-MONTH
               MOVE TAX-YEAR    TO PL-YEAR
               MOVE PERIOD-LINE TO REGISTER-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
               MOVE SPACES      TO REGISTER-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE.

       720-WRITE-REPORT-LINE.

           WRITE REGISTER-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
