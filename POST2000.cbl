      *                  general ledger interface extract - one
      *                  journal record per branch per posting day
      *                  plus a balancing control record - so
      *                  finance no longer rekeys the register.
      *                  A transaction dated in a fiscal month the
      *                  period-control file shows closed is not
      *                  posted - it is held on the prior-period
      *                  adjustment file and listed on its own
      *                  register until finance approves it and the
      *                  PADJ2000 run releases it into the current
      *                  period. Sales tax is worked out on every
      *                  posted debit and credit at the rate in
      *                  force on the invoice date for the
      *                  jurisdiction the customer's branch is tied
      *                  to - nothing for a customer holding an
      *                  exemption certificate - and carried on the
      *                  sales detail history and as tax-liability
      *                  journal records on the GL extract. Every
      *                  transaction must carry a product-line code
      *                  on the product-line reference file; the code
      *                  is kept on the sales detail history
      * File Desc......: Define the sole source code for the posting
      *                  program
      ******************************************************************
           SELECT SALESDTL ASSIGN TO SALESDTL.
           SELECT POSTCTL  ASSIGN TO POSTCTL.
           SELECT GLEXTR   ASSIGN TO GLEXTR.
           SELECT PERDCTL  ASSIGN TO PERDCTL.
           SELECT PRIORADJ ASSIGN TO PRIORADJ.
           SELECT PRIORRPT ASSIGN TO PRIORRPT.
           SELECT TAXJURS  ASSIGN TO TAXJURS.
           SELECT TAXRATE  ASSIGN TO TAXRATE.
           SELECT TAXEXMPT ASSIGN TO TAXEXMPT.
           SELECT PRODLINE ASSIGN TO PRODLINE.

       DATA DIVISION.

       FD  SALESTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 32 CHARACTERS.

      *****************************************************************
      * One daily sales transaction. The amount is carried unsigned;
      * ST-CREDIT-DEBIT-FLAG of "C" reduces CM-SALES-THIS-YTD and
      * "D" increases it. Columns 22-30 carry the recycling
      * fields RCYC2000 keeps - the original-entry date and the
      * retry count. A prior-period adjustment released by PADJ2000
      * carries the date it was first held and an "R" in place of
      * the retry count, which lets it post into the current period
      * past the closed-period check. The product-line code follows
      *****************************************************************
       01  SALES-TRANSACTION-RECORD.
           05  ST-CUSTOMER-NUMBER      PIC 9(5).
           05  ST-INVOICE-DATE         PIC 9(8).
           05  ST-INVOICE-AMOUNT       PIC 9(5)V9(2).
           05  ST-CREDIT-DEBIT-FLAG    PIC X(1).
           05  ST-ORIGINAL-DATE        PIC X(8).
           05  ST-RECYCLE-FLAG         PIC X(1).
           05  ST-PRODUCT-LINE         PIC X(2).

      *****************************************************************
      * Batch header carried as the first record of the daily
           05  BH-HEADER-ID            PIC X(7).
           05  BH-BATCH-DATE           PIC 9(8).
           05  BH-BATCH-NUMBER         PIC 9(4).
           05  FILLER                  PIC X(8).

      *****************************************************************
      * Batch trailer carried as the last record of the daily
           05  BT-TRAILER-ID           PIC X(7).
           05  BT-EXPECTED-COUNT       PIC 9(7).
           05  BT-EXPECTED-AMOUNT      PIC 9(7)V9(2).
           05  FILLER                  PIC X(4).

       FD  POSTREG
           RECORDING MODE IS F
       FD  POSTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 32 CHARACTERS.

      *****************************************************************
      * Rejected transactions are written back out in the same layout
      * as SALESTRN, so a corrected file can be resubmitted as-is
      *****************************************************************
       01  REJECT-RECORD           PIC X(32).

       FD  SALESDTL
           RECORDING MODE IS F
      * amount is carried signed, after the credit/debit flag has
      * been applied, so the history sums straight back to
      * CM-SALES-THIS-YTD. The branch number is stamped from the
      * customer's master record at posting time. The sales tax is
      * signed the same way and is not part of the sales amount;
      * the tax status is "T" taxed or "E" exempt. The product-line
      * code is the one the transaction was posted with
      *****************************************************************
       01  SALES-DETAIL-RECORD.
           05  SD-CUSTOMER-NUMBER      PIC 9(5).
           05  SD-INVOICE-DATE         PIC 9(8).
           05  SD-SIGNED-AMOUNT        PIC S9(5)V9(2).
           05  SD-POSTING-DATE         PIC 9(8).
           05  SD-TAX-AMOUNT           PIC S9(5)V9(2).
           05  SD-TAX-STATUS           PIC X(1).
           05  SD-PRODUCT-LINE         PIC X(2).

       FD  POSTCTL
           RECORDING MODE IS F
      * file YEND2000 keeps, but one record per batch posted. A
      * batch whose date and number are already on file is refused,
      * so the same SALESTRN file can never be applied to the
      * master a second time after an abend or a rerun. The posted
      * count, net amount and sales tax are what the BAL2000
      * nightly proof balances the master, GL extract and history
      * against
      *****************************************************************
       01  POSTING-CONTROL-RECORD.
           05  PC-BATCH-DATE           PIC 9(8).
           05  PC-BATCH-NUMBER         PIC 9(4).
           05  PC-POSTING-DATE         PIC 9(8).
           05  PC-POSTED-COUNT         PIC 9(7).
           05  PC-POSTED-AMOUNT        PIC S9(9)V9(2).
           05  PC-POSTED-TAX           PIC S9(9)V9(2).
           05  FILLER                  PIC X(31).

       FD  GLEXTR
           RECORDING MODE IS F
      * One general ledger interface record. Type "J" is a journal
      * record - one per branch per posting day, debiting
      * receivables and crediting sales for the net amount applied
      * to that branch's customers, and a second one debiting
      * receivables and crediting sales tax liability for the
      * branch's tax when there is any. Type "C" is the control record
      * written last, carrying the journal record count and amount
      * total so the GL load can balance the extract before it
      * takes anything
           05  GL-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X(15).

       FD  PERDCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One fiscal month on the period-control file the PERD2000
      * month-end close maintains - "O" open or "C" closed. A month
      * with no record on file has never been closed, so it posts
      *****************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PD-PERIOD-YEAR          PIC 9(4).
           05  PD-PERIOD-MONTH         PIC 9(2).
           05  PD-PERIOD-STATUS        PIC X(1).
           05  PD-CLOSE-DATE           PIC 9(8).
           05  FILLER                  PIC X(65).

       FD  PRIORADJ
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

      *****************************************************************
      * One transaction held because its invoice date falls in a
      * closed period - the transaction exactly as it arrived, with
      * the batch it came in, its item number within that batch
      * and the date it was held. The job appends this run's file
      * to the pending prior-period adjustments only when the run
      * ends clean; finance approves each item by its batch date,
      * batch number and item number on the PADJ2000 run. The
      * transaction's first 30 columns lead the record and its
      * product-line code is carried near the end, so the record
      * keeps its 60-byte layout
      *****************************************************************
       01  PRIOR-ADJUSTMENT-RECORD.
           05  PA-TRANSACTION          PIC X(30).
           05  PA-BATCH-DATE           PIC 9(8).
           05  PA-BATCH-NUMBER         PIC 9(4).
           05  PA-ITEM-NUMBER          PIC 9(7).
           05  PA-HELD-DATE            PIC 9(8).
           05  PA-PRODUCT-LINE         PIC X(2).
           05  FILLER                  PIC X(1).

       FD  PRIORRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the prior-period adjustment
      * register as a fixed 130 char length
      *****************************************************************
       01  PRIOR-PRINT-AREA        PIC X(130).

       FD  TAXJURS
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One branch-to-jurisdiction entry, keyed by branch number -
      * the sales tax jurisdiction the branch's customers are taxed
      * in, kept the same way as the DISTCTL file RPT2000 reads
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
      * date. The rate in force on an invoice date is the one with
      * the latest effective date on or before it, so a rate change
      * is a new record and the old rate stays on file for invoices
      * dated before the change. The percent carries four decimals
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
      * number on file. An entry without a certificate number does
      * not exempt the customer
      *****************************************************************
       01  TAX-EXEMPT-RECORD.
           05  TE-CUSTOMER-NUMBER      PIC 9(5).
           05  TE-CERTIFICATE-NUMBER   PIC X(15).
           05  FILLER                  PIC X(10).

       FD  PRODLINE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One product line on the product-line reference file, keyed
      * by product-line code, carrying the description printed on
      * the analysis reports
      *****************************************************************
       01  PRODUCT-LINE-RECORD.
           05  PLM-PRODUCT-LINE        PIC X(2).
           05  PLM-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(8).

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  BATCH-BALANCED-SWITCH   PIC X    VALUE "N".
           05  TRAILER-RECORD-SWITCH   PIC X    VALUE "N".
           05  MASTER-FAILED-SWITCH    PIC X    VALUE "N".
           05  PERDCTL-EOF-SWITCH      PIC X    VALUE "N".
           05  PERIOD-CLOSED-SWITCH    PIC X    VALUE "N".
           05  TAXJURS-EOF-SWITCH      PIC X    VALUE "N".
           05  TAXRATE-EOF-SWITCH      PIC X    VALUE "N".
           05  TAXEXMPT-EOF-SWITCH     PIC X    VALUE "N".
           05  TAX-RATE-FOUND-SWITCH   PIC X    VALUE "N".
           05  PRODLINE-EOF-SWITCH     PIC X    VALUE "N".
           05  PRODUCT-LINE-FOUND-SWITCH PIC X  VALUE "N".
      * Controls spacing on the register and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  PRIOR-PAGE-COUNT  PIC S9(3)   VALUE ZERO.
           05  PRIOR-LINE-COUNT  PIC S9(3)   VALUE +99.
      * Totals for the posting register trailer
       01  TOTAL-FIELDS.
           05  TOTAL-TRANS-READ        PIC S9(7)      VALUE ZERO.
           05  TOTAL-TRANS-REJECTED    PIC S9(7)      VALUE ZERO.
           05  TOTAL-AMOUNT-POSTED     PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-MASTERS-UPDATED   PIC S9(7)      VALUE ZERO.
           05  TOTAL-TRANS-HELD        PIC S9(7)      VALUE ZERO.
           05  TOTAL-AMOUNT-HELD       PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-TAX-POSTED        PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-EXEMPT-POSTED     PIC S9(9)V99   VALUE ZERO.
      * Control totals for the copy pass, balanced against the old
      * master's trailer and carried onto the new master's fresh
      * trailer. The hash total is the sum of customer numbers, the
           05  PBT-ENTRY OCCURS 1000 TIMES.
               10  PBT-BATCH-DATE      PIC 9(8).
               10  PBT-BATCH-NUMBER    PIC 9(4).
      * Fiscal months closed on the period-control file, loaded
      * ahead of the run. 600 entries is fifty years of months
       01  CLOSED-PERIOD-FIELDS.
           05  CPT-ENTRY-COUNT         PIC S9(5)      VALUE ZERO.
           05  CPT-SUBSCRIPT           PIC S9(5)      VALUE ZERO.
       01  CLOSED-PERIOD-TABLE.
           05  CPT-ENTRY OCCURS 600 TIMES.
               10  CPT-PERIOD-YEAR     PIC 9(4).
               10  CPT-PERIOD-MONTH    PIC 9(2).
      * The ledger accounts the daily journal records carry, and
      * the work fields for building the GL extract
       01  GL-EXTRACT-FIELDS.
           05  GL-RECEIVABLES-ACCOUNT  PIC X(8)  VALUE "11200000".
           05  GL-SALES-ACCOUNT        PIC X(8)  VALUE "40100000".
           05  GL-TAX-LIABILITY-ACCOUNT PIC X(8) VALUE "23100000".
           05  GLX-RECORD-COUNT        PIC S9(7)    VALUE ZERO.
           05  GLX-AMOUNT-TOTAL        PIC S9(9)V99 VALUE ZERO.
           05  GLX-SUBSCRIPT           PIC S9(3)    VALUE ZERO.
           05  BPT-ENTRY OCCURS 100 TIMES.
               10  BPT-ACTIVE-FLAG     PIC X          VALUE "N".
               10  BPT-NET-AMOUNT      PIC S9(9)V99   VALUE ZERO.
               10  BPT-TAX-AMOUNT      PIC S9(9)V99   VALUE ZERO.
      * Signed work field for the current transaction amount, after
      * the credit/debit flag has been applied, and its sales tax
      * with the rate it was worked out at
       01  CALCULATED-FIELDS.
           05  SIGNED-TRANS-AMOUNT     PIC S9(5)V99   VALUE ZERO.
           05  NEW-SALES-THIS-YTD      PIC S9(5)V99   VALUE ZERO.
           05  TRANS-TAX-AMOUNT        PIC S9(5)V99   VALUE ZERO.
           05  TRANS-TAX-STATUS        PIC X(1)       VALUE SPACE.
           05  TRANS-JURISDICTION      PIC X(4)       VALUE SPACE.
           05  TRANS-TAX-PERCENT       PIC 9(2)V9(4)  VALUE ZERO.
           05  TRANS-RATE-DATE         PIC 9(8)       VALUE ZERO.
      * Sales tax reference tables, loaded ahead of the run. The
      * jurisdiction and exemption tables are direct-indexed by
      * branch number + 1 and customer number + 1; the rate table
      * holds every rate on file, current and superseded
       01  TAX-JURISDICTION-TABLE.
           05  TJT-JURISDICTION OCCURS 100 TIMES
                                PIC X(4) VALUE SPACE.
       01  TAX-RATE-FIELDS.
           05  TRT-ENTRY-COUNT         PIC S9(5)      VALUE ZERO.
           05  TRT-SUBSCRIPT           PIC S9(5)      VALUE ZERO.
       01  TAX-RATE-TABLE.
           05  TRT-ENTRY OCCURS 500 TIMES.
               10  TRT-JURISDICTION    PIC X(4).
               10  TRT-EFFECTIVE-DATE  PIC 9(8).
               10  TRT-TAX-PERCENT     PIC 9(2)V9(4).
       01  TAX-EXEMPT-TABLE.
           05  TET-FLAG OCCURS 100000 TIMES PIC X VALUE "N".
      * Every product-line code on the reference file
       01  PRODUCT-LINE-FIELDS.
           05  PLT-ENTRY-COUNT         PIC S9(3)      VALUE ZERO.
           05  PLT-SUBSCRIPT           PIC S9(3)      VALUE ZERO.
       01  PRODUCT-LINE-TABLE.
           05  PLT-PRODUCT-LINE OCCURS 100 TIMES PIC X(2).
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
       01  POSTING-AMOUNT-TABLE.
           05  PST-NET-AMOUNT OCCURS 100000 TIMES
                                PIC S9(7)V99 VALUE ZERO.
       01  POSTING-TAX-TABLE.
           05  PST-TAX-AMOUNT OCCURS 100000 TIMES
                                PIC S9(7)V99 VALUE ZERO.

      *****************************************************************
      * Define all lines printed on the posting register
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(30)   VALUE
               "DISPOSITION                   ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE " SALES TAX".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "LINE".
           05  FILLER          PIC X(37)   VALUE SPACE.

      *****************************************************************
      * Batch identity line printed under the first page's headings,
           05  RL-CREDIT-DEBIT     PIC X(1).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  RL-DISPOSITION      PIC X(30).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  RL-TAX-AMOUNT       PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-PRODUCT-LINE     PIC X(2).
           05  FILLER              PIC X(38)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RT5-MASTERS-UPDATED PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-6.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "HELD FOR CLOSED PERIOD    ".
           05  RT6-TRANS-HELD      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-7.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "SALES TAX POSTED          ".
           05  RT7-TAX-POSTED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-8.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "TAX-EXEMPT SALES POSTED   ".
           05  RT8-EXEMPT-POSTED   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)    VALUE SPACE.

      *****************************************************************
      * Define all lines printed on the prior-period adjustment
      * register
      *****************************************************************
       01  PRIOR-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  PH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "PRIOR-PERIOD ADJUSTM".
           05  FILLER          PIC X(20)   VALUE "ENT REGISTER        ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  PH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  PRIOR-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  PH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  PH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "POST2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  PRIOR-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "BATCH DATE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "BATCH".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "ITEM NO".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "CUST NUM".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(12)   VALUE "INVOICE DATE".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "  AMOUNT  ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE "C/D".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE
               "STATUS              ".
           05  FILLER          PIC X(37)   VALUE SPACE.

       01  PRIOR-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-BATCH-MONTH      PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  PL-BATCH-DAY        PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  PL-BATCH-YEAR       PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-BATCH-NUMBER     PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  PL-ITEM-NUMBER      PIC 9(7).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  PL-INVOICE-MONTH    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  PL-INVOICE-DAY      PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  PL-INVOICE-YEAR     PIC 9(4).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  PL-INVOICE-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  PL-CREDIT-DEBIT     PIC X(1).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(20)    VALUE
               "HELD FOR APPROVAL   ".
           05  FILLER              PIC X(37)    VALUE SPACE.

       01  PRIOR-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "ADJUSTMENTS HELD          ".
           05  PT1-TRANS-HELD      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  PRIOR-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "NET AMOUNT HELD           ".
           05  PT2-AMOUNT-HELD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)    VALUE SPACE.

      * Work field for the CCYYMMDD invoice date, redefined so the
      * register line can print it month/day/year
       01  INVOICE-DATE-WORK.
      * batch already on the posting control file ends with RC=16;
      * an out-of-balance batch, or a master that fails its
      * expected-totals verification, ends with RC=8. Either way
      * the swap step is held, the old master stays current, and an
      * empty GL extract is written for the proof step to read
      *****************************************************************
       000-POST-DAILY-SALES.

           MOVE CD-MONTH TO RDW-MONTH.
           MOVE CD-DAY   TO RDW-DAY.
           PERFORM 050-LOAD-POSTING-CONTROL.
           PERFORM 070-LOAD-PERIOD-CONTROL.
           PERFORM 090-LOAD-TAX-TABLES.
           PERFORM 097-LOAD-PRODUCT-LINES.
           PERFORM 100-LOAD-CUSTOMER-NUMBERS.
           PERFORM 200-PROCESS-TRANSACTIONS.
           IF BATCH-REFUSED-SWITCH = "Y"
               MOVE 16 TO RETURN-CODE
               PERFORM 348-WRITE-EMPTY-GL-EXTRACT
           ELSE
           IF BATCH-BALANCED-SWITCH = "N"
               MOVE 8 TO RETURN-CODE
               PERFORM 348-WRITE-EMPTY-GL-EXTRACT
           ELSE
               PERFORM 300-UPDATE-CUSTOMER-MASTER
               IF MASTER-FAILED-SWITCH = "Y"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 348-WRITE-EMPTY-GL-EXTRACT
               ELSE
                   PERFORM 330-WRITE-GL-EXTRACT
                   PERFORM 350-RECORD-POSTED-BATCH.
               MOVE PC-BATCH-NUMBER
                   TO PBT-BATCH-NUMBER(PBT-ENTRY-COUNT).

      *****************************************************************
      * Loads the fiscal months the period-control file shows
      * closed, so the edit can hold any transaction dated in one
      *****************************************************************
       070-LOAD-PERIOD-CONTROL.

           OPEN INPUT PERDCTL.
           PERFORM 080-LOAD-PERIOD-RECORD
               UNTIL PERDCTL-EOF-SWITCH = "Y".
           CLOSE PERDCTL.

       080-LOAD-PERIOD-RECORD.

           READ PERDCTL
               AT END
                   MOVE "Y" TO PERDCTL-EOF-SWITCH.
           IF PERDCTL-EOF-SWITCH = "N"
               AND PD-PERIOD-STATUS = "C"
               AND PD-PERIOD-YEAR NUMERIC
               AND PD-PERIOD-MONTH NUMERIC
               AND CPT-ENTRY-COUNT < 600
               ADD 1 TO CPT-ENTRY-COUNT
               MOVE PD-PERIOD-YEAR
                   TO CPT-PERIOD-YEAR(CPT-ENTRY-COUNT)
               MOVE PD-PERIOD-MONTH
                   TO CPT-PERIOD-MONTH(CPT-ENTRY-COUNT).

      *****************************************************************
      * Loads the sales tax reference files - the jurisdiction each
      * branch is tied to, every rate on file with its effective
      * date, and the customers holding an exemption certificate
      *****************************************************************
       090-LOAD-TAX-TABLES.

           OPEN INPUT TAXJURS
                      TAXRATE
                      TAXEXMPT.
           PERFORM 092-LOAD-JURISDICTION-RECORD
               UNTIL TAXJURS-EOF-SWITCH = "Y".
           PERFORM 094-LOAD-TAX-RATE-RECORD
               UNTIL TAXRATE-EOF-SWITCH = "Y".
           PERFORM 096-LOAD-TAX-EXEMPT-RECORD
               UNTIL TAXEXMPT-EOF-SWITCH = "Y".
           CLOSE TAXJURS
                 TAXRATE
                 TAXEXMPT.

       092-LOAD-JURISDICTION-RECORD.

           READ TAXJURS
               AT END
                   MOVE "Y" TO TAXJURS-EOF-SWITCH.
           IF TAXJURS-EOF-SWITCH = "N"
               AND TJ-BRANCH-NUMBER NUMERIC
               MOVE TJ-JURISDICTION
                   TO TJT-JURISDICTION(TJ-BRANCH-NUMBER + 1).

       094-LOAD-TAX-RATE-RECORD.

           READ TAXRATE
               AT END
                   MOVE "Y" TO TAXRATE-EOF-SWITCH.
           IF TAXRATE-EOF-SWITCH = "N"
               AND TX-EFFECTIVE-DATE NUMERIC
               AND TX-TAX-PERCENT NUMERIC
               AND TRT-ENTRY-COUNT < 500
               ADD 1 TO TRT-ENTRY-COUNT
               MOVE TX-JURISDICTION
                   TO TRT-JURISDICTION(TRT-ENTRY-COUNT)
               MOVE TX-EFFECTIVE-DATE
                   TO TRT-EFFECTIVE-DATE(TRT-ENTRY-COUNT)
               MOVE TX-TAX-PERCENT
                   TO TRT-TAX-PERCENT(TRT-ENTRY-COUNT).

       096-LOAD-TAX-EXEMPT-RECORD.

           READ TAXEXMPT
               AT END
                   MOVE "Y" TO TAXEXMPT-EOF-SWITCH.
           IF TAXEXMPT-EOF-SWITCH = "N"
               AND TE-CUSTOMER-NUMBER NUMERIC
               AND TE-CERTIFICATE-NUMBER NOT = SPACES
               MOVE "Y" TO TET-FLAG(TE-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Loads every product-line code on the reference file
      *****************************************************************
       097-LOAD-PRODUCT-LINES.

           OPEN INPUT PRODLINE.
           PERFORM 098-LOAD-PRODUCT-LINE-RECORD
               UNTIL PRODLINE-EOF-SWITCH = "Y".
           CLOSE PRODLINE.

       098-LOAD-PRODUCT-LINE-RECORD.

           READ PRODLINE
               AT END
                   MOVE "Y" TO PRODLINE-EOF-SWITCH.
           IF PRODLINE-EOF-SWITCH = "N"
               AND PLM-PRODUCT-LINE NOT = SPACES
               AND PLT-ENTRY-COUNT < 100
               ADD 1 TO PLT-ENTRY-COUNT
               MOVE PLM-PRODUCT-LINE
                   TO PLT-PRODUCT-LINE(PLT-ENTRY-COUNT).

      *****************************************************************
      * Reads CUSTMAST once ahead of the posting pass, marking each
      * customer number on the customer-on-file table so a
      * transaction on the posting register. The batch header and
      * trailer are pulled off as they arrive; transactions for a
      * customer on CUSTMAST are accumulated into the posting amount
      * table and the rest are written to the rejects file, except
      * those dated in a closed period, which are held on the
      * prior-period adjustment file. A batch refused as already
      * posted stops the pass at the header - nothing is listed,
      * rejected, held, or accumulated from it
      *****************************************************************
       200-PROCESS-TRANSACTIONS.

           OPEN INPUT  SALESTRN
                OUTPUT POSTREG
                OUTPUT POSTREJ
                OUTPUT SALESDTL
                OUTPUT PRIORADJ
                OUTPUT PRIORRPT.
           PERFORM 210-POST-TRANSACTION
               UNTIL SALESTRN-EOF-SWITCH = "Y"
               OR BATCH-REFUSED-SWITCH = "Y".
           IF BATCH-REFUSED-SWITCH = "N"
               PERFORM 280-BALANCE-BATCH-TRAILER
               PERFORM 260-PRINT-REGISTER-TOTALS
               PERFORM 290-PRINT-PRIOR-TOTALS.
           CLOSE SALESTRN
                 POSTREJ
                 SALESDTL
                 PRIORADJ
                 PRIORRPT.

       210-POST-TRANSACTION.

      * transaction is rejected when its customer number or amount
      * is not numeric (the numeric test must come first - a non-
      * numeric customer number can never be used as a table
      * subscript), when its customer number is not on CUSTMAST,
      * when its credit/debit flag is not "C" or "D", or when its
      * product-line code is not on the product-line reference file.
      * A transaction that passes the edit but is dated in a closed
      * period is held for finance instead of posted; one that would
      * post for a taxable customer but has no sales tax rate in
      * force for its branch's jurisdiction on its invoice date is
      * rejected, to recycle once the tax files are put right
      *****************************************************************
       220-EDIT-AND-APPLY-TRANSACTION.

           MOVE ZERO  TO TRANS-TAX-AMOUNT.
           MOVE SPACE TO TRANS-TAX-STATUS.

      * Every transaction joins the batch amount total, posted or
      * rejected - the trailer covers the whole file, and a
      * non-numeric amount counts as zero on both sides
                                                     TO RL-DISPOSITION
                       PERFORM 240-REJECT-TRANSACTION
                   ELSE
                       PERFORM 222-FIND-PRODUCT-LINE
                       IF PRODUCT-LINE-FOUND-SWITCH = "N"
                           MOVE "REJECTED - BAD PRODUCT LINE"
                                                     TO RL-DISPOSITION
                           PERFORM 240-REJECT-TRANSACTION
                       ELSE
                           PERFORM 225-CHECK-CLOSED-PERIOD
                           IF PERIOD-CLOSED-SWITCH = "Y"
                               PERFORM 232-HOLD-PRIOR-PERIOD
                           ELSE
                           IF TET-FLAG(ST-CUSTOMER-NUMBER + 1) = "Y"
                               PERFORM 230-ACCUMULATE-TRANSACTION
                           ELSE
                               PERFORM 227-FIND-TAX-RATE
                               IF TAX-RATE-FOUND-SWITCH = "N"
                                   MOVE "REJECTED - NO TAX RATE"
                                                     TO RL-DISPOSITION
                                   PERFORM 240-REJECT-TRANSACTION
                               ELSE
                                   PERFORM 230-ACCUMULATE-TRANSACTION.

      *****************************************************************
      * Looks the transaction's product-line code up on the
      * product-line table. A blank code is never on file
      *****************************************************************
       222-FIND-PRODUCT-LINE.

           MOVE "N" TO PRODUCT-LINE-FOUND-SWITCH.
           IF ST-PRODUCT-LINE NOT = SPACES
               PERFORM 223-MATCH-PRODUCT-LINE
                   VARYING PLT-SUBSCRIPT FROM 1 BY 1
                   UNTIL PLT-SUBSCRIPT > PLT-ENTRY-COUNT
                   OR PRODUCT-LINE-FOUND-SWITCH = "Y".

       223-MATCH-PRODUCT-LINE.

           IF PLT-PRODUCT-LINE(PLT-SUBSCRIPT) = ST-PRODUCT-LINE
               MOVE "Y" TO PRODUCT-LINE-FOUND-SWITCH.

      *****************************************************************
      * Looks the invoice date's fiscal month up on the closed-
      * period table. A released prior-period adjustment has
      * already been approved by finance, so it is never held
      *****************************************************************
       225-CHECK-CLOSED-PERIOD.

           MOVE "N" TO PERIOD-CLOSED-SWITCH.
           IF ST-RECYCLE-FLAG NOT = "R"
               AND ST-INVOICE-DATE NUMERIC
               MOVE ST-INVOICE-DATE TO INVOICE-DATE-WORK
               PERFORM 226-MATCH-CLOSED-PERIOD
                   VARYING CPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL CPT-SUBSCRIPT > CPT-ENTRY-COUNT
                   OR PERIOD-CLOSED-SWITCH = "Y".

       226-MATCH-CLOSED-PERIOD.

           IF CPT-PERIOD-YEAR(CPT-SUBSCRIPT) = IDW-YEAR
               AND CPT-PERIOD-MONTH(CPT-SUBSCRIPT) = IDW-MONTH
               MOVE "Y" TO PERIOD-CLOSED-SWITCH.

      *****************************************************************
      * Finds the sales tax rate in force on the invoice date for
      * the jurisdiction the customer's branch is tied to - the
      * rate with the latest effective date on or before the
      * invoice date. An invoice date that is not numeric cannot be
      * matched to a rate, so the transaction rejects. Only taxable
      * customers are looked up - an exempt customer's sales carry
      * no tax, so they post whether or not a rate is on file
      *****************************************************************
       227-FIND-TAX-RATE.

           MOVE "N"  TO TAX-RATE-FOUND-SWITCH.
           MOVE ZERO TO TRANS-TAX-PERCENT
                        TRANS-RATE-DATE.
           MOVE TJT-JURISDICTION
               (COB-BRANCH-NUMBER(ST-CUSTOMER-NUMBER + 1) + 1)
                                TO TRANS-JURISDICTION.
           IF ST-INVOICE-DATE NUMERIC
               AND TRANS-JURISDICTION NOT = SPACES
               PERFORM 228-MATCH-TAX-RATE
                   VARYING TRT-SUBSCRIPT FROM 1 BY 1
                   UNTIL TRT-SUBSCRIPT > TRT-ENTRY-COUNT.

       228-MATCH-TAX-RATE.

           IF TRT-JURISDICTION(TRT-SUBSCRIPT) = TRANS-JURISDICTION
               AND TRT-EFFECTIVE-DATE(TRT-SUBSCRIPT)
                   NOT > ST-INVOICE-DATE
               AND TRT-EFFECTIVE-DATE(TRT-SUBSCRIPT)
                   NOT < TRANS-RATE-DATE
               MOVE "Y" TO TAX-RATE-FOUND-SWITCH
               MOVE TRT-EFFECTIVE-DATE(TRT-SUBSCRIPT)
                   TO TRANS-RATE-DATE
               MOVE TRT-TAX-PERCENT(TRT-SUBSCRIPT)
                   TO TRANS-TAX-PERCENT.

       230-ACCUMULATE-TRANSACTION.

               TO PST-NET-AMOUNT(ST-CUSTOMER-NUMBER + 1).
           ADD SIGNED-TRANS-AMOUNT TO TOTAL-AMOUNT-POSTED.
           ADD 1 TO TOTAL-TRANS-POSTED.
           PERFORM 231-COMPUTE-SALES-TAX.
           PERFORM 235-WRITE-SALES-DETAIL.
           IF ST-RECYCLE-FLAG = "R"
               MOVE "POSTED - RELEASED PRIOR ADJ" TO RL-DISPOSITION
           ELSE
           IF TRANS-TAX-STATUS = "E"
               MOVE "POSTED - TAX EXEMPT"         TO RL-DISPOSITION
           ELSE
               MOVE "POSTED"                      TO RL-DISPOSITION.
           PERFORM 250-WRITE-REGISTER-LINE.

      *****************************************************************
      * Works out the sales tax on the signed amount, so a credit
      * carries negative tax that reverses the tax on the invoice
      * it credits. An exempt customer's sales carry no tax and are
      * totalled as exempt sales for the tax return
      *****************************************************************
       231-COMPUTE-SALES-TAX.

           IF TET-FLAG(ST-CUSTOMER-NUMBER + 1) = "Y"
               MOVE ZERO TO TRANS-TAX-AMOUNT
               MOVE "E"  TO TRANS-TAX-STATUS
               ADD SIGNED-TRANS-AMOUNT TO TOTAL-EXEMPT-POSTED
           ELSE
               COMPUTE TRANS-TAX-AMOUNT ROUNDED =
                   SIGNED-TRANS-AMOUNT * TRANS-TAX-PERCENT / 100
               MOVE "T"  TO TRANS-TAX-STATUS.
           ADD TRANS-TAX-AMOUNT
               TO PST-TAX-AMOUNT(ST-CUSTOMER-NUMBER + 1).
           ADD TRANS-TAX-AMOUNT TO TOTAL-TAX-POSTED.

      *****************************************************************
      * Holds a transaction dated in a closed period - writes it to
      * the prior-period adjustment file with its batch identity
      * and item number, and lists it on the prior-period register
      * and on the posting register. Nothing reaches the master,
      * the detail history or the GL extract until it is released
      *****************************************************************
       232-HOLD-PRIOR-PERIOD.

           IF ST-CREDIT-DEBIT-FLAG = "C"
               COMPUTE SIGNED-TRANS-AMOUNT = ZERO - ST-INVOICE-AMOUNT
           ELSE
               MOVE ST-INVOICE-AMOUNT TO SIGNED-TRANS-AMOUNT.
           ADD 1 TO TOTAL-TRANS-HELD.
           ADD SIGNED-TRANS-AMOUNT TO TOTAL-AMOUNT-HELD.
           MOVE SPACES                   TO PRIOR-ADJUSTMENT-RECORD.
           MOVE SALES-TRANSACTION-RECORD TO PA-TRANSACTION.
           MOVE BATCH-DATE-IN            TO PA-BATCH-DATE.
           MOVE BATCH-NUMBER-IN          TO PA-BATCH-NUMBER.
           MOVE TOTAL-TRANS-READ         TO PA-ITEM-NUMBER.
           MOVE RUN-DATE-WORK            TO PA-HELD-DATE.
           MOVE ST-PRODUCT-LINE          TO PA-PRODUCT-LINE.
           WRITE PRIOR-ADJUSTMENT-RECORD.
           IF PRIOR-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 275-PRINT-PRIOR-HEADINGS.
           MOVE BATCH-DATE-IN            TO INVOICE-DATE-WORK.
           MOVE IDW-MONTH                TO PL-BATCH-MONTH.
           MOVE IDW-DAY                  TO PL-BATCH-DAY.
           MOVE IDW-YEAR                 TO PL-BATCH-YEAR.
           MOVE BATCH-NUMBER-IN          TO PL-BATCH-NUMBER.
           MOVE TOTAL-TRANS-READ         TO PL-ITEM-NUMBER.
           MOVE ST-CUSTOMER-NUMBER       TO PL-CUSTOMER-NUMBER.
           MOVE ST-INVOICE-DATE          TO INVOICE-DATE-WORK.
           MOVE IDW-MONTH                TO PL-INVOICE-MONTH.
           MOVE IDW-DAY                  TO PL-INVOICE-DAY.
           MOVE IDW-YEAR                 TO PL-INVOICE-YEAR.
           MOVE ST-INVOICE-AMOUNT        TO PL-INVOICE-AMOUNT.
           MOVE ST-CREDIT-DEBIT-FLAG     TO PL-CREDIT-DEBIT.
           MOVE PRIOR-LINE               TO PRIOR-PRINT-AREA.
           WRITE PRIOR-PRINT-AREA.
           ADD 1 TO PRIOR-LINE-COUNT.
           MOVE "HELD - CLOSED PERIOD"   TO RL-DISPOSITION.
           PERFORM 250-WRITE-REGISTER-LINE.

      *****************************************************************
           MOVE ST-INVOICE-DATE     TO SD-INVOICE-DATE.
           MOVE SIGNED-TRANS-AMOUNT TO SD-SIGNED-AMOUNT.
           MOVE RUN-DATE-WORK       TO SD-POSTING-DATE.
           MOVE TRANS-TAX-AMOUNT    TO SD-TAX-AMOUNT.
           MOVE TRANS-TAX-STATUS    TO SD-TAX-STATUS.
           MOVE ST-PRODUCT-LINE     TO SD-PRODUCT-LINE.
           WRITE SALES-DETAIL-RECORD.

      *****************************************************************
           ELSE
               MOVE ZERO              TO RL-INVOICE-AMOUNT.
           MOVE ST-CREDIT-DEBIT-FLAG TO RL-CREDIT-DEBIT.
           MOVE TRANS-TAX-AMOUNT    TO RL-TAX-AMOUNT.
           MOVE ST-PRODUCT-LINE     TO RL-PRODUCT-LINE.
           MOVE REGISTER-LINE       TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-3  TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE TOTAL-TRANS-HELD       TO RT6-TRANS-HELD.
           MOVE REGISTER-TOTAL-LINE-6  TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-4  TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE TOTAL-TAX-POSTED       TO RT7-TAX-POSTED.
           MOVE REGISTER-TOTAL-LINE-7  TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE TOTAL-EXEMPT-POSTED    TO RT8-EXEMPT-POSTED.
           MOVE REGISTER-TOTAL-LINE-8  TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.

      *****************************************************************
      * Balances the transactions read against the batch trailer
           WRITE REGISTER-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

       275-PRINT-PRIOR-HEADINGS.

           ADD 1 TO PRIOR-PAGE-COUNT.
           MOVE PRIOR-PAGE-COUNT TO PH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO PH1-MONTH.
           MOVE CD-DAY     TO PH1-DAY.
           MOVE CD-YEAR    TO PH1-YEAR.
           MOVE CD-HOURS   TO PH2-HOURS.
           MOVE CD-MINUTES TO PH2-MINUTES.
           MOVE PRIOR-HEADING-LINE-1 TO PRIOR-PRINT-AREA.
           WRITE PRIOR-PRINT-AREA.
           MOVE PRIOR-HEADING-LINE-2 TO PRIOR-PRINT-AREA.
           WRITE PRIOR-PRINT-AREA.
           MOVE SPACES               TO PRIOR-PRINT-AREA.
           WRITE PRIOR-PRINT-AREA.
           MOVE PRIOR-HEADING-LINE-3 TO PRIOR-PRINT-AREA.
           WRITE PRIOR-PRINT-AREA.
           MOVE ZERO TO PRIOR-LINE-COUNT.

      *****************************************************************
      * Prints the prior-period register control totals. The
      * register prints its headings even on a night nothing was
      * held, so finance always has a page confirming none were
      *****************************************************************
       290-PRINT-PRIOR-TOTALS.

           IF PRIOR-PAGE-COUNT = ZERO
               PERFORM 275-PRINT-PRIOR-HEADINGS.
           MOVE TOTAL-TRANS-HELD      TO PT1-TRANS-HELD.
           MOVE TOTAL-AMOUNT-HELD     TO PT2-AMOUNT-HELD.
           MOVE SPACES                TO PRIOR-PRINT-AREA.
           WRITE PRIOR-PRINT-AREA.
           MOVE PRIOR-TOTAL-LINE-1    TO PRIOR-PRINT-AREA.
           WRITE PRIOR-PRINT-AREA.
           MOVE PRIOR-TOTAL-LINE-2    TO PRIOR-PRINT-AREA.
           WRITE PRIOR-PRINT-AREA.

      *****************************************************************
      * Reads the old master a second time and copies it to the new
      * master, applying every non-zero posting-table net amount as
       320-POST-AND-WRITE-RECORD.

           IF PST-NET-AMOUNT(CM-CUSTOMER-NUMBER + 1) NOT = ZERO
               OR PST-TAX-AMOUNT(CM-CUSTOMER-NUMBER + 1) NOT = ZERO
               PERFORM 322-APPLY-NET-AMOUNT.
           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.
                   ADD 1 TO TOTAL-MASTERS-UPDATED
                   MOVE "Y" TO BPT-ACTIVE-FLAG(CM-BRANCH-NUMBER + 1)
                   ADD PST-NET-AMOUNT(CM-CUSTOMER-NUMBER + 1)
                       TO BPT-NET-AMOUNT(CM-BRANCH-NUMBER + 1)
                   ADD PST-TAX-AMOUNT(CM-CUSTOMER-NUMBER + 1)
                       TO BPT-TAX-AMOUNT(CM-BRANCH-NUMBER + 1).
           MOVE ZERO TO PST-NET-AMOUNT(CM-CUSTOMER-NUMBER + 1)
                        PST-TAX-AMOUNT(CM-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Writes the fresh expected-totals trailer behind the last
      * Writes the general ledger interface extract from the net
      * amounts applied per branch during the update pass - one
      * journal record per branch with postings today, debiting
      * receivables and crediting sales, plus a tax-liability
      * journal record for a branch whose postings carried sales
      * tax, then the control record with the journal count and
      * amount total - sales and tax together. Only amounts that
      * actually reached a master record are extracted, so the GL
      * always agrees with the file the reports read
      *****************************************************************
               MOVE BPT-NET-AMOUNT(GLX-SUBSCRIPT) TO GL-AMOUNT
               MOVE ZERO                   TO GL-RECORD-COUNT
               WRITE GL-INTERFACE-RECORD.
           IF BPT-ACTIVE-FLAG(GLX-SUBSCRIPT) = "Y"
               AND BPT-TAX-AMOUNT(GLX-SUBSCRIPT) NOT = ZERO
               PERFORM 345-WRITE-TAX-JOURNAL.

       345-WRITE-TAX-JOURNAL.

           ADD 1 TO GLX-RECORD-COUNT.
           ADD BPT-TAX-AMOUNT(GLX-SUBSCRIPT) TO GLX-AMOUNT-TOTAL.
           MOVE SPACES                   TO GL-INTERFACE-RECORD.
           MOVE "J"                      TO GL-RECORD-TYPE.
           MOVE RUN-DATE-WORK            TO GL-POSTING-DATE.
           COMPUTE GL-BRANCH-NUMBER = GLX-SUBSCRIPT - 1.
           MOVE GL-RECEIVABLES-ACCOUNT   TO GL-DEBIT-ACCOUNT.
           MOVE GL-TAX-LIABILITY-ACCOUNT TO GL-CREDIT-ACCOUNT.
           MOVE BPT-TAX-AMOUNT(GLX-SUBSCRIPT) TO GL-AMOUNT.
           MOVE ZERO                     TO GL-RECORD-COUNT.
           WRITE GL-INTERFACE-RECORD.

      *****************************************************************
      * A run that posts nothing still opens and closes the GL
      * extract, so the proof step and the morning GL load always
      * read an empty file rather than whatever the new allocation
      * happens to hold
      *****************************************************************
       348-WRITE-EMPTY-GL-EXTRACT.

           OPEN OUTPUT GLEXTR.
           CLOSE GLEXTR.

      *****************************************************************
      * Appends the batch just applied to the posting control file,
      * so the next run carrying the same batch date and number is
      * refused at the header check, with the count, net amount and
      * sales tax posted for the nightly proof
      *****************************************************************
       350-RECORD-POSTED-BATCH.

           OPEN EXTEND POSTCTL.
           MOVE SPACES              TO POSTING-CONTROL-RECORD.
           MOVE BATCH-DATE-IN       TO PC-BATCH-DATE.
           MOVE BATCH-NUMBER-IN     TO PC-BATCH-NUMBER.
           MOVE RUN-DATE-WORK       TO PC-POSTING-DATE.
           MOVE TOTAL-TRANS-POSTED  TO PC-POSTED-COUNT.
           MOVE TOTAL-AMOUNT-POSTED TO PC-POSTED-AMOUNT.
           MOVE TOTAL-TAX-POSTED    TO PC-POSTED-TAX.
           WRITE POSTING-CONTROL-RECORD.
           CLOSE POSTCTL.
