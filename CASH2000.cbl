      ******************************************************************
      * Title..........: CASH2000 - Cash Receipts Posting
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-02-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Applies the day's batch-balanced cash
      *                  receipts against the open invoices on the
      *                  sales detail history and keeps each
      *                  invoice's open balance on the accounts
      *                  receivable open-item file. An invoice is
      *                  identified by customer number and invoice
      *                  date - every detail record posted for that
      *                  customer on that date makes up its amount.
      *                  Cash that matches no open invoice, or that
      *                  is more than the invoice's open balance, is
      *                  written to the suspense file and listed on
      *                  the suspense listing instead of being lost.
      *                  Prints a receipts register with the batch
      *                  totals, and refuses a batch already posted
      * File Desc......: Define the sole source code for the cash
      *                  receipts posting program. OLDOPEN, HISTDTL
      *                  and CASHRCPT must all arrive in customer
      *                  number/invoice date sequence - the sort steps
      *                  in the job put the history and the receipts
      *                  in that order, and this program writes the
      *                  open-item file in it
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CASH2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLDOPEN  ASSIGN TO OLDOPEN.
           SELECT NEWOPEN  ASSIGN TO NEWOPEN.
           SELECT HISTDTL  ASSIGN TO HISTDTL.
           SELECT CASHRCPT ASSIGN TO CASHRCPT.
           SELECT CASHREG  ASSIGN TO CASHREG.
           SELECT CASHREJ  ASSIGN TO CASHREJ.
           SELECT SUSPENSE ASSIGN TO SUSPENSE.
           SELECT SUSPRPT  ASSIGN TO SUSPRPT.
           SELECT CASHCTL  ASSIGN TO CASHCTL.

       DATA DIVISION.

       FILE SECTION.

       FD  OLDOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

      *****************************************************************
      * One open invoice on the accounts receivable open-item file,
      * keyed by customer number and invoice date. The invoice
      * amount is the net of every detail record posted for the
      * customer on that date; the applied amount is the cash taken
      * against it to date, and the open balance is what is still
      * owed. The branch is the one the invoice was posted under.
      * The archived amount is the part of the invoice amount whose
      * detail the year-end has moved off the live history to the
      * archive - spaces on an item written before it was carried
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

       FD  NEWOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

       01  NEW-OPEN-ITEM-RECORD    PIC X(60).

       FD  HISTDTL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One posted transaction on the cumulative sales detail
      * history, in the layout POST2000 writes it. The amount is
      * already signed, so a credit reduces the invoice it is dated
      * against. The sales tax billed with it is signed the same
      * way; detail posted before sales tax has spaces there
      *****************************************************************
       01  SALES-DETAIL-RECORD.
           05  SD-CUSTOMER-NUMBER      PIC 9(5).
           05  SD-BRANCH-NUMBER        PIC 9(2).
           05  SD-INVOICE-DATE         PIC 9(8).
           05  SD-SIGNED-AMOUNT        PIC S9(5)V9(2).
           05  SD-POSTING-DATE         PIC 9(8).
           05  SD-TAX-AMOUNT           PIC S9(5)V9(2).
           05  SD-TAX-STATUS           PIC X(1).
           05  FILLER                  PIC X(2).

       FD  CASHRCPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One cash receipt, naming the invoice it pays by customer
      * number and invoice date. The amount is carried unsigned
      *****************************************************************
       01  CASH-RECEIPT-RECORD.
           05  CR-RECEIPT-KEY.
               10  CR-CUSTOMER-NUMBER  PIC 9(5).
               10  CR-INVOICE-DATE     PIC 9(8).
           05  CR-RECEIPT-AMOUNT       PIC 9(5)V9(2).
           05  CR-CHECK-NUMBER         PIC X(8).
           05  FILLER                  PIC X(2).

      *****************************************************************
      * Batch header and trailer, in the same form the SALESTRN
      * file carries them. The all-zeros header key sorts ahead of
      * every receipt and the all-nines trailer key behind them, so
      * the sort step in the job leaves both where they belong
      *****************************************************************
       01  BATCH-HEADER-RECORD.
           05  BH-HEADER-KEY           PIC X(5).
           05  BH-HEADER-ID            PIC X(7).
           05  BH-BATCH-DATE           PIC 9(8).
           05  BH-BATCH-NUMBER         PIC 9(4).
           05  FILLER                  PIC X(6).

       01  BATCH-TRAILER-RECORD.
           05  BT-TRAILER-KEY          PIC X(5).
           05  BT-TRAILER-ID           PIC X(7).
           05  BT-EXPECTED-COUNT       PIC 9(7).
           05  BT-EXPECTED-AMOUNT      PIC 9(7)V9(2).
           05  FILLER                  PIC X(2).

       FD  CASHREG
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the receipts register as a fixed
      * 130 char length
      *****************************************************************
       01  REGISTER-PRINT-AREA     PIC X(130).

       FD  CASHREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * Rejected receipts are written back out in the same layout as
      * CASHRCPT, so a corrected file can be resubmitted as-is
      *****************************************************************
       01  REJECT-RECORD           PIC X(30).

       FD  SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

      *****************************************************************
      * One amount of cash held in suspense - reason "U" is cash
      * that matched no open invoice, "O" is cash over and above
      * the invoice's open balance. The job appends this run's
      * records to the cumulative suspense file for credit and
      * collections to clear
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SU-CUSTOMER-NUMBER      PIC 9(5).
           05  SU-INVOICE-DATE         PIC 9(8).
           05  SU-CHECK-NUMBER         PIC X(8).
           05  SU-RECEIPT-AMOUNT       PIC 9(5)V9(2).
           05  SU-SUSPENSE-AMOUNT      PIC 9(5)V9(2).
           05  SU-REASON-CODE          PIC X(1).
           05  SU-BATCH-DATE           PIC 9(8).
           05  SU-BATCH-NUMBER         PIC 9(4).
           05  SU-POSTING-DATE         PIC 9(8).
           05  FILLER                  PIC X(4).

       FD  SUSPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the suspense listing as a fixed
      * 130 char length
      *****************************************************************
       01  SUSPENSE-PRINT-AREA     PIC X(130).

       FD  CASHCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One receipts batch on the cash control file, the same way
      * the POSTCTL file records each sales batch POST2000 applies.
      * A batch whose date and number are already on file is refused.
      * The history date is the latest posting date on the sales
      * detail history the run read - spaces on a batch recorded
      * before it was kept
      *****************************************************************
       01  CASH-CONTROL-RECORD.
           05  CC-BATCH-DATE           PIC 9(8).
           05  CC-BATCH-NUMBER         PIC 9(4).
           05  CC-POSTING-DATE         PIC 9(8).
           05  CC-HISTORY-THROUGH-DATE PIC 9(8).
           05  FILLER                  PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the cash receipts run
      *****************************************************************

      * Determines when the end of each input file is reached, how
      * the batch header/trailer balancing came out, and whether the
      * invoice being worked on exists at all
       01  SWITCHES.
           05  OLDOPEN-EOF-SWITCH      PIC X    VALUE "N".
           05  HISTDTL-EOF-SWITCH      PIC X    VALUE "N".
           05  CASHRCPT-EOF-SWITCH     PIC X    VALUE "N".
           05  CASHCTL-EOF-SWITCH      PIC X    VALUE "N".
           05  RECEIPT-CONTROL-SWITCH  PIC X    VALUE "N".
           05  BATCH-HEADER-SWITCH     PIC X    VALUE "N".
           05  BATCH-TRAILER-SWITCH    PIC X    VALUE "N".
           05  BATCH-REFUSED-SWITCH    PIC X    VALUE "N".
           05  BATCH-BALANCED-SWITCH   PIC X    VALUE "N".
           05  ITEM-ON-FILE-SWITCH     PIC X    VALUE "N".
           05  HISTORY-FOUND-SWITCH    PIC X    VALUE "N".
           05  PRIOR-DETAIL-SWITCH     PIC X    VALUE "N".
           05  HISTORY-DATE-KNOWN-SWITCH
                                       PIC X    VALUE "N".
      * Controls spacing on the register and the suspense listing
       01  PRINT-FIELDS.
           05  PAGE-COUNT          PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE       PIC S9(3)   VALUE +55.
           05  LINE-COUNT          PIC S9(3)   VALUE +99.
           05  SUSPENSE-PAGE-COUNT PIC S9(3)   VALUE ZERO.
           05  SUSPENSE-LINE-COUNT PIC S9(3)   VALUE +99.
      * Totals for the register and suspense listing trailers
       01  TOTAL-FIELDS.
           05  TOTAL-RECEIPTS-READ     PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECEIPTS-APPLIED  PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECEIPTS-REJECTED PIC S9(7)      VALUE ZERO.
           05  TOTAL-SUSPENSE-ITEMS    PIC S9(7)      VALUE ZERO.
           05  TOTAL-AMOUNT-APPLIED    PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-AMOUNT-SUSPENSE   PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-ITEMS-WRITTEN     PIC S9(7)      VALUE ZERO.
           05  TOTAL-OPEN-BALANCE      PIC S9(9)V99   VALUE ZERO.
      * The batch identity from the CASHRCPT header, the expected
      * totals from its trailer, and the totals counted from the
      * receipts themselves for the balancing comparison
       01  BATCH-CONTROL-FIELDS.
           05  BATCH-DATE-IN           PIC 9(8)       VALUE ZERO.
           05  BATCH-NUMBER-IN         PIC 9(4)       VALUE ZERO.
           05  BATCH-EXPECTED-COUNT    PIC S9(7)      VALUE ZERO.
           05  BATCH-EXPECTED-AMOUNT   PIC S9(7)V99   VALUE ZERO.
           05  BATCH-AMOUNT-TOTAL      PIC S9(7)V99   VALUE ZERO.
           05  CBT-ENTRY-COUNT         PIC S9(5)      VALUE ZERO.
           05  CBT-SUBSCRIPT           PIC S9(5)      VALUE ZERO.
      * The latest posting date on the history the last applied batch
      * read, off the cash control file, and the latest on the
      * history this run reads, recorded with this batch. Detail
      * posted on or before the first was on the history last run
       01  HISTORY-DATE-FIELDS.
           05  LAST-HISTORY-THROUGH-DATE
                                       PIC 9(8)       VALUE ZERO.
           05  HISTORY-THROUGH-DATE    PIC 9(8)       VALUE ZERO.
      * Receipts batches already applied, loaded from the cash
      * control file ahead of the run - the last 1000 batches
       01  CASH-BATCH-TABLE.
           05  CBT-ENTRY OCCURS 1000 TIMES.
               10  CBT-BATCH-DATE      PIC 9(8).
               10  CBT-BATCH-NUMBER    PIC 9(4).
      * The customer number/invoice date key each input file is
      * positioned on, and the lowest of the three - the invoice
      * being worked on. A file at its end carries HIGH-VALUES so
      * it never again holds the lowest key
       01  OPEN-ITEM-KEY.
           05  OK-CUSTOMER-NUMBER      PIC X(5).
           05  OK-INVOICE-DATE         PIC X(8).
       01  HISTORY-KEY.
           05  HK-CUSTOMER-NUMBER      PIC X(5).
           05  HK-INVOICE-DATE         PIC X(8).
       01  RECEIPT-KEY.
           05  RK-CUSTOMER-NUMBER      PIC X(5).
           05  RK-INVOICE-DATE         PIC X(8).
       01  CURRENT-KEY.
           05  CK-CUSTOMER-NUMBER      PIC X(5).
           05  CK-INVOICE-DATE         PIC X(8).
      * The invoice being worked on, built from the old open item
      * and the history detail for its key, with the cash applied
      * to it from this batch
       01  CURRENT-ITEM-FIELDS.
           05  ITEM-BRANCH-NUMBER      PIC 9(2)       VALUE ZERO.
           05  ITEM-INVOICE-AMOUNT     PIC S9(7)V99   VALUE ZERO.
           05  ITEM-APPLIED-AMOUNT     PIC S9(7)V99   VALUE ZERO.
           05  ITEM-OPEN-BALANCE       PIC S9(7)V99   VALUE ZERO.
           05  ITEM-LAST-RECEIPT-DATE  PIC 9(8)       VALUE ZERO.
           05  ITEM-ARCHIVED-AMOUNT    PIC S9(7)V99   VALUE ZERO.
           05  HISTORY-AMOUNT          PIC S9(7)V99   VALUE ZERO.
      * How the receipt being worked on was split between the
      * invoice and suspense
       01  RECEIPT-WORK-FIELDS.
           05  APPLIED-RECEIPT-AMOUNT  PIC S9(5)V99   VALUE ZERO.
           05  SUSPENSE-AMOUNT         PIC S9(5)V99   VALUE ZERO.
           05  SUSPENSE-REASON-CODE    PIC X          VALUE SPACE.
           05  SUSPENSE-REASON-TEXT    PIC X(30)      VALUE SPACE.
      * Work area for the open-item record written to the new file
       01  OPEN-ITEM-WORK.
           05  OW-ITEM-KEY.
               10  OW-CUSTOMER-NUMBER  PIC 9(5).
               10  OW-INVOICE-DATE     PIC 9(8).
           05  OW-BRANCH-NUMBER        PIC 9(2).
           05  OW-INVOICE-AMOUNT       PIC S9(7)V9(2).
           05  OW-APPLIED-AMOUNT       PIC S9(7)V9(2).
           05  OW-OPEN-BALANCE         PIC S9(7)V9(2).
           05  OW-LAST-RECEIPT-DATE    PIC 9(8).
           05  OW-ARCHIVED-AMOUNT      PIC S9(7)V9(2).
           05  FILLER                  PIC X(1)   VALUE SPACE.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      * Work field for the CCYYMMDD posting date stamped on the
      * suspense and cash control records
       01  RUN-DATE-WORK.
           05  RDW-YEAR            PIC 9(4).
           05  RDW-MONTH           PIC 9(2).
           05  RDW-DAY             PIC 9(2).
      * Work field for a CCYYMMDD date, redefined so the register
      * and the suspense listing can print it month/day/year
       01  INVOICE-DATE-WORK.
           05  IDW-YEAR            PIC 9(4).
           05  IDW-MONTH           PIC 9(2).
           05  IDW-DAY             PIC 9(2).

      *****************************************************************
      * Define all lines printed on the receipts register
      *****************************************************************
       01  REGISTER-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  RH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CASH RECEIPTS POSTIN".
           05  FILLER          PIC X(20)   VALUE "G REGISTER          ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  RH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  REGISTER-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  RH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  RH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CASH2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  REGISTER-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "CUST NUM".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(12)   VALUE "INVOICE DATE".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE " RECEIPT ".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "CHECK NO".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE " APPLIED ".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE "SUSPENSE ".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(30)   VALUE
               "DISPOSITION                   ".
           05  FILLER          PIC X(28)   VALUE SPACE.

      *****************************************************************
      * Batch identity line printed under the first page's headings,
      * and the refusal and out-of-balance lines printed when the
      * batch cannot be applied
      *****************************************************************
       01  REGISTER-BATCH-LINE.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "BATCH ".
           05  RB-BATCH-NUMBER PIC 9(4).
           05  FILLER          PIC X(7)    VALUE " DATED ".
           05  RB-BATCH-MONTH  PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RB-BATCH-DAY    PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RB-BATCH-YEAR   PIC 9(4).
           05  FILLER          PIC X(101)  VALUE SPACE.

       01  REGISTER-REFUSED-LINE.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(40)   VALUE
               "*** BATCH ALREADY POSTED - OPEN ITEMS NO".
           05  FILLER          PIC X(14)   VALUE "T UPDATED *** ".
           05  FILLER          PIC X(74)   VALUE SPACE.

       01  REGISTER-BALANCE-LINE.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(40)   VALUE
               "*** BATCH OUT OF BALANCE - OPEN ITEMS NO".
           05  FILLER          PIC X(14)   VALUE "T UPDATED *** ".
           05  RBL-REASON      PIC X(30).
           05  FILLER          PIC X(44)   VALUE SPACE.

       01  REGISTER-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  RL-INVOICE-MONTH    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RL-INVOICE-DAY      PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RL-INVOICE-YEAR     PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-RECEIPT-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-CHECK-NUMBER     PIC X(8).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-APPLIED-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-SUSPENSE-AMOUNT  PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-DISPOSITION      PIC X(30).
           05  FILLER              PIC X(28)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "RECEIPTS READ             ".
           05  RT1-RECEIPTS-READ   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "RECEIPTS APPLIED          ".
           05  RT2-RECEIPTS-APPLIED PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-3.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "RECEIPTS REJECTED         ".
           05  RT3-RECEIPTS-REJECTED PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-4.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "CASH RECEIVED             ".
           05  RT4-CASH-RECEIVED   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-5.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "CASH APPLIED TO INVOICES  ".
           05  RT5-CASH-APPLIED    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-6.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "CASH TO SUSPENSE          ".
           05  RT6-CASH-SUSPENSE   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-7.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "OPEN ITEMS WRITTEN        ".
           05  RT7-ITEMS-WRITTEN   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  REGISTER-TOTAL-LINE-8.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "OPEN RECEIVABLES BALANCE  ".
           05  RT8-OPEN-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)    VALUE SPACE.

      *****************************************************************
      * Define all lines printed on the suspense listing
      *****************************************************************
       01  SUSPENSE-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  SH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  SH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  SH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "UNAPPLIED CASH SUSPE".
           05  FILLER          PIC X(20)   VALUE "NSE LISTING         ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  SH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  SUSPENSE-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  SH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  SH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CASH2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  SUSPENSE-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "CUST NUM".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(12)   VALUE "INVOICE DATE".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "CHECK NO".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE " RECEIPT ".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE "SUSPENSE ".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(30)   VALUE
               "REASON                        ".
           05  FILLER          PIC X(40)   VALUE SPACE.

       01  SUSPENSE-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  SL-INVOICE-MONTH    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  SL-INVOICE-DAY      PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  SL-INVOICE-YEAR     PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  SL-CHECK-NUMBER     PIC X(8).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  SL-RECEIPT-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  SL-SUSPENSE-AMOUNT  PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  SL-REASON           PIC X(30).
           05  FILLER              PIC X(40)    VALUE SPACE.

       01  SUSPENSE-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "ITEMS PLACED IN SUSPENSE  ".
           05  ST1-SUSPENSE-ITEMS  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  SUSPENSE-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "AMOUNT PLACED IN SUSPENSE ".
           05  ST2-SUSPENSE-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the cash receipts run. The cash
      * control file is loaded and the receipts batch header read
      * first, so a batch already applied is refused with RC=16
      * before anything is written. Otherwise the old open items,
      * the sorted history and the sorted receipts are matched on
      * customer number/invoice date to build the new open-item
      * file. A batch that does not balance to its trailer ends
      * with RC=8 and is not recorded as posted - the job's swap
      * step leaves the old open-item file in place either way
      *****************************************************************
       000-POST-CASH-RECEIPTS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RDW-YEAR.
           MOVE CD-MONTH TO RDW-MONTH.
           MOVE CD-DAY   TO RDW-DAY.
           PERFORM 050-LOAD-CASH-CONTROL.
           OPEN INPUT  CASHRCPT
                OUTPUT CASHREG.
           PERFORM 105-GET-NEXT-RECEIPT.
           IF BATCH-REFUSED-SWITCH = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 200-APPLY-RECEIPTS
               PERFORM 280-BALANCE-BATCH-TRAILER
               PERFORM 300-PRINT-REGISTER-TOTALS
               IF BATCH-BALANCED-SWITCH = "N"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 350-RECORD-POSTED-BATCH.
           CLOSE CASHRCPT
                 CASHREG.
           STOP RUN.

      *****************************************************************
      * Loads the receipts batches already applied from the cash
      * control file, so the header check can refuse a batch
      * date/number that has been posted before, and the history
      * date the last of them was applied against
      *****************************************************************
       050-LOAD-CASH-CONTROL.

           OPEN INPUT CASHCTL.
           PERFORM 060-LOAD-CONTROL-RECORD
               UNTIL CASHCTL-EOF-SWITCH = "Y".
           CLOSE CASHCTL.

       060-LOAD-CONTROL-RECORD.

           READ CASHCTL
               AT END
                   MOVE "Y" TO CASHCTL-EOF-SWITCH.
           IF CASHCTL-EOF-SWITCH = "N"
               AND CC-BATCH-DATE NUMERIC
               AND CC-BATCH-NUMBER NUMERIC
               AND CBT-ENTRY-COUNT < 1000
               ADD 1 TO CBT-ENTRY-COUNT
               MOVE CC-BATCH-DATE
                   TO CBT-BATCH-DATE(CBT-ENTRY-COUNT)
               MOVE CC-BATCH-NUMBER
                   TO CBT-BATCH-NUMBER(CBT-ENTRY-COUNT).
           IF CASHCTL-EOF-SWITCH = "N"
               AND CC-HISTORY-THROUGH-DATE NUMERIC
               MOVE "Y" TO HISTORY-DATE-KNOWN-SWITCH
               MOVE CC-HISTORY-THROUGH-DATE
                   TO LAST-HISTORY-THROUGH-DATE.

      *****************************************************************
      * Positions the receipts file on its next receipt. The batch
      * header and trailer are pulled off as they arrive; a refused
      * batch stops the read at the header
      *****************************************************************
       105-GET-NEXT-RECEIPT.

           MOVE "Y" TO RECEIPT-CONTROL-SWITCH.
           PERFORM 110-READ-RECEIPT-RECORD
               UNTIL RECEIPT-CONTROL-SWITCH = "N"
               OR BATCH-REFUSED-SWITCH = "Y".

       110-READ-RECEIPT-RECORD.

           MOVE "N" TO RECEIPT-CONTROL-SWITCH.
           READ CASHRCPT
               AT END
                   MOVE "Y" TO CASHRCPT-EOF-SWITCH.
           IF CASHRCPT-EOF-SWITCH = "Y"
               MOVE HIGH-VALUES TO RECEIPT-KEY
           ELSE
           IF BH-HEADER-KEY = "00000"
               AND BH-HEADER-ID = "*BATCHH"
               MOVE "Y" TO RECEIPT-CONTROL-SWITCH
               PERFORM 112-PROCESS-BATCH-HEADER
           ELSE
           IF BT-TRAILER-KEY = "99999"
               AND BT-TRAILER-ID = "*BATCHT"
               MOVE "Y" TO CASHRCPT-EOF-SWITCH
               MOVE HIGH-VALUES TO RECEIPT-KEY
               PERFORM 116-PROCESS-BATCH-TRAILER
           ELSE
               ADD 1 TO TOTAL-RECEIPTS-READ
               MOVE CR-RECEIPT-KEY TO RECEIPT-KEY
      * Every receipt joins the batch amount total, applied or not -
      * the trailer covers the whole file, and a non-numeric amount
      * counts as zero on both sides
               IF CR-RECEIPT-AMOUNT NUMERIC
                   ADD CR-RECEIPT-AMOUNT TO BATCH-AMOUNT-TOTAL.

      *****************************************************************
      * Pulls the batch identity off the header and refuses the run
      * when the cash control file shows the batch already applied
      *****************************************************************
       112-PROCESS-BATCH-HEADER.

           IF BH-BATCH-DATE NUMERIC
               AND BH-BATCH-NUMBER NUMERIC
               MOVE "Y" TO BATCH-HEADER-SWITCH
               MOVE BH-BATCH-DATE   TO BATCH-DATE-IN
               MOVE BH-BATCH-NUMBER TO BATCH-NUMBER-IN
               PERFORM 113-CHECK-BATCH-POSTED
           ELSE
               DISPLAY "CASH2000 - BATCH HEADER NOT NUMERIC - "
                   "BATCH CANNOT BE BALANCED".

       113-CHECK-BATCH-POSTED.

           PERFORM 114-MATCH-POSTED-BATCH
               VARYING CBT-SUBSCRIPT FROM 1 BY 1
               UNTIL CBT-SUBSCRIPT > CBT-ENTRY-COUNT
               OR BATCH-REFUSED-SWITCH = "Y".
           MOVE BATCH-NUMBER-IN TO RB-BATCH-NUMBER.
           MOVE BATCH-DATE-IN   TO INVOICE-DATE-WORK.
           MOVE IDW-MONTH       TO RB-BATCH-MONTH.
           MOVE IDW-DAY         TO RB-BATCH-DAY.
           MOVE IDW-YEAR        TO RB-BATCH-YEAR.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-REGISTER-HEADINGS.
           MOVE REGISTER-BATCH-LINE TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           IF BATCH-REFUSED-SWITCH = "Y"
               MOVE REGISTER-REFUSED-LINE TO REGISTER-PRINT-AREA
               WRITE REGISTER-PRINT-AREA
               DISPLAY "CASH2000 - BATCH " BATCH-NUMBER-IN
                   " DATED " BATCH-DATE-IN
                   " ALREADY POSTED - RUN REFUSED".

       114-MATCH-POSTED-BATCH.

           IF CBT-BATCH-DATE(CBT-SUBSCRIPT) = BATCH-DATE-IN
               AND CBT-BATCH-NUMBER(CBT-SUBSCRIPT) = BATCH-NUMBER-IN
               MOVE "Y" TO BATCH-REFUSED-SWITCH.

       116-PROCESS-BATCH-TRAILER.

           IF BT-EXPECTED-COUNT NUMERIC
               AND BT-EXPECTED-AMOUNT NUMERIC
               MOVE "Y" TO BATCH-TRAILER-SWITCH
               MOVE BT-EXPECTED-COUNT  TO BATCH-EXPECTED-COUNT
               MOVE BT-EXPECTED-AMOUNT TO BATCH-EXPECTED-AMOUNT
           ELSE
               DISPLAY "CASH2000 - BATCH TRAILER NOT NUMERIC - "
                   "BATCH CANNOT BE BALANCED".

      *****************************************************************
      * Matches the old open items, the history detail and the
      * receipts on customer number/invoice date, one invoice at a
      * time in ascending key sequence, writing the new open-item
      * file as it goes
      *****************************************************************
       200-APPLY-RECEIPTS.

           OPEN INPUT  OLDOPEN
                INPUT  HISTDTL
                OUTPUT NEWOPEN
                OUTPUT CASHREJ
                OUTPUT SUSPENSE
                OUTPUT SUSPRPT.
           PERFORM 510-PRINT-SUSPENSE-HEADINGS.
           PERFORM 220-READ-OPEN-ITEM.
           PERFORM 225-READ-HISTORY-DETAIL.
           PERFORM 210-PROCESS-NEXT-INVOICE
               UNTIL OPEN-ITEM-KEY = HIGH-VALUES
               AND HISTORY-KEY = HIGH-VALUES
               AND RECEIPT-KEY = HIGH-VALUES.
           PERFORM 290-PRINT-SUSPENSE-TOTALS.
           CLOSE OLDOPEN
                 HISTDTL
                 NEWOPEN
                 CASHREJ
                 SUSPENSE
                 SUSPRPT.

      *****************************************************************
      * Works one invoice - the lowest key on any of the three
      * files. The invoice amount is the net of its history detail
      * with the sales tax billed on it, since the customer pays
      * both, on top of the part already archived. An open item
      * none of whose detail from the last run is still on the
      * history has had that detail archived by the year-end, so
      * the whole amount it was carried with becomes its archived
      * part, and any detail posted against it since is added to
      * that. The applied amount carries forward from the old open
      * item, and this batch's receipts for the key are applied on
      * top of it. A fully paid item whose detail has left the
      * history is dropped
      *****************************************************************
       210-PROCESS-NEXT-INVOICE.

           PERFORM 212-SET-CURRENT-KEY.
           MOVE "N"  TO ITEM-ON-FILE-SWITCH.
           MOVE "N"  TO HISTORY-FOUND-SWITCH.
           MOVE ZERO TO ITEM-BRANCH-NUMBER.
           MOVE ZERO TO ITEM-INVOICE-AMOUNT.
           MOVE ZERO TO ITEM-APPLIED-AMOUNT.
           MOVE ZERO TO ITEM-LAST-RECEIPT-DATE.
           MOVE ZERO TO ITEM-ARCHIVED-AMOUNT.
           MOVE ZERO TO HISTORY-AMOUNT.
           MOVE "N"  TO PRIOR-DETAIL-SWITCH.
           IF OPEN-ITEM-KEY = CURRENT-KEY
               PERFORM 214-CARRY-OPEN-ITEM.
           PERFORM 230-ACCUMULATE-HISTORY-DETAIL
               UNTIL HISTORY-KEY NOT = CURRENT-KEY.
           IF ITEM-ON-FILE-SWITCH = "Y"
               AND HISTORY-DATE-KNOWN-SWITCH = "Y"
               AND PRIOR-DETAIL-SWITCH = "N"
               MOVE ITEM-INVOICE-AMOUNT TO ITEM-ARCHIVED-AMOUNT.
           IF HISTORY-FOUND-SWITCH = "Y"
               MOVE "Y"            TO ITEM-ON-FILE-SWITCH
               COMPUTE ITEM-INVOICE-AMOUNT =
                   ITEM-ARCHIVED-AMOUNT + HISTORY-AMOUNT.
           COMPUTE ITEM-OPEN-BALANCE =
               ITEM-INVOICE-AMOUNT - ITEM-APPLIED-AMOUNT.
           PERFORM 240-APPLY-RECEIPT
               UNTIL RECEIPT-KEY NOT = CURRENT-KEY.
           IF ITEM-ON-FILE-SWITCH = "Y"
               AND (HISTORY-FOUND-SWITCH = "Y"
                OR  ITEM-OPEN-BALANCE NOT = ZERO)
               PERFORM 260-WRITE-OPEN-ITEM.

       212-SET-CURRENT-KEY.

           MOVE OPEN-ITEM-KEY TO CURRENT-KEY.
           IF HISTORY-KEY < CURRENT-KEY
               MOVE HISTORY-KEY TO CURRENT-KEY.
           IF RECEIPT-KEY < CURRENT-KEY
               MOVE RECEIPT-KEY TO CURRENT-KEY.

       214-CARRY-OPEN-ITEM.

           MOVE "Y"                  TO ITEM-ON-FILE-SWITCH.
           MOVE OI-BRANCH-NUMBER     TO ITEM-BRANCH-NUMBER.
           MOVE OI-INVOICE-AMOUNT    TO ITEM-INVOICE-AMOUNT.
           MOVE OI-APPLIED-AMOUNT    TO ITEM-APPLIED-AMOUNT.
           MOVE OI-LAST-RECEIPT-DATE TO ITEM-LAST-RECEIPT-DATE.
           IF OI-ARCHIVED-AMOUNT NUMERIC
               MOVE OI-ARCHIVED-AMOUNT TO ITEM-ARCHIVED-AMOUNT.
           PERFORM 220-READ-OPEN-ITEM.

       220-READ-OPEN-ITEM.

           READ OLDOPEN
               AT END
                   MOVE "Y" TO OLDOPEN-EOF-SWITCH.
           IF OLDOPEN-EOF-SWITCH = "Y"
               MOVE HIGH-VALUES TO OPEN-ITEM-KEY
           ELSE
               MOVE OI-ITEM-KEY TO OPEN-ITEM-KEY.

       225-READ-HISTORY-DETAIL.

           READ HISTDTL
               AT END
                   MOVE "Y" TO HISTDTL-EOF-SWITCH.
           IF HISTDTL-EOF-SWITCH = "Y"
               MOVE HIGH-VALUES TO HISTORY-KEY
           ELSE
               MOVE SD-CUSTOMER-NUMBER TO HK-CUSTOMER-NUMBER
               MOVE SD-INVOICE-DATE    TO HK-INVOICE-DATE.

       230-ACCUMULATE-HISTORY-DETAIL.

           MOVE "Y" TO HISTORY-FOUND-SWITCH.
           ADD SD-SIGNED-AMOUNT    TO HISTORY-AMOUNT.
           IF SD-TAX-AMOUNT NUMERIC
               ADD SD-TAX-AMOUNT   TO HISTORY-AMOUNT.
           MOVE SD-BRANCH-NUMBER   TO ITEM-BRANCH-NUMBER.
           IF SD-POSTING-DATE NOT NUMERIC
               OR SD-POSTING-DATE NOT > LAST-HISTORY-THROUGH-DATE
               MOVE "Y" TO PRIOR-DETAIL-SWITCH.
           IF SD-POSTING-DATE NUMERIC
               AND SD-POSTING-DATE > HISTORY-THROUGH-DATE
               MOVE SD-POSTING-DATE TO HISTORY-THROUGH-DATE.
           PERFORM 225-READ-HISTORY-DETAIL.

      *****************************************************************
      * Applies one receipt to the invoice being worked on. A
      * receipt is rejected when any of its fields is not numeric.
      * Cash for an invoice that is not open goes to suspense as
      * unapplied; cash against an invoice already paid up, or the
      * part of a receipt over the invoice's open balance, goes to
      * suspense as over-applied
      *****************************************************************
       240-APPLY-RECEIPT.

           MOVE ZERO TO APPLIED-RECEIPT-AMOUNT.
           MOVE ZERO TO SUSPENSE-AMOUNT.
           IF CR-CUSTOMER-NUMBER NOT NUMERIC
               OR CR-INVOICE-DATE NOT NUMERIC
               OR CR-RECEIPT-AMOUNT NOT NUMERIC
               MOVE "REJECTED - NON-NUMERIC DATA"   TO RL-DISPOSITION
               PERFORM 246-REJECT-RECEIPT
           ELSE
           IF ITEM-ON-FILE-SWITCH = "N"
               MOVE CR-RECEIPT-AMOUNT   TO SUSPENSE-AMOUNT
               MOVE "U"                 TO SUSPENSE-REASON-CODE
               MOVE "UNAPPLIED - NO OPEN INVOICE"
                                        TO SUSPENSE-REASON-TEXT
               MOVE "SUSPENSE - NO OPEN INVOICE"    TO RL-DISPOSITION
               PERFORM 244-WRITE-SUSPENSE
           ELSE
           IF ITEM-OPEN-BALANCE NOT > ZERO
               MOVE CR-RECEIPT-AMOUNT   TO SUSPENSE-AMOUNT
               MOVE "O"                 TO SUSPENSE-REASON-CODE
               MOVE "OVER-APPLIED - INVOICE PAID UP"
                                        TO SUSPENSE-REASON-TEXT
               MOVE "SUSPENSE - INVOICE PAID UP"    TO RL-DISPOSITION
               PERFORM 244-WRITE-SUSPENSE
           ELSE
           IF CR-RECEIPT-AMOUNT > ITEM-OPEN-BALANCE
               MOVE ITEM-OPEN-BALANCE   TO APPLIED-RECEIPT-AMOUNT
               COMPUTE SUSPENSE-AMOUNT =
                   CR-RECEIPT-AMOUNT - ITEM-OPEN-BALANCE
               PERFORM 242-APPLY-TO-OPEN-ITEM
               MOVE "O"                 TO SUSPENSE-REASON-CODE
               MOVE "OVER-APPLIED - EXCESS OVER BAL"
                                        TO SUSPENSE-REASON-TEXT
               MOVE "APPLIED - EXCESS TO SUSPENSE"  TO RL-DISPOSITION
               PERFORM 244-WRITE-SUSPENSE
           ELSE
               MOVE CR-RECEIPT-AMOUNT   TO APPLIED-RECEIPT-AMOUNT
               PERFORM 242-APPLY-TO-OPEN-ITEM
               MOVE "APPLIED"                       TO RL-DISPOSITION.
           PERFORM 250-WRITE-REGISTER-LINE.
           PERFORM 105-GET-NEXT-RECEIPT.

       242-APPLY-TO-OPEN-ITEM.

           ADD APPLIED-RECEIPT-AMOUNT      TO ITEM-APPLIED-AMOUNT.
           SUBTRACT APPLIED-RECEIPT-AMOUNT FROM ITEM-OPEN-BALANCE.
           MOVE BATCH-DATE-IN              TO ITEM-LAST-RECEIPT-DATE.
           ADD 1                           TO TOTAL-RECEIPTS-APPLIED.
           ADD APPLIED-RECEIPT-AMOUNT      TO TOTAL-AMOUNT-APPLIED.

      *****************************************************************
      * Writes the suspense amount to the suspense file and lists
      * it on the suspense listing with its reason
      *****************************************************************
       244-WRITE-SUSPENSE.

           ADD 1                    TO TOTAL-SUSPENSE-ITEMS.
           ADD SUSPENSE-AMOUNT      TO TOTAL-AMOUNT-SUSPENSE.
           MOVE SPACES              TO SUSPENSE-RECORD.
           MOVE CR-CUSTOMER-NUMBER  TO SU-CUSTOMER-NUMBER.
           MOVE CR-INVOICE-DATE     TO SU-INVOICE-DATE.
           MOVE CR-CHECK-NUMBER     TO SU-CHECK-NUMBER.
           MOVE CR-RECEIPT-AMOUNT   TO SU-RECEIPT-AMOUNT.
           MOVE SUSPENSE-AMOUNT     TO SU-SUSPENSE-AMOUNT.
           MOVE SUSPENSE-REASON-CODE TO SU-REASON-CODE.
           MOVE BATCH-DATE-IN       TO SU-BATCH-DATE.
           MOVE BATCH-NUMBER-IN     TO SU-BATCH-NUMBER.
           MOVE RUN-DATE-WORK       TO SU-POSTING-DATE.
           WRITE SUSPENSE-RECORD.
           IF SUSPENSE-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 510-PRINT-SUSPENSE-HEADINGS.
           MOVE CR-CUSTOMER-NUMBER  TO SL-CUSTOMER-NUMBER.
           MOVE CR-INVOICE-DATE     TO INVOICE-DATE-WORK.
           MOVE IDW-MONTH           TO SL-INVOICE-MONTH.
           MOVE IDW-DAY             TO SL-INVOICE-DAY.
           MOVE IDW-YEAR            TO SL-INVOICE-YEAR.
           MOVE CR-CHECK-NUMBER     TO SL-CHECK-NUMBER.
           MOVE CR-RECEIPT-AMOUNT   TO SL-RECEIPT-AMOUNT.
           MOVE SUSPENSE-AMOUNT     TO SL-SUSPENSE-AMOUNT.
           MOVE SUSPENSE-REASON-TEXT TO SL-REASON.
           MOVE SUSPENSE-LINE       TO SUSPENSE-PRINT-AREA.
           WRITE SUSPENSE-PRINT-AREA.
           ADD 1 TO SUSPENSE-LINE-COUNT.

       246-REJECT-RECEIPT.

           ADD 1 TO TOTAL-RECEIPTS-REJECTED.
           MOVE CASH-RECEIPT-RECORD TO REJECT-RECORD.
           WRITE REJECT-RECORD.

      *****************************************************************
      * Prints one receipt on the register, with page headings
      * whenever the line count reaches the page limit
      *****************************************************************
       250-WRITE-REGISTER-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-REGISTER-HEADINGS.
           MOVE CR-CUSTOMER-NUMBER  TO RL-CUSTOMER-NUMBER.
      * A rejected receipt can carry a non-numeric date or amount;
      * the edited moves below would fail on one, so each prints
      * as zero
           IF CR-INVOICE-DATE NUMERIC
               MOVE CR-INVOICE-DATE TO INVOICE-DATE-WORK
           ELSE
               MOVE ZERO            TO INVOICE-DATE-WORK.
           MOVE IDW-MONTH           TO RL-INVOICE-MONTH.
           MOVE IDW-DAY             TO RL-INVOICE-DAY.
           MOVE IDW-YEAR            TO RL-INVOICE-YEAR.
           IF CR-RECEIPT-AMOUNT NUMERIC
               MOVE CR-RECEIPT-AMOUNT TO RL-RECEIPT-AMOUNT
           ELSE
               MOVE ZERO              TO RL-RECEIPT-AMOUNT.
           MOVE CR-CHECK-NUMBER        TO RL-CHECK-NUMBER.
           MOVE APPLIED-RECEIPT-AMOUNT TO RL-APPLIED-AMOUNT.
           MOVE SUSPENSE-AMOUNT        TO RL-SUSPENSE-AMOUNT.
           MOVE REGISTER-LINE       TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Writes the invoice just worked to the new open-item file
      *****************************************************************
       260-WRITE-OPEN-ITEM.

           MOVE CURRENT-KEY            TO OW-ITEM-KEY.
           MOVE ITEM-BRANCH-NUMBER     TO OW-BRANCH-NUMBER.
           MOVE ITEM-INVOICE-AMOUNT    TO OW-INVOICE-AMOUNT.
           MOVE ITEM-APPLIED-AMOUNT    TO OW-APPLIED-AMOUNT.
           MOVE ITEM-OPEN-BALANCE      TO OW-OPEN-BALANCE.
           MOVE ITEM-LAST-RECEIPT-DATE TO OW-LAST-RECEIPT-DATE.
           MOVE ITEM-ARCHIVED-AMOUNT   TO OW-ARCHIVED-AMOUNT.
           MOVE OPEN-ITEM-WORK         TO NEW-OPEN-ITEM-RECORD.
           WRITE NEW-OPEN-ITEM-RECORD.
           ADD 1                       TO TOTAL-ITEMS-WRITTEN.
           ADD ITEM-OPEN-BALANCE       TO TOTAL-OPEN-BALANCE.

      *****************************************************************
      * Balances the receipts read against the batch trailer. A
      * batch with no usable header or trailer, or whose count or
      * amount total disagrees with what was counted, ends the run
      * with RC=8 so the new open-item file is never swapped in
      *****************************************************************
       280-BALANCE-BATCH-TRAILER.

           IF BATCH-HEADER-SWITCH = "N"
               MOVE "NO USABLE BATCH HEADER"    TO RBL-REASON
           ELSE
           IF BATCH-TRAILER-SWITCH = "N"
               MOVE "NO USABLE BATCH TRAILER"   TO RBL-REASON
           ELSE
           IF BATCH-EXPECTED-COUNT NOT = TOTAL-RECEIPTS-READ
               OR BATCH-EXPECTED-AMOUNT NOT = BATCH-AMOUNT-TOTAL
               MOVE "COUNT OR AMOUNT MISMATCH"  TO RBL-REASON
               DISPLAY "CASH2000 - TRAILER COUNT "
                   BATCH-EXPECTED-COUNT " AMOUNT "
                   BATCH-EXPECTED-AMOUNT
               DISPLAY "CASH2000 - COUNTED COUNT "
                   TOTAL-RECEIPTS-READ " AMOUNT "
                   BATCH-AMOUNT-TOTAL
           ELSE
               MOVE "Y" TO BATCH-BALANCED-SWITCH.
           IF BATCH-BALANCED-SWITCH = "N"
               MOVE REGISTER-BALANCE-LINE TO REGISTER-PRINT-AREA
               WRITE REGISTER-PRINT-AREA
               ADD 1 TO LINE-COUNT
               DISPLAY "CASH2000 - BATCH OUT OF BALANCE - "
                   RBL-REASON.

       290-PRINT-SUSPENSE-TOTALS.

           MOVE TOTAL-SUSPENSE-ITEMS   TO ST1-SUSPENSE-ITEMS.
           MOVE TOTAL-AMOUNT-SUSPENSE  TO ST2-SUSPENSE-AMOUNT.
           MOVE SPACES                 TO SUSPENSE-PRINT-AREA.
           WRITE SUSPENSE-PRINT-AREA.
           MOVE SUSPENSE-TOTAL-LINE-1  TO SUSPENSE-PRINT-AREA.
           WRITE SUSPENSE-PRINT-AREA.
           MOVE SUSPENSE-TOTAL-LINE-2  TO SUSPENSE-PRINT-AREA.
           WRITE SUSPENSE-PRINT-AREA.

      *****************************************************************
      * Prints the receipts register control totals after the last
      * receipt has been listed
      *****************************************************************
       300-PRINT-REGISTER-TOTALS.

           MOVE TOTAL-RECEIPTS-READ     TO RT1-RECEIPTS-READ.
           MOVE TOTAL-RECEIPTS-APPLIED  TO RT2-RECEIPTS-APPLIED.
           MOVE TOTAL-RECEIPTS-REJECTED TO RT3-RECEIPTS-REJECTED.
           MOVE BATCH-AMOUNT-TOTAL      TO RT4-CASH-RECEIVED.
           MOVE TOTAL-AMOUNT-APPLIED    TO RT5-CASH-APPLIED.
           MOVE TOTAL-AMOUNT-SUSPENSE   TO RT6-CASH-SUSPENSE.
           MOVE TOTAL-ITEMS-WRITTEN     TO RT7-ITEMS-WRITTEN.
           MOVE TOTAL-OPEN-BALANCE      TO RT8-OPEN-BALANCE.
           MOVE SPACES                  TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-1   TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-2   TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-3   TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-4   TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-5   TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-6   TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-7   TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-TOTAL-LINE-8   TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.

      *****************************************************************
      * Appends the batch just applied to the cash control file, so
      * the next run carrying the same batch date and number is
      * refused at the header check, with the history date the next
      * run tells archived detail by
      *****************************************************************
       350-RECORD-POSTED-BATCH.

           OPEN EXTEND CASHCTL.
           MOVE SPACES          TO CASH-CONTROL-RECORD.
           MOVE BATCH-DATE-IN   TO CC-BATCH-DATE.
           MOVE BATCH-NUMBER-IN TO CC-BATCH-NUMBER.
           MOVE RUN-DATE-WORK   TO CC-POSTING-DATE.
           MOVE HISTORY-THROUGH-DATE TO CC-HISTORY-THROUGH-DATE.
           WRITE CASH-CONTROL-RECORD.
           CLOSE CASHCTL.

       500-PRINT-REGISTER-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO RH1-MONTH.
           MOVE CD-DAY     TO RH1-DAY.
           MOVE CD-YEAR    TO RH1-YEAR.
           MOVE CD-HOURS   TO RH2-HOURS.
           MOVE CD-MINUTES TO RH2-MINUTES.
           MOVE REGISTER-HEADING-LINE-1 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-HEADING-LINE-2 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE SPACES                  TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-HEADING-LINE-3 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

       510-PRINT-SUSPENSE-HEADINGS.

           ADD 1 TO SUSPENSE-PAGE-COUNT.
           MOVE SUSPENSE-PAGE-COUNT TO SH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO SH1-MONTH.
           MOVE CD-DAY     TO SH1-DAY.
           MOVE CD-YEAR    TO SH1-YEAR.
           MOVE CD-HOURS   TO SH2-HOURS.
           MOVE CD-MINUTES TO SH2-MINUTES.
           MOVE SUSPENSE-HEADING-LINE-1 TO SUSPENSE-PRINT-AREA.
           WRITE SUSPENSE-PRINT-AREA.
           MOVE SUSPENSE-HEADING-LINE-2 TO SUSPENSE-PRINT-AREA.
           WRITE SUSPENSE-PRINT-AREA.
           MOVE SPACES                  TO SUSPENSE-PRINT-AREA.
           WRITE SUSPENSE-PRINT-AREA.
           MOVE SUSPENSE-HEADING-LINE-3 TO SUSPENSE-PRINT-AREA.
           WRITE SUSPENSE-PRINT-AREA.
           MOVE ZERO TO SUSPENSE-LINE-COUNT.
