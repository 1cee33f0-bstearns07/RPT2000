      ******************************************************************
      * Title..........: MRGE2000 - Duplicate Customer Merge
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-02-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Merges customers set up twice through
      *                  MNT2000, from a keyed list of from/to
      *                  customer number pairs. For each pair the
      *                  absorbed (from) customer's this-YTD,
      *                  last-YTD and budget figures are added onto
      *                  the surviving (to) customer, the absorbed
      *                  record is dropped from the master and its
      *                  number retired so MNT2000 never hands it
      *                  out again, and its invoices on the sales
      *                  detail history, on the latest generation of
      *                  the yearly sales detail archive, and its
      *                  open items are renumbered to the survivor,
      *                  so last year's detail follows the customer
      *                  into the survivor as well. Several numbers
      *                  may be merged into one survivor in the same
      *                  run, but a survivor may not itself be
      *                  retired in that run. A fresh expected-totals
      *                  trailer is written, and the merge register
      *                  shows every pair before and after and
      *                  proves the master's sales totals are the
      *                  same after the merge as before it. Every
      *                  absorbed customer is written to the customer
      *                  master change feed with its survivor
      * File Desc......: Define the sole source code for the
      *                  customer merge program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. MRGE2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLDMAST  ASSIGN TO OLDMAST.
           SELECT NEWMAST  ASSIGN TO NEWMAST.
           SELECT MRGLIST  ASSIGN TO MRGLIST.
           SELECT OLDHIST  ASSIGN TO OLDHIST.
           SELECT NEWHIST  ASSIGN TO NEWHIST.
           SELECT OLDARCH  ASSIGN TO OLDARCH.
           SELECT NEWARCH  ASSIGN TO NEWARCH.
           SELECT OLDOPEN  ASSIGN TO OLDOPEN.
           SELECT NEWOPEN  ASSIGN TO NEWOPEN.
           SELECT RETIRED  ASSIGN TO RETIRED.
           SELECT MRGERPT  ASSIGN TO MRGERPT.
           SELECT CHGFEED  ASSIGN TO CHGFEED.

       DATA DIVISION.

       FILE SECTION.

       FD  OLDMAST
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
      * customer master. The old trailer is dropped and a fresh
      * one, covering the merged file, is written at the end
      *****************************************************************
       01  CUSTOMER-TRAILER-RECORD.
           05  TR-TRAILER-KEY          PIC X(9).
           05  TR-TRAILER-ID           PIC X(8).
           05  FILLER                  PIC X(12).
           05  TR-RECORD-COUNT         PIC 9(7).
           05  TR-HASH-TOTAL           PIC 9(11).
           05  FILLER                  PIC X(83).

       FD  NEWMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  NEW-MASTER-RECORD       PIC X(130).

       FD  MRGLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.

      *****************************************************************
      * One merge pair - the customer number being absorbed and
      * the customer number that survives it
      *****************************************************************
       01  MERGE-LIST-RECORD.
           05  ML-FROM-NUMBER          PIC X(5).
           05  ML-TO-NUMBER            PIC X(5).
           05  FILLER                  PIC X(20).

       FD  OLDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One record of the cumulative sales detail history. Only the
      * customer number is touched; the branch the invoice posted
      * under and everything else on the record pass through as
      * they are
      *****************************************************************
       01  SALES-DETAIL-RECORD.
           05  SD-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(35).

       FD  NEWHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

       01  NEW-HISTORY-RECORD      PIC X(40).

       FD  OLDARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One record of the latest yearly sales detail archive, in the
      * same layout as the live history. As there, only the
      * customer number is touched
      *****************************************************************
       01  ARCHIVE-DETAIL-RECORD.
           05  AD-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(35).

       FD  NEWARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

       01  NEW-ARCHIVE-RECORD      PIC X(40).

       FD  OLDOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

      *****************************************************************
      * One open invoice on the accounts receivable open-item file.
      * Renumbered items leave key sequence, so the file is re-
      * sorted after this run - an absorbed item landing on the
      * same customer and invoice date as one of the survivor's is
      * summed into it by that sort, archived amount included
      *****************************************************************
       01  OPEN-ITEM-RECORD.
           05  OI-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(45).
           05  OI-ARCHIVED-AMOUNT      PIC S9(7)V9(2).
           05  FILLER                  PIC X(1).

       FD  NEWOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

       01  NEW-OPEN-ITEM-RECORD    PIC X(60).

       FD  RETIRED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One retired customer number - the number absorbed, the
      * survivor it was merged into, the date, and the absorbed
      * record's figures as they stood at the merge. MNT2000 reads
      * the cumulative file and refuses an add for any number on it
      *****************************************************************
       01  RETIRED-CUSTOMER-RECORD.
           05  RR-CUSTOMER-NUMBER      PIC 9(5).
           05  RR-MERGED-INTO-NUMBER   PIC 9(5).
           05  RR-RETIRED-DATE         PIC 9(8).
           05  RR-BRANCH-NUMBER        PIC 9(2).
           05  RR-SALESREP-NUMBER      PIC 9(2).
           05  RR-CUSTOMER-NAME        PIC X(20).
           05  RR-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  RR-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  RR-SALES-BUDGET-YTD     PIC S9(5)V9(2).
           05  FILLER                  PIC X(17).

       FD  MRGERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the merge register as a fixed
      * 130 char length
      *****************************************************************
       01  MERGE-PRINT-AREA        PIC X(130).

       FD  CHGFEED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One customer master change for the downstream change feed,
      * in the common layout written by every program that changes
      * the master. The before fields are spaces on an add, and the
      * after fields are spaces when the customer leaves the master
      *****************************************************************
       01  CHANGE-FEED-RECORD.
           05  CF-CHANGE-TYPE              PIC X(1).
           05  CF-CUSTOMER-NUMBER          PIC 9(5).
           05  CF-BEFORE-BRANCH-NUMBER     PIC X(2).
           05  CF-BEFORE-SALESREP-NUMBER   PIC X(2).
           05  CF-BEFORE-CUSTOMER-NAME     PIC X(20).
           05  CF-AFTER-BRANCH-NUMBER      PIC X(2).
           05  CF-AFTER-SALESREP-NUMBER    PIC X(2).
           05  CF-AFTER-CUSTOMER-NAME      PIC X(20).
           05  CF-SOURCE-PROGRAM           PIC X(8).
           05  CF-RUN-DATE.
               10  CF-RUN-YEAR             PIC 9(4).
               10  CF-RUN-MONTH            PIC 9(2).
               10  CF-RUN-DAY              PIC 9(2).
           05  CF-RELATED-CUSTOMER         PIC X(5).
           05  FILLER                      PIC X(5).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the merge run
      *****************************************************************

      * Determines when the end of each input file is reached
       01  SWITCHES.
           05  OLDMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  MRGLIST-EOF-SWITCH      PIC X    VALUE "N".
           05  OLDHIST-EOF-SWITCH      PIC X    VALUE "N".
           05  OLDARCH-EOF-SWITCH      PIC X    VALUE "N".
           05  OLDOPEN-EOF-SWITCH      PIC X    VALUE "N".
           05  MERGE-PROOF-SWITCH      PIC X    VALUE "Y".
      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * Totals for the register trailer, the count and hash of the
      * new file for its fresh trailer, and the master's sales
      * totals before and after the merge for the proof
       01  TOTAL-FIELDS.
           05  TOTAL-PAIRS-READ        PIC S9(5)      VALUE ZERO.
           05  TOTAL-PAIRS-MERGED      PIC S9(5)      VALUE ZERO.
           05  TOTAL-PAIRS-REFUSED     PIC S9(5)      VALUE ZERO.
           05  OLD-RECORD-COUNT        PIC S9(7)      VALUE ZERO.
           05  OLD-HASH-TOTAL          PIC S9(11)     VALUE ZERO.
           05  NEW-RECORD-COUNT        PIC S9(7)      VALUE ZERO.
           05  NEW-HASH-TOTAL          PIC S9(11)     VALUE ZERO.
           05  TOTAL-HISTORY-READ      PIC S9(9)      VALUE ZERO.
           05  TOTAL-HISTORY-RENUMBERED PIC S9(9)     VALUE ZERO.
           05  TOTAL-ARCHIVE-READ      PIC S9(9)      VALUE ZERO.
           05  TOTAL-ARCHIVE-RENUMBERED PIC S9(9)     VALUE ZERO.
           05  TOTAL-OPEN-READ         PIC S9(7)      VALUE ZERO.
           05  TOTAL-OPEN-RENUMBERED   PIC S9(7)      VALUE ZERO.
           05  OLD-THIS-YTD-TOTAL      PIC S9(9)V99   VALUE ZERO.
           05  OLD-LAST-YTD-TOTAL      PIC S9(9)V99   VALUE ZERO.
           05  OLD-BUDGET-YTD-TOTAL    PIC S9(9)V99   VALUE ZERO.
           05  NEW-THIS-YTD-TOTAL      PIC S9(9)V99   VALUE ZERO.
           05  NEW-LAST-YTD-TOTAL      PIC S9(9)V99   VALUE ZERO.
           05  NEW-BUDGET-YTD-TOTAL    PIC S9(9)V99   VALUE ZERO.
      * Subscripts for the merge pair table, and the figures a pair
      * is combined onto - the survivor's own, or what an earlier
      * pair into the same survivor already left it with
       01  MERGE-WORK-FIELDS.
           05  MP-ENTRY-COUNT          PIC S9(4)   COMP  VALUE ZERO.
           05  MP-SUBSCRIPT            PIC S9(4)   COMP  VALUE ZERO.
           05  MP-PRIOR-SUBSCRIPT      PIC S9(4)   COMP  VALUE ZERO.
           05  MERGE-FROM-NUMBER       PIC 9(5)    VALUE ZERO.
           05  MERGE-TO-NUMBER         PIC 9(5)    VALUE ZERO.
           05  BASE-THIS-YTD           PIC S9(5)V99  VALUE ZERO.
           05  BASE-LAST-YTD           PIC S9(5)V99  VALUE ZERO.
           05  BASE-BUDGET-YTD         PIC S9(5)V99  VALUE ZERO.
      * The merge pairs in list order. A pair's status is spaces
      * once it is accepted, otherwise the reason it was refused.
      * Both customers' figures are captured on the first master
      * pass, and the survivor's figures after the merge are held
      * against the pair
       01  MERGE-PAIR-TABLE.
           05  MP-ENTRY OCCURS 500 TIMES.
               10  MP-FROM-NUMBER      PIC X(5).
               10  MP-FROM-NUMBER-9 REDEFINES MP-FROM-NUMBER
                                       PIC 9(5).
               10  MP-TO-NUMBER        PIC X(5).
               10  MP-TO-NUMBER-9 REDEFINES MP-TO-NUMBER
                                       PIC 9(5).
               10  MP-STATUS           PIC X(30).
               10  MP-FROM-FOUND       PIC X(1).
               10  MP-FROM-BRANCH      PIC 9(2).
               10  MP-FROM-SALESREP    PIC 9(2).
               10  MP-FROM-NAME        PIC X(20).
               10  MP-FROM-THIS-YTD    PIC S9(5)V99.
               10  MP-FROM-LAST-YTD    PIC S9(5)V99.
               10  MP-FROM-BUDGET-YTD  PIC S9(5)V99.
               10  MP-TO-FOUND         PIC X(1).
               10  MP-TO-BRANCH        PIC 9(2).
               10  MP-TO-SALESREP      PIC 9(2).
               10  MP-TO-NAME          PIC X(20).
               10  MP-TO-THIS-YTD      PIC S9(5)V99.
               10  MP-TO-LAST-YTD      PIC S9(5)V99.
               10  MP-TO-BUDGET-YTD    PIC S9(5)V99.
               10  MP-NEW-THIS-YTD     PIC S9(5)V99.
               10  MP-NEW-LAST-YTD     PIC S9(5)V99.
               10  MP-NEW-BUDGET-YTD   PIC S9(5)V99.
      * Direct-indexed customer tables. The subscript is always the
      * customer number + 1. The listed flag marks every number
      * named on any pair, so the first master pass only searches
      * the pair table for records that matter. The retiring entry
      * holds the accepted pair that absorbs the customer, and the
      * surviving entry the last accepted pair merged into it
       01  MERGE-LISTED-TABLE.
           05  LISTED-FLAG OCCURS 100000 TIMES PIC X VALUE "N".
       01  MERGE-RETIRING-TABLE.
           05  RETIRING-PAIR OCCURS 100000 TIMES
                                       PIC S9(4)  COMP  VALUE ZERO.
       01  MERGE-SURVIVING-TABLE.
           05  SURVIVING-PAIR OCCURS 100000 TIMES
                                       PIC S9(4)  COMP  VALUE ZERO.
      * Work area for the fresh expected-totals trailer
       01  CUSTOMER-TRAILER-WORK.
           05  TW-TRAILER-KEY          PIC X(9)   VALUE "999999999".
           05  TW-TRAILER-ID           PIC X(8)   VALUE "*TRAILER".
           05  FILLER                  PIC X(12)  VALUE SPACE.
           05  TW-RECORD-COUNT         PIC 9(7)   VALUE ZERO.
           05  TW-HASH-TOTAL           PIC 9(11)  VALUE ZERO.
           05  FILLER                  PIC X(83)  VALUE SPACE.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      * The run date in CCYYMMDD form for the retired-number file
      * and the change feed
       01  RUN-DATE-WORK.
           05  RDW-YEAR            PIC 9(4).
           05  RDW-MONTH           PIC 9(2).
           05  RDW-DAY             PIC 9(2).

      *****************************************************************
      * Define all lines printed on the merge register
      *****************************************************************
       01  MERGE-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  MH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  MH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  MH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "DUPLICATE CUSTOMER M".
           05  FILLER          PIC X(20)   VALUE "ERGE REGISTER       ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  MH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  MERGE-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  MH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  MH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "MRGE2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  MERGE-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "PAIR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "ROLE  ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "CUST NUM".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER NAME       ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(2)    VALUE "BR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE "REP".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "THIS YTD".
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "LAST YTD".
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  BUDGET".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE
               "DISPOSITION         ".
           05  FILLER          PIC X(15)   VALUE SPACE.

       01  MERGE-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ML-PAIR-NUMBER      PIC ZZZZ.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ML-ROLE             PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ML-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  ML-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ML-BRANCH-NUMBER    PIC X(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ML-SALESREP-NUMBER  PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  ML-THIS-YTD         PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ML-LAST-YTD         PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ML-BUDGET-YTD       PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  ML-DISPOSITION      PIC X(30).
           05  FILLER              PIC X(5)     VALUE SPACE.

       01  MERGE-TOTAL-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MTL-LABEL           PIC X(26).
           05  MTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACE.

       01  MERGE-HASH-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MHL-LABEL           PIC X(26).
           05  MHL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(6)     VALUE "HASH =".
           05  MHL-HASH-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(67)    VALUE SPACE.

       01  MERGE-PROOF-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  MPL-LABEL           PIC X(26).
           05  FILLER              PIC X(8)     VALUE "BEFORE =".
           05  MPL-BEFORE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(7)     VALUE "AFTER =".
           05  MPL-AFTER-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  MPL-STATUS          PIC X(20).
           05  FILLER              PIC X(29)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the merge run. The merge list
      * loads first, a first master pass captures both customers of
      * every pair, and each pair is then edited in list order and
      * printed before/after. The second master pass writes the
      * merged master under a fresh trailer, the history, the latest
      * archive and the open items are renumbered, and the register
      * proves the master's
      * sales totals did not move. A refused pair ends the run with
      * RC=4 - the accepted pairs are still merged. A master whose
      * totals do not prove ends it with RC=8 so nothing is swapped
      *****************************************************************
       000-MERGE-CUSTOMERS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RDW-YEAR.
           MOVE CD-MONTH TO RDW-MONTH.
           MOVE CD-DAY   TO RDW-DAY.
           OPEN OUTPUT MRGERPT.
           PERFORM 700-PRINT-MERGE-HEADINGS.
           OPEN INPUT MRGLIST.
           PERFORM 100-LOAD-MERGE-PAIR
               UNTIL MRGLIST-EOF-SWITCH = "Y".
           CLOSE MRGLIST.
           OPEN INPUT OLDMAST.
           PERFORM 200-CAPTURE-MASTER-RECORD
               UNTIL OLDMAST-EOF-SWITCH = "Y".
           CLOSE OLDMAST.
           PERFORM 300-EDIT-MERGE-PAIR
               VARYING MP-SUBSCRIPT FROM 1 BY 1
               UNTIL MP-SUBSCRIPT > MP-ENTRY-COUNT.
           MOVE "N" TO OLDMAST-EOF-SWITCH.
           OPEN INPUT  OLDMAST
                OUTPUT NEWMAST
                OUTPUT RETIRED
                OUTPUT CHGFEED.
           PERFORM 400-COPY-MASTER-RECORD
               UNTIL OLDMAST-EOF-SWITCH = "Y".
           PERFORM 450-WRITE-NEW-TRAILER.
           CLOSE OLDMAST
                 NEWMAST
                 RETIRED
                 CHGFEED.
           OPEN INPUT  OLDHIST
                OUTPUT NEWHIST.
           PERFORM 500-RENUMBER-HISTORY-RECORD
               UNTIL OLDHIST-EOF-SWITCH = "Y".
           CLOSE OLDHIST
                 NEWHIST.
           OPEN INPUT  OLDARCH
                OUTPUT NEWARCH.
           PERFORM 510-RENUMBER-ARCHIVE-RECORD
               UNTIL OLDARCH-EOF-SWITCH = "Y".
           CLOSE OLDARCH
                 NEWARCH.
           OPEN INPUT  OLDOPEN
                OUTPUT NEWOPEN.
           PERFORM 550-RENUMBER-OPEN-ITEM
               UNTIL OLDOPEN-EOF-SWITCH = "Y".
           CLOSE OLDOPEN
                 NEWOPEN.
           PERFORM 600-PRINT-MERGE-TOTALS.
           IF MERGE-PROOF-SWITCH = "N"
               MOVE 8 TO RETURN-CODE
               DISPLAY "MRGE2000 - MASTER SALES TOTALS DO NOT PROVE "
                   "- NEW FILES MUST NOT BE SWAPPED IN"
           ELSE
           IF TOTAL-PAIRS-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY "MRGE2000 - MERGE PAIRS REFUSED - SEE THE "
                   "MERGE REGISTER".
           CLOSE MRGERPT.
           STOP RUN.

      *****************************************************************
      * Loads one merge pair onto the pair table and marks both of
      * its customer numbers as listed. The edits wait until both
      * customers have been looked up on the master
      *****************************************************************
       100-LOAD-MERGE-PAIR.

           READ MRGLIST
               AT END
                   MOVE "Y" TO MRGLIST-EOF-SWITCH.
           IF MRGLIST-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-PAIRS-READ
               IF MP-ENTRY-COUNT < 500
                   PERFORM 110-STORE-MERGE-PAIR
               ELSE
                   ADD 1 TO TOTAL-PAIRS-REFUSED
                   MOVE ZERO            TO ML-PAIR-NUMBER
                   MOVE "FROM  "        TO ML-ROLE
                   MOVE ML-FROM-NUMBER  TO ML-CUSTOMER-NUMBER
                   MOVE SPACES          TO ML-CUSTOMER-NAME
                   MOVE "*** OVER 500 PAIRS IN ONE RUN"
                                        TO ML-DISPOSITION
                   PERFORM 710-WRITE-MERGE-LINE.

       110-STORE-MERGE-PAIR.

           ADD 1 TO MP-ENTRY-COUNT.
           MOVE ML-FROM-NUMBER TO MP-FROM-NUMBER(MP-ENTRY-COUNT).
           MOVE ML-TO-NUMBER   TO MP-TO-NUMBER(MP-ENTRY-COUNT).
           MOVE SPACES         TO MP-STATUS(MP-ENTRY-COUNT).
           MOVE "N"            TO MP-FROM-FOUND(MP-ENTRY-COUNT).
           MOVE "N"            TO MP-TO-FOUND(MP-ENTRY-COUNT).
           IF ML-FROM-NUMBER NUMERIC
               AND ML-TO-NUMBER NUMERIC
               MOVE "Y" TO LISTED-FLAG(MP-FROM-NUMBER-9(MP-ENTRY-COUNT)
                                       + 1)
               MOVE "Y" TO LISTED-FLAG(MP-TO-NUMBER-9(MP-ENTRY-COUNT)
                                       + 1).

      *****************************************************************
      * First master pass - captures the figures of every customer
      * named on a pair, on each pair that names it. Should the
      * master carry a duplicate customer number, the first record
      * is the one captured
      *****************************************************************
       200-CAPTURE-MASTER-RECORD.

           READ OLDMAST
               AT END
                   MOVE "Y" TO OLDMAST-EOF-SWITCH.
           IF OLDMAST-EOF-SWITCH = "N"
               AND (TR-TRAILER-KEY NOT = "999999999"
                OR  TR-TRAILER-ID NOT = "*TRAILER")
               AND LISTED-FLAG(CM-CUSTOMER-NUMBER + 1) = "Y"
               PERFORM 210-CAPTURE-PAIR-FIGURES
                   VARYING MP-SUBSCRIPT FROM 1 BY 1
                   UNTIL MP-SUBSCRIPT > MP-ENTRY-COUNT.

       210-CAPTURE-PAIR-FIGURES.

           IF MP-FROM-NUMBER(MP-SUBSCRIPT) = CM-CUSTOMER-NUMBER
               AND MP-FROM-FOUND(MP-SUBSCRIPT) = "N"
               MOVE "Y"                 TO MP-FROM-FOUND(MP-SUBSCRIPT)
               MOVE CM-BRANCH-NUMBER    TO MP-FROM-BRANCH(MP-SUBSCRIPT)
               MOVE CM-SALESREP-NUMBER
                                      TO MP-FROM-SALESREP(MP-SUBSCRIPT)
               MOVE CM-CUSTOMER-NAME    TO MP-FROM-NAME(MP-SUBSCRIPT)
               MOVE CM-SALES-THIS-YTD
                                      TO MP-FROM-THIS-YTD(MP-SUBSCRIPT)
               MOVE CM-SALES-LAST-YTD
                                      TO MP-FROM-LAST-YTD(MP-SUBSCRIPT)
               MOVE CM-SALES-BUDGET-YTD
                                    TO MP-FROM-BUDGET-YTD(MP-SUBSCRIPT).
           IF MP-TO-NUMBER(MP-SUBSCRIPT) = CM-CUSTOMER-NUMBER
               AND MP-TO-FOUND(MP-SUBSCRIPT) = "N"
               MOVE "Y"                 TO MP-TO-FOUND(MP-SUBSCRIPT)
               MOVE CM-BRANCH-NUMBER    TO MP-TO-BRANCH(MP-SUBSCRIPT)
               MOVE CM-SALESREP-NUMBER  TO MP-TO-SALESREP(MP-SUBSCRIPT)
               MOVE CM-CUSTOMER-NAME    TO MP-TO-NAME(MP-SUBSCRIPT)
               MOVE CM-SALES-THIS-YTD   TO MP-TO-THIS-YTD(MP-SUBSCRIPT)
               MOVE CM-SALES-LAST-YTD   TO MP-TO-LAST-YTD(MP-SUBSCRIPT)
               MOVE CM-SALES-BUDGET-YTD
                                      TO MP-TO-BUDGET-YTD(MP-SUBSCRIPT).

      *****************************************************************
      * Edits one pair in list order. A pair is refused when either
      * number is unusable or not on the master, when it would
      * chain - absorbing a customer already absorbed, absorbing a
      * survivor, or merging into a customer being retired - or
      * when a combined figure would overflow the master field.
      * An accepted pair is combined onto whatever an earlier pair
      * into the same survivor left it with
      *****************************************************************
       300-EDIT-MERGE-PAIR.

           IF MP-FROM-NUMBER(MP-SUBSCRIPT) NOT NUMERIC
               OR MP-TO-NUMBER(MP-SUBSCRIPT) NOT NUMERIC
               MOVE "*** CUSTOMER NOT NUMERIC"
                                        TO MP-STATUS(MP-SUBSCRIPT)
           ELSE
           IF MP-FROM-NUMBER-9(MP-SUBSCRIPT) = 99999
               OR MP-TO-NUMBER-9(MP-SUBSCRIPT) = 99999
               MOVE "*** CUSTOMER NUMBER RESERVED"
                                        TO MP-STATUS(MP-SUBSCRIPT)
           ELSE
           IF MP-FROM-NUMBER(MP-SUBSCRIPT) = MP-TO-NUMBER(MP-SUBSCRIPT)
               MOVE "*** FROM AND TO ARE THE SAME"
                                        TO MP-STATUS(MP-SUBSCRIPT)
           ELSE
           IF MP-FROM-FOUND(MP-SUBSCRIPT) = "N"
               MOVE "*** FROM NOT ON MASTER"
                                        TO MP-STATUS(MP-SUBSCRIPT)
           ELSE
           IF MP-TO-FOUND(MP-SUBSCRIPT) = "N"
               MOVE "*** TO NOT ON MASTER"
                                        TO MP-STATUS(MP-SUBSCRIPT)
           ELSE
               PERFORM 310-EDIT-PAIR-CHAINING.
           IF MP-STATUS(MP-SUBSCRIPT) = SPACES
               PERFORM 320-COMBINE-PAIR-FIGURES.
           IF MP-STATUS(MP-SUBSCRIPT) = SPACES
               ADD 1 TO TOTAL-PAIRS-MERGED
               MOVE MP-SUBSCRIPT TO RETIRING-PAIR(MERGE-FROM-NUMBER + 1)
               MOVE MP-SUBSCRIPT TO SURVIVING-PAIR(MERGE-TO-NUMBER + 1)
               PERFORM 330-PRINT-MERGED-PAIR
           ELSE
               ADD 1 TO TOTAL-PAIRS-REFUSED
               PERFORM 340-PRINT-REFUSED-PAIR.

       310-EDIT-PAIR-CHAINING.

           MOVE MP-FROM-NUMBER-9(MP-SUBSCRIPT) TO MERGE-FROM-NUMBER.
           MOVE MP-TO-NUMBER-9(MP-SUBSCRIPT)   TO MERGE-TO-NUMBER.
           IF RETIRING-PAIR(MERGE-FROM-NUMBER + 1) > ZERO
               MOVE "*** FROM ALREADY MERGED"
                                        TO MP-STATUS(MP-SUBSCRIPT)
           ELSE
           IF SURVIVING-PAIR(MERGE-FROM-NUMBER + 1) > ZERO
               MOVE "*** FROM IS A MERGE SURVIVOR"
                                        TO MP-STATUS(MP-SUBSCRIPT)
           ELSE
           IF RETIRING-PAIR(MERGE-TO-NUMBER + 1) > ZERO
               MOVE "*** TO IS BEING RETIRED"
                                        TO MP-STATUS(MP-SUBSCRIPT).

       320-COMBINE-PAIR-FIGURES.

           MOVE SURVIVING-PAIR(MERGE-TO-NUMBER + 1)
                                        TO MP-PRIOR-SUBSCRIPT.
           IF MP-PRIOR-SUBSCRIPT > ZERO
               MOVE MP-NEW-THIS-YTD(MP-PRIOR-SUBSCRIPT)
                                        TO BASE-THIS-YTD
               MOVE MP-NEW-LAST-YTD(MP-PRIOR-SUBSCRIPT)
                                        TO BASE-LAST-YTD
               MOVE MP-NEW-BUDGET-YTD(MP-PRIOR-SUBSCRIPT)
                                        TO BASE-BUDGET-YTD
           ELSE
               MOVE MP-TO-THIS-YTD(MP-SUBSCRIPT)   TO BASE-THIS-YTD
               MOVE MP-TO-LAST-YTD(MP-SUBSCRIPT)   TO BASE-LAST-YTD
               MOVE MP-TO-BUDGET-YTD(MP-SUBSCRIPT) TO BASE-BUDGET-YTD.
           COMPUTE MP-NEW-THIS-YTD(MP-SUBSCRIPT) =
               BASE-THIS-YTD + MP-FROM-THIS-YTD(MP-SUBSCRIPT)
               ON SIZE ERROR
                   MOVE "*** COMBINED YTD TOO LARGE"
                                        TO MP-STATUS(MP-SUBSCRIPT).
           COMPUTE MP-NEW-LAST-YTD(MP-SUBSCRIPT) =
               BASE-LAST-YTD + MP-FROM-LAST-YTD(MP-SUBSCRIPT)
               ON SIZE ERROR
                   MOVE "*** COMBINED YTD TOO LARGE"
                                        TO MP-STATUS(MP-SUBSCRIPT).
           COMPUTE MP-NEW-BUDGET-YTD(MP-SUBSCRIPT) =
               BASE-BUDGET-YTD + MP-FROM-BUDGET-YTD(MP-SUBSCRIPT)
               ON SIZE ERROR
                   MOVE "*** COMBINED YTD TOO LARGE"
                                        TO MP-STATUS(MP-SUBSCRIPT).

      *****************************************************************
      * Prints an accepted pair before and after - the absorbed
      * customer, the survivor as it stood before this pair, and
      * the survivor with the absorbed figures added in
      *****************************************************************
       330-PRINT-MERGED-PAIR.

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 700-PRINT-MERGE-HEADINGS.
           MOVE MP-SUBSCRIPT                 TO ML-PAIR-NUMBER.
           MOVE "FROM  "                     TO ML-ROLE.
           MOVE MP-FROM-NUMBER(MP-SUBSCRIPT) TO ML-CUSTOMER-NUMBER.
           MOVE MP-FROM-NAME(MP-SUBSCRIPT)   TO ML-CUSTOMER-NAME.
           MOVE MP-FROM-BRANCH(MP-SUBSCRIPT) TO ML-BRANCH-NUMBER.
           MOVE MP-FROM-SALESREP(MP-SUBSCRIPT) TO ML-SALESREP-NUMBER.
           MOVE MP-FROM-THIS-YTD(MP-SUBSCRIPT) TO ML-THIS-YTD.
           MOVE MP-FROM-LAST-YTD(MP-SUBSCRIPT) TO ML-LAST-YTD.
           MOVE MP-FROM-BUDGET-YTD(MP-SUBSCRIPT) TO ML-BUDGET-YTD.
           MOVE "RETIRED - MERGED INTO SURVIVOR" TO ML-DISPOSITION.
           PERFORM 710-WRITE-MERGE-LINE.
           MOVE ZERO                         TO ML-PAIR-NUMBER.
           MOVE "TO    "                     TO ML-ROLE.
           MOVE MP-TO-NUMBER(MP-SUBSCRIPT)   TO ML-CUSTOMER-NUMBER.
           MOVE MP-TO-NAME(MP-SUBSCRIPT)     TO ML-CUSTOMER-NAME.
           MOVE MP-TO-BRANCH(MP-SUBSCRIPT)   TO ML-BRANCH-NUMBER.
           MOVE MP-TO-SALESREP(MP-SUBSCRIPT) TO ML-SALESREP-NUMBER.
           MOVE BASE-THIS-YTD                TO ML-THIS-YTD.
           MOVE BASE-LAST-YTD                TO ML-LAST-YTD.
           MOVE BASE-BUDGET-YTD              TO ML-BUDGET-YTD.
           MOVE "SURVIVOR BEFORE MERGE"      TO ML-DISPOSITION.
           PERFORM 710-WRITE-MERGE-LINE.
           MOVE "AFTER "                     TO ML-ROLE.
           MOVE MP-NEW-THIS-YTD(MP-SUBSCRIPT)   TO ML-THIS-YTD.
           MOVE MP-NEW-LAST-YTD(MP-SUBSCRIPT)   TO ML-LAST-YTD.
           MOVE MP-NEW-BUDGET-YTD(MP-SUBSCRIPT) TO ML-BUDGET-YTD.
           MOVE "SURVIVOR AFTER MERGE"       TO ML-DISPOSITION.
           PERFORM 710-WRITE-MERGE-LINE.
           MOVE SPACES                       TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       340-PRINT-REFUSED-PAIR.

           IF LINE-COUNT + 3 > LINES-ON-PAGE
               PERFORM 700-PRINT-MERGE-HEADINGS.
           MOVE MP-SUBSCRIPT                 TO ML-PAIR-NUMBER.
           MOVE "FROM  "                     TO ML-ROLE.
           MOVE MP-FROM-NUMBER(MP-SUBSCRIPT) TO ML-CUSTOMER-NUMBER.
           MOVE SPACES                       TO ML-CUSTOMER-NAME.
           MOVE SPACES                       TO ML-BRANCH-NUMBER.
           MOVE SPACES                       TO ML-SALESREP-NUMBER.
           MOVE ZERO                         TO ML-THIS-YTD.
           MOVE ZERO                         TO ML-LAST-YTD.
           MOVE ZERO                         TO ML-BUDGET-YTD.
           IF MP-FROM-FOUND(MP-SUBSCRIPT) = "Y"
               MOVE MP-FROM-NAME(MP-SUBSCRIPT) TO ML-CUSTOMER-NAME
               MOVE MP-FROM-BRANCH(MP-SUBSCRIPT) TO ML-BRANCH-NUMBER
               MOVE MP-FROM-SALESREP(MP-SUBSCRIPT)
                                             TO ML-SALESREP-NUMBER
               MOVE MP-FROM-THIS-YTD(MP-SUBSCRIPT) TO ML-THIS-YTD
               MOVE MP-FROM-LAST-YTD(MP-SUBSCRIPT) TO ML-LAST-YTD
               MOVE MP-FROM-BUDGET-YTD(MP-SUBSCRIPT) TO ML-BUDGET-YTD.
           MOVE MP-STATUS(MP-SUBSCRIPT)      TO ML-DISPOSITION.
           PERFORM 710-WRITE-MERGE-LINE.
           MOVE ZERO                         TO ML-PAIR-NUMBER.
           MOVE "TO    "                     TO ML-ROLE.
           MOVE MP-TO-NUMBER(MP-SUBSCRIPT)   TO ML-CUSTOMER-NUMBER.
           MOVE SPACES                       TO ML-CUSTOMER-NAME.
           MOVE SPACES                       TO ML-BRANCH-NUMBER.
           MOVE SPACES                       TO ML-SALESREP-NUMBER.
           MOVE ZERO                         TO ML-THIS-YTD.
           MOVE ZERO                         TO ML-LAST-YTD.
           MOVE ZERO                         TO ML-BUDGET-YTD.
           IF MP-TO-FOUND(MP-SUBSCRIPT) = "Y"
               MOVE MP-TO-NAME(MP-SUBSCRIPT) TO ML-CUSTOMER-NAME
               MOVE MP-TO-BRANCH(MP-SUBSCRIPT) TO ML-BRANCH-NUMBER
               MOVE MP-TO-SALESREP(MP-SUBSCRIPT)
                                             TO ML-SALESREP-NUMBER
               MOVE MP-TO-THIS-YTD(MP-SUBSCRIPT) TO ML-THIS-YTD
               MOVE MP-TO-LAST-YTD(MP-SUBSCRIPT) TO ML-LAST-YTD
               MOVE MP-TO-BUDGET-YTD(MP-SUBSCRIPT) TO ML-BUDGET-YTD.
           MOVE "NOT MERGED"                 TO ML-DISPOSITION.
           PERFORM 710-WRITE-MERGE-LINE.
           MOVE SPACES                       TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Second master pass - writes the merged master. An absorbed
      * customer is dropped and written to the retired-number file;
      * a survivor takes the figures left by the last pair merged
      * into it; everything else copies through unchanged. The
      * sales totals are added up on both sides for the proof
      *****************************************************************
       400-COPY-MASTER-RECORD.

           READ OLDMAST
               AT END
                   MOVE "Y" TO OLDMAST-EOF-SWITCH.
           IF OLDMAST-EOF-SWITCH = "N"
               AND (TR-TRAILER-KEY NOT = "999999999"
                OR  TR-TRAILER-ID NOT = "*TRAILER")
               PERFORM 410-MERGE-MASTER-RECORD.

       410-MERGE-MASTER-RECORD.

           ADD 1                   TO OLD-RECORD-COUNT.
           ADD CM-CUSTOMER-NUMBER  TO OLD-HASH-TOTAL.
           ADD CM-SALES-THIS-YTD   TO OLD-THIS-YTD-TOTAL.
           ADD CM-SALES-LAST-YTD   TO OLD-LAST-YTD-TOTAL.
           ADD CM-SALES-BUDGET-YTD TO OLD-BUDGET-YTD-TOTAL.
           MOVE RETIRING-PAIR(CM-CUSTOMER-NUMBER + 1) TO MP-SUBSCRIPT.
           IF MP-SUBSCRIPT > ZERO
               PERFORM 420-RETIRE-MASTER-RECORD
           ELSE
               MOVE SURVIVING-PAIR(CM-CUSTOMER-NUMBER + 1)
                                   TO MP-SUBSCRIPT
               IF MP-SUBSCRIPT > ZERO
                   MOVE MP-NEW-THIS-YTD(MP-SUBSCRIPT)
                                   TO CM-SALES-THIS-YTD
                   MOVE MP-NEW-LAST-YTD(MP-SUBSCRIPT)
                                   TO CM-SALES-LAST-YTD
                   MOVE MP-NEW-BUDGET-YTD(MP-SUBSCRIPT)
                                   TO CM-SALES-BUDGET-YTD
                   MOVE ZERO       TO SURVIVING-PAIR
                                      (CM-CUSTOMER-NUMBER + 1)
                   PERFORM 430-WRITE-NEW-MASTER-RECORD
               ELSE
                   PERFORM 430-WRITE-NEW-MASTER-RECORD.

       420-RETIRE-MASTER-RECORD.

           MOVE ZERO TO RETIRING-PAIR(CM-CUSTOMER-NUMBER + 1).
           MOVE SPACES                 TO RETIRED-CUSTOMER-RECORD.
           MOVE CM-CUSTOMER-NUMBER     TO RR-CUSTOMER-NUMBER.
           MOVE MP-TO-NUMBER-9(MP-SUBSCRIPT) TO RR-MERGED-INTO-NUMBER.
           MOVE RUN-DATE-WORK          TO RR-RETIRED-DATE.
           MOVE CM-BRANCH-NUMBER       TO RR-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER     TO RR-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME       TO RR-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD      TO RR-SALES-THIS-YTD.
           MOVE CM-SALES-LAST-YTD      TO RR-SALES-LAST-YTD.
           MOVE CM-SALES-BUDGET-YTD    TO RR-SALES-BUDGET-YTD.
           WRITE RETIRED-CUSTOMER-RECORD.
           PERFORM 425-WRITE-CHANGE-RECORD.

      *****************************************************************
      * Writes the change feed record for an absorbed customer,
      * carrying the survivor it was merged into. The after fields
      * stay spaces - the customer leaves the master
      *****************************************************************
       425-WRITE-CHANGE-RECORD.

           MOVE SPACES                 TO CHANGE-FEED-RECORD.
           MOVE "X"                    TO CF-CHANGE-TYPE.
           MOVE CM-CUSTOMER-NUMBER     TO CF-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER       TO CF-BEFORE-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER     TO CF-BEFORE-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME       TO CF-BEFORE-CUSTOMER-NAME.
           MOVE "MRGE2000"             TO CF-SOURCE-PROGRAM.
           MOVE RUN-DATE-WORK          TO CF-RUN-DATE.
           MOVE MP-TO-NUMBER(MP-SUBSCRIPT) TO CF-RELATED-CUSTOMER.
           WRITE CHANGE-FEED-RECORD.

       430-WRITE-NEW-MASTER-RECORD.

           ADD 1                   TO NEW-RECORD-COUNT.
           ADD CM-CUSTOMER-NUMBER  TO NEW-HASH-TOTAL.
           ADD CM-SALES-THIS-YTD   TO NEW-THIS-YTD-TOTAL.
           ADD CM-SALES-LAST-YTD   TO NEW-LAST-YTD-TOTAL.
           ADD CM-SALES-BUDGET-YTD TO NEW-BUDGET-YTD-TOTAL.
           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.

      *****************************************************************
      * Writes the fresh expected-totals trailer behind the last
      * record of the merged master
      *****************************************************************
       450-WRITE-NEW-TRAILER.

           MOVE NEW-RECORD-COUNT      TO TW-RECORD-COUNT.
           MOVE NEW-HASH-TOTAL        TO TW-HASH-TOTAL.
           MOVE CUSTOMER-TRAILER-WORK TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.

      *****************************************************************
      * Renumbers one sales detail history record that belongs to
      * an absorbed customer. The retiring table entries were
      * cleared by the master pass, so the pair table is searched
      * by customer number instead
      *****************************************************************
       500-RENUMBER-HISTORY-RECORD.

           READ OLDHIST
               AT END
                   MOVE "Y" TO OLDHIST-EOF-SWITCH.
           IF OLDHIST-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-HISTORY-READ
               IF SD-CUSTOMER-NUMBER NUMERIC
                   AND LISTED-FLAG(SD-CUSTOMER-NUMBER + 1) = "Y"
                   MOVE SD-CUSTOMER-NUMBER TO MERGE-FROM-NUMBER
                   PERFORM 520-FIND-SURVIVOR
                   IF MERGE-TO-NUMBER NOT = MERGE-FROM-NUMBER
                       ADD 1 TO TOTAL-HISTORY-RENUMBERED
                       MOVE MERGE-TO-NUMBER TO SD-CUSTOMER-NUMBER.
           IF OLDHIST-EOF-SWITCH = "N"
               MOVE SALES-DETAIL-RECORD TO NEW-HISTORY-RECORD
               WRITE NEW-HISTORY-RECORD.

      *****************************************************************
      * Renumbers one record of the latest yearly archive the same
      * way, so last year's detail for an absorbed customer is read
      * under the survivor by every job that reads the archive
      *****************************************************************
       510-RENUMBER-ARCHIVE-RECORD.

           READ OLDARCH
               AT END
                   MOVE "Y" TO OLDARCH-EOF-SWITCH.
           IF OLDARCH-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-ARCHIVE-READ
               IF AD-CUSTOMER-NUMBER NUMERIC
                   AND LISTED-FLAG(AD-CUSTOMER-NUMBER + 1) = "Y"
                   MOVE AD-CUSTOMER-NUMBER TO MERGE-FROM-NUMBER
                   PERFORM 520-FIND-SURVIVOR
                   IF MERGE-TO-NUMBER NOT = MERGE-FROM-NUMBER
                       ADD 1 TO TOTAL-ARCHIVE-RENUMBERED
                       MOVE MERGE-TO-NUMBER TO AD-CUSTOMER-NUMBER.
           IF OLDARCH-EOF-SWITCH = "N"
               MOVE ARCHIVE-DETAIL-RECORD TO NEW-ARCHIVE-RECORD
               WRITE NEW-ARCHIVE-RECORD.

      *****************************************************************
      * Finds the survivor for the customer number in hand - the
      * to-number of the accepted pair that absorbs it, or the
      * number itself when no accepted pair does
      *****************************************************************
       520-FIND-SURVIVOR.

           MOVE MERGE-FROM-NUMBER TO MERGE-TO-NUMBER.
           PERFORM 530-MATCH-ACCEPTED-PAIR
               VARYING MP-SUBSCRIPT FROM 1 BY 1
               UNTIL MP-SUBSCRIPT > MP-ENTRY-COUNT
               OR MERGE-TO-NUMBER NOT = MERGE-FROM-NUMBER.

       530-MATCH-ACCEPTED-PAIR.

           IF MP-STATUS(MP-SUBSCRIPT) = SPACES
               AND MP-FROM-NUMBER-9(MP-SUBSCRIPT) = MERGE-FROM-NUMBER
               MOVE MP-TO-NUMBER-9(MP-SUBSCRIPT) TO MERGE-TO-NUMBER.

      *****************************************************************
      * Renumbers one open item that belongs to an absorbed
      * customer. The file is re-sorted into key sequence after
      * the run. An item not yet carrying an archived amount gets
      * zero, so the sort can sum it
      *****************************************************************
       550-RENUMBER-OPEN-ITEM.

           READ OLDOPEN
               AT END
                   MOVE "Y" TO OLDOPEN-EOF-SWITCH.
           IF OLDOPEN-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-OPEN-READ
               IF OI-CUSTOMER-NUMBER NUMERIC
                   AND LISTED-FLAG(OI-CUSTOMER-NUMBER + 1) = "Y"
                   MOVE OI-CUSTOMER-NUMBER TO MERGE-FROM-NUMBER
                   PERFORM 520-FIND-SURVIVOR
                   IF MERGE-TO-NUMBER NOT = MERGE-FROM-NUMBER
                       ADD 1 TO TOTAL-OPEN-RENUMBERED
                       MOVE MERGE-TO-NUMBER TO OI-CUSTOMER-NUMBER.
           IF OLDOPEN-EOF-SWITCH = "N"
               AND OI-ARCHIVED-AMOUNT NOT NUMERIC
               MOVE ZERO TO OI-ARCHIVED-AMOUNT.
           IF OLDOPEN-EOF-SWITCH = "N"
               MOVE OPEN-ITEM-RECORD TO NEW-OPEN-ITEM-RECORD
               WRITE NEW-OPEN-ITEM-RECORD.

      *****************************************************************
      * Prints the register control totals and the proof that the
      * master's sales totals are the same after the merge as
      * before it. A merge moves figures between customers; it
      * never creates or loses any
      *****************************************************************
       600-PRINT-MERGE-TOTALS.

           IF LINE-COUNT + 18 > LINES-ON-PAGE
               PERFORM 700-PRINT-MERGE-HEADINGS.
           MOVE SPACES                       TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE "MERGE PAIRS READ"           TO MTL-LABEL.
           MOVE TOTAL-PAIRS-READ             TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS MERGED"           TO MTL-LABEL.
           MOVE TOTAL-PAIRS-MERGED           TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "MERGE PAIRS REFUSED"        TO MTL-LABEL.
           MOVE TOTAL-PAIRS-REFUSED          TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "HISTORY RECORDS READ"       TO MTL-LABEL.
           MOVE TOTAL-HISTORY-READ           TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "HISTORY RECORDS RENUMBERED" TO MTL-LABEL.
           MOVE TOTAL-HISTORY-RENUMBERED     TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "ARCHIVE RECORDS READ"       TO MTL-LABEL.
           MOVE TOTAL-ARCHIVE-READ           TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "ARCHIVE RECORDS RENUMBERED" TO MTL-LABEL.
           MOVE TOTAL-ARCHIVE-RENUMBERED     TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "OPEN ITEMS READ"            TO MTL-LABEL.
           MOVE TOTAL-OPEN-READ              TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "OPEN ITEMS RENUMBERED"      TO MTL-LABEL.
           MOVE TOTAL-OPEN-RENUMBERED        TO MTL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE SPACES                       TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE "OLD MASTER RECORDS"         TO MHL-LABEL.
           MOVE OLD-RECORD-COUNT             TO MHL-COUNT.
           MOVE OLD-HASH-TOTAL               TO MHL-HASH-TOTAL.
           MOVE MERGE-HASH-LINE              TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE "NEW MASTER RECORDS"         TO MHL-LABEL.
           MOVE NEW-RECORD-COUNT             TO MHL-COUNT.
           MOVE NEW-HASH-TOTAL               TO MHL-HASH-TOTAL.
           MOVE MERGE-HASH-LINE              TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE SPACES                       TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE "THIS-YTD SALES"             TO MPL-LABEL.
           MOVE OLD-THIS-YTD-TOTAL           TO MPL-BEFORE-AMOUNT.
           MOVE NEW-THIS-YTD-TOTAL           TO MPL-AFTER-AMOUNT.
           IF OLD-THIS-YTD-TOTAL = NEW-THIS-YTD-TOTAL
               MOVE "IN BALANCE"             TO MPL-STATUS
           ELSE
               MOVE "N"                      TO MERGE-PROOF-SWITCH
               MOVE "*** OUT OF BALANCE"     TO MPL-STATUS.
           PERFORM 620-WRITE-PROOF-LINE.
           MOVE "LAST-YTD SALES"             TO MPL-LABEL.
           MOVE OLD-LAST-YTD-TOTAL           TO MPL-BEFORE-AMOUNT.
           MOVE NEW-LAST-YTD-TOTAL           TO MPL-AFTER-AMOUNT.
           IF OLD-LAST-YTD-TOTAL = NEW-LAST-YTD-TOTAL
               MOVE "IN BALANCE"             TO MPL-STATUS
           ELSE
               MOVE "N"                      TO MERGE-PROOF-SWITCH
               MOVE "*** OUT OF BALANCE"     TO MPL-STATUS.
           PERFORM 620-WRITE-PROOF-LINE.
           MOVE "BUDGET-YTD SALES"           TO MPL-LABEL.
           MOVE OLD-BUDGET-YTD-TOTAL         TO MPL-BEFORE-AMOUNT.
           MOVE NEW-BUDGET-YTD-TOTAL         TO MPL-AFTER-AMOUNT.
           IF OLD-BUDGET-YTD-TOTAL = NEW-BUDGET-YTD-TOTAL
               MOVE "IN BALANCE"             TO MPL-STATUS
           ELSE
               MOVE "N"                      TO MERGE-PROOF-SWITCH
               MOVE "*** OUT OF BALANCE"     TO MPL-STATUS.
           PERFORM 620-WRITE-PROOF-LINE.

       610-WRITE-TOTAL-LINE.

           MOVE MERGE-TOTAL-LINE TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.

       620-WRITE-PROOF-LINE.

           MOVE MERGE-PROOF-LINE TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.

       700-PRINT-MERGE-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO MH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO MH1-MONTH.
           MOVE CD-DAY     TO MH1-DAY.
           MOVE CD-YEAR    TO MH1-YEAR.
           MOVE CD-HOURS   TO MH2-HOURS.
           MOVE CD-MINUTES TO MH2-MINUTES.
           MOVE MERGE-HEADING-LINE-1 TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE MERGE-HEADING-LINE-2 TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE SPACES               TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE MERGE-HEADING-LINE-3 TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

       710-WRITE-MERGE-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-MERGE-HEADINGS.
           MOVE MERGE-LINE TO MERGE-PRINT-AREA.
           WRITE MERGE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
