      *                  and the run proves the spread total equals
      *                  the planning total - an out-of-proof run
      *                  ends with RC=8 so the swap step leaves the
      *                  old master in place. Every customer whose
      *                  budget is set is written to the customer
      *                  master change feed
      * File Desc......: Define the sole source code for the budget
      *                  spread program
      ******************************************************************
           SELECT PLANFILE ASSIGN TO PLANFILE.
           SELECT PLANREJ  ASSIGN TO PLANREJ.
           SELECT SPRDREG  ASSIGN TO SPRDREG.
           SELECT CHGFEED  ASSIGN TO CHGFEED.

       DATA DIVISION.

      *****************************************************************
       01  SPREAD-PRINT-AREA       PIC X(130).

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
       300-SPREAD-TO-NEW-MASTER.

           OPEN INPUT  OLDMAST
                OUTPUT NEWMAST
                OUTPUT CHGFEED.
           PERFORM 310-SPREAD-MASTER-RECORD
               UNTIL OLDMAST-EOF-SWITCH = "Y".
           PERFORM 360-WRITE-NEW-TRAILER.
           CLOSE OLDMAST
                 NEWMAST
                 CHGFEED.

       310-SPREAD-MASTER-RECORD.

           ADD CM-SALES-BUDGET-YTD TO TOTAL-OVERRIDE-AMOUNT.
           MOVE "OVERRIDE       " TO SL-NOTE.
           PERFORM 350-WRITE-SPREAD-LINE.
           PERFORM 355-WRITE-CHANGE-RECORD.

      *****************************************************************
      * Allocates one customer's pro-rata share of the group plan.
           ADD BUD-SHARE-AMOUNT TO PLN-ALLOCATED(BUD-GROUP-SUBSCRIPT).
           ADD BUD-SHARE-AMOUNT TO TOTAL-SPREAD-AMOUNT.
           PERFORM 350-WRITE-SPREAD-LINE.
           PERFORM 355-WRITE-CHANGE-RECORD.

      *****************************************************************
      * A share that will not fit the master's budget field zeroes
           WRITE SPREAD-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Writes the change feed record for a customer whose budget
      * was set. A budget spread moves no customer between branches
      * or salesreps, so the before and after fields match
      *****************************************************************
       355-WRITE-CHANGE-RECORD.

           MOVE SPACES             TO CHANGE-FEED-RECORD.
           MOVE "B"                TO CF-CHANGE-TYPE.
           MOVE CM-CUSTOMER-NUMBER TO CF-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER   TO CF-BEFORE-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO CF-BEFORE-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO CF-BEFORE-CUSTOMER-NAME.
           MOVE CM-BRANCH-NUMBER   TO CF-AFTER-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO CF-AFTER-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO CF-AFTER-CUSTOMER-NAME.
           MOVE "BUDG2000"         TO CF-SOURCE-PROGRAM.
           MOVE CD-YEAR            TO CF-RUN-YEAR.
           MOVE CD-MONTH           TO CF-RUN-MONTH.
           MOVE CD-DAY             TO CF-RUN-DAY.
           WRITE CHANGE-FEED-RECORD.

      *****************************************************************
      * Writes the fresh expected-totals trailer behind the last
      * record of the new master, carrying the record count and
