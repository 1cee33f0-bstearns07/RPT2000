      *                  written, and the restore report shows every
      *                  requested number and what happened to it -
      *                  restored, already on the master, or not on
      *                  the archive. Every restored customer is
      *                  written to the customer master change feed
      * File Desc......: Define the sole source code for the restore
      *                  program
      ******************************************************************
           SELECT PRGARCH  ASSIGN TO PRGARCH.
           SELECT RESTLIST ASSIGN TO RESTLIST.
           SELECT RESTRPT  ASSIGN TO RESTRPT.
           SELECT CHGFEED  ASSIGN TO CHGFEED.

       DATA DIVISION.

      *****************************************************************
       01  RESTORE-PRINT-AREA      PIC X(130).

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
               UNTIL RESTLIST-EOF-SWITCH = "Y".
           CLOSE RESTLIST.
           OPEN INPUT  OLDMAST
                OUTPUT NEWMAST
                OUTPUT CHGFEED.
           PERFORM 200-COPY-MASTER-RECORD
               UNTIL OLDMAST-EOF-SWITCH = "Y".
           CLOSE OLDMAST.
               UNTIL PRGARCH-EOF-SWITCH = "Y".
           CLOSE PRGARCH.
           PERFORM 350-WRITE-NEW-TRAILER.
           CLOSE NEWMAST
                 CHGFEED.
           PERFORM 360-SWEEP-UNMET-REQUESTS
               VARYING RESTORE-SUBSCRIPT FROM 1 BY 1
               UNTIL RESTORE-SUBSCRIPT > 100000.
               ADD AR-CUSTOMER-NUMBER TO NEW-HASH-TOTAL
               MOVE ARCHIVE-RECORD TO NEW-MASTER-RECORD
               WRITE NEW-MASTER-RECORD
               PERFORM 320-WRITE-CHANGE-RECORD
               MOVE "RESTORED"           TO RL-DISPOSITION.
           PERFORM 390-WRITE-RESTORE-LINE.

      *****************************************************************
      * Writes the change feed record for a restored customer. The
      * before fields stay spaces - the customer was not on the
      * master
      *****************************************************************
       320-WRITE-CHANGE-RECORD.

           MOVE SPACES             TO CHANGE-FEED-RECORD.
           MOVE "R"                TO CF-CHANGE-TYPE.
           MOVE AR-CUSTOMER-NUMBER TO CF-CUSTOMER-NUMBER.
           MOVE AR-BRANCH-NUMBER   TO CF-AFTER-BRANCH-NUMBER.
           MOVE AR-SALESREP-NUMBER TO CF-AFTER-SALESREP-NUMBER.
           MOVE AR-CUSTOMER-NAME   TO CF-AFTER-CUSTOMER-NAME.
           MOVE "REST2000"         TO CF-SOURCE-PROGRAM.
           MOVE CD-YEAR            TO CF-RUN-YEAR.
           MOVE CD-MONTH           TO CF-RUN-MONTH.
           MOVE CD-DAY             TO CF-RUN-DAY.
           WRITE CHANGE-FEED-RECORD.

      *****************************************************************
      * Writes the fresh expected-totals trailer behind the last
      * record of the combined file
