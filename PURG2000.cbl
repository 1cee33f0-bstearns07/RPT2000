      *                  expected-totals trailer, and the purge
      *                  register prints counts and hash totals for
      *                  both sides. REST2000 is the restore path
      *                  should a purged customer start buying
      *                  again. Every purged customer is written to
      *                  the customer master change feed
      * File Desc......: Define the sole source code for the purge
      *                  program
      ******************************************************************
           SELECT NEWMAST  ASSIGN TO NEWMAST.
           SELECT PRGARCH  ASSIGN TO PRGARCH.
           SELECT PURGRPT  ASSIGN TO PURGRPT.
           SELECT CHGFEED  ASSIGN TO CHGFEED.

       DATA DIVISION.

      *****************************************************************
       01  PURGE-PRINT-AREA        PIC X(130).

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
           OPEN INPUT  OLDMAST
                OUTPUT NEWMAST
                OUTPUT PRGARCH
                OUTPUT PURGRPT
                OUTPUT CHGFEED.
           PERFORM 100-PURGE-MASTER-RECORD
               UNTIL OLDMAST-EOF-SWITCH = "Y".
           PERFORM 300-WRITE-NEW-TRAILER.
           CLOSE OLDMAST
                 NEWMAST
                 PRGARCH
                 PURGRPT
                 CHGFEED.
           STOP RUN.

      *****************************************************************
           ADD CM-CUSTOMER-NUMBER TO PURGED-HASH-TOTAL.
           MOVE CUSTOMER-MASTER-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.
           PERFORM 130-WRITE-CHANGE-RECORD.
           MOVE "PURGED TO ARCH  " TO PL-DISPOSITION.
           PERFORM 200-WRITE-PURGE-LINE.

           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.

      *****************************************************************
      * Writes the change feed record for a purged customer. The
      * after fields stay spaces - the customer leaves the master
      *****************************************************************
       130-WRITE-CHANGE-RECORD.

           MOVE SPACES             TO CHANGE-FEED-RECORD.
           MOVE "P"                TO CF-CHANGE-TYPE.
           MOVE CM-CUSTOMER-NUMBER TO CF-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER   TO CF-BEFORE-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO CF-BEFORE-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO CF-BEFORE-CUSTOMER-NAME.
           MOVE "PURG2000"         TO CF-SOURCE-PROGRAM.
           MOVE CD-YEAR            TO CF-RUN-YEAR.
           MOVE CD-MONTH           TO CF-RUN-MONTH.
           MOVE CD-DAY             TO CF-RUN-DAY.
           WRITE CHANGE-FEED-RECORD.

      *****************************************************************
      * Lists one purged account on the register, with page
      * headings whenever the line count reaches the page limit
