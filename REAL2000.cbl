      *                  run. New branch and rep codes must exist on
      *                  the reference files - a mapping to a code
      *                  that is not on file is rejected, never
      *                  applied. Every customer moved is written to
      *                  the customer master change feed
      * File Desc......: Define the sole source code for the
      *                  realignment utility
      ******************************************************************
           SELECT BRCHMAST ASSIGN TO BRCHMAST.
           SELECT REPMAST  ASSIGN TO REPMAST.
           SELECT REALRPT  ASSIGN TO REALRPT.
           SELECT CHGFEED  ASSIGN TO CHGFEED.

       DATA DIVISION.

      *****************************************************************
       01  REALIGN-PRINT-AREA      PIC X(130).

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
               UNTIL REALMAP-EOF-SWITCH = "Y".
           CLOSE REALMAP.
           OPEN INPUT  OLDMAST
                OUTPUT NEWMAST
                OUTPUT CHGFEED.
           PERFORM 300-REALIGN-MASTER-RECORD
               UNTIL OLDMAST-EOF-SWITCH = "Y".
           CLOSE OLDMAST
                 NEWMAST
                 CHGFEED.
           PERFORM 400-PRINT-MAPPING-RESULTS.
           CLOSE REALRPT.
           STOP RUN.
               MOVE GMT-LINE-INDEX(MAP-GROUP-SUBSCRIPT)
                   TO MAP-LINE-SUBSCRIPT.
           IF MAP-LINE-SUBSCRIPT NOT = ZERO
               PERFORM 320-START-CHANGE-RECORD
               MOVE ML-NEW-BRANCH-NUMBER(MAP-LINE-SUBSCRIPT)
                   TO CM-BRANCH-NUMBER
               MOVE ML-NEW-SALESREP-NUMBER(MAP-LINE-SUBSCRIPT)
                   TO CM-SALESREP-NUMBER
               PERFORM 330-WRITE-CHANGE-RECORD
               ADD 1 TO ML-MOVED-COUNT(MAP-LINE-SUBSCRIPT)
               ADD 1 TO TOTAL-RECORDS-MOVED
               ADD CM-SALES-THIS-YTD
                   TO ML-MOVED-SALES(MAP-LINE-SUBSCRIPT)
               ADD CM-SALES-THIS-YTD TO TOTAL-SALES-MOVED.

      *****************************************************************
      * Builds the change feed record for a customer being moved,
      * with its branch, salesrep and name as they stood before
      *****************************************************************
       320-START-CHANGE-RECORD.

           MOVE SPACES             TO CHANGE-FEED-RECORD.
           MOVE "M"                TO CF-CHANGE-TYPE.
           MOVE CM-CUSTOMER-NUMBER TO CF-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER   TO CF-BEFORE-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO CF-BEFORE-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO CF-BEFORE-CUSTOMER-NAME.

      *****************************************************************
      * Completes the change feed record with the customer's new
      * branch and salesrep and writes it
      *****************************************************************
       330-WRITE-CHANGE-RECORD.

           MOVE CM-BRANCH-NUMBER   TO CF-AFTER-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO CF-AFTER-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO CF-AFTER-CUSTOMER-NAME.
           MOVE "REAL2000"         TO CF-SOURCE-PROGRAM.
           MOVE CD-YEAR            TO CF-RUN-YEAR.
           MOVE CD-MONTH           TO CF-RUN-MONTH.
           MOVE CD-DAY             TO CF-RUN-DAY.
           WRITE CHANGE-FEED-RECORD.

      *****************************************************************
      * Prints one report line per accepted mapping with the
      * customers and this-YTD sales it moved, then the control
