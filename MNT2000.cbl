      *                  to the customer master, writing a new master
      *                  file, a rejects file for bad transactions,
      *                  and a before/after audit trail of every
      *                  field changed. An add for a customer number
      *                  retired by the MRGE2000 merge is rejected.
      *                  Every customer added, changed or deleted is
      *                  written to the customer master change feed.
      *                  A change or add that would move this-YTD or
      *                  last-YTD sales by more than the hold limit
      *                  on the run PARM is not applied - it is
      *                  written to the held-maintenance file for a
      *                  supervisor to approve or decline on the
      *                  APR2 screen. The decision comes back on the
      *                  decided-items file APR2 writes, carrying the
      *                  master figures the item was held against: an
      *                  approved transaction is applied without the
      *                  limit check, a keyed sales figure moving the
      *                  master by the amount approved on top of any
      *                  posting since it was held, a declined one is
      *                  listed and dropped, and both user IDs print
      *                  on the audit trail. An approval mark on any
      *                  other input is ignored
      * File Desc......: Define the sole source code for the
      *                  maintenance program
      ******************************************************************
           SELECT MNTTRAN  ASSIGN TO MNTTRAN.
           SELECT MNTREJ   ASSIGN TO MNTREJ.
           SELECT AUDTRAIL ASSIGN TO AUDTRAIL.
           SELECT RETIRED  ASSIGN TO RETIRED.
           SELECT CHGFEED  ASSIGN TO CHGFEED.
           SELECT MNTHELD  ASSIGN TO MNTHELD.
           SELECT DECIDED  ASSIGN TO DECIDED.

       DATA DIVISION.

       FD  MNTTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One keyed maintenance transaction. The action code is "A" to
      * add a customer, "C" to change one, or "D" to delete one. On
      * a change, a field left as spaces is left unchanged on the
      * master; a keyed value (including zeros in an amount field)
      * replaces the master field. Columns 52-60 are the recycling
      * columns RCYC2000 keeps. The entered-by user ID is stamped by
      * the ENT2 online entry and is spaces on a batch-keyed
      * transaction. The approval columns are set only by the APR2
      * approval screen: "A" approved, "D" declined, with the
      * supervisor's user ID. They are cleared as each transaction
      * is read from here - a decision counts only when it arrives
      * on the decided-items file
      *****************************************************************
       01  MAINTENANCE-TRANSACTION.
           05  MT-ACTION-CODE          PIC X(1).
           05  MT-SALES-BUDGET-YTD-9 REDEFINES MT-SALES-BUDGET-YTD
                                       PIC 9(5)V9(2).
           05  FILLER                  PIC X(9).
           05  MT-ENTERED-BY           PIC X(8).
           05  MT-APPROVED-BY          PIC X(8).
           05  MT-APPROVAL-FLAG        PIC X(1).
           05  FILLER                  PIC X(3).

       FD  MNTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * Rejected transactions are written back out in the same layout
      * as MNTTRAN, so a corrected file can be resubmitted as-is. The
      * approval columns are written as spaces, so a recycled item
      * goes back through the hold limit
      *****************************************************************
       01  REJECT-RECORD           PIC X(80).

       FD  AUDTRAIL
           RECORDING MODE IS F
      *****************************************************************
       01  AUDIT-PRINT-AREA        PIC X(130).

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

       FD  MNTHELD
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * One maintenance transaction held for supervisor approval,
      * keyed by customer number and the date and time it was held,
      * so a customer held again by a later run the same day keeps
      * both items. The
      * transaction is carried exactly as it arrived, behind the
      * customer's branch, salesrep and name and the master figures
      * as they stood when it was held - zeros on a held add - and
      * the hold limit it went over. The file is loaded to the keyed
      * pending-approval file the APR2 screen works from
      *****************************************************************
       01  HELD-MAINTENANCE-RECORD.
           05  HM-KEY.
               10  HM-CUSTOMER-NUMBER      PIC 9(5).
               10  HM-HELD-DATE.
                   15  HM-HELD-YEAR        PIC 9(4).
                   15  HM-HELD-MONTH       PIC 9(2).
                   15  HM-HELD-DAY         PIC 9(2).
               10  HM-HELD-TIME.
                   15  HM-HELD-HOURS       PIC 9(2).
                   15  HM-HELD-MINUTES     PIC 9(2).
           05  HM-TRANSACTION              PIC X(80).
           05  HM-BRANCH-NUMBER            PIC X(2).
           05  HM-SALESREP-NUMBER          PIC X(2).
           05  HM-CUSTOMER-NAME            PIC X(20).
           05  HM-MASTER-THIS-YTD          PIC S9(5)V9(2).
           05  HM-MASTER-LAST-YTD          PIC S9(5)V9(2).
           05  HM-MASTER-BUDGET-YTD        PIC S9(5)V9(2).
           05  HM-HOLD-LIMIT               PIC 9(5)V9(2).
           05  FILLER                      PIC X(1).

       FD  DECIDED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.

      *****************************************************************
      * One held item a supervisor has decided on the APR2 screen -
      * the held-maintenance record as it stood on the pending-
      * approval file, with the supervisor's user ID and the "A" or
      * "D" decision stamped on the transaction. The master figures
      * the item was held against let an approved change allow for
      * whatever has posted to the master since
      *****************************************************************
       01  DECIDED-ITEM-RECORD.
           05  DI-KEY                      PIC X(17).
           05  DI-TRANSACTION              PIC X(80).
           05  DI-BRANCH-NUMBER            PIC X(2).
           05  DI-SALESREP-NUMBER          PIC X(2).
           05  DI-CUSTOMER-NAME            PIC X(20).
           05  DI-MASTER-THIS-YTD          PIC S9(5)V9(2).
           05  DI-MASTER-LAST-YTD          PIC S9(5)V9(2).
           05  DI-MASTER-BUDGET-YTD        PIC S9(5)V9(2).
           05  DI-HOLD-LIMIT               PIC 9(5)V9(2).
           05  FILLER                      PIC X(1).

       FD  RETIRED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One customer number retired by a merge. Only the number is
      * needed here - the rest of the record is the merge history
      *****************************************************************
       01  RETIRED-CUSTOMER-RECORD.
           05  RR-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(75).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the maintenance run
      *****************************************************************

      * Determines when the end of each input file is reached, and
      * whether the transaction in hand goes over the hold limit
       01  SWITCHES.
           05  OLDMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  MNTTRAN-EOF-SWITCH      PIC X    VALUE "N".
           05  DECIDED-EOF-SWITCH      PIC X    VALUE "N".
           05  RETIRED-EOF-SWITCH      PIC X    VALUE "N".
           05  HOLD-TRANSACTION-SWITCH PIC X    VALUE "N".
      * Controls spacing on the audit trail and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  TOTAL-OLD-MASTER-COUNT  PIC S9(7)   VALUE ZERO.
           05  TOTAL-NEW-MASTER-COUNT  PIC S9(7)   VALUE ZERO.
           05  NEW-HASH-TOTAL          PIC S9(11)  VALUE ZERO.
           05  TOTAL-TRANS-HELD        PIC S9(7)   VALUE ZERO.
           05  TOTAL-APPROVED-APPLIED  PIC S9(7)   VALUE ZERO.
           05  TOTAL-TRANS-DECLINED    PIC S9(7)   VALUE ZERO.
      * Reason text placed on the audit trail for a rejected
      * transaction, the subscript for the pending-adds sweep, the
      * hold limit from the run PARM, the size of the move a keyed
      * sales figure would make on the master, the master sales
      * figures an approved item was held against, and the sales
      * figures a change sets on the master
       01  MAINTENANCE-WORK-FIELDS.
           05  MNT-REJECT-REASON       PIC X(30).
           05  MNT-PENDING-SUBSCRIPT   PIC S9(7)   VALUE ZERO.
           05  MNT-HOLD-LIMIT          PIC 9(5)V9(2) VALUE 5000.00.
           05  MNT-SALES-MOVE          PIC S9(6)V9(2) VALUE ZERO.
           05  MNT-HELD-THIS-YTD       PIC S9(5)V9(2) VALUE ZERO.
           05  MNT-HELD-LAST-YTD       PIC S9(5)V9(2) VALUE ZERO.
           05  MNT-NEW-THIS-YTD        PIC S9(5)V9(2) VALUE ZERO.
           05  MNT-NEW-LAST-YTD        PIC S9(5)V9(2) VALUE ZERO.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
      * is always the customer number + 1 - the master pass finds the
      * transaction waiting for a customer in a single table lookup.
      * One transaction per customer per run; a second transaction
      * for the same customer in one batch is rejected. An approved
      * item carries the master sales figures it was held against
       01  PENDING-TRANSACTION-TABLE.
           05  PND-ENTRY OCCURS 100000 TIMES.
               10  PND-PENDING-FLAG    PIC X      VALUE "N".
               10  PND-TRANSACTION     PIC X(80).
               10  PND-HELD-THIS-YTD   PIC S9(5)V9(2) VALUE ZERO.
               10  PND-HELD-LAST-YTD   PIC S9(5)V9(2) VALUE ZERO.
      * Direct-indexed table of customer numbers retired by a merge,
      * subscripted the same way - customer number + 1
       01  RETIRED-CUSTOMER-TABLE.
           05  RETIRED-FLAG OCCURS 100000 TIMES PIC X VALUE "N".
      * Work area for the fresh expected-totals trailer written
      * behind the last record of the new master
       01  CUSTOMER-TRAILER-WORK.
           05  PW-SALES-BUDGET-YTD-9 REDEFINES PW-SALES-BUDGET-YTD
                                       PIC 9(5)V9(2).
           05  FILLER                  PIC X(9).
           05  PW-ENTERED-BY           PIC X(8).
           05  PW-APPROVED-BY          PIC X(8).
           05  PW-APPROVAL-FLAG        PIC X(1).
           05  FILLER                  PIC X(3).

      *****************************************************************
      * Define all lines printed on the audit trail
           05  ARL-REASON          PIC X(30).
           05  FILLER              PIC X(60)    VALUE SPACE.

       01  AUDIT-APPROVAL-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AAL-ACTION          PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AAL-CUSTOMER-NUMBER PIC X(5).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  AAL-STATUS          PIC X(18).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(10)    VALUE "KEYED BY: ".
           05  AAL-ENTERED-BY      PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  AAL-DECIDED-LABEL   PIC X(13).
           05  AAL-DECIDED-BY      PIC X(8).
           05  FILLER              PIC X(49)    VALUE SPACE.

       01  AUDIT-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
           05  AT7-NEW-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  AUDIT-TOTAL-LINE-8.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "HELD FOR APPROVAL         ".
           05  AT8-HELD            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(13)    VALUE "HOLD LIMIT = ".
           05  AT8-HOLD-LIMIT      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(69)    VALUE SPACE.

       01  AUDIT-TOTAL-LINE-9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "APPROVED AND APPLIED      ".
           05  AT9-APPROVED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  AUDIT-TOTAL-LINE-10.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "DECLINED AND DROPPED      ".
           05  AT10-DECLINED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       LINKAGE SECTION.

      *****************************************************************
      * Run-time parameter passed on the EXEC PGM=MNT2000,PARM=
      * 'NNNNNNN' statement - the hold limit in dollars and cents.
      * A keyed this-YTD or last-YTD figure that would move the
      * master by more than this is held for approval. Blank or
      * non-numeric falls back to the shop standard of 5,000.00
      *****************************************************************
       01  PARM-AREA.
           05  PARM-LENGTH             PIC S9(4)   COMP.
           05  PARM-DATA.
               10  PARM-HOLD-LIMIT     PIC X(7).
               10  PARM-HOLD-LIMIT-9 REDEFINES PARM-HOLD-LIMIT
                                       PIC 9(5)V9(2).
               10  FILLER              PIC X(73).

       PROCEDURE DIVISION USING PARM-AREA.

      *****************************************************************
      * Main processing logic for the maintenance run. The
      * the old master is copied to the new master with changes and
      * deletes applied as each record passes through, and adds
      * still pending after the copy are written at the end of the
      * new master. A change or add over the hold limit is written
      * to the held-maintenance file instead of being applied
      *****************************************************************
       000-MAINTAIN-CUSTOMER-MASTER.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF PARM-LENGTH >= 7
               AND PARM-HOLD-LIMIT NUMERIC
               MOVE PARM-HOLD-LIMIT-9 TO MNT-HOLD-LIMIT.
           OPEN INPUT RETIRED.
           PERFORM 050-LOAD-RETIRED-NUMBER
               UNTIL RETIRED-EOF-SWITCH = "Y".
           CLOSE RETIRED.
           OPEN INPUT  DECIDED
                INPUT  MNTTRAN
                OUTPUT MNTREJ
                OUTPUT AUDTRAIL.
           PERFORM 160-LOAD-DECIDED-ITEM
               UNTIL DECIDED-EOF-SWITCH = "Y".
           PERFORM 100-LOAD-TRANSACTION
               UNTIL MNTTRAN-EOF-SWITCH = "Y".
           CLOSE DECIDED
                 MNTTRAN.
           OPEN INPUT  OLDMAST
                OUTPUT NEWMAST
                OUTPUT CHGFEED
                OUTPUT MNTHELD.
           PERFORM 200-COPY-MASTER-RECORD
               UNTIL OLDMAST-EOF-SWITCH = "Y".
           PERFORM 300-APPLY-PENDING-ADDS
           CLOSE OLDMAST
                 NEWMAST
                 MNTREJ
                 AUDTRAIL
                 CHGFEED
                 MNTHELD.
           STOP RUN.

      *****************************************************************
      * Marks one customer number retired by a merge, so an add that
      * would hand the number out again is rejected
      *****************************************************************
       050-LOAD-RETIRED-NUMBER.

           READ RETIRED
               AT END
                   MOVE "Y" TO RETIRED-EOF-SWITCH.
           IF RETIRED-EOF-SWITCH = "N"
               AND RR-CUSTOMER-NUMBER NUMERIC
               MOVE "Y" TO RETIRED-FLAG(RR-CUSTOMER-NUMBER + 1).

      *****************************************************************
      * Reads one maintenance transaction, edits it, and stores it
      * on the pending table keyed by its customer number. Whatever
      * the approval columns carry is cleared - a transaction from
      * MNTTRAN, keyed or recycled, is never taken as decided
      *****************************************************************
       100-LOAD-TRANSACTION.

               ADD 1 TO TOTAL-TRANS-READ
               MOVE MAINTENANCE-TRANSACTION
                   TO PENDING-TRANSACTION-WORK
               MOVE SPACES TO PW-APPROVED-BY
                              PW-APPROVAL-FLAG
               MOVE ZERO   TO MNT-HELD-THIS-YTD
                              MNT-HELD-LAST-YTD
               PERFORM 110-EDIT-TRANSACTION.

      *****************************************************************
               ELSE
                   IF PND-PENDING-FLAG(PW-CUSTOMER-NUMBER + 1) = "Y"
                       MOVE "SECOND TRANS FOR CUSTOMER"
                                                  TO MNT-REJECT-REASON
                   ELSE
                       IF PW-ACTION-CODE = "A"
                           AND RETIRED-FLAG(PW-CUSTOMER-NUMBER + 1)
                               = "Y"
                           MOVE "CUSTOMER NUMBER RETIRED"
                                                  TO MNT-REJECT-REASON.
           IF MNT-REJECT-REASON = SPACES
               AND PW-ACTION-CODE = "A"
               PERFORM 130-EDIT-CHANGE-FIELDS.
           IF MNT-REJECT-REASON = SPACES
               MOVE "Y" TO PND-PENDING-FLAG(PW-CUSTOMER-NUMBER + 1)
               MOVE PENDING-TRANSACTION-WORK
                   TO PND-TRANSACTION(PW-CUSTOMER-NUMBER + 1)
               MOVE MNT-HELD-THIS-YTD
                   TO PND-HELD-THIS-YTD(PW-CUSTOMER-NUMBER + 1)
               MOVE MNT-HELD-LAST-YTD
                   TO PND-HELD-LAST-YTD(PW-CUSTOMER-NUMBER + 1)
           ELSE
               PERFORM 140-REJECT-TRANSACTION.


      *****************************************************************
      * Writes the rejected transaction to the rejects file in its
      * input layout and lists it on the audit trail with the reason.
      * An approval does not travel with a reject - once corrected
      * and recycled, the item is measured against the hold limit
      * again
      *****************************************************************
       140-REJECT-TRANSACTION.

           ADD 1 TO TOTAL-TRANS-REJECTED.
           MOVE SPACES TO PW-APPROVED-BY
                          PW-APPROVAL-FLAG.
           MOVE PENDING-TRANSACTION-WORK TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           IF LINE-COUNT >= LINES-ON-PAGE
           WRITE AUDIT-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Lists a transaction declined on the APR2 screen with the
      * user who keyed it, the supervisor who declined it, and the
      * sales figures it would have set. Nothing is applied
      *****************************************************************
       150-LIST-DECLINED-TRANSACTION.

           ADD 1 TO TOTAL-TRANS-DECLINED.
           MOVE "DECLINED - DROPPED" TO AAL-STATUS.
           MOVE "DECLINED BY: "      TO AAL-DECIDED-LABEL.
           PERFORM 258-WRITE-APPROVAL-LINE.
           MOVE SPACES               TO AL-ACTION.
           MOVE SPACES               TO AL-BEFORE-VALUE.
           IF PW-SALES-THIS-YTD NUMERIC
               MOVE "THIS-YTD SALES"    TO AL-FIELD-NAME
               MOVE PW-SALES-THIS-YTD-9 TO AUD-AFTER-AMOUNT
               MOVE AUD-AFTER-AMOUNT    TO AL-AFTER-VALUE
               PERFORM 155-WRITE-DECLINED-LINE.
           IF PW-SALES-LAST-YTD NUMERIC
               MOVE "LAST-YTD SALES"    TO AL-FIELD-NAME
               MOVE PW-SALES-LAST-YTD-9 TO AUD-AFTER-AMOUNT
               MOVE AUD-AFTER-AMOUNT    TO AL-AFTER-VALUE
               PERFORM 155-WRITE-DECLINED-LINE.

      *****************************************************************
      * The master has not been read when a declined transaction is
      * listed, so its customer number comes from the transaction
      *****************************************************************
       155-WRITE-DECLINED-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-AUDIT-HEADINGS.
           MOVE PW-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER.
           MOVE AUDIT-LINE         TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Reads one item decided on the APR2 screen. A declined item
      * is only listed - it never reaches the master. An approved
      * item is edited and stored like any transaction, with the
      * master figures it was held against. The decided items are
      * loaded ahead of MNTTRAN, so a keyed transaction for the same
      * customer is the one rejected as the second
      *****************************************************************
       160-LOAD-DECIDED-ITEM.

           READ DECIDED
               AT END
                   MOVE "Y" TO DECIDED-EOF-SWITCH.
           IF DECIDED-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-TRANS-READ
               MOVE DI-TRANSACTION TO PENDING-TRANSACTION-WORK
               IF PW-APPROVAL-FLAG = "D"
                   PERFORM 150-LIST-DECLINED-TRANSACTION
               ELSE
               IF PW-APPROVAL-FLAG = "A"
                   MOVE DI-MASTER-THIS-YTD TO MNT-HELD-THIS-YTD
                   MOVE DI-MASTER-LAST-YTD TO MNT-HELD-LAST-YTD
                   PERFORM 110-EDIT-TRANSACTION
               ELSE
                   MOVE "INVALID APPROVAL DECISION"
                                           TO MNT-REJECT-REASON
                   PERFORM 140-REJECT-TRANSACTION.

      *****************************************************************
      * Copies one old master record to the new master, first
      * applying any pending change or delete for its customer
           ELSE
               MOVE PND-TRANSACTION(CM-CUSTOMER-NUMBER + 1)
                   TO PENDING-TRANSACTION-WORK
               MOVE PND-HELD-THIS-YTD(CM-CUSTOMER-NUMBER + 1)
                   TO MNT-HELD-THIS-YTD
               MOVE PND-HELD-LAST-YTD(CM-CUSTOMER-NUMBER + 1)
                   TO MNT-HELD-LAST-YTD
               MOVE "N" TO PND-PENDING-FLAG(CM-CUSTOMER-NUMBER + 1)
               IF PW-ACTION-CODE = "A"
                   PERFORM 220-REJECT-DUPLICATE-ADD
                   IF PW-ACTION-CODE = "D"
                       PERFORM 230-DELETE-MASTER-RECORD
                   ELSE
                       PERFORM 235-WORK-CHANGE-TRANSACTION
                       PERFORM 260-WRITE-NEW-MASTER-RECORD.

       220-REJECT-DUPLICATE-ADD.
       230-DELETE-MASTER-RECORD.

           ADD 1 TO TOTAL-CUSTOMERS-DELETED.
           PERFORM 280-START-CHANGE-RECORD.
           MOVE "D"                TO CF-CHANGE-TYPE.
           PERFORM 290-WRITE-CHANGE-RECORD.
           MOVE "DELETE"           TO AL-ACTION.
           MOVE "CUSTOMER NAME"    TO AL-FIELD-NAME.
           MOVE CM-CUSTOMER-NAME   TO AL-BEFORE-VALUE.
           MOVE AUD-BEFORE-AMOUNT  TO AL-BEFORE-VALUE.
           PERFORM 270-WRITE-AUDIT-LINE.

      *****************************************************************
      * A change that would move a sales figure by more than the
      * hold limit is held for approval and the master record
      * passes through untouched; any other change is applied. A
      * change keys whole figures, but what a supervisor approved
      * is the move from the figure the item was held against to
      * the one keyed - so an approved this-YTD or last-YTD figure
      * is applied as that move on top of the master as it stands
      * tonight, and the nightly posting since it was held is kept
      *****************************************************************
       235-WORK-CHANGE-TRANSACTION.

           MOVE SPACES TO MNT-REJECT-REASON.
           IF PW-SALES-THIS-YTD NOT = SPACES
               MOVE PW-SALES-THIS-YTD-9 TO MNT-NEW-THIS-YTD.
           IF PW-SALES-LAST-YTD NOT = SPACES
               MOVE PW-SALES-LAST-YTD-9 TO MNT-NEW-LAST-YTD.
           IF PW-APPROVAL-FLAG = "A"
               PERFORM 237-ADD-POSTING-SINCE-HELD.
           IF MNT-REJECT-REASON NOT = SPACES
               PERFORM 140-REJECT-TRANSACTION
           ELSE
               PERFORM 252-CHECK-HOLD-LIMIT
               IF HOLD-TRANSACTION-SWITCH = "Y"
                   PERFORM 250-HOLD-TRANSACTION
               ELSE
                   PERFORM 240-CHANGE-MASTER-RECORD.

      *****************************************************************
      * Moves an approved figure by whatever has posted to the
      * master since the item was held. A result too large for the
      * master is rejected, to be keyed again
      *****************************************************************
       237-ADD-POSTING-SINCE-HELD.

           IF PW-SALES-THIS-YTD NOT = SPACES
               COMPUTE MNT-NEW-THIS-YTD = MNT-NEW-THIS-YTD
                   + CM-SALES-THIS-YTD - MNT-HELD-THIS-YTD
                   ON SIZE ERROR
                       MOVE "APPROVED FIGURE OUT OF RANGE"
                                           TO MNT-REJECT-REASON.
           IF PW-SALES-LAST-YTD NOT = SPACES
               COMPUTE MNT-NEW-LAST-YTD = MNT-NEW-LAST-YTD
                   + CM-SALES-LAST-YTD - MNT-HELD-LAST-YTD
                   ON SIZE ERROR
                       MOVE "APPROVED FIGURE OUT OF RANGE"
                                           TO MNT-REJECT-REASON.

      *****************************************************************
      * Applies the keyed fields of a change transaction to the
      * current master record, printing one audit line for every
      * field the transaction keyed, and a line naming both users
      * when the change was approved on the APR2 screen
      *****************************************************************
       240-CHANGE-MASTER-RECORD.

           ADD 1 TO TOTAL-CUSTOMERS-CHANGED.
           PERFORM 280-START-CHANGE-RECORD.
           MOVE "C"      TO CF-CHANGE-TYPE.
           MOVE "CHANGE" TO AL-ACTION.
           IF PW-BRANCH-NUMBER NOT = SPACES
               MOVE "BRANCH NUMBER"     TO AL-FIELD-NAME
               MOVE "THIS-YTD SALES"    TO AL-FIELD-NAME
               MOVE CM-SALES-THIS-YTD   TO AUD-BEFORE-AMOUNT
               MOVE AUD-BEFORE-AMOUNT   TO AL-BEFORE-VALUE
               MOVE MNT-NEW-THIS-YTD    TO AUD-AFTER-AMOUNT
               MOVE AUD-AFTER-AMOUNT    TO AL-AFTER-VALUE
               PERFORM 270-WRITE-AUDIT-LINE
               MOVE SPACES              TO AL-ACTION
               MOVE MNT-NEW-THIS-YTD    TO CM-SALES-THIS-YTD.
           IF PW-SALES-LAST-YTD NOT = SPACES
               MOVE "LAST-YTD SALES"    TO AL-FIELD-NAME
               MOVE CM-SALES-LAST-YTD   TO AUD-BEFORE-AMOUNT
               MOVE AUD-BEFORE-AMOUNT   TO AL-BEFORE-VALUE
               MOVE MNT-NEW-LAST-YTD    TO AUD-AFTER-AMOUNT
               MOVE AUD-AFTER-AMOUNT    TO AL-AFTER-VALUE
               PERFORM 270-WRITE-AUDIT-LINE
               MOVE SPACES              TO AL-ACTION
               MOVE MNT-NEW-LAST-YTD    TO CM-SALES-LAST-YTD.
           IF PW-SALES-BUDGET-YTD NOT = SPACES
               MOVE "BUDGET-YTD SALES"  TO AL-FIELD-NAME
               MOVE CM-SALES-BUDGET-YTD TO AUD-BEFORE-AMOUNT
               PERFORM 270-WRITE-AUDIT-LINE
               MOVE SPACES              TO AL-ACTION
               MOVE PW-SALES-BUDGET-YTD-9 TO CM-SALES-BUDGET-YTD.
           PERFORM 290-WRITE-CHANGE-RECORD.
           IF PW-APPROVAL-FLAG = "A"
               PERFORM 256-LIST-APPROVED-TRANSACTION.

      *****************************************************************
      * Writes a transaction over the hold limit to the held-
      * maintenance file, with the master figures it would have
      * replaced, and lists it on the audit trail with the sales
      * figures it would set. On a held add the master fields have
      * been built from the transaction with zero sales figures
      *****************************************************************
       250-HOLD-TRANSACTION.

           ADD 1 TO TOTAL-TRANS-HELD.
           MOVE SPACES                   TO HELD-MAINTENANCE-RECORD.
           MOVE PW-CUSTOMER-NUMBER       TO HM-CUSTOMER-NUMBER.
           MOVE CD-YEAR                  TO HM-HELD-YEAR.
           MOVE CD-MONTH                 TO HM-HELD-MONTH.
           MOVE CD-DAY                   TO HM-HELD-DAY.
           MOVE CD-HOURS                 TO HM-HELD-HOURS.
           MOVE CD-MINUTES               TO HM-HELD-MINUTES.
           MOVE PENDING-TRANSACTION-WORK TO HM-TRANSACTION.
           MOVE CM-BRANCH-NUMBER         TO HM-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER       TO HM-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME         TO HM-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD        TO HM-MASTER-THIS-YTD.
           MOVE CM-SALES-LAST-YTD        TO HM-MASTER-LAST-YTD.
           MOVE CM-SALES-BUDGET-YTD      TO HM-MASTER-BUDGET-YTD.
           MOVE MNT-HOLD-LIMIT           TO HM-HOLD-LIMIT.
           WRITE HELD-MAINTENANCE-RECORD.
           MOVE "HELD FOR APPROVAL"      TO AAL-STATUS.
           MOVE SPACES                   TO AAL-DECIDED-LABEL.
           MOVE SPACES                   TO PW-APPROVED-BY.
           PERFORM 258-WRITE-APPROVAL-LINE.
           MOVE SPACES                   TO AL-ACTION.
           IF PW-SALES-THIS-YTD NOT = SPACES
               MOVE "THIS-YTD SALES"    TO AL-FIELD-NAME
               MOVE CM-SALES-THIS-YTD   TO AUD-BEFORE-AMOUNT
               MOVE AUD-BEFORE-AMOUNT   TO AL-BEFORE-VALUE
               MOVE PW-SALES-THIS-YTD-9 TO AUD-AFTER-AMOUNT
               MOVE AUD-AFTER-AMOUNT    TO AL-AFTER-VALUE
               PERFORM 270-WRITE-AUDIT-LINE.
           IF PW-SALES-LAST-YTD NOT = SPACES
               MOVE "LAST-YTD SALES"    TO AL-FIELD-NAME
               MOVE CM-SALES-LAST-YTD   TO AUD-BEFORE-AMOUNT
               MOVE AUD-BEFORE-AMOUNT   TO AL-BEFORE-VALUE
               MOVE PW-SALES-LAST-YTD-9 TO AUD-AFTER-AMOUNT
               MOVE AUD-AFTER-AMOUNT    TO AL-AFTER-VALUE
               PERFORM 270-WRITE-AUDIT-LINE.

      *****************************************************************
      * Sets the hold switch when a keyed this-YTD or last-YTD
      * figure would move the master figure, up or down, by more
      * than the hold limit. A transaction approved on the APR2
      * screen - which can only have come from the decided-items
      * file - is never held again
      *****************************************************************
       252-CHECK-HOLD-LIMIT.

           MOVE "N" TO HOLD-TRANSACTION-SWITCH.
           IF PW-APPROVAL-FLAG NOT = "A"
               AND PW-SALES-THIS-YTD NOT = SPACES
               COMPUTE MNT-SALES-MOVE =
                   PW-SALES-THIS-YTD-9 - CM-SALES-THIS-YTD
               PERFORM 254-TEST-SALES-MOVE.
           IF PW-APPROVAL-FLAG NOT = "A"
               AND PW-SALES-LAST-YTD NOT = SPACES
               COMPUTE MNT-SALES-MOVE =
                   PW-SALES-LAST-YTD-9 - CM-SALES-LAST-YTD
               PERFORM 254-TEST-SALES-MOVE.

       254-TEST-SALES-MOVE.

           IF MNT-SALES-MOVE < ZERO
               COMPUTE MNT-SALES-MOVE = ZERO - MNT-SALES-MOVE.
           IF MNT-SALES-MOVE > MNT-HOLD-LIMIT
               MOVE "Y" TO HOLD-TRANSACTION-SWITCH.

       256-LIST-APPROVED-TRANSACTION.

           ADD 1 TO TOTAL-APPROVED-APPLIED.
           MOVE "APPROVED - APPLIED" TO AAL-STATUS.
           MOVE "APPROVED BY: "      TO AAL-DECIDED-LABEL.
           PERFORM 258-WRITE-APPROVAL-LINE.

      *****************************************************************
      * Prints the approval line for the transaction in hand - what
      * became of it, who keyed it, and the supervisor who decided
      * it. A batch-keyed transaction carries no entered-by user ID
      *****************************************************************
       258-WRITE-APPROVAL-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-AUDIT-HEADINGS.
           IF PW-ACTION-CODE = "A"
               MOVE "ADD"              TO AAL-ACTION
           ELSE
               MOVE "CHANGE"           TO AAL-ACTION.
           MOVE PW-CUSTOMER-NUMBER     TO AAL-CUSTOMER-NUMBER.
           IF PW-ENTERED-BY = SPACES
               MOVE "*BATCH*"          TO AAL-ENTERED-BY
           ELSE
               MOVE PW-ENTERED-BY      TO AAL-ENTERED-BY.
           MOVE PW-APPROVED-BY         TO AAL-DECIDED-BY.
           MOVE AUDIT-APPROVAL-LINE    TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       260-WRITE-NEW-MASTER-RECORD.

           WRITE AUDIT-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Starts the change feed record for a customer about to be
      * changed or deleted, with its branch, salesrep and name as
      * they stand before the transaction is applied
      *****************************************************************
       280-START-CHANGE-RECORD.

           MOVE SPACES             TO CHANGE-FEED-RECORD.
           MOVE CM-CUSTOMER-NUMBER TO CF-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER   TO CF-BEFORE-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO CF-BEFORE-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO CF-BEFORE-CUSTOMER-NAME.

      *****************************************************************
      * Completes and writes the change feed record. The after
      * fields come from the master record as it now stands, except
      * on a delete, where they stay spaces
      *****************************************************************
       290-WRITE-CHANGE-RECORD.

           IF CF-CHANGE-TYPE NOT = "D"
               MOVE CM-BRANCH-NUMBER   TO CF-AFTER-BRANCH-NUMBER
               MOVE CM-SALESREP-NUMBER TO CF-AFTER-SALESREP-NUMBER
               MOVE CM-CUSTOMER-NAME   TO CF-AFTER-CUSTOMER-NAME.
           MOVE "MNT2000"          TO CF-SOURCE-PROGRAM.
           MOVE CD-YEAR            TO CF-RUN-YEAR.
           MOVE CD-MONTH           TO CF-RUN-MONTH.
           MOVE CD-DAY             TO CF-RUN-DAY.
           WRITE CHANGE-FEED-RECORD.

      *****************************************************************
      * Writes a new master record for an add still pending after
      * the whole old master has passed through, and prints it on
                   TO PENDING-TRANSACTION-WORK
               MOVE "N" TO PND-PENDING-FLAG(MNT-PENDING-SUBSCRIPT)
               IF PW-ACTION-CODE = "A"
                   PERFORM 305-WORK-ADD-TRANSACTION
               ELSE
                   MOVE "CUSTOMER NOT ON MASTER" TO MNT-REJECT-REASON
                   PERFORM 140-REJECT-TRANSACTION.

      *****************************************************************
      * An add sets its sales figures from zero, so the keyed
      * figures themselves are measured against the hold limit.
      * The master fields are built from the transaction first, so
      * a held add carries its branch, salesrep and name
      *****************************************************************
       305-WORK-ADD-TRANSACTION.

           MOVE SPACES                 TO CUSTOMER-MASTER-RECORD.
           MOVE PW-BRANCH-NUMBER       TO CM-BRANCH-NUMBER.
           MOVE PW-SALESREP-NUMBER     TO CM-SALESREP-NUMBER.
           MOVE PW-CUSTOMER-NUMBER     TO CM-CUSTOMER-NUMBER.
           MOVE PW-CUSTOMER-NAME       TO CM-CUSTOMER-NAME.
           MOVE ZERO                   TO CM-SALES-THIS-YTD.
           MOVE ZERO                   TO CM-SALES-LAST-YTD.
           MOVE ZERO                   TO CM-SALES-BUDGET-YTD.
           PERFORM 252-CHECK-HOLD-LIMIT.
           IF HOLD-TRANSACTION-SWITCH = "Y"
               PERFORM 250-HOLD-TRANSACTION
           ELSE
               PERFORM 310-ADD-MASTER-RECORD.

       310-ADD-MASTER-RECORD.

           ADD 1 TO TOTAL-CUSTOMERS-ADDED.
           MOVE PW-SALES-LAST-YTD-9    TO CM-SALES-LAST-YTD.
           MOVE PW-SALES-BUDGET-YTD-9  TO CM-SALES-BUDGET-YTD.
           PERFORM 260-WRITE-NEW-MASTER-RECORD.
           MOVE SPACES                 TO CHANGE-FEED-RECORD.
           MOVE "A"                    TO CF-CHANGE-TYPE.
           MOVE CM-CUSTOMER-NUMBER     TO CF-CUSTOMER-NUMBER.
           PERFORM 290-WRITE-CHANGE-RECORD.
           MOVE "ADD"                  TO AL-ACTION.
           MOVE "CUSTOMER NAME"        TO AL-FIELD-NAME.
           MOVE "*** ADDED ***"        TO AL-BEFORE-VALUE.
           MOVE CM-SALES-THIS-YTD      TO AUD-AFTER-AMOUNT.
           MOVE AUD-AFTER-AMOUNT       TO AL-AFTER-VALUE.
           PERFORM 270-WRITE-AUDIT-LINE.
           IF PW-APPROVAL-FLAG = "A"
               PERFORM 256-LIST-APPROVED-TRANSACTION.

      *****************************************************************
      * Writes the fresh expected-totals trailer behind the last
           MOVE TOTAL-TRANS-REJECTED    TO AT5-REJECTED.
           MOVE TOTAL-OLD-MASTER-COUNT  TO AT6-OLD-COUNT.
           MOVE TOTAL-NEW-MASTER-COUNT  TO AT7-NEW-COUNT.
           MOVE TOTAL-TRANS-HELD        TO AT8-HELD.
           MOVE MNT-HOLD-LIMIT          TO AT8-HOLD-LIMIT.
           MOVE TOTAL-APPROVED-APPLIED  TO AT9-APPROVED.
           MOVE TOTAL-TRANS-DECLINED    TO AT10-DECLINED.
           MOVE SPACES                  TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-TOTAL-LINE-1      TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-TOTAL-LINE-7      TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-TOTAL-LINE-8      TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-TOTAL-LINE-9      TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-TOTAL-LINE-10     TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

       500-PRINT-AUDIT-HEADINGS.

