      ******************************************************************
      * Title..........: APR2000 - Online Maintenance Approval
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 10-15-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: CICS approval screen (transaction APR2) for
      *                  the maintenance transactions MNT2000 held
      *                  because they would move a customer's
      *                  this-YTD or last-YTD sales by more than the
      *                  hold limit. Each held item is shown with the
      *                  master figures it would replace, the values
      *                  keyed, and the user who keyed it. PF4
      *                  approves it, PF6 declines it, PF8 moves to
      *                  the next held item, PF3 or CLEAR ends. The
      *                  whole held item, with the master figures it
      *                  was held against, is written to the decided-
      *                  items queue stamped with the supervisor's
      *                  user ID and an "A" or "D" mark, and the item
      *                  leaves the pending-approval file; that
      *                  night's MNT2000 run applies an approved
      *                  change - the sales figures moved by the amount
      *                  approved, on top of any posting since it was
      *                  held - or drops a declined one, and prints
      *                  both user IDs on its audit trail. An
      *                  approval mark is honoured only from the
      *                  decided-items file this screen writes. The
      *                  user who keyed a change can never decide it.
      *                  Keyed as APR2 alone the screen starts at the
      *                  first held item; APR2 and a customer number
      *                  starts at that customer's first held item.
      *                  Who may run APR2 is controlled by
      *                  transaction security on the APR2 definition,
      *                  the same way ENT2 is controlled
      * File Desc......: Define the sole source code for the online
      *                  maintenance approval program. The held items
      *                  are defined to CICS as MNTAPPR (FCT entry
      *                  over PROD.MNTAPPR.KSDS, loaded nightly by the
      *                  MNT2000J job); decisions are written to the
      *                  MNTA extrapartition transient data queue
      *                  (PROD.MNTAPPR.DECIDED, LRECL 150)
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. APR2000.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the approval screen
      *****************************************************************

      * The raw terminal input when APR2 is keyed: transaction code,
      * a space, and an optional five-digit customer number
       01  APPROVAL-INPUT-AREA.
           05  AI-TRANSID          PIC X(4)    VALUE SPACE.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AI-CUSTOMER-NUMBER  PIC X(5)    VALUE SPACE.
           05  FILLER              PIC X(70)   VALUE SPACE.
       01  APPROVAL-INPUT-LENGTH   PIC S9(4)   COMP  VALUE +80.
      * CICS response code from the receive, reads, and queue write
       01  APPROVAL-RESPONSE       PIC S9(8)   COMP.
      * The signed-on supervisor, and the decision being recorded
       01  APPROVER-USER-ID        PIC X(8)    VALUE SPACE.
       01  APPROVAL-ACTION         PIC X(1)    VALUE SPACE.
      * Attention identifier values as CICS sets them in EIBAID
       01  APPROVAL-AID-KEYS.
           05  AID-CLEAR           PIC X       VALUE X"6D".
           05  AID-PF3             PIC X       VALUE X"F3".
           05  AID-PF4             PIC X       VALUE X"F4".
           05  AID-PF6             PIC X       VALUE X"F6".
           05  AID-PF8             PIC X       VALUE X"F8".
      * Whether the screen carries on to another exchange, whether a
      * held item was found, and whether the item on the screen is
      * skipped when reading for the next one
       01  SWITCHES.
           05  APPROVAL-CONTINUE-SWITCH PIC X   VALUE "N".
           05  ITEM-FOUND-SWITCH        PIC X   VALUE "N".
           05  SKIP-CURRENT-SWITCH      PIC X   VALUE "N".
      * Message for the bottom of the screen, the customer number the
      * screen was started at, and the field-line subscript
       01  APPROVAL-WORK-FIELDS.
           05  APPROVAL-MESSAGE-TEXT   PIC X(60)   VALUE SPACE.
           05  START-CUSTOMER-NUMBER   PIC X(5)    VALUE SPACE.
           05  ITEM-LINE-SUBSCRIPT     PIC S9(3)   COMP  VALUE ZERO.
      * A CCYYMMDD date taken apart for display as MM/DD/CCYY
       01  DISPLAY-DATE-WORK.
           05  DDW-YEAR            PIC 9(4).
           05  DDW-MONTH           PIC 9(2).
           05  DDW-DAY             PIC 9(2).
      * Edited work field for the amounts shown on the screen
       01  DISPLAY-AMOUNT          PIC ZZ,ZZ9.99-.

      *****************************************************************
      * The position carried from screen to screen. State "S" is a
      * held item on the screen, named by its key
      *****************************************************************
       01  APPROVAL-COMMAREA.
           05  AC-STATE                PIC X(1).
           05  AC-KEY                  PIC X(17).
           05  FILLER                  PIC X(2).

      *****************************************************************
      * The key of the pending-approval file - customer number and
      * the date and time MNT2000 held the transaction
      *****************************************************************
       01  BROWSE-KEY.
           05  BK-CUSTOMER-NUMBER      PIC 9(5).
           05  BK-HELD-DATE            PIC 9(8).
           05  BK-HELD-TIME            PIC 9(4).

      *****************************************************************
      * One held maintenance transaction, in the layout MNT2000
      * writes - the key, the transaction as it arrived, and the
      * customer's master fields when it was held (zero sales on a
      * held add)
      *****************************************************************
       01  HELD-MAINTENANCE-RECORD.
           05  HM-KEY.
               10  HM-CUSTOMER-NUMBER      PIC 9(5).
               10  HM-HELD-DATE            PIC 9(8).
               10  HM-HELD-TIME            PIC 9(4).
           05  HM-TRANSACTION.
               10  HT-ACTION-CODE          PIC X(1).
               10  HT-CUSTOMER-NUMBER      PIC X(5).
               10  HT-BRANCH-NUMBER        PIC X(2).
               10  HT-SALESREP-NUMBER      PIC X(2).
               10  HT-CUSTOMER-NAME        PIC X(20).
               10  HT-SALES-THIS-YTD       PIC X(7).
               10  HT-SALES-THIS-YTD-9 REDEFINES HT-SALES-THIS-YTD
                                           PIC 9(5)V9(2).
               10  HT-SALES-LAST-YTD       PIC X(7).
               10  HT-SALES-LAST-YTD-9 REDEFINES HT-SALES-LAST-YTD
                                           PIC 9(5)V9(2).
               10  HT-SALES-BUDGET-YTD     PIC X(7).
               10  HT-SALES-BUDGET-YTD-9 REDEFINES HT-SALES-BUDGET-YTD
                                           PIC 9(5)V9(2).
               10  FILLER                  PIC X(9).
               10  HT-ENTERED-BY           PIC X(8).
               10  HT-APPROVED-BY          PIC X(8).
               10  HT-APPROVAL-FLAG        PIC X(1).
               10  FILLER                  PIC X(3).
           05  HM-BRANCH-NUMBER            PIC X(2).
           05  HM-SALESREP-NUMBER          PIC X(2).
           05  HM-CUSTOMER-NAME            PIC X(20).
           05  HM-MASTER-THIS-YTD          PIC S9(5)V9(2).
           05  HM-MASTER-LAST-YTD          PIC S9(5)V9(2).
           05  HM-MASTER-BUDGET-YTD        PIC S9(5)V9(2).
           05  HM-HOLD-LIMIT               PIC 9(5)V9(2).
           05  FILLER                      PIC X(1).

      *****************************************************************
      * Define all lines sent back to the approval screen
      *****************************************************************
       01  APPROVAL-DISPLAY-AREA.
           05  APPROVAL-LINE-1.
               10  FILLER          PIC X(10)   VALUE "CUSTOMER: ".
               10  AL1-CUSTOMER-NUMBER PIC X(5).
               10  FILLER          PIC X(2)    VALUE SPACE.
               10  AL1-CUSTOMER-NAME   PIC X(20).
               10  FILLER          PIC X(10)   VALUE "  BRANCH: ".
               10  AL1-BRANCH-NUMBER   PIC X(2).
               10  FILLER          PIC X(7)    VALUE "  REP: ".
               10  AL1-SALESREP-NUMBER PIC X(2).
               10  FILLER          PIC X(21)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  APPROVAL-LINE-2.
               10  FILLER          PIC X(10)   VALUE "ACTION:   ".
               10  AL2-ACTION      PIC X(6).
               10  FILLER          PIC X(10)   VALUE "    HELD: ".
               10  AL2-HELD-MONTH  PIC 9(2).
               10  FILLER          PIC X(1)    VALUE "/".
               10  AL2-HELD-DAY    PIC 9(2).
               10  FILLER          PIC X(1)    VALUE "/".
               10  AL2-HELD-YEAR   PIC 9(4).
               10  FILLER          PIC X(14)   VALUE "    KEYED BY: ".
               10  AL2-ENTERED-BY  PIC X(8).
               10  FILLER          PIC X(21)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  APPROVAL-LINE-3.
               10  FILLER          PIC X(79)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  APPROVAL-LINE-4.
               10  FILLER          PIC X(18)   VALUE "FIELD".
               10  FILLER          PIC X(2)    VALUE SPACE.
               10  FILLER          PIC X(20)   VALUE
                   "ON MASTER WHEN HELD ".
               10  FILLER          PIC X(2)    VALUE SPACE.
               10  FILLER          PIC X(20)   VALUE
                   "KEYED VALUE         ".
               10  FILLER          PIC X(17)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  APPROVAL-FIELD-LINE OCCURS 6 TIMES.
               10  AFL-FIELD-NAME      PIC X(18).
               10  FILLER              PIC X(2).
               10  AFL-MASTER-VALUE    PIC X(20).
               10  FILLER              PIC X(2).
               10  AFL-KEYED-VALUE     PIC X(20).
               10  FILLER              PIC X(17).
               10  AFL-LINE-END        PIC X(1).
           05  APPROVAL-LINE-11.
               10  FILLER          PIC X(79)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  APPROVAL-LINE-12.
               10  FILLER          PIC X(12)   VALUE "HOLD LIMIT: ".
               10  AL12-HOLD-LIMIT PIC ZZ,ZZ9.99.
               10  FILLER          PIC X(58)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  APPROVAL-LINE-13.
               10  FILLER          PIC X(79)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  APPROVAL-LINE-14.
               10  AL14-MESSAGE-TEXT   PIC X(60).
               10  FILLER          PIC X(19)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  APPROVAL-LINE-15.
               10  FILLER          PIC X(40)   VALUE
                   "PF4=APPROVE  PF6=DECLINE  PF8=NEXT ITEM ".
               10  FILLER          PIC X(15)   VALUE
                   " PF3/CLEAR=END ".
               10  FILLER          PIC X(24)   VALUE SPACE.

       01  APPROVAL-ERROR-AREA.
           05  AE-MESSAGE-TEXT     PIC X(70).

       LINKAGE SECTION.

       01  DFHCOMMAREA             PIC X(20).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the approval screen. A first entry
      * shows the first held item at or past the customer keyed;
      * PF4 and PF6 decide the item on the screen, PF8 moves past
      * it, and any other key shows it again
      *****************************************************************
       000-PROCESS-APPROVAL.

           IF EIBCALEN = ZERO
               PERFORM 100-RECEIVE-APPROVAL-REQUEST
           ELSE
               MOVE DFHCOMMAREA TO APPROVAL-COMMAREA
               IF EIBAID = AID-CLEAR
                   OR EIBAID = AID-PF3
                   PERFORM 600-END-APPROVAL
               ELSE
               IF EIBAID = AID-PF4
                   MOVE "A" TO APPROVAL-ACTION
                   PERFORM 300-DECIDE-HELD-ITEM
               ELSE
               IF EIBAID = AID-PF6
                   MOVE "D" TO APPROVAL-ACTION
                   PERFORM 300-DECIDE-HELD-ITEM
               ELSE
               IF EIBAID = AID-PF8
                   PERFORM 210-SHOW-NEXT-ITEM
               ELSE
                   PERFORM 220-SHOW-SAME-ITEM.
           IF APPROVAL-CONTINUE-SWITCH = "Y"
               EXEC CICS RETURN
                   TRANSID('APR2')
                   COMMAREA(APPROVAL-COMMAREA)
                   LENGTH(20)
               END-EXEC
           ELSE
               EXEC CICS RETURN
               END-EXEC.

      *****************************************************************
      * APR2 keyed - receives and edits the optional customer number.
      * LENGERR only means the operator keyed past the 80 bytes the
      * input area holds
      *****************************************************************
       100-RECEIVE-APPROVAL-REQUEST.

           EXEC CICS RECEIVE
               INTO(APPROVAL-INPUT-AREA)
               LENGTH(APPROVAL-INPUT-LENGTH)
               RESP(APPROVAL-RESPONSE)
           END-EXEC.
           IF APPROVAL-RESPONSE NOT = DFHRESP(NORMAL)
               AND APPROVAL-RESPONSE NOT = DFHRESP(LENGERR)
               MOVE "APPROVAL INPUT NOT RECEIVED - TRY AGAIN"
                   TO AE-MESSAGE-TEXT
               PERFORM 500-SEND-ERROR-MESSAGE
           ELSE
           IF AI-CUSTOMER-NUMBER NOT = SPACES
               AND AI-CUSTOMER-NUMBER NOT NUMERIC
               MOVE "ENTER APR2, OR APR2 NNNNN FOR ONE CUSTOMER"
                   TO AE-MESSAGE-TEXT
               PERFORM 500-SEND-ERROR-MESSAGE
           ELSE
               MOVE SPACES TO APPROVAL-COMMAREA
               MOVE ZERO   TO BK-HELD-DATE
               MOVE ZERO   TO BK-HELD-TIME
               PERFORM 110-SET-START-KEY
               PERFORM 200-SHOW-FIRST-ITEM.

      *****************************************************************
      * Starts the browse at the customer keyed, or at the first
      * held item in the file when APR2 was keyed on its own
      *****************************************************************
       110-SET-START-KEY.

           IF AI-CUSTOMER-NUMBER = SPACES
               MOVE ZERO               TO BK-CUSTOMER-NUMBER
           ELSE
               MOVE AI-CUSTOMER-NUMBER TO BK-CUSTOMER-NUMBER
               MOVE AI-CUSTOMER-NUMBER TO START-CUSTOMER-NUMBER.

      *****************************************************************
      * Shows the first held item at or past the starting key. When
      * a customer was keyed and nothing is held for it, the next
      * held item in the file is shown with a message saying so
      *****************************************************************
       200-SHOW-FIRST-ITEM.

           MOVE "N" TO SKIP-CURRENT-SWITCH.
           PERFORM 400-READ-HELD-ITEM.
           IF ITEM-FOUND-SWITCH = "Y"
               IF START-CUSTOMER-NUMBER NOT = SPACES
                   AND HT-CUSTOMER-NUMBER NOT = START-CUSTOMER-NUMBER
                   MOVE "NOTHING HELD FOR THAT CUSTOMER - NEXT SHOWN"
                       TO APPROVAL-MESSAGE-TEXT.
           IF ITEM-FOUND-SWITCH = "Y"
               PERFORM 250-SEND-HELD-ITEM
           ELSE
               PERFORM 260-SEND-NOTHING-HELD.

      *****************************************************************
      * Moves past the item on the screen. Past the last held item
      * the screen goes back to the first
      *****************************************************************
       210-SHOW-NEXT-ITEM.

           MOVE AC-KEY TO BROWSE-KEY.
           MOVE "Y"    TO SKIP-CURRENT-SWITCH.
           PERFORM 400-READ-HELD-ITEM.
           IF ITEM-FOUND-SWITCH = "Y"
               PERFORM 250-SEND-HELD-ITEM
           ELSE
               MOVE ZERO TO BK-CUSTOMER-NUMBER
               MOVE ZERO TO BK-HELD-DATE
               MOVE ZERO TO BK-HELD-TIME
               MOVE "N"  TO SKIP-CURRENT-SWITCH
               PERFORM 400-READ-HELD-ITEM
               IF ITEM-FOUND-SWITCH = "Y"
                   MOVE "END OF HELD ITEMS - BACK TO THE FIRST"
                       TO APPROVAL-MESSAGE-TEXT
                   PERFORM 250-SEND-HELD-ITEM
               ELSE
                   PERFORM 260-SEND-NOTHING-HELD.

      *****************************************************************
      * Any other key shows the item on the screen again, read
      * fresh - or the next one, if another supervisor has decided
      * it in the meantime
      *****************************************************************
       220-SHOW-SAME-ITEM.

           MOVE AC-KEY TO BROWSE-KEY.
           MOVE "N"    TO SKIP-CURRENT-SWITCH.
           PERFORM 400-READ-HELD-ITEM.
           IF ITEM-FOUND-SWITCH = "Y"
               PERFORM 250-SEND-HELD-ITEM
           ELSE
               PERFORM 260-SEND-NOTHING-HELD.

      *****************************************************************
      * Formats the held item - the master figures it would replace
      * beside the values keyed - and sends it. A value left as
      * spaces on the transaction was not keyed and is not changed
      *****************************************************************
       250-SEND-HELD-ITEM.

           IF APPROVAL-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE "APPROVAL FILE UNAVAILABLE - CALL OPERATIONS"
                   TO AE-MESSAGE-TEXT
               PERFORM 500-SEND-ERROR-MESSAGE
           ELSE
               PERFORM 255-FORMAT-HELD-ITEM
               EXEC CICS SEND TEXT
                   FROM(APPROVAL-DISPLAY-AREA)
                   ERASE
                   FREEKB
               END-EXEC
               MOVE "S"    TO AC-STATE
               MOVE HM-KEY TO AC-KEY
               MOVE "Y"    TO APPROVAL-CONTINUE-SWITCH.

       255-FORMAT-HELD-ITEM.

           MOVE HT-CUSTOMER-NUMBER    TO AL1-CUSTOMER-NUMBER.
           MOVE HM-CUSTOMER-NAME      TO AL1-CUSTOMER-NAME.
           MOVE HM-BRANCH-NUMBER      TO AL1-BRANCH-NUMBER.
           MOVE HM-SALESREP-NUMBER    TO AL1-SALESREP-NUMBER.
           IF HT-ACTION-CODE = "A"
               MOVE "ADD"             TO AL2-ACTION
           ELSE
               MOVE "CHANGE"          TO AL2-ACTION.
           MOVE HM-HELD-DATE          TO DISPLAY-DATE-WORK.
           MOVE DDW-MONTH             TO AL2-HELD-MONTH.
           MOVE DDW-DAY               TO AL2-HELD-DAY.
           MOVE DDW-YEAR              TO AL2-HELD-YEAR.
           IF HT-ENTERED-BY = SPACES
               MOVE "*BATCH*"         TO AL2-ENTERED-BY
           ELSE
               MOVE HT-ENTERED-BY     TO AL2-ENTERED-BY.
           MOVE ZERO TO ITEM-LINE-SUBSCRIPT.
           PERFORM 256-CLEAR-FIELD-LINE 6 TIMES.
           MOVE "BRANCH NUMBER"       TO AFL-FIELD-NAME(1).
           MOVE HT-BRANCH-NUMBER      TO AFL-KEYED-VALUE(1).
           MOVE "SALESREP NUMBER"     TO AFL-FIELD-NAME(2).
           MOVE HT-SALESREP-NUMBER    TO AFL-KEYED-VALUE(2).
           MOVE "CUSTOMER NAME"       TO AFL-FIELD-NAME(3).
           MOVE HT-CUSTOMER-NAME      TO AFL-KEYED-VALUE(3).
           IF HT-ACTION-CODE = "A"
               MOVE "*** NEW CUSTOMER ***" TO AFL-MASTER-VALUE(3)
           ELSE
               MOVE HM-BRANCH-NUMBER   TO AFL-MASTER-VALUE(1)
               MOVE HM-SALESREP-NUMBER TO AFL-MASTER-VALUE(2)
               MOVE HM-CUSTOMER-NAME   TO AFL-MASTER-VALUE(3).
           MOVE "THIS-YTD SALES"      TO AFL-FIELD-NAME(4).
           MOVE HM-MASTER-THIS-YTD    TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT        TO AFL-MASTER-VALUE(4).
           IF HT-SALES-THIS-YTD NOT = SPACES
               MOVE HT-SALES-THIS-YTD-9 TO DISPLAY-AMOUNT
               MOVE DISPLAY-AMOUNT      TO AFL-KEYED-VALUE(4).
           MOVE "LAST-YTD SALES"      TO AFL-FIELD-NAME(5).
           MOVE HM-MASTER-LAST-YTD    TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT        TO AFL-MASTER-VALUE(5).
           IF HT-SALES-LAST-YTD NOT = SPACES
               MOVE HT-SALES-LAST-YTD-9 TO DISPLAY-AMOUNT
               MOVE DISPLAY-AMOUNT      TO AFL-KEYED-VALUE(5).
           MOVE "BUDGET-YTD SALES"    TO AFL-FIELD-NAME(6).
           MOVE HM-MASTER-BUDGET-YTD  TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT        TO AFL-MASTER-VALUE(6).
           IF HT-SALES-BUDGET-YTD NOT = SPACES
               MOVE HT-SALES-BUDGET-YTD-9 TO DISPLAY-AMOUNT
               MOVE DISPLAY-AMOUNT        TO AFL-KEYED-VALUE(6).
           MOVE HM-HOLD-LIMIT         TO AL12-HOLD-LIMIT.
           IF APPROVAL-MESSAGE-TEXT = SPACES
               MOVE "PF4 TO APPROVE THIS CHANGE OR PF6 TO DECLINE IT"
                   TO APPROVAL-MESSAGE-TEXT.
           MOVE APPROVAL-MESSAGE-TEXT TO AL14-MESSAGE-TEXT.

       256-CLEAR-FIELD-LINE.

           ADD 1 TO ITEM-LINE-SUBSCRIPT.
           MOVE SPACES TO APPROVAL-FIELD-LINE(ITEM-LINE-SUBSCRIPT).
           MOVE X"15"  TO AFL-LINE-END(ITEM-LINE-SUBSCRIPT).

      *****************************************************************
      * Nothing left to decide - says so, with the message from a
      * decision just made if there was one, and ends the screen
      *****************************************************************
       260-SEND-NOTHING-HELD.

           IF APPROVAL-RESPONSE NOT = DFHRESP(NORMAL)
               AND APPROVAL-RESPONSE NOT = DFHRESP(NOTFND)
               AND APPROVAL-RESPONSE NOT = DFHRESP(ENDFILE)
               MOVE "APPROVAL FILE UNAVAILABLE - CALL OPERATIONS"
                   TO AE-MESSAGE-TEXT
           ELSE
           IF APPROVAL-MESSAGE-TEXT NOT = SPACES
               MOVE APPROVAL-MESSAGE-TEXT TO AE-MESSAGE-TEXT
           ELSE
               MOVE "NO MAINTENANCE CHANGES ARE AWAITING APPROVAL"
                   TO AE-MESSAGE-TEXT.
           PERFORM 500-SEND-ERROR-MESSAGE.

      *****************************************************************
      * Decides the item on the screen. It is read for update so two
      * supervisors cannot decide it at once; an item already gone
      * was decided by someone else. The user who keyed the change
      * is refused. The decision is written to the decided queue
      * before the item is deleted, so an item can never leave the
      * file without its decision reaching MNT2000
      *****************************************************************
       300-DECIDE-HELD-ITEM.

           EXEC CICS ASSIGN
               USERID(APPROVER-USER-ID)
           END-EXEC.
           MOVE AC-KEY TO BROWSE-KEY.
           EXEC CICS READ
               FILE('MNTAPPR')
               INTO(HELD-MAINTENANCE-RECORD)
               RIDFLD(BROWSE-KEY)
               UPDATE
               RESP(APPROVAL-RESPONSE)
           END-EXEC.
           IF APPROVAL-RESPONSE = DFHRESP(NOTFND)
               MOVE "THAT ITEM WAS ALREADY DECIDED - NEXT ITEM SHOWN"
                   TO APPROVAL-MESSAGE-TEXT
               PERFORM 220-SHOW-SAME-ITEM
           ELSE
           IF APPROVAL-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE "APPROVAL FILE UNAVAILABLE - CALL OPERATIONS"
                   TO AE-MESSAGE-TEXT
               PERFORM 500-SEND-ERROR-MESSAGE
           ELSE
           IF HT-ENTERED-BY = APPROVER-USER-ID
               EXEC CICS UNLOCK
                   FILE('MNTAPPR')
               END-EXEC
               MOVE "YOU KEYED THIS - ANOTHER SUPERVISOR MUST DECIDE IT"
                   TO APPROVAL-MESSAGE-TEXT
               PERFORM 250-SEND-HELD-ITEM
           ELSE
               PERFORM 310-RECORD-DECISION.

      *****************************************************************
      * Stamps the supervisor and the decision on the transaction,
      * sends the whole held item to tonight's MNT2000 run through
      * the decided-items queue, removes the item from the pending-
      * approval file, and shows the next held item
      *****************************************************************
       310-RECORD-DECISION.

           MOVE APPROVER-USER-ID TO HT-APPROVED-BY.
           MOVE APPROVAL-ACTION  TO HT-APPROVAL-FLAG.
           EXEC CICS WRITEQ TD
               QUEUE('MNTA')
               FROM(HELD-MAINTENANCE-RECORD)
               LENGTH(150)
               RESP(APPROVAL-RESPONSE)
           END-EXEC.
           IF APPROVAL-RESPONSE NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK
                   FILE('MNTAPPR')
               END-EXEC
               MOVE "DECISION QUEUE UNAVAILABLE - NOTHING DECIDED"
                   TO AE-MESSAGE-TEXT
               PERFORM 500-SEND-ERROR-MESSAGE
           ELSE
               EXEC CICS DELETE
                   FILE('MNTAPPR')
                   RESP(APPROVAL-RESPONSE)
               END-EXEC
               PERFORM 320-SET-DECISION-MESSAGE
               PERFORM 220-SHOW-SAME-ITEM.

       320-SET-DECISION-MESSAGE.

           IF APPROVAL-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE "DECIDED BUT ITEM NOT REMOVED - CALL OPERATIONS"
                   TO APPROVAL-MESSAGE-TEXT
           ELSE
           IF APPROVAL-ACTION = "A"
               STRING "CUSTOMER " HT-CUSTOMER-NUMBER
                      " APPROVED - APPLIED IN TONIGHT'S UPDATE"
                   DELIMITED BY SIZE INTO APPROVAL-MESSAGE-TEXT
           ELSE
               STRING "CUSTOMER " HT-CUSTOMER-NUMBER
                      " DECLINED - DROPPED IN TONIGHT'S UPDATE"
                   DELIMITED BY SIZE INTO APPROVAL-MESSAGE-TEXT.

      *****************************************************************
      * Reads the first held item at or past the browse key - past
      * it, when the item on the screen is to be skipped. NOTFND on
      * the STARTBR means nothing is held at or past the key
      *****************************************************************
       400-READ-HELD-ITEM.

           MOVE "N" TO ITEM-FOUND-SWITCH.
           EXEC CICS STARTBR
               FILE('MNTAPPR')
               RIDFLD(BROWSE-KEY)
               GTEQ
               RESP(APPROVAL-RESPONSE)
           END-EXEC.
           IF APPROVAL-RESPONSE = DFHRESP(NORMAL)
               PERFORM 410-READ-NEXT-HELD-ITEM
               IF ITEM-FOUND-SWITCH = "Y"
                   AND SKIP-CURRENT-SWITCH = "Y"
                   AND HM-KEY = AC-KEY
                   PERFORM 410-READ-NEXT-HELD-ITEM.
           IF APPROVAL-RESPONSE = DFHRESP(NORMAL)
               OR APPROVAL-RESPONSE = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                   FILE('MNTAPPR')
               END-EXEC.

       410-READ-NEXT-HELD-ITEM.

           MOVE "N" TO ITEM-FOUND-SWITCH.
           EXEC CICS READNEXT
               FILE('MNTAPPR')
               INTO(HELD-MAINTENANCE-RECORD)
               RIDFLD(BROWSE-KEY)
               RESP(APPROVAL-RESPONSE)
           END-EXEC.
           IF APPROVAL-RESPONSE = DFHRESP(NORMAL)
               MOVE "Y" TO ITEM-FOUND-SWITCH.

       500-SEND-ERROR-MESSAGE.

           EXEC CICS SEND TEXT
               FROM(APPROVAL-ERROR-AREA)
               ERASE
               FREEKB
           END-EXEC.
           MOVE "N" TO APPROVAL-CONTINUE-SWITCH.

       600-END-APPROVAL.

           MOVE "MAINTENANCE APPROVAL ENDED" TO AE-MESSAGE-TEXT.
           PERFORM 500-SEND-ERROR-MESSAGE.
