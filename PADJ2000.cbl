      ******************************************************************
      * Title..........: PADJ2000 - Prior-Period Adjustment Release
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-02-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Works the pending prior-period adjustments
      *                  POST2000 held because their invoice dates
      *                  fell in a closed fiscal month. Finance keys
      *                  one approval card per adjustment it has
      *                  reviewed, naming it by batch date, batch
      *                  number and item number: "A" approves it
      *                  and releases it into the current period,
      *                  "D" declines it and drops it from the
      *                  pending file. Released adjustments are
      *                  written in the SALESTRN layout for RCYC2000
      *                  to merge into the next night's batch, with
      *                  the date they were first held and an "R"
      *                  release mark in the recycling columns so
      *                  POST2000 posts them into the current period
      *                  instead of holding them again. Everything
      *                  not acted on stays pending and is listed
      *                  with the number of days it has waited
      * File Desc......: Define the sole source code for the prior-
      *                  period adjustment release program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PADJ2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLDPEND  ASSIGN TO OLDPEND.
           SELECT NEWPEND  ASSIGN TO NEWPEND.
           SELECT ADJAPPR  ASSIGN TO ADJAPPR.
           SELECT RELEASED ASSIGN TO RELEASED.
           SELECT ADJRPT   ASSIGN TO ADJRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  OLDPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

      *****************************************************************
      * One pending prior-period adjustment, in the layout POST2000
      * writes it - the held transaction exactly as it arrived, the
      * batch it came in, its item number within that batch, the
      * date it was held and the transaction's product-line code
      *****************************************************************
       01  PRIOR-ADJUSTMENT-RECORD.
           05  PA-TRANSACTION.
               10  PA-CUSTOMER-NUMBER  PIC 9(5).
               10  PA-INVOICE-DATE     PIC 9(8).
               10  PA-INVOICE-AMOUNT   PIC 9(5)V9(2).
               10  PA-CREDIT-DEBIT-FLAG PIC X(1).
               10  PA-ORIGINAL-DATE    PIC X(8).
               10  PA-RECYCLE-FLAG     PIC X(1).
           05  PA-BATCH-DATE           PIC 9(8).
           05  PA-BATCH-NUMBER         PIC 9(4).
           05  PA-ITEM-NUMBER          PIC 9(7).
           05  PA-HELD-DATE            PIC 9(8).
           05  PA-PRODUCT-LINE         PIC X(2).
           05  FILLER                  PIC X(1).

       FD  NEWPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

       01  NEW-PENDING-RECORD      PIC X(60).

       FD  ADJAPPR
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One finance decision on a pending adjustment, keyed by the
      * batch date, batch number and item number printed on the
      * prior-period adjustment register. The approver's user ID
      * prints on the release register beside the decision
      *****************************************************************
       01  APPROVAL-RECORD.
           05  AP-BATCH-DATE           PIC 9(8).
           05  AP-BATCH-NUMBER         PIC 9(4).
           05  AP-ITEM-NUMBER          PIC 9(7).
           05  AP-ACTION               PIC X(1).
           05  AP-APPROVED-BY          PIC X(8).
           05  FILLER                  PIC X(52).

       FD  RELEASED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 32 CHARACTERS.

      *****************************************************************
      * A released adjustment in the SALESTRN layout. The recycling
      * columns carry the date the item was first held and the "R"
      * release mark POST2000 looks for
      *****************************************************************
       01  RELEASED-TRANSACTION-RECORD.
           05  RT-CUSTOMER-NUMBER      PIC 9(5).
           05  RT-INVOICE-DATE         PIC 9(8).
           05  RT-INVOICE-AMOUNT       PIC 9(5)V9(2).
           05  RT-CREDIT-DEBIT-FLAG    PIC X(1).
           05  RT-ORIGINAL-DATE        PIC 9(8).
           05  RT-RECYCLE-FLAG         PIC X(1).
           05  RT-PRODUCT-LINE         PIC X(2).

       FD  ADJRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the release register as a fixed
      * 130 char length
      *****************************************************************
       01  RELEASE-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the release run
      *****************************************************************

      * Determines when the end of each input file is reached, and
      * whether the pending item in hand has an approval card
       01  SWITCHES.
           05  OLDPEND-EOF-SWITCH      PIC X    VALUE "N".
           05  ADJAPPR-EOF-SWITCH      PIC X    VALUE "N".
           05  APPROVAL-FOUND-SWITCH   PIC X    VALUE "N".
      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * Totals for the release register trailer
       01  TOTAL-FIELDS.
           05  TOTAL-RELEASED          PIC S9(7)      VALUE ZERO.
           05  TOTAL-AMOUNT-RELEASED   PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-DECLINED          PIC S9(7)      VALUE ZERO.
           05  TOTAL-STILL-PENDING     PIC S9(7)      VALUE ZERO.
           05  TOTAL-AMOUNT-PENDING    PIC S9(9)V99   VALUE ZERO.
           05  TOTAL-CARDS-UNMATCHED   PIC S9(7)      VALUE ZERO.
      * Work fields for the day count and the signed amount
       01  CALCULATED-FIELDS.
           05  SIGNED-ADJUSTMENT-AMOUNT PIC S9(5)V99  VALUE ZERO.
           05  RUN-DAY-NUMBER          PIC S9(7)      VALUE ZERO.
           05  DAYS-PENDING            PIC S9(7)      VALUE ZERO.
      * The approval cards, loaded ahead of the pending-file pass.
      * The used flag marks a card that matched a pending item, so
      * cards naming nothing on file can be listed at the end
       01  APPROVAL-TABLE-FIELDS.
           05  APT-ENTRY-COUNT         PIC S9(5)      VALUE ZERO.
           05  APT-SUBSCRIPT           PIC S9(5)      VALUE ZERO.
           05  APT-MATCH-SUBSCRIPT     PIC S9(5)      VALUE ZERO.
       01  APPROVAL-TABLE.
           05  APT-ENTRY OCCURS 1000 TIMES.
               10  APT-BATCH-DATE      PIC 9(8).
               10  APT-BATCH-NUMBER    PIC 9(4).
               10  APT-ITEM-NUMBER     PIC 9(7).
               10  APT-ACTION          PIC X(1).
               10  APT-APPROVED-BY     PIC X(8).
               10  APT-USED-FLAG       PIC X(1).
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      * The run date in CCYYMMDD form for the day count
       01  RUN-DATE-WORK.
           05  RDW-YEAR            PIC 9(4).
           05  RDW-MONTH           PIC 9(2).
           05  RDW-DAY             PIC 9(2).
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-WORK
                                   PIC 9(8).
      * Work field for a CCYYMMDD date, redefined so the register
      * line can print it month/day/year
       01  INVOICE-DATE-WORK.
           05  IDW-YEAR            PIC 9(4).
           05  IDW-MONTH           PIC 9(2).
           05  IDW-DAY             PIC 9(2).

      *****************************************************************
      * Define all lines printed on the release register
      *****************************************************************
       01  RELEASE-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  RH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "PRIOR-PERIOD ADJUSTM".
           05  FILLER          PIC X(20)   VALUE "ENT RELEASE         ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  RH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  RELEASE-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  RH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  RH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PADJ2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  RELEASE-HEADING-LINE-3.
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
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "DAYS".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "USER ID ".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE
               "DISPOSITION         ".
           05  FILLER          PIC X(20)   VALUE SPACE.

       01  RELEASE-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-BATCH-MONTH      PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RL-BATCH-DAY        PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RL-BATCH-YEAR       PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-BATCH-NUMBER     PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-ITEM-NUMBER      PIC 9(7).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  RL-INVOICE-DATE     PIC X(10).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  RL-INVOICE-AMOUNT   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  RL-CREDIT-DEBIT     PIC X(1).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RL-DAYS-PENDING     PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-APPROVED-BY      PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-DISPOSITION      PIC X(30).
           05  FILLER              PIC X(10)    VALUE SPACE.

       01  INVOICE-DATE-EDIT.
           05  IDE-MONTH           PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  IDE-DAY             PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  IDE-YEAR            PIC 9(4).

       01  RELEASE-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "ADJUSTMENTS RELEASED      ".
           05  RT1-RELEASED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(12)    VALUE "NET AMOUNT =".
           05  RT1-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(64)    VALUE SPACE.

       01  RELEASE-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "ADJUSTMENTS DECLINED      ".
           05  RT2-DECLINED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  RELEASE-TOTAL-LINE-3.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "ADJUSTMENTS STILL PENDING ".
           05  RT3-PENDING         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(12)    VALUE "NET AMOUNT =".
           05  RT3-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(64)    VALUE SPACE.

       01  RELEASE-TOTAL-LINE-4.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "APPROVAL CARDS UNMATCHED  ".
           05  RT4-UNMATCHED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the release run. The approval
      * cards are loaded, the pending file is passed once - each
      * item released, declined or carried forward onto the new
      * pending file - and any card that named nothing on file is
      * listed. Unmatched or invalid cards end the run with RC=4 so
      * finance sees them; everything else is still applied
      *****************************************************************
       000-RELEASE-PRIOR-ADJUSTMENTS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RDW-YEAR.
           MOVE CD-MONTH TO RDW-MONTH.
           MOVE CD-DAY   TO RDW-DAY.
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC).
           PERFORM 100-LOAD-APPROVAL-CARDS.
           OPEN INPUT  OLDPEND
                OUTPUT NEWPEND
                OUTPUT RELEASED
                OUTPUT ADJRPT.
           PERFORM 200-WORK-PENDING-ADJUSTMENT
               UNTIL OLDPEND-EOF-SWITCH = "Y".
           PERFORM 300-LIST-UNMATCHED-CARD
               VARYING APT-SUBSCRIPT FROM 1 BY 1
               UNTIL APT-SUBSCRIPT > APT-ENTRY-COUNT.
           PERFORM 400-PRINT-RELEASE-TOTALS.
           IF TOTAL-CARDS-UNMATCHED > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY "PADJ2000 - APPROVAL CARDS MATCHED NO PENDING "
                   "ADJUSTMENT - SEE THE RELEASE REGISTER".
           CLOSE OLDPEND
                 NEWPEND
                 RELEASED
                 ADJRPT.
           STOP RUN.

      *****************************************************************
      * Loads the approval cards into the approval table
      *****************************************************************
       100-LOAD-APPROVAL-CARDS.

           OPEN INPUT ADJAPPR.
           PERFORM 110-LOAD-APPROVAL-CARD
               UNTIL ADJAPPR-EOF-SWITCH = "Y".
           CLOSE ADJAPPR.

       110-LOAD-APPROVAL-CARD.

           READ ADJAPPR
               AT END
                   MOVE "Y" TO ADJAPPR-EOF-SWITCH.
           IF ADJAPPR-EOF-SWITCH = "N"
               AND APT-ENTRY-COUNT < 1000
               ADD 1 TO APT-ENTRY-COUNT
               MOVE AP-BATCH-DATE   TO APT-BATCH-DATE(APT-ENTRY-COUNT)
               MOVE AP-BATCH-NUMBER
                   TO APT-BATCH-NUMBER(APT-ENTRY-COUNT)
               MOVE AP-ITEM-NUMBER  TO APT-ITEM-NUMBER(APT-ENTRY-COUNT)
               MOVE AP-ACTION       TO APT-ACTION(APT-ENTRY-COUNT)
               MOVE AP-APPROVED-BY  TO APT-APPROVED-BY(APT-ENTRY-COUNT)
               MOVE "N"             TO APT-USED-FLAG(APT-ENTRY-COUNT).

      *****************************************************************
      * Reads one pending adjustment and looks for an approval card
      * naming it. An "A" card releases it, a "D" card declines it;
      * anything else - no card, or a card with any other action -
      * leaves it pending on the new file
      *****************************************************************
       200-WORK-PENDING-ADJUSTMENT.

           READ OLDPEND
               AT END
                   MOVE "Y" TO OLDPEND-EOF-SWITCH.
           IF OLDPEND-EOF-SWITCH = "N"
               PERFORM 210-APPLY-APPROVAL.

       210-APPLY-APPROVAL.

           MOVE "N" TO APPROVAL-FOUND-SWITCH.
           PERFORM 215-MATCH-APPROVAL-CARD
               VARYING APT-SUBSCRIPT FROM 1 BY 1
               UNTIL APT-SUBSCRIPT > APT-ENTRY-COUNT
               OR APPROVAL-FOUND-SWITCH = "Y".
           IF PA-CREDIT-DEBIT-FLAG = "C"
               COMPUTE SIGNED-ADJUSTMENT-AMOUNT =
                   ZERO - PA-INVOICE-AMOUNT
           ELSE
               MOVE PA-INVOICE-AMOUNT TO SIGNED-ADJUSTMENT-AMOUNT.
           MOVE SPACES TO RL-APPROVED-BY.
           IF APPROVAL-FOUND-SWITCH = "Y"
               AND APT-ACTION(APT-MATCH-SUBSCRIPT) = "A"
               PERFORM 220-RELEASE-ADJUSTMENT
           ELSE
           IF APPROVAL-FOUND-SWITCH = "Y"
               AND APT-ACTION(APT-MATCH-SUBSCRIPT) = "D"
               ADD 1 TO TOTAL-DECLINED
               MOVE APT-APPROVED-BY(APT-MATCH-SUBSCRIPT)
                                         TO RL-APPROVED-BY
               MOVE "DECLINED - DROPPED"  TO RL-DISPOSITION
           ELSE
               PERFORM 230-CARRY-ADJUSTMENT-FORWARD.
           PERFORM 250-WRITE-RELEASE-LINE.

       215-MATCH-APPROVAL-CARD.

           IF APT-BATCH-DATE(APT-SUBSCRIPT) = PA-BATCH-DATE
               AND APT-BATCH-NUMBER(APT-SUBSCRIPT) = PA-BATCH-NUMBER
               AND APT-ITEM-NUMBER(APT-SUBSCRIPT) = PA-ITEM-NUMBER
               AND (APT-ACTION(APT-SUBSCRIPT) = "A"
                OR  APT-ACTION(APT-SUBSCRIPT) = "D")
               MOVE "Y" TO APPROVAL-FOUND-SWITCH
               MOVE "Y" TO APT-USED-FLAG(APT-SUBSCRIPT)
               MOVE APT-SUBSCRIPT TO APT-MATCH-SUBSCRIPT.

      *****************************************************************
      * Writes an approved adjustment to the released file for
      * RCYC2000 to merge into the next night's batch
      *****************************************************************
       220-RELEASE-ADJUSTMENT.

           ADD 1 TO TOTAL-RELEASED.
           ADD SIGNED-ADJUSTMENT-AMOUNT TO TOTAL-AMOUNT-RELEASED.
           MOVE PA-CUSTOMER-NUMBER    TO RT-CUSTOMER-NUMBER.
           MOVE PA-INVOICE-DATE       TO RT-INVOICE-DATE.
           MOVE PA-INVOICE-AMOUNT     TO RT-INVOICE-AMOUNT.
           MOVE PA-CREDIT-DEBIT-FLAG  TO RT-CREDIT-DEBIT-FLAG.
           MOVE PA-HELD-DATE          TO RT-ORIGINAL-DATE.
           MOVE "R"                   TO RT-RECYCLE-FLAG.
           MOVE PA-PRODUCT-LINE       TO RT-PRODUCT-LINE.
           WRITE RELEASED-TRANSACTION-RECORD.
           MOVE APT-APPROVED-BY(APT-MATCH-SUBSCRIPT) TO RL-APPROVED-BY.
           MOVE "APPROVED - RELEASED"  TO RL-DISPOSITION.

       230-CARRY-ADJUSTMENT-FORWARD.

           ADD 1 TO TOTAL-STILL-PENDING.
           ADD SIGNED-ADJUSTMENT-AMOUNT TO TOTAL-AMOUNT-PENDING.
           MOVE PRIOR-ADJUSTMENT-RECORD TO NEW-PENDING-RECORD.
           WRITE NEW-PENDING-RECORD.
           MOVE "PENDING APPROVAL"      TO RL-DISPOSITION.

      *****************************************************************
      * Prints one pending adjustment and what became of it, with
      * the number of days since it was first held
      *****************************************************************
       250-WRITE-RELEASE-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-RELEASE-HEADINGS.
           MOVE PA-BATCH-DATE         TO INVOICE-DATE-WORK.
           MOVE IDW-MONTH             TO RL-BATCH-MONTH.
           MOVE IDW-DAY               TO RL-BATCH-DAY.
           MOVE IDW-YEAR              TO RL-BATCH-YEAR.
           MOVE PA-BATCH-NUMBER       TO RL-BATCH-NUMBER.
           MOVE PA-ITEM-NUMBER        TO RL-ITEM-NUMBER.
           MOVE PA-CUSTOMER-NUMBER    TO RL-CUSTOMER-NUMBER.
           MOVE PA-INVOICE-DATE       TO INVOICE-DATE-WORK.
           MOVE IDW-MONTH             TO IDE-MONTH.
           MOVE IDW-DAY               TO IDE-DAY.
           MOVE IDW-YEAR              TO IDE-YEAR.
           MOVE INVOICE-DATE-EDIT     TO RL-INVOICE-DATE.
           MOVE PA-INVOICE-AMOUNT     TO RL-INVOICE-AMOUNT.
           MOVE PA-CREDIT-DEBIT-FLAG  TO RL-CREDIT-DEBIT.
           IF PA-HELD-DATE NUMERIC
               AND PA-HELD-DATE > 16010101
               COMPUTE DAYS-PENDING = RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE(PA-HELD-DATE)
           ELSE
               MOVE ZERO TO DAYS-PENDING.
           MOVE DAYS-PENDING          TO RL-DAYS-PENDING.
           MOVE RELEASE-LINE          TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Lists an approval card that matched no pending adjustment -
      * a mistyped key, an item already worked, or an action code
      * other than "A" or "D"
      *****************************************************************
       300-LIST-UNMATCHED-CARD.

           IF APT-USED-FLAG(APT-SUBSCRIPT) = "N"
               ADD 1 TO TOTAL-CARDS-UNMATCHED
               PERFORM 310-WRITE-UNMATCHED-LINE.

       310-WRITE-UNMATCHED-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-RELEASE-HEADINGS.
           IF APT-BATCH-DATE(APT-SUBSCRIPT) NUMERIC
               MOVE APT-BATCH-DATE(APT-SUBSCRIPT) TO INVOICE-DATE-WORK
           ELSE
               MOVE ZERO                   TO INVOICE-DATE-WORK.
           MOVE IDW-MONTH                  TO RL-BATCH-MONTH.
           MOVE IDW-DAY                    TO RL-BATCH-DAY.
           MOVE IDW-YEAR                   TO RL-BATCH-YEAR.
           IF APT-BATCH-NUMBER(APT-SUBSCRIPT) NUMERIC
               MOVE APT-BATCH-NUMBER(APT-SUBSCRIPT) TO RL-BATCH-NUMBER
           ELSE
               MOVE ZERO                   TO RL-BATCH-NUMBER.
           IF APT-ITEM-NUMBER(APT-SUBSCRIPT) NUMERIC
               MOVE APT-ITEM-NUMBER(APT-SUBSCRIPT) TO RL-ITEM-NUMBER
           ELSE
               MOVE ZERO                   TO RL-ITEM-NUMBER.
           MOVE SPACES                     TO RL-CUSTOMER-NUMBER.
           MOVE SPACES                     TO RL-INVOICE-DATE.
           MOVE ZERO                       TO RL-INVOICE-AMOUNT.
           MOVE SPACES                     TO RL-CREDIT-DEBIT.
           MOVE ZERO                       TO RL-DAYS-PENDING.
           MOVE APT-APPROVED-BY(APT-SUBSCRIPT) TO RL-APPROVED-BY.
           IF APT-ACTION(APT-SUBSCRIPT) = "A"
               OR APT-ACTION(APT-SUBSCRIPT) = "D"
               MOVE "*** NO PENDING ITEM ON FILE"
                                           TO RL-DISPOSITION
           ELSE
               MOVE "*** INVALID ACTION CODE"
                                           TO RL-DISPOSITION.
           MOVE RELEASE-LINE               TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Prints the release register control totals
      *****************************************************************
       400-PRINT-RELEASE-TOTALS.

           IF PAGE-COUNT = ZERO
               PERFORM 500-PRINT-RELEASE-HEADINGS.
           MOVE TOTAL-RELEASED        TO RT1-RELEASED.
           MOVE TOTAL-AMOUNT-RELEASED TO RT1-AMOUNT.
           MOVE TOTAL-DECLINED        TO RT2-DECLINED.
           MOVE TOTAL-STILL-PENDING   TO RT3-PENDING.
           MOVE TOTAL-AMOUNT-PENDING  TO RT3-AMOUNT.
           MOVE TOTAL-CARDS-UNMATCHED TO RT4-UNMATCHED.
           MOVE SPACES                TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           MOVE RELEASE-TOTAL-LINE-1  TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           MOVE RELEASE-TOTAL-LINE-2  TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           MOVE RELEASE-TOTAL-LINE-3  TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           MOVE RELEASE-TOTAL-LINE-4  TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.

       500-PRINT-RELEASE-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO RH1-MONTH.
           MOVE CD-DAY     TO RH1-DAY.
           MOVE CD-YEAR    TO RH1-YEAR.
           MOVE CD-HOURS   TO RH2-HOURS.
           MOVE CD-MINUTES TO RH2-MINUTES.
           MOVE RELEASE-HEADING-LINE-1 TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           MOVE RELEASE-HEADING-LINE-2 TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           MOVE SPACES                 TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           MOVE RELEASE-HEADING-LINE-3 TO RELEASE-PRINT-AREA.
           WRITE RELEASE-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
