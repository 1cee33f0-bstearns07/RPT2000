      ******************************************************************
      * Title..........: BAL2000 - Nightly Balancing Proof
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-02-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Proves the steps of the nightly RPT2000J job
      *                  agree with each other, where each program
      *                  so far only balances itself. The master as
      *                  it stood before posting plus the net amount
      *                  POST2000 recorded on the posting control
      *                  file must equal tonight's master; the posted
      *                  amount and sales tax together must equal the
      *                  GLEXTR control record; each must equal what
      *                  was appended to the sales detail history;
      *                  and the RPT2000 grand THIS-YTD
      *                  total on the run log must equal the sum of
      *                  the history posted this year. Every figure
      *                  and every proof prints on a one-page proof
      *                  report, and any break ends the run with
      *                  RC=8 so operations holds the morning
      *                  distribution
      * File Desc......: Define the sole source code for the nightly
      *                  balancing proof program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BAL2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PRIORMST ASSIGN TO PRIORMST.
           SELECT CURRMST  ASSIGN TO CURRMST.
           SELECT POSTCTL  ASSIGN TO POSTCTL.
           SELECT GLEXTR   ASSIGN TO GLEXTR.
           SELECT HISTORY  ASSIGN TO HISTORY.
           SELECT RUNLOG   ASSIGN TO RUNLOG.
           SELECT PROOFRPT ASSIGN TO PROOFRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  PRIORMST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The customer master as it stood before tonight's posting -
      * the .BKUP generation the job's swap step keeps. Only the
      * customer number and THIS-YTD sales are needed; the
      * expected-totals trailer is recognized by its key and skipped
      *****************************************************************
       01  PRIOR-MASTER-RECORD.
           05  PM-TRAILER-KEY          PIC X(9).
           05  FILLER                  PIC X(20).
           05  PM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  FILLER                  PIC X(94).

       FD  CURRMST
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * The customer master as posted tonight, the file the RPT2000
      * report step read, in the same layout
      *****************************************************************
       01  CURRENT-MASTER-RECORD.
           05  CM-TRAILER-KEY          PIC X(9).
           05  FILLER                  PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  FILLER                  PIC X(94).

       FD  POSTCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One batch on the POST2000 posting control file, with the
      * count and net amount the batch posted. Records written
      * before the count and amount were carried hold spaces there
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
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.

      *****************************************************************
      * One general ledger interface record - only the type "C"
      * control record, written last, is used by the proof
      *****************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X(1).
           05  GL-POSTING-DATE         PIC 9(8).
           05  GL-BRANCH-NUMBER        PIC 9(2).
           05  GL-DEBIT-ACCOUNT        PIC X(8).
           05  GL-CREDIT-ACCOUNT       PIC X(8).
           05  GL-AMOUNT               PIC S9(9)V9(2).
           05  GL-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X(15).

       FD  HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.

      *****************************************************************
      * One posted transaction on the cumulative sales detail
      * history, after tonight's append step
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

       FD  RUNLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * One RPT2000 run-history record - the last one on file is
      * tonight's report run
      *****************************************************************
       01  RUN-LOG-RECORD.
           05  RL-RUN-DATE             PIC 9(8).
           05  RL-RUN-TIME             PIC 9(6).
           05  RL-PARM-BRANCH          PIC X(2).
           05  RL-PARM-RESTART         PIC X(1).
           05  RL-RECORD-COUNT         PIC 9(7).
           05  RL-HASH-TOTAL           PIC 9(11).
           05  RL-GRAND-THIS-YTD       PIC S9(9)V9(2).
           05  RL-GRAND-LAST-YTD       PIC S9(9)V9(2).
           05  RL-GRAND-BUDGET         PIC S9(9)V9(2).
           05  RL-VALIDATION-ERRORS    PIC 9(5).
           05  RL-REPORT-HELD-FLAG     PIC X(1).
           05  RL-TRAILER-BALANCED     PIC X(1).
           05  FILLER                  PIC X(55).

       FD  PROOFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the proof report as a fixed 130
      * char length
      *****************************************************************
       01  PROOF-PRINT-AREA        PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the balancing proof
      *****************************************************************

      * Determines when the end of each input file is reached
       01  SWITCHES.
           05  PRIORMST-EOF-SWITCH     PIC X    VALUE "N".
           05  CURRMST-EOF-SWITCH      PIC X    VALUE "N".
           05  POSTCTL-EOF-SWITCH      PIC X    VALUE "N".
           05  GLEXTR-EOF-SWITCH       PIC X    VALUE "N".
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
           05  RUNLOG-EOF-SWITCH       PIC X    VALUE "N".
           05  BATCH-FOUND-SWITCH      PIC X    VALUE "N".
           05  GL-CONTROL-FOUND-SWITCH PIC X    VALUE "N".
           05  RUN-LOG-FOUND-SWITCH    PIC X    VALUE "N".
      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * The figures gathered from each file in the chain. The last
      * batch is the one tonight's swap step took the .BKUP master
      * before; the posting-day figures add up every batch posted
      * on the last batch's posting date, the same set of records
      * the history append steps added on that date
       01  PROOF-FIELDS.
           05  PRIOR-MASTER-COUNT      PIC S9(7)      VALUE ZERO.
           05  PRIOR-MASTER-TOTAL      PIC S9(11)V99  VALUE ZERO.
           05  CURRENT-MASTER-COUNT    PIC S9(7)      VALUE ZERO.
           05  CURRENT-MASTER-TOTAL    PIC S9(11)V99  VALUE ZERO.
           05  LAST-BATCH-DATE         PIC 9(8)       VALUE ZERO.
           05  LAST-BATCH-NUMBER       PIC 9(4)       VALUE ZERO.
           05  LAST-POSTING-DATE       PIC 9(8)       VALUE ZERO.
           05  LAST-BATCH-COUNT        PIC S9(7)      VALUE ZERO.
           05  LAST-BATCH-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  LAST-BATCH-TAX          PIC S9(9)V99   VALUE ZERO.
           05  POSTING-DAY-COUNT       PIC S9(7)      VALUE ZERO.
           05  POSTING-DAY-AMOUNT      PIC S9(9)V99   VALUE ZERO.
           05  POSTING-DAY-TAX         PIC S9(9)V99   VALUE ZERO.
           05  GL-CONTROL-DATE         PIC 9(8)       VALUE ZERO.
           05  GL-CONTROL-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  GL-CONTROL-COUNT        PIC S9(7)      VALUE ZERO.
           05  HISTORY-DAY-COUNT       PIC S9(7)      VALUE ZERO.
           05  HISTORY-DAY-AMOUNT      PIC S9(9)V99   VALUE ZERO.
           05  HISTORY-DAY-TAX         PIC S9(9)V99   VALUE ZERO.
           05  HISTORY-YEAR-COUNT      PIC S9(7)      VALUE ZERO.
           05  HISTORY-YEAR-AMOUNT     PIC S9(11)V99  VALUE ZERO.
           05  RUN-LOG-DATE            PIC 9(8)       VALUE ZERO.
           05  RUN-LOG-BRANCH          PIC X(2)       VALUE SPACE.
           05  RUN-LOG-HELD-FLAG       PIC X(1)       VALUE SPACE.
           05  RUN-LOG-COUNT           PIC S9(7)      VALUE ZERO.
           05  RUN-LOG-THIS-YTD        PIC S9(11)V99  VALUE ZERO.
           05  EXPECTED-MASTER-TOTAL   PIC S9(11)V99  VALUE ZERO.
           05  EXPECTED-GL-TOTAL       PIC S9(11)V99  VALUE ZERO.
           05  BREAK-COUNT             PIC 9(3)       VALUE ZERO.
      * The two sides of the proof being printed and their
      * difference
       01  COMPARE-FIELDS.
           05  FIRST-AMOUNT            PIC S9(11)V99  VALUE ZERO.
           05  SECOND-AMOUNT           PIC S9(11)V99  VALUE ZERO.
           05  DIFFERENCE-AMOUNT       PIC S9(11)V99  VALUE ZERO.
           05  FIRST-COUNT             PIC S9(7)      VALUE ZERO.
           05  SECOND-COUNT            PIC S9(7)      VALUE ZERO.
           05  DIFFERENCE-COUNT        PIC S9(7)      VALUE ZERO.
      * Edited work fields moved into the report's value columns
       01  EDIT-WORK-FIELDS.
           05  EDITED-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  EDITED-COUNT            PIC ZZ,ZZZ,ZZ9.
           05  EDITED-PROOF-COUNT.
               10  FILLER              PIC X(7)   VALUE SPACE.
               10  EPC-COUNT           PIC ZZ,ZZZ,ZZ9-.
           05  EDITED-DATE.
               10  ED-MONTH            PIC 9(2).
               10  FILLER              PIC X(1)   VALUE "/".
               10  ED-DAY              PIC 9(2).
               10  FILLER              PIC X(1)   VALUE "/".
               10  ED-YEAR             PIC 9(4).
           05  PRINT-DATE              PIC X(10).
      * A CCYYMMDD date split for printing
       01  DATE-SPLIT-WORK.
           05  DSW-YEAR                PIC 9(4).
           05  DSW-MONTH               PIC 9(2).
           05  DSW-DAY                 PIC 9(2).
       01  DATE-SPLIT-NUMERIC REDEFINES DATE-SPLIT-WORK
                                   PIC 9(8).
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      * The run date in CCYYMMDD form, and the first of January of
      * the run year - history posted on or after it is this year's
       01  RUN-DATE-WORK.
           05  RDW-YEAR            PIC 9(4).
           05  RDW-MONTH           PIC 9(2).
           05  RDW-DAY             PIC 9(2).
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-WORK
                                   PIC 9(8).
       01  YEAR-START-DATE         PIC 9(8)       VALUE ZERO.

      *****************************************************************
      * Define all lines printed on the proof report
      *****************************************************************
       01  PROOF-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  PH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "NIGHTLY BALANCING PR".
           05  FILLER          PIC X(20)   VALUE "OOF                 ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  PH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  PROOF-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  PH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  PH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "BAL2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  PROOF-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(36)   VALUE "SOURCE FIGURE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "DATE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "            AMOUNT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "     COUNT".
           05  FILLER          PIC X(48)   VALUE SPACE.

       01  PROOF-HEADING-LINE-4.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(32)   VALUE "PROOF".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "      FIRST FIGURE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "     SECOND FIGURE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "        DIFFERENCE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "RESULT".
           05  FILLER          PIC X(14)   VALUE SPACE.

       01  SOURCE-FIGURE-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SF-LABEL            PIC X(36).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SF-DATE             PIC X(10).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SF-AMOUNT           PIC X(18).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SF-COUNT            PIC X(10).
           05  FILLER              PIC X(48)    VALUE SPACE.

       01  PROOF-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-LABEL            PIC X(32).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-FIRST-VALUE      PIC X(18).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-SECOND-VALUE     PIC X(18).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-DIFFERENCE       PIC X(18).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PL-RESULT           PIC X(20).
           05  FILLER              PIC X(14)    VALUE SPACE.

       01  PROOF-MESSAGE-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PM-MESSAGE-TEXT     PIC X(60).
           05  PM-MESSAGE-DATE     PIC X(10).
           05  FILLER              PIC X(58)    VALUE SPACE.

       01  PROOF-RESULT-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  PR-BREAK-COUNT      PIC ZZ9.
           05  FILLER              PIC X(51)    VALUE
               " PROOF BREAKS - HOLD THE MORNING DISTRIBUTION ***".
           05  FILLER              PIC X(74)    VALUE SPACE.

       01  PROOF-CLEAN-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(40)    VALUE
               "*** ALL PROOFS IN BALANCE - THE MORNING ".
           05  FILLER              PIC X(28)    VALUE
               "DISTRIBUTION MAY BE RELEASED".
           05  FILLER              PIC X(4)     VALUE " ***".
           05  FILLER              PIC X(56)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the balancing proof. Each file in
      * the nightly chain is read once for its figures, the source
      * figures print, and then each proof prints side by side with
      * its difference. A proof that does not agree, or a step that
      * plainly did not run tonight, counts as a break; any break
      * at all ends the run with RC=8
      *****************************************************************
       000-PROVE-NIGHTLY-CHAIN.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RDW-YEAR.
           MOVE CD-MONTH TO RDW-MONTH.
           MOVE CD-DAY   TO RDW-DAY.
           COMPUTE YEAR-START-DATE = CD-YEAR * 10000 + 0101.
           PERFORM 100-LOAD-POSTING-CONTROL.
           PERFORM 200-TOTAL-PRIOR-MASTER.
           PERFORM 220-TOTAL-CURRENT-MASTER.
           PERFORM 300-FIND-GL-CONTROL.
           PERFORM 400-TOTAL-SALES-HISTORY.
           PERFORM 450-FIND-LAST-RUN-LOG.
           OPEN OUTPUT PROOFRPT.
           PERFORM 700-PRINT-PROOF-HEADINGS.
           PERFORM 500-PRINT-SOURCE-FIGURES.
           PERFORM 550-PRINT-PROOFS.
           PERFORM 650-PRINT-PROOF-RESULT.
           CLOSE PROOFRPT.
           IF BREAK-COUNT > ZERO
               DISPLAY "BAL2000 - " BREAK-COUNT " PROOF BREAKS - "
                   "HOLD THE MORNING DISTRIBUTION - SEE THE REPORT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "BAL2000 - ALL PROOFS IN BALANCE".
           STOP RUN.

      *****************************************************************
      * Reads the posting control file through to the end. The last
      * record is the last batch applied to the master; every batch
      * with the same posting date is added into the posting-day
      * figures, which restart each time the posting date changes
      *****************************************************************
       100-LOAD-POSTING-CONTROL.

           OPEN INPUT POSTCTL.
           PERFORM 110-READ-POSTING-CONTROL
               UNTIL POSTCTL-EOF-SWITCH = "Y".
           CLOSE POSTCTL.

       110-READ-POSTING-CONTROL.

           READ POSTCTL
               AT END
                   MOVE "Y" TO POSTCTL-EOF-SWITCH.
           IF POSTCTL-EOF-SWITCH = "N"
               PERFORM 120-TAKE-POSTED-BATCH.

       120-TAKE-POSTED-BATCH.

           MOVE "Y" TO BATCH-FOUND-SWITCH.
           IF PC-POSTING-DATE NOT = LAST-POSTING-DATE
               MOVE ZERO TO POSTING-DAY-COUNT
               MOVE ZERO TO POSTING-DAY-AMOUNT
               MOVE ZERO TO POSTING-DAY-TAX.
           MOVE PC-BATCH-DATE   TO LAST-BATCH-DATE.
           MOVE PC-BATCH-NUMBER TO LAST-BATCH-NUMBER.
           MOVE PC-POSTING-DATE TO LAST-POSTING-DATE.
           IF PC-POSTED-COUNT NUMERIC
               MOVE PC-POSTED-COUNT TO LAST-BATCH-COUNT
           ELSE
               MOVE ZERO            TO LAST-BATCH-COUNT.
           IF PC-POSTED-AMOUNT NUMERIC
               MOVE PC-POSTED-AMOUNT TO LAST-BATCH-AMOUNT
           ELSE
               MOVE ZERO             TO LAST-BATCH-AMOUNT.
           IF PC-POSTED-TAX NUMERIC
               MOVE PC-POSTED-TAX    TO LAST-BATCH-TAX
           ELSE
               MOVE ZERO             TO LAST-BATCH-TAX.
           ADD LAST-BATCH-COUNT  TO POSTING-DAY-COUNT.
           ADD LAST-BATCH-AMOUNT TO POSTING-DAY-AMOUNT.
           ADD LAST-BATCH-TAX    TO POSTING-DAY-TAX.

      *****************************************************************
      * Totals CM-SALES-THIS-YTD across the master before and after
      * posting, skipping the expected-totals trailer on each
      *****************************************************************
       200-TOTAL-PRIOR-MASTER.

           OPEN INPUT PRIORMST.
           PERFORM 210-READ-PRIOR-MASTER
               UNTIL PRIORMST-EOF-SWITCH = "Y".
           CLOSE PRIORMST.

       210-READ-PRIOR-MASTER.

           READ PRIORMST
               AT END
                   MOVE "Y" TO PRIORMST-EOF-SWITCH.
           IF PRIORMST-EOF-SWITCH = "N"
               AND PM-TRAILER-KEY NOT = "999999999"
               ADD 1                 TO PRIOR-MASTER-COUNT
               ADD PM-SALES-THIS-YTD TO PRIOR-MASTER-TOTAL.

       220-TOTAL-CURRENT-MASTER.

           OPEN INPUT CURRMST.
           PERFORM 230-READ-CURRENT-MASTER
               UNTIL CURRMST-EOF-SWITCH = "Y".
           CLOSE CURRMST.

       230-READ-CURRENT-MASTER.

           READ CURRMST
               AT END
                   MOVE "Y" TO CURRMST-EOF-SWITCH.
           IF CURRMST-EOF-SWITCH = "N"
               AND CM-TRAILER-KEY NOT = "999999999"
               ADD 1                 TO CURRENT-MASTER-COUNT
               ADD CM-SALES-THIS-YTD TO CURRENT-MASTER-TOTAL.

      *****************************************************************
      * Picks the control record off tonight's GL extract. A run
      * that failed before the extract was written leaves an empty
      * file, and the missing control record is itself a break
      *****************************************************************
       300-FIND-GL-CONTROL.

           OPEN INPUT GLEXTR.
           PERFORM 310-READ-GL-EXTRACT
               UNTIL GLEXTR-EOF-SWITCH = "Y".
           CLOSE GLEXTR.

       310-READ-GL-EXTRACT.

           READ GLEXTR
               AT END
                   MOVE "Y" TO GLEXTR-EOF-SWITCH.
           IF GLEXTR-EOF-SWITCH = "N"
               AND GL-RECORD-TYPE = "C"
               MOVE "Y"             TO GL-CONTROL-FOUND-SWITCH
               MOVE GL-POSTING-DATE TO GL-CONTROL-DATE
               MOVE GL-AMOUNT       TO GL-CONTROL-AMOUNT
               MOVE GL-RECORD-COUNT TO GL-CONTROL-COUNT.

      *****************************************************************
      * Totals the sales detail history two ways - the records
      * appended on the last batch's posting date, and every record
      * posted since the first of January of the run year
      *****************************************************************
       400-TOTAL-SALES-HISTORY.

           OPEN INPUT HISTORY.
           PERFORM 410-READ-SALES-HISTORY
               UNTIL HISTORY-EOF-SWITCH = "Y".
           CLOSE HISTORY.

       410-READ-SALES-HISTORY.

           READ HISTORY
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH.
           IF HISTORY-EOF-SWITCH = "N"
               PERFORM 420-ADD-HISTORY-RECORD.

       420-ADD-HISTORY-RECORD.

           IF SD-POSTING-DATE = LAST-POSTING-DATE
               ADD 1                TO HISTORY-DAY-COUNT
               ADD SD-SIGNED-AMOUNT TO HISTORY-DAY-AMOUNT
               PERFORM 425-ADD-HISTORY-TAX.
           IF SD-POSTING-DATE >= YEAR-START-DATE
               ADD 1                TO HISTORY-YEAR-COUNT
               ADD SD-SIGNED-AMOUNT TO HISTORY-YEAR-AMOUNT.

      *****************************************************************
      * Adds the sales tax on a detail record posted on the posting
      * date. Detail posted before sales tax carries spaces in the
      * tax amount and adds nothing
      *****************************************************************
       425-ADD-HISTORY-TAX.

           IF SD-TAX-AMOUNT NUMERIC
               ADD SD-TAX-AMOUNT TO HISTORY-DAY-TAX.

      *****************************************************************
      * Keeps the last record on the RPT2000 run log - tonight's
      * report run, if it ran
      *****************************************************************
       450-FIND-LAST-RUN-LOG.

           OPEN INPUT RUNLOG.
           PERFORM 460-READ-RUN-LOG
               UNTIL RUNLOG-EOF-SWITCH = "Y".
           CLOSE RUNLOG.

       460-READ-RUN-LOG.

           READ RUNLOG
               AT END
                   MOVE "Y" TO RUNLOG-EOF-SWITCH.
           IF RUNLOG-EOF-SWITCH = "N"
               MOVE "Y"                 TO RUN-LOG-FOUND-SWITCH
               MOVE RL-RUN-DATE         TO RUN-LOG-DATE
               MOVE RL-PARM-BRANCH      TO RUN-LOG-BRANCH
               MOVE RL-REPORT-HELD-FLAG TO RUN-LOG-HELD-FLAG
               MOVE RL-RECORD-COUNT     TO RUN-LOG-COUNT
               MOVE RL-GRAND-THIS-YTD   TO RUN-LOG-THIS-YTD.

      *****************************************************************
      * Prints every figure the proofs are built from, with the date
      * it belongs to, so a break can be traced to the step that
      * caused it without rerunning anything
      *****************************************************************
       500-PRINT-SOURCE-FIGURES.

           MOVE "PRIOR MASTER THIS-YTD TOTAL"    TO SF-LABEL.
           MOVE SPACES                           TO SF-DATE.
           MOVE PRIOR-MASTER-TOTAL               TO EDITED-AMOUNT.
           MOVE PRIOR-MASTER-COUNT               TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "NET POSTED - LAST BATCH"        TO SF-LABEL.
           MOVE LAST-POSTING-DATE                TO DATE-SPLIT-NUMERIC.
           PERFORM 800-EDIT-PRINT-DATE.
           MOVE PRINT-DATE                       TO SF-DATE.
           MOVE LAST-BATCH-AMOUNT                TO EDITED-AMOUNT.
           MOVE LAST-BATCH-COUNT                 TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "NET POSTED - ALL BATCHES THAT DAY" TO SF-LABEL.
           MOVE POSTING-DAY-AMOUNT               TO EDITED-AMOUNT.
           MOVE POSTING-DAY-COUNT                TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "SALES TAX - LAST BATCH"         TO SF-LABEL.
           MOVE LAST-BATCH-TAX                   TO EDITED-AMOUNT.
           MOVE LAST-BATCH-COUNT                 TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "SALES TAX - ALL BATCHES THAT DAY" TO SF-LABEL.
           MOVE POSTING-DAY-TAX                  TO EDITED-AMOUNT.
           MOVE POSTING-DAY-COUNT                TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "CURRENT MASTER THIS-YTD TOTAL"  TO SF-LABEL.
           MOVE SPACES                           TO SF-DATE.
           MOVE CURRENT-MASTER-TOTAL             TO EDITED-AMOUNT.
           MOVE CURRENT-MASTER-COUNT             TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "GLEXTR CONTROL RECORD"          TO SF-LABEL.
           MOVE GL-CONTROL-DATE                  TO DATE-SPLIT-NUMERIC.
           PERFORM 800-EDIT-PRINT-DATE.
           MOVE PRINT-DATE                       TO SF-DATE.
           MOVE GL-CONTROL-AMOUNT                TO EDITED-AMOUNT.
           MOVE GL-CONTROL-COUNT                 TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "HISTORY APPENDED ON POSTING DATE" TO SF-LABEL.
           MOVE LAST-POSTING-DATE                TO DATE-SPLIT-NUMERIC.
           PERFORM 800-EDIT-PRINT-DATE.
           MOVE PRINT-DATE                       TO SF-DATE.
           MOVE HISTORY-DAY-AMOUNT               TO EDITED-AMOUNT.
           MOVE HISTORY-DAY-COUNT                TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "HISTORY TAX ON POSTING DATE"    TO SF-LABEL.
           MOVE HISTORY-DAY-TAX                  TO EDITED-AMOUNT.
           MOVE HISTORY-DAY-COUNT                TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "HISTORY POSTED SINCE"           TO SF-LABEL.
           MOVE YEAR-START-DATE                  TO DATE-SPLIT-NUMERIC.
           PERFORM 800-EDIT-PRINT-DATE.
           MOVE PRINT-DATE                       TO SF-DATE.
           MOVE HISTORY-YEAR-AMOUNT              TO EDITED-AMOUNT.
           MOVE HISTORY-YEAR-COUNT               TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.
           MOVE "RPT2000 RUN LOG GRAND THIS-YTD"  TO SF-LABEL.
           MOVE RUN-LOG-DATE                     TO DATE-SPLIT-NUMERIC.
           PERFORM 800-EDIT-PRINT-DATE.
           MOVE PRINT-DATE                       TO SF-DATE.
           MOVE RUN-LOG-THIS-YTD                 TO EDITED-AMOUNT.
           MOVE RUN-LOG-COUNT                    TO EDITED-COUNT.
           PERFORM 510-WRITE-SOURCE-LINE.

       510-WRITE-SOURCE-LINE.

           MOVE EDITED-AMOUNT      TO SF-AMOUNT.
           MOVE EDITED-COUNT       TO SF-COUNT.
           MOVE SOURCE-FIGURE-LINE TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the proofs. The master rolls forward by the last
      * batch alone, since the .BKUP master was taken just before
      * that batch posted; the GL extract is rewritten by every
      * posting run, so it too carries the last batch only - its
      * sales and its sales tax journals together. The
      * history append adds every batch posted on the day, so it is
      * proved against the posting-day figures. A step that did not
      * run tonight prints as a break of its own underneath
      *****************************************************************
       550-PRINT-PROOFS.

           MOVE SPACES               TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE PROOF-HEADING-LINE-4 TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE "MASTER ROLL-FORWARD"            TO PL-LABEL.
           COMPUTE EXPECTED-MASTER-TOTAL = PRIOR-MASTER-TOTAL
               + LAST-BATCH-AMOUNT.
           MOVE EXPECTED-MASTER-TOTAL            TO FIRST-AMOUNT.
           MOVE CURRENT-MASTER-TOTAL             TO SECOND-AMOUNT.
           PERFORM 560-COMPARE-AMOUNTS.
           MOVE "LAST BATCH VS GLEXTR CONTROL"   TO PL-LABEL.
           COMPUTE EXPECTED-GL-TOTAL = LAST-BATCH-AMOUNT
               + LAST-BATCH-TAX.
           MOVE EXPECTED-GL-TOTAL                TO FIRST-AMOUNT.
           MOVE GL-CONTROL-AMOUNT                TO SECOND-AMOUNT.
           PERFORM 560-COMPARE-AMOUNTS.
           MOVE "POSTED VS HISTORY APPENDED"     TO PL-LABEL.
           MOVE POSTING-DAY-AMOUNT               TO FIRST-AMOUNT.
           MOVE HISTORY-DAY-AMOUNT               TO SECOND-AMOUNT.
           PERFORM 560-COMPARE-AMOUNTS.
           MOVE "POSTED TAX VS HISTORY TAX"      TO PL-LABEL.
           MOVE POSTING-DAY-TAX                  TO FIRST-AMOUNT.
           MOVE HISTORY-DAY-TAX                  TO SECOND-AMOUNT.
           PERFORM 560-COMPARE-AMOUNTS.
           MOVE "POSTED COUNT VS HISTORY COUNT"  TO PL-LABEL.
           MOVE POSTING-DAY-COUNT                TO FIRST-COUNT.
           MOVE HISTORY-DAY-COUNT                TO SECOND-COUNT.
           PERFORM 570-COMPARE-COUNTS.
           MOVE "RUN LOG VS HISTORY THIS YEAR"   TO PL-LABEL.
           MOVE RUN-LOG-THIS-YTD                 TO FIRST-AMOUNT.
           MOVE HISTORY-YEAR-AMOUNT              TO SECOND-AMOUNT.
           PERFORM 560-COMPARE-AMOUNTS.
           MOVE SPACES               TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           PERFORM 600-CHECK-TONIGHTS-STEPS.

       560-COMPARE-AMOUNTS.

           COMPUTE DIFFERENCE-AMOUNT = FIRST-AMOUNT - SECOND-AMOUNT.
           MOVE FIRST-AMOUNT      TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT     TO PL-FIRST-VALUE.
           MOVE SECOND-AMOUNT     TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT     TO PL-SECOND-VALUE.
           MOVE DIFFERENCE-AMOUNT TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT     TO PL-DIFFERENCE.
           IF DIFFERENCE-AMOUNT = ZERO
               MOVE "IN BALANCE"         TO PL-RESULT
           ELSE
               MOVE "*** OUT OF BALANCE" TO PL-RESULT
               ADD 1 TO BREAK-COUNT.
           MOVE PROOF-LINE        TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       570-COMPARE-COUNTS.

           COMPUTE DIFFERENCE-COUNT = FIRST-COUNT - SECOND-COUNT.
           MOVE FIRST-COUNT        TO EPC-COUNT.
           MOVE EDITED-PROOF-COUNT TO PL-FIRST-VALUE.
           MOVE SECOND-COUNT       TO EPC-COUNT.
           MOVE EDITED-PROOF-COUNT TO PL-SECOND-VALUE.
           MOVE DIFFERENCE-COUNT   TO EPC-COUNT.
           MOVE EDITED-PROOF-COUNT TO PL-DIFFERENCE.
           IF DIFFERENCE-COUNT = ZERO
               MOVE "IN BALANCE"         TO PL-RESULT
           ELSE
               MOVE "*** OUT OF BALANCE" TO PL-RESULT
               ADD 1 TO BREAK-COUNT.
           MOVE PROOF-LINE        TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Makes sure the figures proved are tonight's. A posting run
      * that was refused or failed leaves the last batch on file
      * from an earlier night, and a report run that was held, ran
      * for a single branch, or did not run at all leaves no grand
      * totals for tonight - each of these is a break even when the
      * figures above happen to agree
      *****************************************************************
       600-CHECK-TONIGHTS-STEPS.

           IF BATCH-FOUND-SWITCH = "N"
               MOVE "*** NO BATCH ON THE POSTING CONTROL FILE"
                   TO PM-MESSAGE-TEXT
               MOVE SPACES TO PM-MESSAGE-DATE
               PERFORM 610-WRITE-BREAK-MESSAGE
           ELSE
           IF LAST-POSTING-DATE NOT = RUN-DATE-NUMERIC
               MOVE "*** NO BATCH POSTED TONIGHT - LAST BATCH POSTED"
                   TO PM-MESSAGE-TEXT
               MOVE LAST-POSTING-DATE TO DATE-SPLIT-NUMERIC
               PERFORM 800-EDIT-PRINT-DATE
               MOVE PRINT-DATE TO PM-MESSAGE-DATE
               PERFORM 610-WRITE-BREAK-MESSAGE.
           IF GL-CONTROL-FOUND-SWITCH = "N"
               MOVE "*** GLEXTR CONTROL RECORD MISSING"
                   TO PM-MESSAGE-TEXT
               MOVE SPACES TO PM-MESSAGE-DATE
               PERFORM 610-WRITE-BREAK-MESSAGE
           ELSE
           IF GL-CONTROL-DATE NOT = LAST-POSTING-DATE
               MOVE "*** GLEXTR CONTROL RECORD IS NOT THE LAST BATCH'S"
                   TO PM-MESSAGE-TEXT
               MOVE GL-CONTROL-DATE TO DATE-SPLIT-NUMERIC
               PERFORM 800-EDIT-PRINT-DATE
               MOVE PRINT-DATE TO PM-MESSAGE-DATE
               PERFORM 610-WRITE-BREAK-MESSAGE.
           IF RUN-LOG-FOUND-SWITCH = "N"
               MOVE "*** NO RECORD ON THE RPT2000 RUN LOG"
                   TO PM-MESSAGE-TEXT
               MOVE SPACES TO PM-MESSAGE-DATE
               PERFORM 610-WRITE-BREAK-MESSAGE
           ELSE
           IF RUN-LOG-DATE NOT = RUN-DATE-NUMERIC
               MOVE "*** RPT2000 DID NOT LOG A RUN TONIGHT - LAST RUN"
                   TO PM-MESSAGE-TEXT
               MOVE RUN-LOG-DATE TO DATE-SPLIT-NUMERIC
               PERFORM 800-EDIT-PRINT-DATE
               MOVE PRINT-DATE TO PM-MESSAGE-DATE
               PERFORM 610-WRITE-BREAK-MESSAGE
           ELSE
           IF RUN-LOG-HELD-FLAG = "Y"
               MOVE "*** LAST RPT2000 RUN WAS HELD - NO GRAND TOTALS"
                   TO PM-MESSAGE-TEXT
               MOVE SPACES TO PM-MESSAGE-DATE
               PERFORM 610-WRITE-BREAK-MESSAGE
           ELSE
           IF RUN-LOG-BRANCH NOT = SPACES
               MOVE "*** LAST RPT2000 RUN WAS FOR ONE BRANCH ONLY"
                   TO PM-MESSAGE-TEXT
               MOVE SPACES TO PM-MESSAGE-DATE
               PERFORM 610-WRITE-BREAK-MESSAGE.

       610-WRITE-BREAK-MESSAGE.

           ADD 1 TO BREAK-COUNT.
           MOVE PROOF-MESSAGE-LINE TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Prints the closing line - release the distribution, or hold
      * it with the number of breaks found
      *****************************************************************
       650-PRINT-PROOF-RESULT.

           MOVE SPACES TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           IF BREAK-COUNT = ZERO
               MOVE PROOF-CLEAN-LINE  TO PROOF-PRINT-AREA
           ELSE
               MOVE BREAK-COUNT       TO PR-BREAK-COUNT
               MOVE PROOF-RESULT-LINE TO PROOF-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       700-PRINT-PROOF-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO PH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO PH1-MONTH.
           MOVE CD-DAY     TO PH1-DAY.
           MOVE CD-YEAR    TO PH1-YEAR.
           MOVE CD-HOURS   TO PH2-HOURS.
           MOVE CD-MINUTES TO PH2-MINUTES.
           MOVE PROOF-HEADING-LINE-1 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE PROOF-HEADING-LINE-2 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE SPACES               TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE PROOF-HEADING-LINE-3 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

       720-WRITE-REPORT-LINE.

           WRITE PROOF-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * Edits a CCYYMMDD date in DATE-SPLIT-WORK as MM/DD/CCYY into
      * PRINT-DATE - a zero date, a file with no such record, prints
      * as "*** NONE"
      *****************************************************************
       800-EDIT-PRINT-DATE.

           IF DATE-SPLIT-NUMERIC = ZERO
               MOVE "*** NONE"  TO PRINT-DATE
           ELSE
               MOVE DSW-MONTH   TO ED-MONTH
               MOVE DSW-DAY     TO ED-DAY
               MOVE DSW-YEAR    TO ED-YEAR
               MOVE EDITED-DATE TO PRINT-DATE.
