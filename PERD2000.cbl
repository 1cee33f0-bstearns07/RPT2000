      ******************************************************************
      * Title..........: PERD2000 - Month-End Period Close
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-02-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Closes a fiscal month on the period-control
      *                  file at month end. Once a month is closed,
      *                  POST2000 holds any transaction dated in it
      *                  on the prior-period adjustment file instead
      *                  of changing YTD figures that have already
      *                  been reported and sending the GL a posting
      *                  for a locked period. The month to close
      *                  comes from the run PARM (CCYYMM) and
      *                  defaults to the month before the run date.
      *                  The current month is added to the calendar
      *                  as open if it is not on file yet, and the
      *                  whole calendar prints on the close report
      * File Desc......: Define the sole source code for the month-
      *                  end period close program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PERD2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PERDCTL  ASSIGN TO PERDCTL.
           SELECT CLOSERPT ASSIGN TO CLOSERPT.

       DATA DIVISION.

       FILE SECTION.

       FD  PERDCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One fiscal month on the period-control file - "O" open or
      * "C" closed, with the date it was closed. The file is kept
      * in period sequence and rewritten in full by every close
      *****************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PD-PERIOD-YEAR          PIC 9(4).
           05  PD-PERIOD-MONTH         PIC 9(2).
           05  PD-PERIOD-STATUS        PIC X(1).
           05  PD-CLOSE-DATE           PIC 9(8).
           05  FILLER                  PIC X(65).

       FD  CLOSERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the close report as a fixed 130
      * char length
      *****************************************************************
       01  CLOSE-PRINT-AREA        PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the period close
      *****************************************************************

      * Determines when the end of the period-control file is
      * reached, and whether the close was refused
       01  SWITCHES.
           05  PERDCTL-EOF-SWITCH      PIC X    VALUE "N".
           05  CLOSE-REFUSED-SWITCH    PIC X    VALUE "N".
           05  PERIOD-FOUND-SWITCH     PIC X    VALUE "N".
      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * The month being closed and the current month, as CCYYMM
      * numbers so the calendar can be kept in period sequence
       01  PERIOD-WORK-FIELDS.
           05  CLOSE-PERIOD            PIC 9(6)    VALUE ZERO.
           05  CLOSE-PERIOD-X REDEFINES CLOSE-PERIOD.
               10  CLOSE-YEAR          PIC 9(4).
               10  CLOSE-MONTH         PIC 9(2).
           05  CURRENT-PERIOD          PIC 9(6)    VALUE ZERO.
           05  CURRENT-PERIOD-X REDEFINES CURRENT-PERIOD.
               10  CURRENT-YEAR        PIC 9(4).
               10  CURRENT-MONTH       PIC 9(2).
           05  NEW-PERIOD              PIC 9(6)    VALUE ZERO.
           05  NEW-STATUS              PIC X(1)    VALUE SPACE.
           05  NEW-CLOSE-DATE          PIC 9(8)    VALUE ZERO.
           05  INSERT-SUBSCRIPT        PIC S9(5)   VALUE ZERO.
           05  PCT-SUBSCRIPT           PIC S9(5)   VALUE ZERO.
           05  PCT-ENTRY-COUNT         PIC S9(5)   VALUE ZERO.
           05  TOTAL-PERIODS-CLOSED    PIC S9(5)   VALUE ZERO.
           05  TOTAL-PERIODS-OPEN      PIC S9(5)   VALUE ZERO.
      * The calendar as loaded from the period-control file, kept
      * in CCYYMM sequence. 600 entries is fifty years of months
       01  PERIOD-CALENDAR-TABLE.
           05  PCT-ENTRY OCCURS 600 TIMES.
               10  PCT-PERIOD          PIC 9(6).
               10  PCT-PERIOD-X REDEFINES PCT-PERIOD.
                   15  PCT-YEAR        PIC 9(4).
                   15  PCT-MONTH       PIC 9(2).
               10  PCT-STATUS          PIC X(1).
               10  PCT-CLOSE-DATE      PIC 9(8).
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      * Work field for the CCYYMMDD close date stamped on the
      * period closed
       01  RUN-DATE-WORK.
           05  RDW-YEAR            PIC 9(4).
           05  RDW-MONTH           PIC 9(2).
           05  RDW-DAY             PIC 9(2).
      * Work field for a CCYYMMDD date, redefined so the report can
      * print it month/day/year
       01  CLOSE-DATE-WORK.
           05  CDW-YEAR            PIC 9(4).
           05  CDW-MONTH           PIC 9(2).
           05  CDW-DAY             PIC 9(2).

      *****************************************************************
      * Define all lines printed on the close report
      *****************************************************************
       01  CLOSE-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  CH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "MONTH-END CLOSE - PE".
           05  FILLER          PIC X(20)   VALUE "RIOD CALENDAR       ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  CH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  CLOSE-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  CH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  CH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "PERD2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  CLOSE-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "PERIOD ".
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "STATUS".
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CLOSED ON ".
           05  FILLER          PIC X(97)   VALUE SPACE.

       01  CLOSE-ACTION-LINE.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(16)   VALUE "PERIOD TO CLOSE ".
           05  CAL-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CAL-YEAR        PIC 9(4).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  CAL-RESULT      PIC X(40).
           05  FILLER          PIC X(63)   VALUE SPACE.

       01  CLOSE-LINE.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  CL-MONTH        PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CL-YEAR         PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  CL-STATUS       PIC X(6).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  CL-CLOSE-DATE   PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  CL-MARKER       PIC X(20).
           05  FILLER          PIC X(75)   VALUE SPACE.

       01  CLOSE-DATE-EDIT.
           05  CDE-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CDE-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  CDE-YEAR        PIC 9(4).

       01  CLOSE-TOTAL-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "PERIODS CLOSED            ".
           05  CT1-CLOSED          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  CLOSE-TOTAL-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "PERIODS OPEN              ".
           05  CT2-OPEN            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       LINKAGE SECTION.

      *****************************************************************
      * Run-time parameter passed on the EXEC PGM=PERD2000,
      * PARM='CCYYMM' statement - the fiscal month to close. Blank
      * closes the month before the run date
      *****************************************************************
       01  PARM-AREA.
           05  PARM-LENGTH             PIC S9(4)   COMP.
           05  PARM-DATA.
               10  PARM-CLOSE-PERIOD   PIC X(6).
               10  PARM-CLOSE-PERIOD-9 REDEFINES PARM-CLOSE-PERIOD
                                       PIC 9(6).
               10  FILLER              PIC X(74).

       PROCEDURE DIVISION USING PARM-AREA.

      *****************************************************************
      * Main processing logic for the period close. The calendar is
      * loaded, the month to close is validated against it, and
      * the file is rewritten only when the close is accepted. A
      * month that is not a real month, is the current month or
      * later, or is already closed is refused with RC=8 and the
      * file is left exactly as it was
      *****************************************************************
       000-CLOSE-FISCAL-PERIOD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RDW-YEAR.
           MOVE CD-MONTH TO RDW-MONTH.
           MOVE CD-DAY   TO RDW-DAY.
           MOVE CD-YEAR  TO CURRENT-YEAR.
           MOVE CD-MONTH TO CURRENT-MONTH.
           PERFORM 050-SET-CLOSE-PERIOD.
           PERFORM 100-LOAD-PERIOD-CALENDAR.
           OPEN OUTPUT CLOSERPT.
           PERFORM 500-PRINT-CLOSE-HEADINGS.
           PERFORM 200-CLOSE-PERIOD.
           IF CLOSE-REFUSED-SWITCH = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-REWRITE-PERIOD-CALENDAR.
           PERFORM 400-PRINT-PERIOD-CALENDAR.
           CLOSE CLOSERPT.
           STOP RUN.

      *****************************************************************
      * Takes the month to close from the PARM, or works out the
      * month before the run date when none is given
      *****************************************************************
       050-SET-CLOSE-PERIOD.

           IF PARM-LENGTH >= 6
               AND PARM-CLOSE-PERIOD NUMERIC
               MOVE PARM-CLOSE-PERIOD-9 TO CLOSE-PERIOD
           ELSE
           IF PARM-LENGTH > ZERO
               AND PARM-CLOSE-PERIOD NOT = SPACE
               MOVE ZERO TO CLOSE-PERIOD
           ELSE
           IF CD-MONTH = 1
               COMPUTE CLOSE-YEAR = CD-YEAR - 1
               MOVE 12 TO CLOSE-MONTH
           ELSE
               MOVE CD-YEAR TO CLOSE-YEAR
               COMPUTE CLOSE-MONTH = CD-MONTH - 1.

      *****************************************************************
      * Loads the period-control file into the calendar table
      *****************************************************************
       100-LOAD-PERIOD-CALENDAR.

           OPEN INPUT PERDCTL.
           PERFORM 110-LOAD-PERIOD-RECORD
               UNTIL PERDCTL-EOF-SWITCH = "Y".
           CLOSE PERDCTL.

       110-LOAD-PERIOD-RECORD.

           READ PERDCTL
               AT END
                   MOVE "Y" TO PERDCTL-EOF-SWITCH.
           IF PERDCTL-EOF-SWITCH = "N"
               AND PD-PERIOD-YEAR NUMERIC
               AND PD-PERIOD-MONTH NUMERIC
               AND PCT-ENTRY-COUNT < 600
               ADD 1 TO PCT-ENTRY-COUNT
               MOVE PD-PERIOD-YEAR   TO PCT-YEAR(PCT-ENTRY-COUNT)
               MOVE PD-PERIOD-MONTH  TO PCT-MONTH(PCT-ENTRY-COUNT)
               MOVE PD-PERIOD-STATUS TO PCT-STATUS(PCT-ENTRY-COUNT)
               MOVE PD-CLOSE-DATE    TO PCT-CLOSE-DATE(PCT-ENTRY-COUNT).

      *****************************************************************
      * Validates the month to close and closes it on the calendar,
      * adding it when it has never been on file. The current month
      * is added as open at the same time, so the calendar always
      * shows the period now being posted to
      *****************************************************************
       200-CLOSE-PERIOD.

           MOVE CLOSE-MONTH TO CAL-MONTH.
           MOVE CLOSE-YEAR  TO CAL-YEAR.
           MOVE "N" TO PERIOD-FOUND-SWITCH.
           PERFORM 210-FIND-CLOSE-PERIOD
               VARYING PCT-SUBSCRIPT FROM 1 BY 1
               UNTIL PCT-SUBSCRIPT > PCT-ENTRY-COUNT
               OR PERIOD-FOUND-SWITCH = "Y".
           IF CLOSE-PERIOD = ZERO
               OR CLOSE-MONTH < 1 OR CLOSE-MONTH > 12
               MOVE "Y" TO CLOSE-REFUSED-SWITCH
               MOVE "*** REFUSED - NOT A VALID CCYYMM PERIOD"
                                         TO CAL-RESULT
           ELSE
           IF CLOSE-PERIOD NOT < CURRENT-PERIOD
               MOVE "Y" TO CLOSE-REFUSED-SWITCH
               MOVE "*** REFUSED - PERIOD NOT YET ENDED"
                                         TO CAL-RESULT
           ELSE
           IF PERIOD-FOUND-SWITCH = "Y"
               AND PCT-STATUS(PCT-SUBSCRIPT - 1) = "C"
               MOVE "Y" TO CLOSE-REFUSED-SWITCH
               MOVE "*** REFUSED - PERIOD ALREADY CLOSED"
                                         TO CAL-RESULT
           ELSE
           IF PERIOD-FOUND-SWITCH = "Y"
               MOVE "C"           TO PCT-STATUS(PCT-SUBSCRIPT - 1)
               MOVE RUN-DATE-WORK TO PCT-CLOSE-DATE(PCT-SUBSCRIPT - 1)
               MOVE "CLOSED"      TO CAL-RESULT
           ELSE
               MOVE CLOSE-PERIOD  TO NEW-PERIOD
               MOVE "C"           TO NEW-STATUS
               MOVE RUN-DATE-WORK TO NEW-CLOSE-DATE
               PERFORM 220-INSERT-PERIOD
               MOVE "CLOSED"      TO CAL-RESULT.
           IF CLOSE-REFUSED-SWITCH = "N"
               PERFORM 230-ADD-CURRENT-PERIOD.
           MOVE CLOSE-ACTION-LINE TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           MOVE SPACES            TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           MOVE CLOSE-HEADING-LINE-3 TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           ADD 3 TO LINE-COUNT.
           IF CLOSE-REFUSED-SWITCH = "Y"
               DISPLAY "PERD2000 - CLOSE OF " CLOSE-PERIOD " "
                   CAL-RESULT.

       210-FIND-CLOSE-PERIOD.

           IF PCT-PERIOD(PCT-SUBSCRIPT) = CLOSE-PERIOD
               MOVE "Y" TO PERIOD-FOUND-SWITCH.

      *****************************************************************
      * Inserts a new month into the calendar in period sequence,
      * moving every later month down one entry to make room
      *****************************************************************
       220-INSERT-PERIOD.

           IF PCT-ENTRY-COUNT < 600
               MOVE 1 TO INSERT-SUBSCRIPT
               PERFORM 222-FIND-INSERT-POSITION
                   UNTIL INSERT-SUBSCRIPT > PCT-ENTRY-COUNT
                   OR PCT-PERIOD(INSERT-SUBSCRIPT) > NEW-PERIOD
               PERFORM 224-SHIFT-PERIOD-DOWN
                   VARYING PCT-SUBSCRIPT FROM PCT-ENTRY-COUNT BY -1
                   UNTIL PCT-SUBSCRIPT < INSERT-SUBSCRIPT
               ADD 1 TO PCT-ENTRY-COUNT
               MOVE NEW-PERIOD     TO PCT-PERIOD(INSERT-SUBSCRIPT)
               MOVE NEW-STATUS     TO PCT-STATUS(INSERT-SUBSCRIPT)
               MOVE NEW-CLOSE-DATE TO PCT-CLOSE-DATE(INSERT-SUBSCRIPT).

       222-FIND-INSERT-POSITION.

           ADD 1 TO INSERT-SUBSCRIPT.

       224-SHIFT-PERIOD-DOWN.

           MOVE PCT-ENTRY(PCT-SUBSCRIPT)
               TO PCT-ENTRY(PCT-SUBSCRIPT + 1).

       230-ADD-CURRENT-PERIOD.

           MOVE "N" TO PERIOD-FOUND-SWITCH.
           PERFORM 235-FIND-CURRENT-PERIOD
               VARYING PCT-SUBSCRIPT FROM 1 BY 1
               UNTIL PCT-SUBSCRIPT > PCT-ENTRY-COUNT
               OR PERIOD-FOUND-SWITCH = "Y".
           IF PERIOD-FOUND-SWITCH = "N"
               MOVE CURRENT-PERIOD TO NEW-PERIOD
               MOVE "O"            TO NEW-STATUS
               MOVE ZERO           TO NEW-CLOSE-DATE
               PERFORM 220-INSERT-PERIOD.

       235-FIND-CURRENT-PERIOD.

           IF PCT-PERIOD(PCT-SUBSCRIPT) = CURRENT-PERIOD
               MOVE "Y" TO PERIOD-FOUND-SWITCH.

      *****************************************************************
      * Rewrites the period-control file from the calendar table.
      * The DD is DISP=OLD, so opening it for output replaces the
      * whole file
      *****************************************************************
       300-REWRITE-PERIOD-CALENDAR.

           OPEN OUTPUT PERDCTL.
           PERFORM 310-WRITE-PERIOD-RECORD
               VARYING PCT-SUBSCRIPT FROM 1 BY 1
               UNTIL PCT-SUBSCRIPT > PCT-ENTRY-COUNT.
           CLOSE PERDCTL.
           DISPLAY "PERD2000 - PERIOD " CLOSE-PERIOD " CLOSED".

       310-WRITE-PERIOD-RECORD.

           MOVE SPACES                 TO PERIOD-CONTROL-RECORD.
           MOVE PCT-YEAR(PCT-SUBSCRIPT)   TO PD-PERIOD-YEAR.
           MOVE PCT-MONTH(PCT-SUBSCRIPT)  TO PD-PERIOD-MONTH.
           MOVE PCT-STATUS(PCT-SUBSCRIPT) TO PD-PERIOD-STATUS.
           MOVE PCT-CLOSE-DATE(PCT-SUBSCRIPT) TO PD-CLOSE-DATE.
           WRITE PERIOD-CONTROL-RECORD.

      *****************************************************************
      * Prints every month on the calendar with its status, marking
      * the month this run closed, then the open/closed counts
      *****************************************************************
       400-PRINT-PERIOD-CALENDAR.

           PERFORM 410-PRINT-PERIOD-LINE
               VARYING PCT-SUBSCRIPT FROM 1 BY 1
               UNTIL PCT-SUBSCRIPT > PCT-ENTRY-COUNT.
           MOVE TOTAL-PERIODS-CLOSED TO CT1-CLOSED.
           MOVE TOTAL-PERIODS-OPEN   TO CT2-OPEN.
           MOVE SPACES               TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           MOVE CLOSE-TOTAL-LINE-1   TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           MOVE CLOSE-TOTAL-LINE-2   TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.

       410-PRINT-PERIOD-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-CLOSE-HEADINGS
               MOVE CLOSE-HEADING-LINE-3 TO CLOSE-PRINT-AREA
               WRITE CLOSE-PRINT-AREA
               ADD 1 TO LINE-COUNT.
           MOVE PCT-MONTH(PCT-SUBSCRIPT) TO CL-MONTH.
           MOVE PCT-YEAR(PCT-SUBSCRIPT)  TO CL-YEAR.
           MOVE SPACES                   TO CL-MARKER.
           IF PCT-STATUS(PCT-SUBSCRIPT) = "C"
               ADD 1 TO TOTAL-PERIODS-CLOSED
               MOVE "CLOSED" TO CL-STATUS
               MOVE PCT-CLOSE-DATE(PCT-SUBSCRIPT) TO CLOSE-DATE-WORK
               MOVE CDW-MONTH TO CDE-MONTH
               MOVE CDW-DAY   TO CDE-DAY
               MOVE CDW-YEAR  TO CDE-YEAR
               MOVE CLOSE-DATE-EDIT TO CL-CLOSE-DATE
           ELSE
               ADD 1 TO TOTAL-PERIODS-OPEN
               MOVE "OPEN  " TO CL-STATUS
               MOVE SPACES   TO CL-CLOSE-DATE.
           IF PCT-PERIOD(PCT-SUBSCRIPT) = CLOSE-PERIOD
               AND CLOSE-REFUSED-SWITCH = "N"
               MOVE "<== CLOSED THIS RUN" TO CL-MARKER.
           MOVE CLOSE-LINE TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       500-PRINT-CLOSE-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO CH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO CH1-MONTH.
           MOVE CD-DAY     TO CH1-DAY.
           MOVE CD-YEAR    TO CH1-YEAR.
           MOVE CD-HOURS   TO CH2-HOURS.
           MOVE CD-MINUTES TO CH2-MINUTES.
           MOVE CLOSE-HEADING-LINE-1 TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           MOVE CLOSE-HEADING-LINE-2 TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           MOVE SPACES               TO CLOSE-PRINT-AREA.
           WRITE CLOSE-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
