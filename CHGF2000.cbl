      ******************************************************************
      * Title..........: CHGF2000 - Customer Master Change Feed
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-23-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: Gathers the customer master changes written
      *                  since the last run by every program that
      *                  changes the master - MNT2000, REAL2000,
      *                  PURG2000, REST2000, BUDG2000 and MRGE2000 -
      *                  into the single dated change feed the
      *                  downstream systems pick up. Every change
      *                  record is copied through in the common
      *                  layout, a trailer carrying the feed date and
      *                  the record count is written behind the last
      *                  one, and the summary report shows the count
      *                  by source program and change type
      * File Desc......: Define the sole source code for the change
      *                  feed program
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHGF2000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CHGPEND  ASSIGN TO CHGPEND.
           SELECT CHGFEED  ASSIGN TO CHGFEED.
           SELECT CHGFRPT  ASSIGN TO CHGFRPT.

       DATA DIVISION.

       FILE SECTION.

       FD  CHGPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One customer master change waiting for the feed, in the
      * common layout written by every program that changes the
      * master. The before fields are spaces on an add, and the
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

       FD  CHGFEED
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The feed carries every change record exactly as it was
      * written, followed by the count trailer
      *****************************************************************
       01  FEED-RECORD             PIC X(80).

       FD  CHGFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

      *****************************************************************
      * Define the print area for the change feed summary as a
      * fixed 130 char length
      *****************************************************************
       01  FEED-PRINT-AREA         PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the change feed run
      *****************************************************************

      * Determines when the end of the pending change file is reached
      * and whether a change record's summary line was found
       01  SWITCHES.
           05  CHGPEND-EOF-SWITCH      PIC X    VALUE "N".
           05  SUMMARY-FOUND-SWITCH    PIC X    VALUE "N".
      * Controls spacing on the report and when to print headings
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
      * Counts for the report trailer
       01  TOTAL-FIELDS.
           05  TOTAL-RECORDS-READ      PIC S9(7)      VALUE ZERO.
           05  TOTAL-RECORDS-WRITTEN   PIC S9(7)      VALUE ZERO.
           05  TOTAL-NOT-SUMMARIZED    PIC S9(7)      VALUE ZERO.
      * One summary line per source program and change type, in the
      * order each was first met on the pending file
       01  SUMMARY-TABLE-FIELDS.
           05  SMT-ENTRY-COUNT         PIC S9(3)      VALUE ZERO.
           05  SMT-SUBSCRIPT           PIC S9(3)      VALUE ZERO.
       01  SUMMARY-TABLE.
           05  SMT-ENTRY OCCURS 50 TIMES.
               10  SMT-SOURCE-PROGRAM  PIC X(8).
               10  SMT-CHANGE-TYPE     PIC X(1).
               10  SMT-RECORD-COUNT    PIC S9(7).
      * Work area for the count trailer written behind the last
      * change record of the feed
       01  FEED-TRAILER-WORK.
           05  FW-TRAILER-KEY          PIC X(6)   VALUE "999999".
           05  FW-TRAILER-ID           PIC X(8)   VALUE "*TRAILER".
           05  FW-FEED-DATE.
               10  FW-FEED-YEAR        PIC 9(4)   VALUE ZERO.
               10  FW-FEED-MONTH       PIC 9(2)   VALUE ZERO.
               10  FW-FEED-DAY         PIC 9(2)   VALUE ZERO.
           05  FW-RECORD-COUNT         PIC 9(7)   VALUE ZERO.
           05  FILLER                  PIC X(51)  VALUE SPACE.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      *****************************************************************
      * Define all lines printed on the change feed summary
      *****************************************************************
       01  FEED-HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  FH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  FH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  FH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER MASTER CHAN".
           05  FILLER          PIC X(20)   VALUE "GE FEED SUMMARY     ".
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  FH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  FEED-HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  FH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  FH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CHGF2000".
           05  FILLER          PIC X(49)   VALUE SPACE.

       01  FEED-HEADING-LINE-3.
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "SOURCE PGM".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "TYPE".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CHANGE".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "RECORDS".
           05  FILLER          PIC X(78)   VALUE SPACE.

       01  FEED-SUMMARY-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FSL-SOURCE-PROGRAM  PIC X(8).
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  FSL-CHANGE-TYPE     PIC X(1).
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FSL-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FSL-RECORD-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(78)    VALUE SPACE.

       01  NO-CHANGES-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(40)    VALUE
               "NO CUSTOMER MASTER CHANGES PENDING".
           05  FILLER              PIC X(88)    VALUE SPACE.

       01  FEED-TOTAL-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FTL-LABEL           PIC X(30).
           05  FTL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACE.

       01  FEED-DATE-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE
               "FEED DATE ON TRAILER          ".
           05  FDL-MONTH           PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  FDL-DAY             PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  FDL-YEAR            PIC 9(4).
           05  FILLER              PIC X(88)    VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the change feed run. Every pending
      * change record is copied to the new feed and counted by
      * source program and change type, the count trailer is
      * written behind the last one, and the summary is printed.
      * A night with no changes still produces a feed - just the
      * trailer, with a zero count - so the downstream pickup never
      * finds the file missing
      *****************************************************************
       000-GATHER-CHANGE-FEED.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT  CHGPEND
                OUTPUT CHGFEED
                OUTPUT CHGFRPT.
           PERFORM 100-COPY-CHANGE-RECORD
               UNTIL CHGPEND-EOF-SWITCH = "Y".
           PERFORM 200-WRITE-FEED-TRAILER.
           PERFORM 300-PRINT-FEED-SUMMARY.
           CLOSE CHGPEND
                 CHGFEED
                 CHGFRPT.
           STOP RUN.

      *****************************************************************
      * Copies one pending change record to the feed unchanged and
      * counts it on its summary line
      *****************************************************************
       100-COPY-CHANGE-RECORD.

           READ CHGPEND
               AT END
                   MOVE "Y" TO CHGPEND-EOF-SWITCH.
           IF CHGPEND-EOF-SWITCH = "N"
               ADD 1 TO TOTAL-RECORDS-READ
               MOVE CHANGE-FEED-RECORD TO FEED-RECORD
               WRITE FEED-RECORD
               ADD 1 TO TOTAL-RECORDS-WRITTEN
               PERFORM 110-COUNT-CHANGE-RECORD.

      *****************************************************************
      * Finds the summary line for the record's source program and
      * change type, adding it when it is not there yet. A record
      * that would overflow a full table is still on the feed, and
      * is counted on the report as not summarized
      *****************************************************************
       110-COUNT-CHANGE-RECORD.

           MOVE "N" TO SUMMARY-FOUND-SWITCH.
           PERFORM 120-MATCH-SUMMARY-LINE
               VARYING SMT-SUBSCRIPT FROM 1 BY 1
               UNTIL SMT-SUBSCRIPT > SMT-ENTRY-COUNT
               OR SUMMARY-FOUND-SWITCH = "Y".
           IF SUMMARY-FOUND-SWITCH = "Y"
               SUBTRACT 1 FROM SMT-SUBSCRIPT
               ADD 1 TO SMT-RECORD-COUNT(SMT-SUBSCRIPT)
           ELSE
           IF SMT-ENTRY-COUNT < 50
               ADD 1 TO SMT-ENTRY-COUNT
               MOVE SMT-ENTRY-COUNT   TO SMT-SUBSCRIPT
               MOVE CF-SOURCE-PROGRAM
                   TO SMT-SOURCE-PROGRAM(SMT-SUBSCRIPT)
               MOVE CF-CHANGE-TYPE
                   TO SMT-CHANGE-TYPE(SMT-SUBSCRIPT)
               MOVE 1
                   TO SMT-RECORD-COUNT(SMT-SUBSCRIPT)
           ELSE
               ADD 1 TO TOTAL-NOT-SUMMARIZED.

       120-MATCH-SUMMARY-LINE.

           IF SMT-SOURCE-PROGRAM(SMT-SUBSCRIPT) = CF-SOURCE-PROGRAM
               AND SMT-CHANGE-TYPE(SMT-SUBSCRIPT) = CF-CHANGE-TYPE
               MOVE "Y" TO SUMMARY-FOUND-SWITCH.

      *****************************************************************
      * Writes the count trailer behind the last change record. The
      * feed date is the run date - the records themselves carry the
      * date each change was made
      *****************************************************************
       200-WRITE-FEED-TRAILER.

           MOVE CD-YEAR               TO FW-FEED-YEAR.
           MOVE CD-MONTH              TO FW-FEED-MONTH.
           MOVE CD-DAY                TO FW-FEED-DAY.
           MOVE TOTAL-RECORDS-WRITTEN TO FW-RECORD-COUNT.
           MOVE FEED-TRAILER-WORK     TO FEED-RECORD.
           WRITE FEED-RECORD.

      *****************************************************************
      * Prints one line per source program and change type, then
      * the counts the downstream systems can check the trailer by
      *****************************************************************
       300-PRINT-FEED-SUMMARY.

           PERFORM 700-PRINT-FEED-HEADINGS.
           IF SMT-ENTRY-COUNT = ZERO
               MOVE NO-CHANGES-LINE TO FEED-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE
           ELSE
               PERFORM 310-PRINT-SUMMARY-LINE
                   VARYING SMT-SUBSCRIPT FROM 1 BY 1
                   UNTIL SMT-SUBSCRIPT > SMT-ENTRY-COUNT.
           IF LINE-COUNT + 6 > LINES-ON-PAGE
               PERFORM 700-PRINT-FEED-HEADINGS.
           MOVE SPACES                   TO FEED-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE "CHANGE RECORDS READ"    TO FTL-LABEL.
           MOVE TOTAL-RECORDS-READ       TO FTL-COUNT.
           MOVE FEED-TOTAL-LINE          TO FEED-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE "FEED RECORDS WRITTEN"   TO FTL-LABEL.
           MOVE TOTAL-RECORDS-WRITTEN    TO FTL-COUNT.
           MOVE FEED-TOTAL-LINE          TO FEED-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           IF TOTAL-NOT-SUMMARIZED > ZERO
               MOVE "NOT SUMMARIZED - TABLE FULL" TO FTL-LABEL
               MOVE TOTAL-NOT-SUMMARIZED TO FTL-COUNT
               MOVE FEED-TOTAL-LINE      TO FEED-PRINT-AREA
               PERFORM 720-WRITE-REPORT-LINE.
           MOVE "TRAILER RECORD COUNT"   TO FTL-LABEL.
           MOVE FW-RECORD-COUNT          TO FTL-COUNT.
           MOVE FEED-TOTAL-LINE          TO FEED-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE FW-FEED-MONTH            TO FDL-MONTH.
           MOVE FW-FEED-DAY              TO FDL-DAY.
           MOVE FW-FEED-YEAR             TO FDL-YEAR.
           MOVE FEED-DATE-LINE           TO FEED-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       310-PRINT-SUMMARY-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 700-PRINT-FEED-HEADINGS.
           MOVE SMT-SOURCE-PROGRAM(SMT-SUBSCRIPT) TO FSL-SOURCE-PROGRAM.
           MOVE SMT-CHANGE-TYPE(SMT-SUBSCRIPT)    TO FSL-CHANGE-TYPE.
           MOVE SMT-RECORD-COUNT(SMT-SUBSCRIPT)   TO FSL-RECORD-COUNT.
           PERFORM 320-SET-CHANGE-DESCRIPTION.
           MOVE FEED-SUMMARY-LINE TO FEED-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

      *****************************************************************
      * Describes the change type on the summary line. The type
      * says which program event produced the change
      *****************************************************************
       320-SET-CHANGE-DESCRIPTION.

           IF FSL-CHANGE-TYPE = "A"
               MOVE "CUSTOMER ADDED"      TO FSL-DESCRIPTION
           ELSE
           IF FSL-CHANGE-TYPE = "C"
               MOVE "CUSTOMER CHANGED"    TO FSL-DESCRIPTION
           ELSE
           IF FSL-CHANGE-TYPE = "D"
               MOVE "CUSTOMER DELETED"    TO FSL-DESCRIPTION
           ELSE
           IF FSL-CHANGE-TYPE = "M"
               MOVE "TERRITORY MOVE"      TO FSL-DESCRIPTION
           ELSE
           IF FSL-CHANGE-TYPE = "P"
               MOVE "INACTIVE PURGE"      TO FSL-DESCRIPTION
           ELSE
           IF FSL-CHANGE-TYPE = "R"
               MOVE "PURGE RESTORE"       TO FSL-DESCRIPTION
           ELSE
           IF FSL-CHANGE-TYPE = "B"
               MOVE "BUDGET SET"          TO FSL-DESCRIPTION
           ELSE
           IF FSL-CHANGE-TYPE = "X"
               MOVE "MERGED AWAY"         TO FSL-DESCRIPTION
           ELSE
               MOVE "*** UNKNOWN TYPE"    TO FSL-DESCRIPTION.

      *****************************************************************
      * Prints the page headings with the summary column headings
      *****************************************************************
       700-PRINT-FEED-HEADINGS.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO FH1-PAGE-NUMBER.
           MOVE CD-MONTH   TO FH1-MONTH.
           MOVE CD-DAY     TO FH1-DAY.
           MOVE CD-YEAR    TO FH1-YEAR.
           MOVE CD-HOURS   TO FH2-HOURS.
           MOVE CD-MINUTES TO FH2-MINUTES.
           MOVE FEED-HEADING-LINE-1 TO FEED-PRINT-AREA.
           WRITE FEED-PRINT-AREA.
           MOVE FEED-HEADING-LINE-2 TO FEED-PRINT-AREA.
           WRITE FEED-PRINT-AREA.
           MOVE SPACES              TO FEED-PRINT-AREA.
           WRITE FEED-PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
           MOVE FEED-HEADING-LINE-3 TO FEED-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES              TO FEED-PRINT-AREA.
           PERFORM 720-WRITE-REPORT-LINE.

       720-WRITE-REPORT-LINE.

           WRITE FEED-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
