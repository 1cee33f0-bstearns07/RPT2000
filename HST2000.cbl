      ******************************************************************
      * Title..........: HST2000 - Online Invoice History Browse
      * Programmer.....: Ben Stearns and Kirby Dunker
      * Date...........: 9-02-26
      * GitHub URL.....: hhttps://github.com/KirbyD-YEAH/RPT2000.git
      * Program Desc...: CICS browse (transaction HST2) of one
      *                  customer's invoices and credits posted this
      *                  year - invoice date, signed amount, posting
      *                  date - fifteen to a page, with a running
      *                  total that ends on the CM-SALES-THIS-YTD
      *                  figure INQ2 shows. PF8 pages forward, PF7
      *                  back, PF3 or CLEAR ends the browse. It is
      *                  reached with PF5 from the INQ2 result, or
      *                  keyed directly as HST2 and a customer
      *                  number. The browse is pseudo-conversational:
      *                  the page position and its running totals
      *                  travel in the COMMAREA between screens
      * File Desc......: Define the sole source code for the online
      *                  history browse program. The keyed history
      *                  is defined to CICS as HISTINQ (FCT entry
      *                  over PROD.SALESDTL.KSDS, rebuilt nightly by
      *                  the VSAMLOAD job); the customer is read from
      *                  CUSTINQ, the same file INQ2 reads
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. HST2000.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the history browse
      *****************************************************************

      * The raw terminal input when HST2 is keyed directly:
      * transaction code, a space, and the five-digit customer number
       01  HISTORY-INPUT-AREA.
           05  HI-TRANSID          PIC X(4)    VALUE SPACE.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  HI-CUSTOMER-NUMBER  PIC X(5)    VALUE SPACE.
           05  FILLER              PIC X(70)   VALUE SPACE.
       01  HISTORY-INPUT-LENGTH    PIC S9(4)   COMP  VALUE +80.
      * The record key handed to the customer read
       01  HISTORY-CUSTOMER-KEY    PIC 9(5).
      * CICS response code from the receive, reads, and browse
       01  HISTORY-RESPONSE        PIC S9(8)   COMP.
      * Attention identifier values as CICS sets them in EIBAID
       01  HISTORY-AID-KEYS.
           05  AID-CLEAR           PIC X       VALUE X"6D".
           05  AID-PF3             PIC X       VALUE X"F3".
           05  AID-PF5             PIC X       VALUE X"F5".
           05  AID-PF7             PIC X       VALUE X"F7".
           05  AID-PF8             PIC X       VALUE X"F8".
      * Whether the browse carries on to another screen, whether the
      * customer was found, and whether the history runs on past the
      * page just built
       01  SWITCHES.
           05  BROWSE-CONTINUE-SWITCH  PIC X    VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X    VALUE "N".
           05  BROWSE-END-SWITCH       PIC X    VALUE "N".
           05  MORE-HISTORY-SWITCH     PIC X    VALUE "N".
      * Page-building work fields. The browse starts at the first
      * posting of the current year, the first of January
       01  BROWSE-WORK-FIELDS.
           05  PAGE-LINE-COUNT         PIC S9(4)   COMP  VALUE ZERO.
           05  PAGE-SUBSCRIPT          PIC S9(4)   COMP  VALUE ZERO.
           05  RUNNING-TOTAL           PIC S9(7)V99      VALUE ZERO.
           05  PAGE-OPENING-TOTAL      PIC S9(7)V99      VALUE ZERO.
           05  PAGE-NET-AMOUNT         PIC S9(7)V99      VALUE ZERO.
           05  YEAR-START-DATE         PIC 9(8)          VALUE ZERO.
           05  YEAR-START-DATE-R REDEFINES YEAR-START-DATE.
               10  YSD-YEAR            PIC 9(4).
               10  YSD-MONTH-DAY       PIC 9(4).
           05  HISTORY-MESSAGE-TEXT    PIC X(60)         VALUE SPACE.
      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      * A CCYYMMDD date taken apart for display as MM/DD/CCYY
       01  DISPLAY-DATE-WORK.
           05  DDW-YEAR            PIC 9(4).
           05  DDW-MONTH           PIC 9(2).
           05  DDW-DAY             PIC 9(2).

      *****************************************************************
      * The browse position carried from screen to screen. State
      * "I" is the customer handed over from INQ2 with no page built
      * yet; "B" is a browse under way. The first and last keys are
      * the keyed history records at the top and bottom of the page
      * on the screen, and the opening and closing totals are the
      * running total before the first line and after the last
      *****************************************************************
       01  HISTORY-COMMAREA.
           05  HC-STATE                PIC X(1).
           05  HC-CUSTOMER-NUMBER      PIC 9(5).
           05  HC-FIRST-KEY            PIC X(28).
           05  HC-LAST-KEY             PIC X(28).
           05  HC-OPENING-TOTAL        PIC S9(7)V99.
           05  HC-CLOSING-TOTAL        PIC S9(7)V99.
           05  HC-PAGE-NUMBER          PIC 9(3).
           05  FILLER                  PIC X(1).

      *****************************************************************
      * The key of the keyed history copy - customer number, posting
      * date, invoice date, and the sequence number the nightly load
      * gives every record so no two keys are alike
      *****************************************************************
       01  BROWSE-KEY.
           05  BK-CUSTOMER-NUMBER      PIC 9(5).
           05  BK-POSTING-DATE         PIC 9(8).
           05  BK-INVOICE-DATE         PIC 9(8).
           05  BK-SEQUENCE-NUMBER      PIC 9(7).

      *****************************************************************
      * One record of the keyed history copy - the key, followed by
      * the sales detail history record exactly as POST2000 wrote it
      *****************************************************************
       01  HISTORY-KEYED-RECORD.
           05  HK-KEY                  PIC X(28).
           05  SALES-DETAIL-RECORD.
               10  SD-CUSTOMER-NUMBER  PIC 9(5).
               10  SD-BRANCH-NUMBER    PIC 9(2).
               10  SD-INVOICE-DATE     PIC 9(8).
               10  SD-SIGNED-AMOUNT    PIC S9(5)V9(2).
               10  SD-POSTING-DATE     PIC 9(8).
               10  FILLER              PIC X(10).

      *****************************************************************
      * The customer master record read from the CUSTINQ file
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  CM-SALES-BUDGET-YTD     PIC S9(5)V9(2).
           05  FILLER                  PIC X(80).

      *****************************************************************
      * The lines of the page being built, in posting order
      *****************************************************************
       01  PAGE-LINE-TABLE.
           05  PL-ENTRY OCCURS 15 TIMES.
               10  PL-KEY              PIC X(28).
               10  PL-INVOICE-DATE     PIC 9(8).
               10  PL-SIGNED-AMOUNT    PIC S9(5)V9(2).
               10  PL-POSTING-DATE     PIC 9(8).

      *****************************************************************
      * Define all lines sent back to the browse screen
      *****************************************************************
       01  HISTORY-DISPLAY-AREA.
           05  HISTORY-LINE-1.
               10  FILLER          PIC X(10)   VALUE "CUSTOMER: ".
               10  HL1-CUSTOMER-NUMBER PIC 9(5).
               10  FILLER          PIC X(2)    VALUE SPACE.
               10  HL1-CUSTOMER-NAME   PIC X(20).
               10  FILLER          PIC X(28)   VALUE SPACE.
               10  FILLER          PIC X(6)    VALUE "PAGE: ".
               10  HL1-PAGE-NUMBER PIC ZZ9.
               10  FILLER          PIC X(5)    VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  HISTORY-LINE-2.
               10  FILLER          PIC X(10)   VALUE "THIS YTD: ".
               10  HL2-SALES-THIS-YTD  PIC ZZ,ZZ9.99-.
               10  FILLER          PIC X(4)    VALUE SPACE.
               10  FILLER          PIC X(26)   VALUE
                   "INVOICES AND CREDITS POSTE".
               10  FILLER          PIC X(3)    VALUE "D  ".
               10  HL2-YEAR        PIC 9(4).
               10  FILLER          PIC X(22)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  HISTORY-LINE-3.
               10  FILLER          PIC X(79)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  HISTORY-LINE-4.
               10  FILLER          PIC X(12)   VALUE "INVOICE DATE".
               10  FILLER          PIC X(6)    VALUE SPACE.
               10  FILLER          PIC X(6)    VALUE "AMOUNT".
               10  FILLER          PIC X(4)    VALUE SPACE.
               10  FILLER          PIC X(11)   VALUE "POSTED DATE".
               10  FILLER          PIC X(5)    VALUE SPACE.
               10  FILLER          PIC X(13)   VALUE "RUNNING TOTAL".
               10  FILLER          PIC X(22)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  HISTORY-DETAIL-LINE OCCURS 15 TIMES.
               10  HDL-INVOICE-DATE.
                   15  HDL-INVOICE-MONTH   PIC 9(2).
                   15  HDL-INVOICE-SLASH-1 PIC X(1).
                   15  HDL-INVOICE-DAY     PIC 9(2).
                   15  HDL-INVOICE-SLASH-2 PIC X(1).
                   15  HDL-INVOICE-YEAR    PIC 9(4).
               10  FILLER          PIC X(4).
               10  HDL-SIGNED-AMOUNT   PIC ZZ,ZZ9.99-.
               10  FILLER          PIC X(4).
               10  HDL-POSTING-DATE.
                   15  HDL-POSTING-MONTH   PIC 9(2).
                   15  HDL-POSTING-SLASH-1 PIC X(1).
                   15  HDL-POSTING-DAY     PIC 9(2).
                   15  HDL-POSTING-SLASH-2 PIC X(1).
                   15  HDL-POSTING-YEAR    PIC 9(4).
               10  FILLER          PIC X(3).
               10  HDL-RUNNING-TOTAL   PIC Z,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(25).
               10  HDL-LINE-END    PIC X(1).
           05  HISTORY-LINE-20.
               10  FILLER          PIC X(79)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  HISTORY-LINE-21.
               10  HL21-MESSAGE-TEXT   PIC X(60).
               10  FILLER          PIC X(19)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  HISTORY-LINE-22.
               10  FILLER          PIC X(38)   VALUE
                   "PF7=BACK  PF8=FORWARD  PF3/CLEAR=END  ".
               10  FILLER          PIC X(41)   VALUE SPACE.

       01  HISTORY-ERROR-AREA.
           05  HE-MESSAGE-TEXT     PIC X(70).

       LINKAGE SECTION.

       01  DFHCOMMAREA             PIC X(84).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the browse. A first entry - HST2
      * keyed with a customer number, or PF5 from the INQ2 result -
      * builds the first page; PF8 and PF7 on a browse under way
      * build the next or prior page from the position carried in
      * the COMMAREA. CLEAR or PF3 on the INQ2 result simply ends
      * the task, as it did before the browse existed, and any
      * other key there is a new inquiry and goes back to INQ2000
      * untouched. Only a browse page on the screen is ended with
      * the browse-ended message
      *****************************************************************
       000-PROCESS-HISTORY-BROWSE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR TO YSD-YEAR.
           MOVE 0101    TO YSD-MONTH-DAY.
           IF EIBCALEN = ZERO
               PERFORM 100-RECEIVE-BROWSE-REQUEST
           ELSE
               MOVE DFHCOMMAREA TO HISTORY-COMMAREA
               IF HC-STATE = "I"
                   PERFORM 050-HANDLE-INQUIRY-KEY
               ELSE
               IF EIBAID = AID-CLEAR
                   OR EIBAID = AID-PF3
                   PERFORM 600-END-BROWSE
               ELSE
               IF EIBAID = AID-PF8
                   PERFORM 210-BUILD-NEXT-PAGE
               ELSE
               IF EIBAID = AID-PF7
                   PERFORM 220-BUILD-PRIOR-PAGE
               ELSE
                   PERFORM 230-BUILD-SAME-PAGE.
           IF BROWSE-CONTINUE-SWITCH = "Y"
               EXEC CICS RETURN
                   TRANSID('HST2')
                   COMMAREA(HISTORY-COMMAREA)
                   LENGTH(84)
               END-EXEC
           ELSE
               EXEC CICS RETURN
               END-EXEC.

      *****************************************************************
      * A key pressed on the INQ2 result. PF5 starts the browse;
      * CLEAR and PF3 fall through to the plain RETURN with nothing
      * sent; anything else is handed back to INQ2000
      *****************************************************************
       050-HANDLE-INQUIRY-KEY.

           IF EIBAID = AID-PF5
               PERFORM 200-BUILD-FIRST-PAGE
           ELSE
           IF EIBAID NOT = AID-CLEAR
               AND EIBAID NOT = AID-PF3
               EXEC CICS XCTL
                   PROGRAM('INQ2000')
               END-EXEC.

      *****************************************************************
      * HST2 keyed directly - receives and edits the customer number
      * the same way INQ2 does. LENGERR only means the operator
      * keyed past the 80 bytes the input area holds
      *****************************************************************
       100-RECEIVE-BROWSE-REQUEST.

           EXEC CICS RECEIVE
               INTO(HISTORY-INPUT-AREA)
               LENGTH(HISTORY-INPUT-LENGTH)
               RESP(HISTORY-RESPONSE)
           END-EXEC.
           IF HISTORY-RESPONSE NOT = DFHRESP(NORMAL)
               AND HISTORY-RESPONSE NOT = DFHRESP(LENGERR)
               MOVE "BROWSE INPUT NOT RECEIVED - TRY AGAIN"
                   TO HE-MESSAGE-TEXT
               PERFORM 500-SEND-ERROR-MESSAGE
           ELSE
           IF HI-CUSTOMER-NUMBER NOT NUMERIC
               MOVE "ENTER HST2 NNNNN - NUMBER MUST BE 5 DIGITS"
                   TO HE-MESSAGE-TEXT
               PERFORM 500-SEND-ERROR-MESSAGE
           ELSE
               MOVE SPACES             TO HISTORY-COMMAREA
               MOVE HI-CUSTOMER-NUMBER TO HC-CUSTOMER-NUMBER
               PERFORM 200-BUILD-FIRST-PAGE.

      *****************************************************************
      * Reads the customer from the keyed copy of the master for the
      * name and the this-YTD figure the running total must reach
      *****************************************************************
       150-READ-CUSTOMER-RECORD.

           MOVE HC-CUSTOMER-NUMBER TO HISTORY-CUSTOMER-KEY.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           EXEC CICS READ
               FILE('CUSTINQ')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(HISTORY-CUSTOMER-KEY)
               RESP(HISTORY-RESPONSE)
           END-EXEC.
           IF HISTORY-RESPONSE = DFHRESP(NORMAL)
               MOVE "Y" TO CUSTOMER-FOUND-SWITCH
           ELSE
               IF HISTORY-RESPONSE = DFHRESP(NOTFND)
                   MOVE "CUSTOMER NOT ON FILE" TO HE-MESSAGE-TEXT
                   PERFORM 500-SEND-ERROR-MESSAGE
               ELSE
                   MOVE "CUSTOMER FILE UNAVAILABLE - CALL OPERATIONS"
                       TO HE-MESSAGE-TEXT
                   PERFORM 500-SEND-ERROR-MESSAGE.

      *****************************************************************
      * The first page starts at the customer's first posting of the
      * current year with a running total of zero
      *****************************************************************
       200-BUILD-FIRST-PAGE.

           PERFORM 150-READ-CUSTOMER-RECORD.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               PERFORM 205-READ-FIRST-PAGE.

       205-READ-FIRST-PAGE.

           MOVE HC-CUSTOMER-NUMBER TO BK-CUSTOMER-NUMBER.
           MOVE YEAR-START-DATE    TO BK-POSTING-DATE.
           MOVE ZERO               TO BK-INVOICE-DATE.
           MOVE ZERO               TO BK-SEQUENCE-NUMBER.
           MOVE ZERO               TO PAGE-OPENING-TOTAL.
           MOVE 1                  TO HC-PAGE-NUMBER.
           PERFORM 300-READ-PAGE-FORWARD.
           PERFORM 250-SEND-BROWSE-PAGE.

      *****************************************************************
      * The next page starts just past the last record on the screen
      * and carries on from its closing total. On the last page PF8
      * just shows that page again
      *****************************************************************
       210-BUILD-NEXT-PAGE.

           PERFORM 150-READ-CUSTOMER-RECORD.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE HC-LAST-KEY        TO BROWSE-KEY
               ADD 1                   TO BK-SEQUENCE-NUMBER
               PERFORM 300-READ-PAGE-FORWARD
               IF PAGE-LINE-COUNT > ZERO
                   MOVE HC-CLOSING-TOTAL TO PAGE-OPENING-TOTAL
                   ADD 1                 TO HC-PAGE-NUMBER
                   PERFORM 250-SEND-BROWSE-PAGE
               ELSE
                   PERFORM 240-READ-SAME-PAGE.

      *****************************************************************
      * The prior page is read backward from the top of the screen;
      * its opening total is this page's opening total less the
      * amounts read. Reaching the first posting of the year before
      * a full page is read means the prior page is the first page
      *****************************************************************
       220-BUILD-PRIOR-PAGE.

           PERFORM 150-READ-CUSTOMER-RECORD.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               IF HC-PAGE-NUMBER NOT > 1
                   PERFORM 205-READ-FIRST-PAGE
               ELSE
                   PERFORM 350-READ-PAGE-BACKWARD
                   IF PAGE-LINE-COUNT < 15
                       PERFORM 205-READ-FIRST-PAGE
                   ELSE
                       COMPUTE PAGE-OPENING-TOTAL =
                           HC-OPENING-TOTAL - PAGE-NET-AMOUNT
                       SUBTRACT 1 FROM HC-PAGE-NUMBER
                       MOVE "Y" TO MORE-HISTORY-SWITCH
                       PERFORM 250-SEND-BROWSE-PAGE.

      *****************************************************************
      * Any other key shows the page on the screen again, read
      * fresh from its first record
      *****************************************************************
       230-BUILD-SAME-PAGE.

           PERFORM 150-READ-CUSTOMER-RECORD.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               PERFORM 240-READ-SAME-PAGE.

       240-READ-SAME-PAGE.

           MOVE HC-FIRST-KEY     TO BROWSE-KEY.
           MOVE HC-OPENING-TOTAL TO PAGE-OPENING-TOTAL.
           PERFORM 300-READ-PAGE-FORWARD.
           PERFORM 250-SEND-BROWSE-PAGE.

       250-SEND-BROWSE-PAGE.

           IF HISTORY-RESPONSE = DFHRESP(NORMAL)
               OR HISTORY-RESPONSE = DFHRESP(NOTFND)
               PERFORM 400-SEND-HISTORY-PAGE
           ELSE
               MOVE "HISTORY FILE UNAVAILABLE - CALL OPERATIONS"
                   TO HE-MESSAGE-TEXT
               PERFORM 500-SEND-ERROR-MESSAGE.

      *****************************************************************
      * Reads up to fifteen records forward from the browse key into
      * the page table, plus one more to learn whether the history
      * runs on past this page. NOTFND on the STARTBR means nothing
      * is keyed at or past the browse key - an empty page
      *****************************************************************
       300-READ-PAGE-FORWARD.

           MOVE ZERO TO PAGE-LINE-COUNT.
           MOVE "N"  TO BROWSE-END-SWITCH.
           MOVE "N"  TO MORE-HISTORY-SWITCH.
           EXEC CICS STARTBR
               FILE('HISTINQ')
               RIDFLD(BROWSE-KEY)
               GTEQ
               RESP(HISTORY-RESPONSE)
           END-EXEC.
           IF HISTORY-RESPONSE = DFHRESP(NORMAL)
               PERFORM 310-READ-NEXT-HISTORY
                   UNTIL BROWSE-END-SWITCH = "Y"
               EXEC CICS ENDBR
                   FILE('HISTINQ')
               END-EXEC.

       310-READ-NEXT-HISTORY.

           EXEC CICS READNEXT
               FILE('HISTINQ')
               INTO(HISTORY-KEYED-RECORD)
               RIDFLD(BROWSE-KEY)
               RESP(HISTORY-RESPONSE)
           END-EXEC.
           IF HISTORY-RESPONSE NOT = DFHRESP(NORMAL)
               OR BK-CUSTOMER-NUMBER NOT = HC-CUSTOMER-NUMBER
               MOVE "Y" TO BROWSE-END-SWITCH
           ELSE
           IF PAGE-LINE-COUNT = 15
               MOVE "Y" TO MORE-HISTORY-SWITCH
               MOVE "Y" TO BROWSE-END-SWITCH
           ELSE
               ADD 1 TO PAGE-LINE-COUNT
               MOVE PAGE-LINE-COUNT TO PAGE-SUBSCRIPT
               PERFORM 320-STORE-PAGE-LINE.
           IF HISTORY-RESPONSE = DFHRESP(ENDFILE)
               MOVE DFHRESP(NORMAL) TO HISTORY-RESPONSE.

       320-STORE-PAGE-LINE.

           MOVE HK-KEY           TO PL-KEY(PAGE-SUBSCRIPT).
           MOVE SD-INVOICE-DATE  TO PL-INVOICE-DATE(PAGE-SUBSCRIPT).
           MOVE SD-SIGNED-AMOUNT TO PL-SIGNED-AMOUNT(PAGE-SUBSCRIPT).
           MOVE SD-POSTING-DATE  TO PL-POSTING-DATE(PAGE-SUBSCRIPT).

      *****************************************************************
      * Reads backward from the top of the page on the screen into
      * the page table, bottom slot first. The first READPREV after
      * the STARTBR returns the top record itself, which is skipped;
      * the read stops at fifteen records, another customer, or a
      * posting before the first of the year
      *****************************************************************
       350-READ-PAGE-BACKWARD.

           MOVE ZERO TO PAGE-LINE-COUNT.
           MOVE ZERO TO PAGE-NET-AMOUNT.
           MOVE 16   TO PAGE-SUBSCRIPT.
           MOVE "N"  TO BROWSE-END-SWITCH.
           MOVE HC-FIRST-KEY TO BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('HISTINQ')
               RIDFLD(BROWSE-KEY)
               GTEQ
               RESP(HISTORY-RESPONSE)
           END-EXEC.
           IF HISTORY-RESPONSE = DFHRESP(NORMAL)
               PERFORM 360-READ-PRIOR-HISTORY
                   UNTIL BROWSE-END-SWITCH = "Y"
               EXEC CICS ENDBR
                   FILE('HISTINQ')
               END-EXEC.

       360-READ-PRIOR-HISTORY.

           EXEC CICS READPREV
               FILE('HISTINQ')
               INTO(HISTORY-KEYED-RECORD)
               RIDFLD(BROWSE-KEY)
               RESP(HISTORY-RESPONSE)
           END-EXEC.
           IF HISTORY-RESPONSE NOT = DFHRESP(NORMAL)
               OR BK-CUSTOMER-NUMBER NOT = HC-CUSTOMER-NUMBER
               OR BK-POSTING-DATE < YEAR-START-DATE
               MOVE "Y" TO BROWSE-END-SWITCH
           ELSE
           IF HK-KEY NOT = HC-FIRST-KEY
               ADD 1 TO PAGE-LINE-COUNT
               SUBTRACT 1 FROM PAGE-SUBSCRIPT
               ADD SD-SIGNED-AMOUNT TO PAGE-NET-AMOUNT
               PERFORM 320-STORE-PAGE-LINE
               IF PAGE-LINE-COUNT = 15
                   MOVE "Y" TO BROWSE-END-SWITCH.
           IF HISTORY-RESPONSE = DFHRESP(ENDFILE)
               MOVE DFHRESP(NORMAL) TO HISTORY-RESPONSE.

      *****************************************************************
      * Formats the page with its running total and sends it. The
      * last page says whether the running total has reached the
      * this-YTD figure on the customer master - it always should,
      * since both files are reloaded together each night
      *****************************************************************
       400-SEND-HISTORY-PAGE.

           MOVE PAGE-OPENING-TOTAL TO HC-OPENING-TOTAL.
           MOVE PAGE-OPENING-TOTAL TO RUNNING-TOTAL.
           PERFORM 410-FORMAT-PAGE-LINE
               VARYING PAGE-SUBSCRIPT FROM 1 BY 1
               UNTIL PAGE-SUBSCRIPT > 15.
           MOVE RUNNING-TOTAL TO HC-CLOSING-TOTAL.
           MOVE "B" TO HC-STATE.
           IF PAGE-LINE-COUNT > ZERO
               MOVE PL-KEY(1)               TO HC-FIRST-KEY
               MOVE PL-KEY(PAGE-LINE-COUNT) TO HC-LAST-KEY
           ELSE
               MOVE HC-CUSTOMER-NUMBER      TO BK-CUSTOMER-NUMBER
               MOVE YEAR-START-DATE         TO BK-POSTING-DATE
               MOVE ZERO                    TO BK-INVOICE-DATE
               MOVE ZERO                    TO BK-SEQUENCE-NUMBER
               MOVE BROWSE-KEY              TO HC-FIRST-KEY
               MOVE BROWSE-KEY              TO HC-LAST-KEY.
           IF MORE-HISTORY-SWITCH = "Y"
               MOVE "MORE INVOICES FOLLOW - PF8 FOR THE NEXT PAGE"
                   TO HISTORY-MESSAGE-TEXT
           ELSE
           IF RUNNING-TOTAL = CM-SALES-THIS-YTD
               MOVE "END OF HISTORY - RUNNING TOTAL AGREES TO THIS YTD"
                   TO HISTORY-MESSAGE-TEXT
           ELSE
               MOVE "*** TOTAL DOES NOT AGREE TO THIS YTD - CALL OPS"
                   TO HISTORY-MESSAGE-TEXT.
           MOVE CM-CUSTOMER-NUMBER   TO HL1-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME     TO HL1-CUSTOMER-NAME.
           MOVE HC-PAGE-NUMBER       TO HL1-PAGE-NUMBER.
           MOVE CM-SALES-THIS-YTD    TO HL2-SALES-THIS-YTD.
           MOVE CD-YEAR              TO HL2-YEAR.
           MOVE HISTORY-MESSAGE-TEXT TO HL21-MESSAGE-TEXT.
           EXEC CICS SEND TEXT
               FROM(HISTORY-DISPLAY-AREA)
               ERASE
               FREEKB
           END-EXEC.
           MOVE "Y" TO BROWSE-CONTINUE-SWITCH.

       410-FORMAT-PAGE-LINE.

           MOVE SPACES TO HISTORY-DETAIL-LINE(PAGE-SUBSCRIPT).
           MOVE X"15"  TO HDL-LINE-END(PAGE-SUBSCRIPT).
           IF PAGE-SUBSCRIPT NOT > PAGE-LINE-COUNT
               ADD PL-SIGNED-AMOUNT(PAGE-SUBSCRIPT) TO RUNNING-TOTAL
               MOVE PL-INVOICE-DATE(PAGE-SUBSCRIPT)
                   TO DISPLAY-DATE-WORK
               MOVE DDW-MONTH TO HDL-INVOICE-MONTH(PAGE-SUBSCRIPT)
               MOVE "/"       TO HDL-INVOICE-SLASH-1(PAGE-SUBSCRIPT)
               MOVE DDW-DAY   TO HDL-INVOICE-DAY(PAGE-SUBSCRIPT)
               MOVE "/"       TO HDL-INVOICE-SLASH-2(PAGE-SUBSCRIPT)
               MOVE DDW-YEAR  TO HDL-INVOICE-YEAR(PAGE-SUBSCRIPT)
               MOVE PL-SIGNED-AMOUNT(PAGE-SUBSCRIPT)
                   TO HDL-SIGNED-AMOUNT(PAGE-SUBSCRIPT)
               MOVE PL-POSTING-DATE(PAGE-SUBSCRIPT)
                   TO DISPLAY-DATE-WORK
               MOVE DDW-MONTH TO HDL-POSTING-MONTH(PAGE-SUBSCRIPT)
               MOVE "/"       TO HDL-POSTING-SLASH-1(PAGE-SUBSCRIPT)
               MOVE DDW-DAY   TO HDL-POSTING-DAY(PAGE-SUBSCRIPT)
               MOVE "/"       TO HDL-POSTING-SLASH-2(PAGE-SUBSCRIPT)
               MOVE DDW-YEAR  TO HDL-POSTING-YEAR(PAGE-SUBSCRIPT)
               MOVE RUNNING-TOTAL
                   TO HDL-RUNNING-TOTAL(PAGE-SUBSCRIPT).

       500-SEND-ERROR-MESSAGE.

           EXEC CICS SEND TEXT
               FROM(HISTORY-ERROR-AREA)
               ERASE
               FREEKB
           END-EXEC.
           MOVE "N" TO BROWSE-CONTINUE-SWITCH.

       600-END-BROWSE.

           MOVE "INVOICE HISTORY BROWSE ENDED" TO HE-MESSAGE-TEXT.
           PERFORM 500-SEND-ERROR-MESSAGE.
