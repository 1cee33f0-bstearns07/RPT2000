      *                  gets back the name, this-YTD, last-YTD,
      *                  budget, change amount, and percent change -
      *                  the same figures the nightly batch report
      *                  computes for its customer line. PF5 on
      *                  the result starts the HST2 invoice history
      *                  browse (program HST2000) for the customer
      *                  shown, CLEAR or PF3 ends the inquiry, and
      *                  any other key is a new inquiry
      * File Desc......: Define the sole source code for the online
      *                  inquiry program. The file is defined to CICS
      *                  as CUSTINQ (FCT entry over the path to
       01  INQUIRY-KEY             PIC 9(5).
      * CICS response code from the file read
       01  INQUIRY-RESPONSE        PIC S9(8)   COMP.
      * Whether a customer was displayed, so the result screen can
      * hand off to the HST2 history browse
       01  HISTORY-OFFERED-SWITCH  PIC X       VALUE "N".
      * The COMMAREA passed to HST2000 - state "I" and the customer
      * shown, in the layout HST2000 carries its browse position in
       01  INQUIRY-COMMAREA.
           05  IC-STATE            PIC X(1)    VALUE "I".
           05  IC-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(78)   VALUE SPACE.
      * Calculated fields for YTD change amount and percent change,
      * computed the same way the batch report computes them
       01  CALCULATED-FIELDS.
           05  INQUIRY-LINE-7.
               10  FILLER          PIC X(10)   VALUE "VARIANCE: ".
               10  IL7-VARIANCE        PIC ZZ,ZZ9.99-.
               10  FILLER          PIC X(59)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  INQUIRY-LINE-8.
               10  FILLER          PIC X(79)   VALUE SPACE.
               10  FILLER          PIC X(1)    VALUE X"15".
           05  INQUIRY-LINE-9.
               10  FILLER          PIC X(40)   VALUE
                   "PF5=INVOICE HISTORY  OR KEY A NEW INQ2  ".
               10  FILLER          PIC X(30)   VALUE SPACE.

       01  INQUIRY-ERROR-AREA.
           05  IE-MESSAGE-TEXT     PIC X(70).
           ELSE
               MOVE II-CUSTOMER-NUMBER TO INQUIRY-KEY
               PERFORM 100-READ-CUSTOMER-RECORD.
           IF HISTORY-OFFERED-SWITCH = "Y"
               EXEC CICS RETURN
                   TRANSID('HST2')
                   COMMAREA(INQUIRY-COMMAREA)
                   LENGTH(84)
               END-EXEC
           ELSE
               EXEC CICS RETURN
               END-EXEC.

      *****************************************************************
      * Reads the customer from the keyed VSAM copy of the master.
      *****************************************************************
      * Builds the inquiry display with the change amount, percent
      * change, and budget variance computed the same way the batch
      * report computes them, and sends it to the screen. The next
      * key the operator presses goes to HST2000 with this customer
      *****************************************************************
       200-SEND-CUSTOMER-DISPLAY.

               ERASE
               FREEKB
           END-EXEC.
           MOVE CM-CUSTOMER-NUMBER TO IC-CUSTOMER-NUMBER.
           MOVE "Y" TO HISTORY-OFFERED-SWITCH.

       300-SEND-ERROR-MESSAGE.

