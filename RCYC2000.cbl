      *                  go in ahead of the batch trailer and the
      *                  trailer's expected count and amount total
      *                  are adjusted to cover them, so the posting
      *                  run still balances. Prior-period adjustments
      *                  finance has released through PADJ2000 are
      *                  merged into the batch the same way, behind
      *                  the recycled rejects
      * File Desc......: Define the sole source code for the reject
      *                  recycling program
      ******************************************************************
       FILE-CONTROL.
           SELECT SALESTRN ASSIGN TO SALESTRN.
           SELECT POSTREJ  ASSIGN TO POSTREJ.
           SELECT PRIORREL ASSIGN TO PRIORREL.
           SELECT SALESMRG ASSIGN TO SALESMRG.
           SELECT MNTTRAN  ASSIGN TO MNTTRAN.
           SELECT MNTREJ   ASSIGN TO MNTREJ.
       FD  SALESTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 32 CHARACTERS.

      *****************************************************************
      * The new day's sales transaction file, carrying its batch
      * header first and its batch trailer last. Details pass
      * through with their recycling columns blanked, so only a
      * released prior-period adjustment merged below can carry
      * the "R" mark past the closed-period check; the trailer is
      * held back and rewritten behind the recycled records with
      * adjusted totals
      *****************************************************************
       01  SALES-TRANSACTION-RECORD    PIC X(32).

      *****************************************************************
      * The detail view of the record - columns 22-30 are the
      * recycling fields
      *****************************************************************
       01  SALES-DETAIL-RECORD.
           05  FILLER                  PIC X(21).
           05  SD-RECYCLE-FIELDS       PIC X(9).
           05  FILLER                  PIC X(2).

      *****************************************************************
      * The batch header view of the record. Its batch number runs
      * into the recycling columns, so the header is never blanked
      *****************************************************************
       01  BATCH-HEADER-RECORD.
           05  BH-HEADER-KEY           PIC X(5).
           05  BH-HEADER-ID            PIC X(7).
           05  FILLER                  PIC X(20).

      *****************************************************************
      * The batch trailer view of the record - the expected count
           05  BT-TRAILER-ID           PIC X(7).
           05  BT-EXPECTED-COUNT       PIC 9(7).
           05  BT-EXPECTED-AMOUNT      PIC 9(7)V9(2).
           05  FILLER                  PIC X(4).

       FD  POSTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 32 CHARACTERS.

      *****************************************************************
      * One rejected sales transaction from the prior posting run,
      * in the SALESTRN layout. Columns 22-30 carry the recycling
      * fields this program maintains - the date the record first
      * entered the system and how many times it has been
      * resubmitted. The product-line code passes through unchanged
      *****************************************************************
       01  POSTING-REJECT-RECORD.
           05  PJ-CUSTOMER-NUMBER      PIC X(5).
           05  PJ-RETRY-COUNT          PIC X(1).
           05  PJ-RETRY-COUNT-9 REDEFINES PJ-RETRY-COUNT
                                       PIC 9(1).
           05  PJ-PRODUCT-LINE         PIC X(2).

       FD  PRIORREL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 32 CHARACTERS.

      *****************************************************************
      * One prior-period adjustment released by PADJ2000, in the
      * SALESTRN layout. The recycling columns carry the date the
      * item was first held and the "R" release mark, and pass
      * into the merged batch unchanged
      *****************************************************************
       01  RELEASED-ADJUSTMENT-RECORD.
           05  RA-CUSTOMER-NUMBER      PIC X(5).
           05  RA-INVOICE-DATE         PIC X(8).
           05  RA-INVOICE-AMOUNT       PIC X(7).
           05  RA-INVOICE-AMOUNT-9 REDEFINES RA-INVOICE-AMOUNT
                                       PIC 9(5)V9(2).
           05  RA-CREDIT-DEBIT-FLAG    PIC X(1).
           05  RA-HELD-DATE            PIC X(8).
           05  RA-HELD-DATE-9 REDEFINES RA-HELD-DATE
                                       PIC 9(8).
           05  RA-RELEASE-FLAG         PIC X(1).
           05  RA-PRODUCT-LINE         PIC X(2).

       FD  SALESMRG
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 32 CHARACTERS.

      *****************************************************************
      * The merged sales transaction file the posting run reads -
      * the new day's batch with the recycled rejects inside it,
      * ahead of the adjusted trailer
      *****************************************************************
       01  MERGED-SALES-RECORD     PIC X(32).

       FD  MNTTRAN
           RECORDING MODE IS F

      *****************************************************************
      * The new day's keyed maintenance transactions, copied to
      * the merged file unchanged. The batch-keyed file stops at
      * the recycling columns - the entered-by and approval columns
      * MNT2000 reads behind them are left as spaces on the copy
      *****************************************************************
       01  MAINTENANCE-TRANSACTION     PIC X(60).

       FD  MNTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * One rejected maintenance transaction from the prior MNT2000
      * run, in the MNTTRAN layout. Columns 52-60 carry the same
      * recycling fields as the posting rejects; the entered-by and
      * approval columns behind them pass through unchanged
      *****************************************************************
       01  MAINTENANCE-REJECT-RECORD.
           05  MJ-ACTION-CODE          PIC X(1).
           05  MJ-RETRY-COUNT          PIC X(1).
           05  MJ-RETRY-COUNT-9 REDEFINES MJ-RETRY-COUNT
                                       PIC 9(1).
           05  MJ-APPROVAL-FIELDS      PIC X(20).

       FD  MNTMRG
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

      *****************************************************************
      * The merged maintenance transaction file the nightly MNT2000
      * run reads - the new day's transactions with the recycled
      * rejects behind them
      *****************************************************************
       01  MERGED-MAINT-RECORD     PIC X(80).

       FD  RCYCRPT
           RECORDING MODE IS F
       01  SWITCHES.
           05  SALESTRN-EOF-SWITCH     PIC X    VALUE "N".
           05  POSTREJ-EOF-SWITCH      PIC X    VALUE "N".
           05  PRIORREL-EOF-SWITCH     PIC X    VALUE "N".
           05  MNTTRAN-EOF-SWITCH      PIC X    VALUE "N".
           05  MNTREJ-EOF-SWITCH       PIC X    VALUE "N".
           05  BATCH-TRAILER-SWITCH    PIC X    VALUE "N".
       01  TOTAL-FIELDS.
           05  TOTAL-SALES-RECYCLED    PIC S9(5)      VALUE ZERO.
           05  TOTAL-SALES-AGED        PIC S9(5)      VALUE ZERO.
           05  TOTAL-PRIOR-RELEASED    PIC S9(5)      VALUE ZERO.
           05  TOTAL-MAINT-RECYCLED    PIC S9(5)      VALUE ZERO.
           05  TOTAL-MAINT-AGED        PIC S9(5)      VALUE ZERO.
      * The retry limit from the run PARM, and the batch totals
           05  GT3-RETRY-LIMIT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       01  AGING-TOTAL-LINE-4.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(26)    VALUE
               "PRIOR-PERIOD ADJ RELEASED ".
           05  GT4-RELEASED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95)    VALUE SPACE.

       LINKAGE SECTION.

      *****************************************************************
      * adjusted trailer, and the maintenance side is merged the
      * same way - MNTTRAN carries no batch trailer, so its rejects
      * are simply appended. Every recycled record is listed on the
      * aging report with its retry count and original-entry date.
      * Released prior-period adjustments go into the sales batch
      * behind the rejects and are listed with the date first held
      *****************************************************************
       000-RECYCLE-REJECTS.

               MOVE PARM-RETRY-LIMIT-9 TO RETRY-LIMIT.
           OPEN INPUT  SALESTRN
                INPUT  POSTREJ
                INPUT  PRIORREL
                OUTPUT SALESMRG
                INPUT  MNTTRAN
                INPUT  MNTREJ
               UNTIL SALESTRN-EOF-SWITCH = "Y".
           PERFORM 200-RECYCLE-POSTING-REJECT
               UNTIL POSTREJ-EOF-SWITCH = "Y".
           PERFORM 220-MERGE-RELEASED-ADJUSTMENT
               UNTIL PRIORREL-EOF-SWITCH = "Y".
           PERFORM 250-WRITE-ADJUSTED-TRAILER.
           PERFORM 300-COPY-MAINT-RECORD
               UNTIL MNTTRAN-EOF-SWITCH = "Y".
           PERFORM 400-PRINT-AGING-TOTALS.
           CLOSE SALESTRN
                 POSTREJ
                 PRIORREL
                 SALESMRG
                 MNTTRAN
                 MNTREJ
      * Copies the new day's sales batch to the merged file. The
      * batch trailer is not copied - its totals are held back and
      * it is rewritten behind the recycled records with the
      * recycled count and amounts added in. Every detail has its
      * recycling columns blanked on the way through, so a release
      * mark keyed or carried in from upstream is never honoured
      *****************************************************************
       100-COPY-SALES-RECORD.

               MOVE BT-EXPECTED-AMOUNT TO HELD-EXPECTED-AMOUNT
           ELSE
           IF SALESTRN-EOF-SWITCH = "N"
               PERFORM 110-WRITE-SALES-RECORD.

       110-WRITE-SALES-RECORD.

           IF BH-HEADER-KEY NOT = "00000"
               OR BH-HEADER-ID NOT = "*BATCHH"
               MOVE SPACES TO SD-RECYCLE-FIELDS.
           MOVE SALES-TRANSACTION-RECORD TO MERGED-SALES-RECORD.
           WRITE MERGED-SALES-RECORD.

      *****************************************************************
      * Recycles one prior posting reject - stamps the original-
               MOVE "RECYCLED    " TO GL-STATUS.
           PERFORM 600-WRITE-AGING-LINE.

      *****************************************************************
      * Merges one released prior-period adjustment into the batch
      * ahead of the trailer and adds it to the held trailer totals.
      * The record is written exactly as PADJ2000 released it - the
      * "R" mark is what tells POST2000 to post it into the current
      * period instead of holding it again
      *****************************************************************
       220-MERGE-RELEASED-ADJUSTMENT.

           READ PRIORREL
               AT END
                   MOVE "Y" TO PRIORREL-EOF-SWITCH.
           IF PRIORREL-EOF-SWITCH = "N"
               PERFORM 230-WRITE-RELEASED-ADJUSTMENT.

       230-WRITE-RELEASED-ADJUSTMENT.

           ADD 1 TO HELD-EXPECTED-COUNT.
           IF RA-INVOICE-AMOUNT NUMERIC
               ADD RA-INVOICE-AMOUNT-9 TO HELD-EXPECTED-AMOUNT.
           MOVE RELEASED-ADJUSTMENT-RECORD TO MERGED-SALES-RECORD.
           WRITE MERGED-SALES-RECORD.
           ADD 1 TO TOTAL-PRIOR-RELEASED.
           MOVE "PRIADJ" TO GL-STREAM.
           MOVE SPACES   TO GL-ACTION.
           MOVE RA-CUSTOMER-NUMBER TO GL-CUSTOMER-NUMBER.
           IF RA-HELD-DATE NUMERIC
               MOVE RA-HELD-DATE-9 TO ORIGINAL-DATE-WORK
           ELSE
               MOVE ZERO           TO ORIGINAL-DATE-WORK.
           MOVE ZERO     TO GL-RETRY-COUNT.
           MOVE "RELEASED    " TO GL-STATUS.
           PERFORM 600-WRITE-AGING-LINE.

      *****************************************************************
      * Writes the batch trailer behind the recycled records with
      * the adjusted totals, so the posting run's balancing pass
           MOVE TOTAL-SALES-AGED     TO GT1-AGED.
           MOVE TOTAL-MAINT-RECYCLED TO GT2-RECYCLED.
           MOVE TOTAL-MAINT-AGED     TO GT2-AGED.
           MOVE TOTAL-PRIOR-RELEASED TO GT4-RELEASED.
           MOVE RETRY-LIMIT          TO GT3-RETRY-LIMIT.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 500-PRINT-AGING-HEADINGS.
           WRITE AGING-PRINT-AREA.
           MOVE AGING-TOTAL-LINE-2   TO AGING-PRINT-AREA.
           WRITE AGING-PRINT-AREA.
           MOVE AGING-TOTAL-LINE-4   TO AGING-PRINT-AREA.
           WRITE AGING-PRINT-AREA.
           MOVE AGING-TOTAL-LINE-3   TO AGING-PRINT-AREA.
           WRITE AGING-PRINT-AREA.

