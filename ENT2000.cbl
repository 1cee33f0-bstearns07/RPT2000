      *                  of onto tomorrow's MNTREJ file. Who may run
      *                  ENT2 is controlled by transaction security
      *                  on the ENT2 definition, the same way INQ2
      *                  is controlled. Every accepted transaction is
      *                  stamped with the operator's user ID, so a
      *                  change MNT2000 holds for supervisor approval
      *                  shows who keyed it and can only be decided
      *                  on the APR2 screen by someone else
      * File Desc......: Define the sole source code for the online
      *                  entry program. The customer file is defined
      *                  to CICS as CUSTINQ (FCT entry over the path
      * The keyed maintenance transaction, in the same layout the
      * nightly MNT2000 run reads from MNTTRAN. On a change, a
      * field left as spaces is left unchanged on the master; a
      * keyed value replaces the master field. The entered-by user
      * ID comes from the signed-on operator, never from the screen,
      * and the approval columns stay spaces - only the APR2
      * approval screen sets them
      *****************************************************************
       01  MAINTENANCE-TRANSACTION.
           05  MT-ACTION-CODE          PIC X(1).
           05  MT-SALES-LAST-YTD       PIC X(7).
           05  MT-SALES-BUDGET-YTD     PIC X(7).
           05  FILLER                  PIC X(9).
           05  MT-ENTERED-BY           PIC X(8).
           05  MT-APPROVED-BY          PIC X(8).
           05  MT-APPROVAL-FLAG        PIC X(1).
           05  FILLER                  PIC X(3).

      *****************************************************************
      * The customer master record read back from the CUSTINQ file
               MOVE "CUSTOMER NOT ON FILE"        TO ENT-REJECT-REASON.

      *****************************************************************
      * Stamps the operator's user ID on the accepted transaction,
      * writes it to the holding queue the nightly MNT2000 job
      * reads, and confirms to the operator
      *****************************************************************
       300-CAPTURE-TRANSACTION.

           EXEC CICS ASSIGN
               USERID(MT-ENTERED-BY)
           END-EXEC.
           EXEC CICS WRITEQ TD
               QUEUE('MNTH')
               FROM(MAINTENANCE-TRANSACTION)
               LENGTH(80)
               RESP(ENTRY-RESPONSE)
           END-EXEC.
           IF ENTRY-RESPONSE = DFHRESP(NORMAL)
