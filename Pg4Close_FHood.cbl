      * The close refuses to run while the posting restart file says
      * a master rebuild is in progress - a snapshot of a half-built
      * master would close the period on garbage.
      *
      * Modification History:
      * The close also refuses while the restart file says a batch
      * reversal is unfinished: the reversal refuses any batch posted
      * before the latest close, so closing in the middle of one
      * would leave the batch half backed out for good.
      * * * * * *

       ENVIRONMENT DIVISION.
           05 RunAudit-EOF           PIC X Value 'N'.
           05 Vendor-EOF             PIC X Value 'N'.
           05 Rebuild-Pending        PIC X Value 'N'.
           05 Reversal-Pending       PIC X Value 'N'.
           05 RunAudit-Ready         PIC X Value 'Y'.

       01  Close-Counts.
      * Refuses the close while a master rebuild is in progress.
       150-Check-Post-Restart.
           MOVE 'N' to Rebuild-Pending
           MOVE 'N' to Reversal-Pending
           OPEN INPUT Post-Restart-File
           IF Restart-Status = '00'
               READ Post-Restart-File
                       IF PR-Stage = 'REBUILD'
                           MOVE 'Y' to Rebuild-Pending
                       END-IF
                       IF PR-Stage = 'REVERSE'
                           MOVE 'Y' to Reversal-Pending
                       END-IF
               END-READ
           END-IF
           CLOSE Post-Restart-File
      * The close proper: snapshot, audit record, then archival.
       200-Close-Period.
           PERFORM 150-Check-Post-Restart
           EVALUATE TRUE
               WHEN Rebuild-Pending = 'Y'
                   DISPLAY '*** MASTER REBUILD DID NOT FINISH - CLOSE '
                       'REFUSED, RERUN THE REBUILD FIRST ***'
                   MOVE 8 to RETURN-CODE
               WHEN Reversal-Pending = 'Y'
                   DISPLAY '*** BATCH REVERSAL DID NOT FINISH - CLOSE '
                       'REFUSED, RERUN THE REVERSAL FIRST ***'
                   MOVE 8 to RETURN-CODE
               WHEN OTHER
                   PERFORM 205-Close-Period-Body
           END-EVALUATE
           .
       205-Close-Period-Body.
           PERFORM 210-Snapshot-Master
           IF RETURN-CODE = ZERO
               PERFORM 230-Record-Close-Audit
               PERFORM 250-Archive-History
               PERFORM 260-Archive-Audit
               DISPLAY 'PERIOD ' Close-Period ' CLOSED: '
                       'SNAPSHOT=' Snap-Record-Count
                       ' RECORDS TO ' Snapshot-Filename
               DISPLAY 'HISTORY: KEPT=' Hist-Kept-Count
                       ' ARCHIVED=' Hist-Arch-Count
               DISPLAY 'AUDIT: KEPT=' Audit-Kept-Count
                       ' ARCHIVED=' Audit-Arch-Count
           END-IF
           .
      * Copies the master record for record into the dated snapshot,
