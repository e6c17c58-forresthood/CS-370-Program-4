      *   header:  'H', warehouse X(4), record count 9(6),
      *            quantity hash total 9(9) - zero filled
      *   detail:  the standard transaction record -
      *            action X (R/I/A/S/T), warehouse X(4), vendor X,
      *            product X(3), slot XX, quantity X(5),
      *            unit cost X(5) cents (receipts only) - on a
      *            transfer ship the ship-to warehouse X(4) and a
      *            space, on a transfer receive the shipment number
      *
      * Modification History:
      * Every balanced batch now carries a batch identifier into the
      * posting file: a batch marker record ('B', warehouse X(4),
      * batch id X(12), 4 spaces) is written ahead of the batch's
      * clean records, and the posting run stamps the id on each
      * movement it records, so a batch can be traced and backed out
      * as a unit. The id is the edit's run date (YYYYMMDD) and a
      * four-digit sequence kept in the batch control file across
      * the day's runs, so a retransmitted batch edited later the
      * same day never reuses an earlier batch's id.
      * Inter-warehouse transfers are now keyed as transactions:
      * S (transfer ship) at the donor warehouse carries the ship-to
      * warehouse in the cost positions, T (transfer receive) at the
      * destination carries the shipment number the posting run gave
      * the ship. The ship-to must be another warehouse on the control
      * file, the shipment number must be numeric, and a transfer must
      * move a quantity.
      * * * * * *

       ENVIRONMENT DIVISION.
                Assign dynamic Held-Filename
            Organization is line sequential.

      * Last batch id handed out - the date and sequence, so a rerun
      * the same day carries on numbering where the last one stopped.
            SELECT OPTIONAL Batch-Control-File
                Assign dynamic BatchCtl-Filename
                Organization is line sequential
                File Status is BatchCtl-Status.

       DATA DIVISION.
       FILE SECTION.

           Record contains 21 characters.

       01  Posting-Record             PIC X(21) .
       01  Posting-Batch-Marker.
           05 PBM-Type                PIC X .
           05 PBM-WHID                PIC X(4) .
           05 PBM-Batch-Id            PIC X(12) .
           05 FILLER                  PIC X(4) .
      *
       FD Reject-File
           Record contains 41 characters.
           Record contains 21 characters.

       01  Held-Record                PIC X(21) .
      *
       FD Batch-Control-File
           Record contains 12 characters.

       01  Batch-Control-Record.
           05 BC-Date                 PIC X(8) .
           05 BC-Seq                  PIC 9(4) .

       WORKING-STORAGE SECTION.

           05 Slot-Number            PIC 99.
           05 Hold-Reason            PIC X(20).

      * * * Batch identifier - run date plus a sequence carried
      * across the day's runs in the batch control file. * * *
       01  Batch-Id-Fields.
           05 Batch-Id.
               10 BI-Date            PIC X(8).
               10 BI-Seq             PIC 9(4) Value ZERO.
           05 Batch-Id-Saved         PIC X Value 'N'.
       01  WS-Current-Date.
           05  WS-Year               PIC 99.
           05  WS-Month              PIC 99.
           05  WS-Day                PIC 99.

      * * * The batch being collected: its header and every record,
      * buffered whole so the count and hash are verified before any
      * record is written anywhere. A batch too big for the buffer
           05 TW-Slot                PIC XX.
           05 TW-Qty                 PIC X(5).
           05 TW-Cost                PIC X(5).
           05 TW-Transfer REDEFINES TW-Cost.
               10 TW-Ship-To         PIC X(4).
               10 TW-Ship-Filler     PIC X.

       01  Run-Parameters.
           05 WHCTL-Filename        PIC X(72)
                                          Value 'Tran-Rejects.txt'.
           05 Held-Filename         PIC X(72)
                                          Value 'Tran-Held.txt'.
           05 BatchCtl-Filename     PIC X(72)
                                          Value 'Tran-Batch.ctl'.
           05 Env-Value             PIC X(72).

       01  File-Statuses.
           05 WHCTL-Status        PIC XX Value '00'.
           05 Vendor-Status       PIC XX Value '00'.
           05 Batch-Status        PIC XX Value '00'.
           05 BatchCtl-Status     PIC XX Value '00'.

       01  Warehouse-Table.
           05 WH-Entry Occurs 20 Times
           PERFORM 120-Init-Parameters
           PERFORM 130-Load-Warehouse-Table
           PERFORM 150-Load-Vendor-Table
           PERFORM 170-Read-Batch-Control
           PERFORM 200-Edit-Batches
           PERFORM 175-Save-Batch-Control
           DISPLAY 'TRAN EDIT: BATCHES=' Batch-Read-Count
                   ' HELD=' Batch-Held-Count
                   ' RECORDS=' Record-Read-Count
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Held-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'TRANBATCHCTL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to BatchCtl-Filename
           END-IF
      * Today's date leads every batch id this run hands out.
           ACCEPT WS-Current-Date FROM DATE
           MOVE '20' to BI-Date(1:2)
           MOVE WS-Year to BI-Date(3:2)
           MOVE WS-Month to BI-Date(5:2)
           MOVE WS-Day to BI-Date(7:2)
           .
      * Reads the warehouse control file into the warehouse table; if
      * it is missing or empty, falls back to the original three
           MOVE 'NETON Ltd' to VI-Vendor-Name(7)
           MOVE 7 to Vendor-Count
           .
      * Picks up the last batch id handed out. A control file from an
      * earlier day (or none at all) starts today's sequence at one.
       170-Read-Batch-Control.
           MOVE ZERO to BI-Seq
           OPEN INPUT Batch-Control-File
           IF BatchCtl-Status = '00'
               READ Batch-Control-File
                   NOT AT END
                       IF BC-Date = BI-Date AND BC-Seq IS NUMERIC
                           MOVE BC-Seq to BI-Seq
                       END-IF
               END-READ
           END-IF
      * Closed either way - an OPEN INPUT on a missing OPTIONAL file
      * still leaves it positioned open.
           CLOSE Batch-Control-File
           .
      * Saves the last batch id handed out, once any batch was given
      * one - a run that balanced nothing leaves the file alone.
       175-Save-Batch-Control.
           IF Batch-Id-Saved = 'Y'
               OPEN OUTPUT Batch-Control-File
               MOVE BI-Date to BC-Date
               MOVE BI-Seq to BC-Seq
               WRITE Batch-Control-Record
               CLOSE Batch-Control-File
           END-IF
           .
      * Reads the batch file end to end. A header record closes out
      * the batch being collected and opens the next; everything else
      * is buffered under the current header until the whole batch is
                   MOVE 'HASH TOTAL WRONG' to Hold-Reason
           END-EVALUATE
           IF Hold-Reason = SPACES
               PERFORM 420-Write-Batch-Marker
               PERFORM VARYING BT-Sub FROM 1 BY 1
                       UNTIL BT-Sub > CB-Rec-Count
                   PERFORM 450-Edit-Transaction
               PERFORM 480-Hold-Batch
           END-IF
           .
      * Gives the balanced batch the next batch id and writes its
      * marker ahead of its records, so everything the posting run
      * reads behind the marker posts under that id. The id is
      * displayed for the run log - it is what a reversal asks for.
       420-Write-Batch-Marker.
           ADD 1 to BI-Seq
           MOVE 'Y' to Batch-Id-Saved
           MOVE SPACES to Posting-Batch-Marker
           MOVE 'B' to PBM-Type
           MOVE CB-WHID to PBM-WHID
           MOVE Batch-Id to PBM-Batch-Id
           WRITE Posting-Batch-Marker
           DISPLAY 'BATCH ' Batch-Id ' FOR WAREHOUSE ' CB-WHID
                   ': ' CB-Rec-Count ' RECORDS'
           .
      * Edits one transaction of a balanced batch field by field. The
      * first failed check names the reason; a record with no failure
      * is written to the posting file byte for byte.
           MOVE BT-Record(BT-Sub) to Tran-Work
           MOVE SPACES to Reject-Reason

           IF TW-Action NOT = 'R' AND 'I' AND 'A' AND 'S' AND 'T'
               MOVE 'BAD ACTION CODE' to Reject-Reason
           END-IF

               END-IF
           END-IF

           IF Reject-Reason = SPACES
                   AND (TW-Action = 'S' OR TW-Action = 'T')
               PERFORM 460-Edit-Transfer
           END-IF

           IF Reject-Reason = SPACES
               ADD 1 to Clean-Count
               MOVE BT-Record(BT-Sub) to Posting-Record
               WRITE Reject-Record
           END-IF
           .
      * A transfer must move something, a ship must name another
      * warehouse we process to ship to, and a receive must name the
      * shipment it clears.
       460-Edit-Transfer.
           IF NP-Value = ZERO
               MOVE 'ZERO TRANSFER QTY' to Reject-Reason
           END-IF
           IF Reject-Reason = SPACES AND TW-Action = 'S'
               MOVE 'N' to WH-Valid
               PERFORM VARYING WH-Index FROM 1 BY 1
                       UNTIL WH-Index > WH-Count
                   IF TW-Ship-To = WHT-Code(WH-Index)
                       MOVE 'Y' to WH-Valid
                   END-IF
               END-PERFORM
               IF WH-Valid = 'N' OR TW-Ship-To = TW-WHID
                       OR TW-Ship-Filler NOT = SPACE
                   MOVE 'BAD SHIP-TO WH' to Reject-Reason
               END-IF
           END-IF
           IF Reject-Reason = SPACES AND TW-Action = 'T'
               MOVE TW-Cost to NP-Text
               PERFORM 500-Parse-Number
               IF NP-Valid NOT = 'Y' OR NP-Value = ZERO
                   MOVE 'BAD SHIPMENT NUMBER' to Reject-Reason
               END-IF
           END-IF
           .
      * Holds the whole batch, header first, so the warehouse can
      * retransmit it intact - no record of an unbalanced batch is
      * ever split between posted and lost. An oversize batch was
