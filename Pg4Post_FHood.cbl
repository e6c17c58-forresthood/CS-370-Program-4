      *             per warehouse, so purchasing can see the dead
      *             stock sitting two warehouses over before cutting
      *             another order.
      *   STOCKCARD - prints the stock card for the one warehouse/
      *             vendor/product named by STOCKKEY (e.g. NV10A123):
      *             every movement the ledger holds for it in date
      *             order with a running balance per slot, tied out
      *             against the slot's current master stock.
      *   REVERSE - backs out the posted batch named by REVERSEBATCH:
      *             each of its ledger movements undone newest first
      *             (stock, average cost, the open-PO lines its
      *             receipts filled), offsetting GL journal entries
      *             written to their own journal file (GL-Reversal-
      *             <batch id>.txt unless GLREVERSAL names one), and a
      *             reversal register printed for the incident file.
      *   (other)  - the daily default: posts the day's receipts,
      *             issues, adjustments, and transfers from the
      *             transaction file against the master, so inventory
      *             is current daily without each warehouse cutting a
      *             full extract - then the cycle-count adjustments a
      *             supervisor has approved since the last run.
      * A transaction with no matching master record, a bad action
      * code, slot, or quantity goes to the error file with a reason,
      * the same way the main run logs invalid-warehouse records.
      *
      * Transaction record layout (21 bytes):
      *   action X     R=receipt  I=issue  A=adjustment(sets stock)
      *                S=transfer ship  T=transfer receive
      *   warehouse X(4), vendor X, product X(3)
      *   slot XX      product slot 01-10 within the master record
      *   quantity X(5) digits, spaces allowed either side
      *   unit cost X(5) cents (00750 = $7.50) - required on a
      *                receipt, ignored on an issue or adjustment;
      *                on a transfer ship the ship-to warehouse X(4)
      *                and a space, on a transfer receive the
      *                shipment number the ship was given
      *
      * Modification History:
      * The master's slot price is now a weighted average unit cost:
      * what sits is a recorded fact instead of a guess. A rebuild
      * reloads the master from the merged file and restarts the
      * dates blank - movement tracking begins fresh each rebuild.
      * Every posted transaction is now also written to a permanent
      * movement ledger (Movement-Ledger.txt, never rewritten, only
      * extended): run date and time, the batch it came in on, the
      * action, key, slot, quantity and cost, and the slot's stock
      * and average cost before and after the post - so "how did
      * this slot get to this number" has an answer. The transaction
      * edit's batch marker record ('B', warehouse, batch id) names
      * the batch for the records behind it; transactions with no
      * marker ahead of them (the cycle count adjustments) post
      * under the run date and sequence 0000. The STOCKCARD mode
      * prints one item's movements from the ledger.
      * A posted batch can now be backed out with the REVERSE mode.
      * The ledger says exactly what the batch did, so each of its
      * movements is undone newest first: stock moves back by what
      * the post moved it, a receipt's layer comes back out of the
      * average cost (the before image is restored outright when the
      * slot is untouched since), and the open-PO lines a receipt
      * filled are reduced or reopened - each ledger entry now keeps
      * how much of its receipt matched open orders. The undo is
      * itself written to the ledger (source V) under the batch id,
      * which is how a second reversal of the same batch is refused;
      * a batch posted before the last period close on the run audit
      * is refused too. The offsetting GL entries go to their own
      * journal file in the movement journal's convention, and the
      * reversal register lists every movement undone. The restart
      * file carries the reversal's progress the way it carries
      * posting's, so an abended reversal resumes where it stopped,
      * and daily posting refuses to run until it has.
      * Inter-warehouse transfers now post as transactions instead of
      * an issue at one site and a hand-costed receipt at the other.
      * A transfer ship (S) takes the stock out of the donor slot at
      * its average cost and records a numbered shipment - lot,
      * expiry, quantity, and that cost - on the in-transit file
      * (In-Transit.txt, held in storage and rewritten at a clean end
      * like the open-PO file). A transfer receive (T) at the
      * destination names the shipment, clears it (in part or whole)
      * and brings the stock in at the carried cost through the
      * weighted average; an empty slot takes the shipment's lot, a
      * stocked one keeps whichever lot expires first. The journal
      * carries the value on the truck to the in-transit account
      * (INTRANSITACCT) - debited by the ship, credited by the
      * receive - so inventory never leaves the books between sites,
      * and each posting run prints an in-transit aging report of
      * shipments still not received after XFERAGE days. The ledger
      * entry of a transfer carries its shipment number, lot and
      * expiry, and a reversal backs transfers out too: a ship only
      * while nothing of it has been received.
      * Each open-PO line now keeps the date of its first and of its
      * latest receipt (the record grew from 33 to 49 bytes; older
      * lines read with the dates blank), stamped with the run date
      * as receipts match it; a reversal that takes a line back to
      * nothing received clears them again. A partly received line
      * whose latest receipt is SHORTDAYS days old (default 30, 0 =
      * never) is closed short - status S - at the end of the run,
      * so the vendor scorecard (Pg4Score_FHood) can tell a line the
      * vendor shorted from one still arriving, and a later receipt
      * no longer lands on it.
      * Every receipt's cost is now checked against the standard
      * price on the product master the full run validates against
      * (PRODMASTER). The journal carries the receipt into inventory
      * at standard and the difference - the purchase price variance
      * - to its own account (PPVACCT, default PPV) under the same
      * warehouse, so price creep shows apart from volume while the
      * two still add up to what was paid. The ledger entry keeps
      * the standard the receipt was measured against, so a reversal
      * backs the variance out of the same account. A daily purchase
      * price variance report lists, by vendor and product, every
      * receipt more than PPVTOL percent (default 5) off standard
      * with its dollar impact, and every receipt of a product with
      * no standard on file.
      * REBUILD now reconciles before it replaces anything: the
      * master is matched against the merged file key by key and
      * slot by slot, and a book-to-extract variance report
      * (Rebuild-Variance) lists every slot whose quantity or value
      * differs, every slot whose product changed, and every key on
      * only one side, with quantity and dollar differences. When
      * the differences add up (in absolute dollars) past REBUILDTOL
      * (default 1000) the rebuild stops with the master untouched,
      * unless the operator reruns it with REBUILDOVR=Y. The last-
      * issue date of each slot whose product is unchanged is carried
      * across the rebuild (through Rebuild-Carry.tmp, which a
      * resumed rebuild reuses) instead of restarting blank, so the
      * dead-stock analysis keeps its history.
      * A receipt is journaled into inventory at what was paid again,
      * the cost the master's average carries it at, so the
      * inventory account no longer drifts from the master's
      * valuation by every variance ever posted; the price variance
      * posts as its own pair, against PPVOFFSETACCT (default
      * PPVCLEAR), and a reversal backs both out alike. A restarted
      * run replays a skipped transfer only when the ledger holds
      * the crashed run's entry for it, and re-creates each shipment
      * under the number that entry gives. A reversal's journal is
      * named for its batch by default, so a second reversal cannot
      * overwrite one the ledger has not taken in yet. A rebuild
      * override is recorded under its own operator field. The
      * cycle-count adjustments a supervisor approves now come in on
      * their own file (Approved-Adjustments.txt, APPROVEDADJ), which
      * the daily run posts after the transaction file and empties at
      * a clean end, since the count run rewrites its adjustment file
      * every time it runs.
      * An approved adjustment now carries the book stock it was
      * counted against (the record grew from 21 to 26 bytes) and
      * is refused - MOVED SINCE COUNT on the error file - when the
      * slot no longer holds it, so a count cannot overwrite the
      * day's movements to its slot. A clean end takes off the file
      * only the approvals it read, keeping any released while it
      * ran. Each open-PO line now carries the date it closed, full
      * or short (the record grew from 49 to 57 bytes; older lines
      * read with it blank), cleared when a reversal reopens the
      * line, so the scorecard credits a close to its own month. A
      * resumed reversal no longer replays the movements the
      * interrupted run could not undo: the restart file lists them
      * behind the batch, and they are listed again as errors.
      * A restarted run measures the receipts it replays against
      * standard too, so the price variance report and its day
      * total cover the receipts posted before the restart.
      * * * * * *

       ENVIRONMENT DIVISION.
                Organization is line sequential
                File Status is Tran-Status.

      * Held cycle-count adjustments a supervisor has approved since
      * the last posting - posted after the day's transactions and
      * emptied once they are.
            SELECT OPTIONAL Approved-Adjust-File
                Assign dynamic ApprovedAdj-Filename
                Organization is line sequential
                File Status is Approved-Status.

      * Merged inventory left by the full snapshot run - the REBUILD
      * mode reloads the master from it.
            SELECT Merged-File
                Organization is line sequential
                File Status is Merged-Status.

      * Last-issue dates the reconcile carries across a rebuild, one
      * record per master key with a date to keep, in key order.
            SELECT OPTIONAL Rebuild-Carry-File
                Assign dynamic RebuildCarry-Filename
                Organization is line sequential
                File Status is Carry-Status.

            SELECT Rebuild-Variance-Report
                Assign to printer "Rebuild-Variance".

      * Restart/checkpoint control - same idea as the main run's
      * restart file.
            SELECT OPTIONAL Post-Restart-File
            SELECT Open-Order-Report
                Assign to printer "Open-Order-Report".

      * Permanent movement ledger - one record per posted movement,
      * appended run after run and never rewritten.
            SELECT OPTIONAL Movement-Ledger-File
                Assign dynamic Ledger-Filename
                Organization is line sequential
                File Status is Ledger-Status.

            SELECT Stock-Card-Report
                Assign to printer "Stock-Card".

      * The permanent run audit the full run and the period close
      * append to - the reversal reads it for the last close.
            SELECT OPTIONAL Run-Audit-File
                Assign dynamic RunAudit-Filename
                Organization is line sequential
                File Status is RunAudit-Status.

            SELECT Reversal-Register
                Assign to printer "Reversal-Register".

      * Shipments between warehouses not yet (fully) received - a
      * transfer ship adds one, a transfer receive clears it.
            SELECT OPTIONAL In-Transit-File
                Assign dynamic InTransit-Filename
                Organization is line sequential
                File Status is InTransit-Status.

            SELECT In-Transit-Report
                Assign to printer "In-Transit-Aging".

      * The product master the full run validates extracts against -
      * its unit price is the standard a receipt's cost is measured
      * against.
            SELECT OPTIONAL Product-Master-File
                Assign dynamic ProdMaster-Filename
                Organization is line sequential
                File Status is Product-Status.

            SELECT PPV-Report
                Assign to printer "PPV-Report".

            SELECT Error-File
                Assign to printer "Posting-Errors".

           05 TRN-Slot               PIC XX .
           05 TRN-Qty                PIC X(5) .
           05 TRN-Cost               PIC X(5) .
           05 TRN-Transfer REDEFINES TRN-Cost.
               10 TRN-Ship-To        PIC X(4) .
               10 FILLER             PIC X .
      * Batch marker the transaction edit writes ahead of each
      * balanced batch - not a posting, it names the batch the
      * records behind it belong to.
       01  Tran-Batch-Marker.
           05 TBM-Action             PIC X .
           05 TBM-WHID               PIC X(4) .
           05 TBM-Batch              PIC X(12) .
           05 FILLER                 PIC X(4) .
      *
      * The approved 'A' transaction, and the book stock the slot
      * held when it was counted.
       FD Approved-Adjust-File
           Record contains 26 characters.

       01  Approved-Record.
           05 AR-Adjust               PIC X(21) .
           05 AR-Book                 PIC S9(4)
                                      Sign is Trailing Separate.
      *
       FD Merged-File
           Record contains 388 characters.

       01  Merged-Record             PIC X(388) .
      *
       FD Rebuild-Carry-File
           Record contains 88 characters.

       01  Carry-Record.
           05 CR-Key                  PIC X(8) .
           05 CR-Last-Issue OCCURS 10 TIMES
                                      PIC X(8) .
      *
       FD Rebuild-Variance-Report
           Record contains 80 characters.

       01  Rebuild-Variance-Line      PIC X(80) .
      *
       FD Post-Restart-File
           Record contains 16 characters.
       01  PR-Record.
           05 PR-Stage                PIC X(10) .
           05 PR-Done-Count           PIC 9(6) .
      * Second record, written only while a reversal is in progress:
      * the batch being reversed.
       01  PR-Batch-Record.
           05 PR-Batch                PIC X(12) .
           05 FILLER                  PIC X(4) .
      * Behind it, one record for each movement the reversal could
      * not undo: its place in the undo order.
       01  PR-Failed-Record.
           05 PR-Failed-Seq           PIC 9(4) .
           05 FILLER                  PIC X(12) .
      *
       FD Vendor-Master-File
           Record contains 60 characters.
       01  Dead-Stock-Line            PIC X(80) .
      *
       FD Open-PO-File
           Record contains 57 characters.

       01  Open-PO-Record.
           05 OPO-Order-Num           PIC 9(6) .
           05 OPO-Ordered             PIC 9(5) .
           05 OPO-Received            PIC 9(5) .
           05 OPO-Status              PIC X .
           05 OPO-First-Recv          PIC X(8) .
           05 OPO-Last-Recv           PIC X(8) .
           05 OPO-Close-Date          PIC X(8) .
      *
       FD Open-Order-Report
           Record contains 80 characters.

       01  Open-Order-Line            PIC X(80) .
      *
      * Movement ledger record (100 bytes). Source P is a movement
      * the daily run posted, V the undo of one by a reversal. Stock
      * and cost carry a trailing sign so the file reads plainly in
      * an editor. The PO quantity is how much of a receipt matched
      * (or, on a V entry, was taken back off) open order lines. The
      * standard cost is the product master price a receipt was
      * measured against - blank when there was none.
       FD Movement-Ledger-File
           Record contains 100 characters.

       01  Ledger-Record.
           05 ML-Run-Date             PIC X(8) .
           05 ML-Run-Time             PIC X(6) .
           05 ML-Batch                PIC X(12) .
           05 ML-Source               PIC X .
           05 ML-Action               PIC X .
           05 ML-Key.
               10 ML-WHID             PIC X(4) .
               10 ML-Vendor           PIC X .
               10 ML-Product          PIC X(3) .
           05 ML-Slot                 PIC 99 .
           05 ML-Qty                  PIC 9(5) .
           05 ML-Cost                 PIC 9(3)v99 .
           05 ML-Stock-Before         PIC S9(4)
                                      Sign is Trailing Separate.
           05 ML-Stock-After          PIC S9(4)
                                      Sign is Trailing Separate.
           05 ML-Price-Before         PIC S9(3)v99
                                      Sign is Trailing Separate.
           05 ML-Price-After          PIC S9(3)v99
                                      Sign is Trailing Separate.
           05 ML-PO-Qty               PIC 9(5) .
           05 ML-Ship-Num             PIC 9(5) .
           05 ML-Lot                  PIC X(6) .
           05 ML-Expiry               PIC X(8) .
           05 ML-Std-Cost             PIC 9(3)v99 .
           05 FILLER                  PIC X .
      *
       FD Stock-Card-Report
           Record contains 80 characters.

       01  Stock-Card-Line            PIC X(80) .
      *
       FD Run-Audit-File
           Record contains 858 characters.

       01  Run-Audit-Record           PIC X(858) .
      *
       FD Reversal-Register
           Record contains 80 characters.

       01  Reversal-Line              PIC X(80) .
      *
       FD In-Transit-File
           Record contains 80 characters.

       01  In-Transit-Record.
           05 IT-Ship-Num             PIC 9(5) .
           05 IT-Ship-Date            PIC X(8) .
           05 IT-From-WH              PIC X(4) .
           05 IT-To-WH                PIC X(4) .
           05 IT-Vendor               PIC X .
           05 IT-Product              PIC X(3) .
           05 IT-Size                 PIC X .
           05 IT-Type                 PIC X .
           05 IT-From-Slot            PIC 99 .
           05 IT-Lot                  PIC X(6) .
           05 IT-Expiry               PIC X(8) .
           05 IT-Shipped              PIC 9(5) .
           05 IT-Received             PIC 9(5) .
           05 IT-Unit-Cost            PIC 9(3)v99 .
      * O open (still on the truck, all or part), C received in
      * full, X cancelled by a reversal of the ship.
           05 IT-Status               PIC X .
           05 IT-Recv-Date            PIC X(8) .
           05 IT-Batch                PIC X(12) .
           05 FILLER                  PIC X .
      *
       FD In-Transit-Report
           Record contains 80 characters.

       01  In-Transit-Line            PIC X(80) .
      *
       FD Product-Master-File
           Record contains 80 characters.

       01  PMF-Record                 PIC X(80) .
      *
       FD PPV-Report
           Record contains 80 characters.

       01  PPV-Line                   PIC X(80) .
      *
       FD Error-File
           Record contains 408 characters.

       01  Flags-n-Switches.
           05 Tran-EOF               PIC X Value 'N'.
           05 Reading-Approved       PIC X Value 'N'.
           05 Approved-Failed        PIC X Value 'N'.
           05 Approved-EOF           PIC X Value 'N'.
           05 Approved-Carry-Full    PIC X Value 'N'.
           05 Merged-EOF             PIC X Value 'N'.
           05 Rebuild-Failed         PIC X Value 'N'.

           05 Tran-Posted-Count      PIC 9(6) Value ZERO.
           05 Tran-Error-Count       PIC 9(6) Value ZERO.
           05 Tran-Skip-Count        PIC 9(6) Value ZERO.
           05 Approved-Read-Count    PIC 9(6) Value ZERO.
           05 Approved-Reread-Count  PIC 9(6) Value ZERO.
           05 Restart-Done-Count     PIC 9(6) Value ZERO.
           05 Rebuild-Read-Count     PIC 9(6) Value ZERO.
           05 Rebuild-Write-Count    PIC 9(6) Value ZERO.
           05 New-Stock              PIC S9(6).
           05 Receipt-Cost           PIC 9(3)v99.
           05 New-Price              PIC S9(3)v99.
           05 Prior-Unit-Price       PIC S9(3)v99.
           05 Current-Batch          PIC X(12).
           05 Clock-Time             PIC X(8).
           05 Ledger-Open            PIC X Value 'N'.
           05 Ledger-Fail-Count      PIC 9(6) Value ZERO.
           05 PO-Matched-Qty         PIC 9(5) Value ZERO.
           05 GL-Movement-WH         PIC X(4).
           05 Describe-Source        PIC X.
           05 Describe-Action        PIC X.
           05 Movement-Desc          PIC X(8).

       01  Run-Parameters.
           05 InvMaster-Filename    PIC X(72)
                                          Value 'Inventory-Master.dat'.
           05 Tran-Filename         PIC X(72)
                                   Value 'Inventory-Transactions.txt'.
           05 ApprovedAdj-Filename  PIC X(72)
                                      Value 'Approved-Adjustments.txt'.
           05 Merged-Filename       PIC X(72)
                                          Value 'Merged-Warehouses.txt'.
           05 PostRestart-Filename  PIC X(72)
                                          Value 'GL-Account-Map.txt'.
           05 GLJournal-Filename    PIC X(72)
                                          Value 'GL-Movement.txt'.
           05 Ledger-Filename       PIC X(72)
                                          Value 'Movement-Ledger.txt'.
           05 Stock-Card-Key        PIC X(8) Value SPACES.
           05 RunAudit-Filename     PIC X(72)
                                          Value 'Run-Audit.txt'.
           05 GLReversal-Filename   PIC X(72) Value SPACES.
           05 InTransit-Filename    PIC X(72)
                                          Value 'In-Transit.txt'.
           05 In-Transit-Account    PIC X(8) Value 'INTRANST'.
           05 ProdMaster-Filename   PIC X(72)
                                          Value 'Product-Master.txt'.
           05 RebuildCarry-Filename PIC X(72)
                                          Value 'Rebuild-Carry.tmp'.
           05 PPV-Account           PIC X(8) Value 'PPV'.
           05 PPV-Offset-Account    PIC X(8) Value 'PPVCLEAR'.
           05 Env-Value             PIC X(72).

       01  File-Statuses.
           05 IM-Status           PIC XX Value '00'.
           05 Tran-Status         PIC XX Value '00'.
           05 Approved-Status     PIC XX Value '00'.
           05 Merged-Status       PIC XX Value '00'.
           05 Restart-Status      PIC XX Value '00'.
           05 OpenPO-Status       PIC XX Value '00'.
           05 Vendor-Status       PIC XX Value '00'.
           05 Activity-Status     PIC XX Value '00'.
           05 GLMap-Status        PIC XX Value '00'.
           05 Ledger-Status       PIC XX Value '00'.
           05 RunAudit-Status     PIC XX Value '00'.
           05 InTransit-Status    PIC XX Value '00'.
           05 Product-Status      PIC XX Value '00'.
           05 Carry-Status        PIC XX Value '00'.

      * * * GL account map - loaded from the mapping file at startup
      * of the daily run; a warehouse with no mapping posts to the
               10 GLJ-Debit          PIC S9(9)V99.
               10 GLJ-Credit         PIC S9(9)V99.
               10 GLJ-Tran-Count     PIC 9(6).
               10 GLJ-Transit-Debit  PIC S9(9)V99.
               10 GLJ-Transit-Credit PIC S9(9)V99.
               10 GLJ-PPV-Debit      PIC S9(9)V99.
               10 GLJ-PPV-Credit     PIC S9(9)V99.
       01  GLJ-Count                 PIC 99 Value ZERO.
       01  GLJ-Sub                   PIC 99.
       01  GLJ-Hit                   PIC 99.
       01  GL-Detail-Count           PIC 9(6) Value ZERO.
       01  GL-Journal-Trans          PIC 9(6) Value ZERO.
       01  Movement-Value            PIC S9(9)V99 Value ZERO.
       01  Transit-Value             PIC S9(9)V99 Value ZERO.
       01  PPV-Value                 PIC S9(9)V99 Value ZERO.
       01  Movement-Delta            PIC S9(6) Value ZERO.
       01  Old-Stock                 PIC S9(4) Value ZERO.
       01  Slot-Unit-Price           PIC S9(3)V99 Value ZERO.
               10 OPT-Ordered        PIC 9(5).
               10 OPT-Received       PIC 9(5).
               10 OPT-Status         PIC X.
               10 OPT-First-Recv     PIC X(8).
               10 OPT-Last-Recv      PIC X(8).
               10 OPT-Close-Date     PIC X(8).
       01  OPT-Count                 PIC 9(3) Value ZERO.
       01  OPT-Sub                   PIC 9(3).
      * Approvals released while the run was posting, kept for the
      * next run when the posted ones are taken off the file.
       01  Approved-Carry-Table.
           05 ACT-Record             PIC X(26) Occurs 200 Times.
       01  ACT-Count                 PIC 9(3) Value ZERO.
       01  ACT-Sub                   PIC 9(3).
       01  OpenPO-EOF                PIC X Value 'N'.
       01  OpenPO-Overflow           PIC X Value 'N'.
       01  Receive-Left              PIC S9(6) Value ZERO.
       01  Receive-Room              PIC S9(6) Value ZERO.
       01  Receipt-Matched           PIC X.

      * * * In-transit table - the in-transit file held in storage for
      * the posting run the way the open-PO table is: a transfer ship
      * adds a shipment numbered one past the highest on file, a
      * transfer receive clears it, and the file is rewritten from
      * here once posting finishes clean. * * *
       01  In-Transit-Table.
           05 ITT-Entry Occurs 500 Times.
               10 ITT-Ship-Num       PIC 9(5).
               10 ITT-Ship-Date      PIC X(8).
               10 ITT-From-WH        PIC X(4).
               10 ITT-To-WH          PIC X(4).
               10 ITT-Vendor         PIC X.
               10 ITT-Product        PIC X(3).
               10 ITT-Size           PIC X.
               10 ITT-Type           PIC X.
               10 ITT-From-Slot      PIC 99.
               10 ITT-Lot            PIC X(6).
               10 ITT-Expiry         PIC X(8).
               10 ITT-Shipped        PIC 9(5).
               10 ITT-Received       PIC 9(5).
               10 ITT-Unit-Cost      PIC 9(3)V99.
               10 ITT-Status         PIC X.
               10 ITT-Recv-Date      PIC X(8).
               10 ITT-Batch          PIC X(12).
       01  ITT-Count                 PIC 9(3) Value ZERO.
       01  ITT-Sub                   PIC 9(3).
       01  ITT-Hit                   PIC 9(3) Value ZERO.
       01  ITT-Max-Num               PIC 9(5) Value ZERO.
       01  InTransit-EOF             PIC X Value 'N'.
       01  InTransit-Overflow        PIC X Value 'N'.
       01  Ship-Number               PIC 9(5) Value ZERO.
       01  Ship-Fields.
           05 Ship-Date              PIC X(8).
           05 Ship-Cost              PIC 9(3)V99.
           05 Ship-Lot               PIC X(6).
           05 Ship-Expiry            PIC X(8).
       01  Transit-Age-Days          PIC 9(4) Value 7.
       01  Short-Close-Days          PIC 9(4) Value 30.
       01  Short-Close-Count         PIC 9(3) Value ZERO.
       01  XF-Open-Count             PIC 9(4) Value ZERO.
       01  XF-Late-Count             PIC 9(4) Value ZERO.
       01  XF-Open-Qty               PIC 9(5) Value ZERO.
       01  XF-Line-Value             PIC S9(9)V99 Value ZERO.
       01  XF-Open-Value             PIC S9(9)V99 Value ZERO.
       01  XF-Late-Value             PIC S9(9)V99 Value ZERO.

      * * * Product master table - the standard unit price of each
      * product, loaded with the full run's parse: product,name,
      * price,sizes,types with the price in cents. An absent or empty
      * file leaves the table empty and no receipt is measured. * * *
       01  Product-Master-Table.
           05 PMT-Entry Occurs 200 Times.
               10 PMT-Product        PIC X(3).
               10 PMT-Price          PIC 9(3)V99.
       01  PMT-Count                 PIC 9(3) Value ZERO.
       01  PMT-Sub                   PIC 9(3).
       01  PMT-Dup                   PIC 9(3).
       01  Product-EOF               PIC X Value 'N'.
       01  Parse-PProduct         PIC X(3).
       01  Parse-PName            PIC X(13).
       01  Parse-PPrice           PIC X(6).

      * * * Purchase price variance - each receipt's cost against its
      * product's standard. Receipts off by more than the tolerance,
      * and receipts with no standard to measure, are held for the
      * report, which prints them by vendor and product. * * *
       01  PPV-Fields.
           05 Std-Found              PIC X Value 'N'.
           05 Std-Unit-Cost          PIC 9(3)V99 Value ZERO.
           05 PPV-Pct                PIC S9(9) Value ZERO.
           05 PPV-Abs-Pct            PIC 9(9) Value ZERO.
           05 PPV-Tolerance-Pct      PIC 9(3) Value 5.
           05 PPV-Receipt-Count      PIC 9(5) Value ZERO.
           05 PPV-Day-Total          PIC S9(9)V99 Value ZERO.
           05 PPV-Listed-Total       PIC S9(9)V99 Value ZERO.
           05 PPV-Vendor-Total       PIC S9(9)V99 Value ZERO.
           05 PPV-Vendor-Hold        PIC X.
           05 PPV-Overflow           PIC X Value 'N'.
       01  PPV-Table.
           05 PVT-Entry Occurs 300 Times.
               10 PVT-Vendor         PIC X.
               10 PVT-Product        PIC X(3).
               10 PVT-Name           PIC X(13).
               10 PVT-WH             PIC X(4).
               10 PVT-Slot           PIC 99.
               10 PVT-Qty            PIC 9(5).
               10 PVT-Std            PIC 9(3)V99.
               10 PVT-Cost           PIC 9(3)V99.
               10 PVT-Pct            PIC S9(5).
               10 PVT-Value          PIC S9(7)V99.
               10 PVT-No-Std         PIC X.
               10 PVT-Done           PIC X.
       01  PVT-Count                 PIC 9(3) Value ZERO.
       01  PVT-Sub                   PIC 9(3).
       01  PVT-Scan                  PIC 9(3).

      * * * Ships a crashed run already posted, from the ledger - the
      * rerun re-creates their shipments under the numbers they were
      * given, at the cost and lot they went out at, not at whatever
      * the slot carries by now. * * *
       01  Restart-Ship-Table.
           05 RST-Entry Occurs 200 Times.
               10 RST-Ship-Num       PIC 9(5).
               10 RST-Key            PIC X(8).
               10 RST-Date           PIC X(8).
               10 RST-Cost           PIC 9(3)V99.
               10 RST-Lot            PIC X(6).
               10 RST-Expiry         PIC X(8).
               10 RST-Batch          PIC X(12).
               10 RST-Slot           PIC 99.
               10 RST-Qty            PIC 9(5).
               10 RST-Used           PIC X.
       01  RST-Count                 PIC 9(3) Value ZERO.
       01  RST-Sub                   PIC 9(3).
       01  RST-Hit                   PIC 9(3).

      * * * Transfer receives a crashed run may have posted, from the
      * ledger - every receive against a shipment still open on the
      * in-transit file, or against one the crashed run shipped. Only
      * a skipped receive found here is replayed. * * *
       01  Restart-Receive-Table.
           05 RRT-Entry Occurs 200 Times.
               10 RRT-Ship-Num       PIC 9(5).
               10 RRT-Key            PIC X(8).
               10 RRT-Batch          PIC X(12).
               10 RRT-Slot           PIC 99.
               10 RRT-Qty            PIC 9(5).
               10 RRT-Used           PIC X.
       01  RRT-Count                 PIC 9(3) Value ZERO.
       01  RRT-Sub                   PIC 9(3).
       01  RRT-Hit                   PIC 9(3).
       01  Restart-Table-Full        PIC X Value 'N'.
       01  Restart-Batch-Match       PIC X.
       01  Check-Restart-Batch       PIC X(12).

      * * * Receipts that matched no open order line - flagged on the
      * open-order report so the buyers see goods arriving that were
      * never (or no longer) on order. * * *
       01  Dead-Spacing              PIC 9.
       01  Dead-Days-Ed              PIC ZZZ9.

      * * * Stock card work fields - a running balance per slot,
      * opened from the stock-before of the slot's first movement
      * on the ledger. * * *
       01  Stock-Card-Fields.
           05 SC-Slot-Entry Occurs 10 Times.
               10 SC-Seen            PIC X.
               10 SC-Balance         PIC S9(6).
           05 SC-Slot                PIC 99.
           05 SC-Entry-Count         PIC 9(6) Value ZERO.
           05 SC-On-Master           PIC X Value 'N'.
           05 SC-Out-Count           PIC 99 Value ZERO.
           05 SC-Difference          PIC S9(6).
           05 SC-Spacing             PIC 9.
           05 Ledger-EOF             PIC X Value 'N'.

      * * * Batch reversal work fields. The batch's posted ledger
      * entries are held in posting order and undone from the end.
      * A resumed reversal replays the bookkeeping (open-PO, GL,
      * register) of the entries the interrupted run already undid
      * and picks up the undo after them; the ones it could not undo
      * are listed again, not replayed. * * *
       01  Reversal-Fields.
           05 Reverse-Batch-Id       PIC X(12) Value SPACES.
           05 Restart-Batch          PIC X(12) Value SPACES.
           05 Last-Close-Stamp       PIC X(14) Value SPACES.
           05 Reverse-Operator       PIC X(8) Value SPACES.
           05 RV-Count               PIC 9(4) Value ZERO.
           05 RV-Sub                 PIC 9(4).
           05 RV-Done                PIC 9(4) Value ZERO.
           05 RV-Prior-Count         PIC 9(4) Value ZERO.
           05 RV-Blocked-Count       PIC 9(4) Value ZERO.
           05 RV-Error-Count         PIC 9(4) Value ZERO.
           05 RV-Lines-Reopened      PIC 9(4) Value ZERO.
           05 RV-Overflow            PIC X Value 'N'.
           05 RV-Pre-Close           PIC X Value 'N'.
           05 RV-Has-Receipt         PIC X Value 'N'.
           05 RV-Has-Transfer        PIC X Value 'N'.
           05 RV-Batch-Received      PIC 9(6).
           05 RV-Scan                PIC 9(4).
           05 RV-Stamp               PIC X(14).
           05 RV-Value               PIC S9(9)V99.
           05 RV-Total-Value         PIC S9(9)V99 Value ZERO.
           05 RV-Unwind-Left         PIC S9(6).
           05 RV-Unwound             PIC 9(5).
           05 RV-Delta               PIC S9(6).
           05 RV-New-Stock           PIC S9(6).
           05 RV-Cur-Price           PIC S9(3)V99.
           05 RV-New-Price           PIC S9(7)V99.
           05 RV-Note                PIC X(30).
           05 RunAudit-EOF           PIC X Value 'N'.
           05 RV-Limit               PIC 9(4).
           05 Restart-EOF            PIC X Value 'N'.
           05 RV-Fail-Sub            PIC 9(4).
       01  Reversal-Table.
           05 RVT-Ledger             PIC X(100) Occurs 1000 Times.
      * By place in the undo order: Y for a movement the reversal
      * could not undo.
       01  Reversal-Failed-Table.
           05 RV-Failed              PIC X Occurs 1000 Times.
      * Same layout as the ledger record, for the entry in hand.
       01  Reversal-Work.
           05 RW-Run-Date            PIC X(8).
           05 RW-Run-Time            PIC X(6).
           05 RW-Batch               PIC X(12).
           05 RW-Source              PIC X.
           05 RW-Action              PIC X.
           05 RW-Key.
               10 RW-WHID            PIC X(4).
               10 RW-Vendor          PIC X.
               10 RW-Product         PIC X(3).
           05 RW-Slot                PIC 99.
           05 RW-Qty                 PIC 9(5).
           05 RW-Cost                PIC 9(3)v99.
           05 RW-Stock-Before        PIC S9(4)
                                     Sign is Trailing Separate.
           05 RW-Stock-After         PIC S9(4)
                                     Sign is Trailing Separate.
           05 RW-Price-Before        PIC S9(3)v99
                                     Sign is Trailing Separate.
           05 RW-Price-After         PIC S9(3)v99
                                     Sign is Trailing Separate.
           05 RW-PO-Qty              PIC 9(5).
           05 RW-Ship-Num            PIC 9(5).
           05 RW-Lot                 PIC X(6).
           05 RW-Expiry              PIC X(8).
           05 RW-Std-Cost            PIC 9(3)v99.
           05 FILLER                 PIC X.

      * The fields of another held entry a transfer check looks at.
       01  Reversal-Scan.
           05 FILLER                 PIC X(27).
           05 RS-Action              PIC X.
           05 FILLER                 PIC X(10).
           05 RS-Qty                 PIC 9(5).
           05 FILLER                 PIC X(32).
           05 RS-Ship-Num            PIC 9(5).
           05 FILLER                 PIC X(20).

      * * * Flash report work fields * * *
       01  Flash-Fields.
           05 Master-EOF             PIC X Value 'N'.
           05                    PIC XX Value SPACES.
           05 OOD-Status         PIC X(7).

       01  OO-Short-Line.
           05                    PIC X(23) Value
               'LINES CLOSED SHORT (NO '.
           05                    PIC X(16) Value 'RECEIPT IN OVER '.
           05 OOS-Days           PIC ZZZ9.
           05                    PIC X(8) Value ' DAYS): '.
           05 OOS-Count          PIC ZZ9.

       01  OO-Unmatched-Heading.
           05                    PIC X(42) Value
               'RECEIPTS MATCHING NO OPEN ORDER THIS RUN: '.
           05                    PIC X(6) Value '  QTY '.
           05 OOU-Qty            PIC ZZZZ9.

       01  SC-Heading-Line.
           05                    PIC X(20) Value SPACES.
           05                    PIC X(12) Value 'STOCK CARD  '.
           05 SCH-Date.
               10  SCH-Month     PIC Z9.
               10                PIC X    VALUE '/'.
               10  SCH-Day       PIC 99.
               10                PIC X    VALUE '/'.
               10                PIC XX   VALUE '20'.
               10  SCH-Year      PIC 99.

       01  SC-Key-Line.
           05                    PIC X(11) Value 'WAREHOUSE: '.
           05 SCK-WH             PIC X(4).
           05                    PIC X(10) Value '  VENDOR: '.
           05 SCK-Vendor         PIC X.
           05                    PIC X(11) Value '  PRODUCT: '.
           05 SCK-Product        PIC XXX.
           05                    PIC XX Value SPACES.
           05 SCK-Name           PIC X(13).

       01  SC-Column-Line.
           05                    PIC X(9) Value 'DATE     '.
           05                    PIC X(13) Value 'BATCH        '.
           05                    PIC X(9) Value 'MOVEMENT '.
           05                    PIC X(3) Value 'SL '.
           05                    PIC X(6) Value '  QTY '.
           05                    PIC X(7) Value '  COST '.
           05                    PIC X(7) Value 'BEFORE '.
           05                    PIC X(7) Value ' AFTER '.
           05                    PIC X(7) Value 'BALANCE'.

       01  SC-Detail-Line.
           05 SCD-Date           PIC X(8).
           05                    PIC X Value SPACE.
           05 SCD-Batch          PIC X(12).
           05                    PIC X Value SPACE.
           05 SCD-Movement       PIC X(8).
           05                    PIC X Value SPACE.
           05 SCD-Slot           PIC Z9.
           05                    PIC X Value SPACE.
           05 SCD-Qty            PIC ZZZZ9.
           05                    PIC X Value SPACE.
           05 SCD-Cost           PIC ZZ9.99.
           05                    PIC X Value SPACE.
           05 SCD-Before         PIC ZZZ9-.
           05                    PIC XX Value SPACES.
           05 SCD-After          PIC ZZZ9-.
           05                    PIC XX Value SPACES.
           05 SCD-Balance        PIC ZZZZ9-.

       01  SC-Reset-Line.
           05                    PIC X(5) Value SPACES.
           05                    PIC X(35) Value
               '*** BOOK CHANGED OUTSIDE THE LEDGER'.
           05                    PIC X(7) Value ' - SLOT'.
           05 SCR-Slot           PIC ZZ9.
           05                    PIC X(10) Value ' RESET TO '.
           05 SCR-Stock          PIC ZZZ9-.

       01  SC-Tie-Line.
           05                    PIC X(5) Value 'SLOT '.
           05 SCT-Slot           PIC Z9.
           05                    PIC X(10) Value '  LEDGER: '.
           05 SCT-Ledger         PIC ZZZZ9-.
           05                    PIC X(10) Value '  MASTER: '.
           05 SCT-Master         PIC ZZZ9-.
           05                    PIC XX Value SPACES.
           05 SCT-Status         PIC X(24).

       01  SC-Count-Line.
           05                    PIC X(23) Value
               'MOVEMENTS ON THE CARD: '.
           05 SCC-Count          PIC ZZZZZ9.

       01  RV-Heading-Line.
           05                    PIC X(20) Value SPACES.
           05                    PIC X(19) Value 'REVERSAL REGISTER  '.
           05 RVH-Date.
               10  RVH-Month     PIC Z9.
               10                PIC X    VALUE '/'.
               10  RVH-Day       PIC 99.
               10                PIC X    VALUE '/'.
               10                PIC XX   VALUE '20'.
               10  RVH-Year      PIC 99.

       01  RV-Batch-Line.
           05                    PIC X(7) Value 'BATCH: '.
           05 RVB-Batch          PIC X(12).
           05                    PIC X(16) Value '   REVERSED BY: '.
           05 RVB-Operator       PIC X(8).
           05                    PIC X(15) Value '   LAST CLOSE: '.
           05 RVB-Close          PIC X(8).

       01  RV-Column-Line.
           05                    PIC X(5) Value 'WHSE '.
           05                    PIC X(2) Value 'V '.
           05                    PIC X(4) Value 'PRD '.
           05                    PIC X(3) Value 'SL '.
           05                    PIC X(9) Value 'MOVEMENT '.
           05                    PIC X(6) Value '  QTY '.
           05                    PIC X(12) Value 'STOCK WAS>IS'.
           05                    PIC X(14) Value '  COST WAS>IS '.
           05                    PIC X(12) Value '  VALUE BACK'.
           05                    PIC X(6) Value ' PO'.

       01  RV-Detail-Line.
           05 RVD-WH             PIC X(4).
           05                    PIC X Value SPACE.
           05 RVD-Vendor         PIC X.
           05                    PIC X Value SPACE.
           05 RVD-Product        PIC XXX.
           05                    PIC X Value SPACE.
           05 RVD-Slot           PIC Z9.
           05                    PIC X Value SPACE.
           05 RVD-Movement       PIC X(8).
           05                    PIC X Value SPACE.
           05 RVD-Qty            PIC ZZZZ9.
           05                    PIC X Value SPACE.
           05 RVD-Stock-Was      PIC ZZZ9-.
           05                    PIC X Value '>'.
           05 RVD-Stock-Is       PIC ZZZ9-.
           05                    PIC X Value SPACE.
           05 RVD-Price-Was      PIC ZZ9.99.
           05                    PIC X Value '>'.
           05 RVD-Price-Is       PIC ZZ9.99.
           05                    PIC X Value SPACE.
           05 RVD-Value          PIC $$$,$$9.99-.
           05                    PIC X Value SPACE.
           05 RVD-PO-Qty         PIC ZZZZ9.

       01  RV-Note-Line.
           05                    PIC X(9) Value SPACES.
           05 RVN-Note           PIC X(71).

       01  RV-Total-Line.
           05                    PIC X(20) Value SPACES.
           05 RVX-Label          PIC X(30).
           05 RVX-Count          PIC ZZZ9.

       01  RV-Value-Line.
           05                    PIC X(20) Value SPACES.
           05 RVY-Label          PIC X(30).
           05 RVY-Value          PIC $$,$$$,$$9.99-.

       01  XF-Heading-Line.
           05                    PIC X(20) Value SPACES.
           05                    PIC X(25) Value
               'IN-TRANSIT AGING REPORT  '.
           05 XFH-Date.
               10  XFH-Month     PIC Z9.
               10                PIC X    VALUE '/'.
               10  XFH-Day       PIC 99.
               10                PIC X    VALUE '/'.
               10                PIC XX   VALUE '20'.
               10  XFH-Year      PIC 99.

       01  XF-Threshold-Line.
           05                    PIC X(33) Value
               'SHIPMENTS NOT RECEIVED AFTER     '.
           05 XFT-Days           PIC ZZZ9.
           05                    PIC X(6) Value ' DAYS'.

       01  XF-Column-Line.
           05                    PIC X(7) Value 'SHIP   '.
           05                    PIC X(9) Value 'SHIPPED  '.
           05                    PIC X(5) Value ' AGE '.
           05                    PIC X(5) Value 'FROM '.
           05                    PIC X(5) Value 'TO   '.
           05                    PIC X(2) Value 'V '.
           05                    PIC X(4) Value 'PRD '.
           05                    PIC X(3) Value 'SL '.
           05                    PIC X(7) Value 'LOT    '.
           05                    PIC X(9) Value 'EXPIRES  '.
           05                    PIC X(6) Value '  OPEN'.
           05                    PIC X(11) Value '      VALUE'.

       01  XF-Detail-Line.
           05 XFD-Ship           PIC ZZZZ9.
           05                    PIC XX Value SPACES.
           05 XFD-Date           PIC X(8).
           05                    PIC X Value SPACE.
           05 XFD-Age            PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 XFD-From           PIC X(4).
           05                    PIC X Value SPACE.
           05 XFD-To             PIC X(4).
           05                    PIC X Value SPACE.
           05 XFD-Vendor         PIC X.
           05                    PIC X Value SPACE.
           05 XFD-Product        PIC XXX.
           05                    PIC X Value SPACE.
           05 XFD-Slot           PIC Z9.
           05                    PIC X Value SPACE.
           05 XFD-Lot            PIC X(6).
           05                    PIC X Value SPACE.
           05 XFD-Expiry         PIC X(8).
           05                    PIC X Value SPACE.
           05 XFD-Open           PIC ZZZZ9.
           05                    PIC X Value SPACE.
           05 XFD-Value          PIC $$$,$$9.99.

       01  XF-Total-Line.
           05                    PIC X(10) Value SPACES.
           05 XFX-Label          PIC X(32).
           05 XFX-Count          PIC ZZZ9.
           05                    PIC XX Value SPACES.
           05 XFX-Value          PIC $$,$$$,$$9.99.

       01  PV-Heading-Line.
           05                    PIC X(15) Value SPACES.
           05                    PIC X(32) Value
               'PURCHASE PRICE VARIANCE REPORT  '.
           05 PVH-Date.
               10  PVH-Month     PIC Z9.
               10                PIC X    VALUE '/'.
               10  PVH-Day       PIC 99.
               10                PIC X    VALUE '/'.
               10                PIC XX   VALUE '20'.
               10  PVH-Year      PIC 99.

       01  PV-Threshold-Line.
           05                    PIC X(26) Value
               'RECEIPTS COSTED MORE THAN '.
           05 PVT-Tolerance      PIC ZZ9.
           05                    PIC X(28) Value
               '% OFF THE PRODUCT STANDARD'.

       01  PV-Column-Line.
           05                    PIC X(2) Value 'V '.
           05                    PIC X(5) Value 'PRD  '.
           05                    PIC X(14) Value 'PRODUCT NAME'.
           05                    PIC X(5) Value 'WHSE '.
           05                    PIC X(3) Value 'SL '.
           05                    PIC X(7) Value '  QTY  '.
           05                    PIC X(8) Value 'STANDARD'.
           05                    PIC X(8) Value ' RECEIPT'.
           05                    PIC X(8) Value '  VAR % '.
           05                    PIC X(15) Value '  DOLLAR IMPACT'.

       01  PV-Detail-Line.
           05 PVD-Vendor         PIC X.
           05                    PIC X Value SPACE.
           05 PVD-Product        PIC XXX.
           05                    PIC XX Value SPACES.
           05 PVD-Name           PIC X(13).
           05                    PIC X Value SPACE.
           05 PVD-WH             PIC X(4).
           05                    PIC X Value SPACE.
           05 PVD-Slot           PIC Z9.
           05                    PIC X Value SPACE.
           05 PVD-Qty            PIC ZZZZ9.
           05                    PIC XX Value SPACES.
           05 PVD-Std            PIC X(6).
           05                    PIC XX Value SPACES.
           05 PVD-Cost           PIC ZZ9.99.
           05                    PIC XX Value SPACES.
           05 PVD-Pct            PIC X(6).
           05                    PIC XX Value SPACES.
           05 PVD-Value          PIC $$$$,$$9.99-.

       01  PV-Vendor-Total-Line.
           05                    PIC X(10) Value SPACES.
           05                    PIC X(18) Value 'TOTAL FOR VENDOR: '.
           05 PVV-Name           PIC X(12).
           05                    PIC X(17) Value SPACES.
           05 PVV-Value          PIC $$,$$$,$$9.99-.

       01  PV-Total-Line.
           05                    PIC X(10) Value SPACES.
           05 PVX-Label          PIC X(32).
           05 PVX-Count          PIC ZZZZ9.
           05                    PIC X(10) Value SPACES.
           05 PVX-Value          PIC $$,$$$,$$9.99-.

       01  PV-Std-Edit           PIC ZZ9.99.
       01  PV-Pct-Edit           PIC ZZZ9-.

       01  RK-Heading-Line.
           05                    PIC X(15) Value SPACES.
           05                    PIC X(32) Value
               'BOOK TO EXTRACT RECONCILIATION  '.
           05 RKH-Date.
               10  RKH-Month     PIC Z9.
               10                PIC X    VALUE '/'.
               10  RKH-Day       PIC 99.
               10                PIC X    VALUE '/'.
               10                PIC XX   VALUE '20'.
               10  RKH-Year      PIC 99.

       01  RK-Column-Line.
           05                    PIC X(5) Value 'WHSE '.
           05                    PIC X(2) Value 'V '.
           05                    PIC X(4) Value 'PRD '.
           05                    PIC X(4) Value 'SL  '.
           05                    PIC X(14) Value 'PRODUCT NAME'.
           05                    PIC X(7) Value '   BOOK'.
           05                    PIC X(7) Value '   EXTR'.
           05                    PIC X(7) Value '   DIFF'.
           05                    PIC X(13) Value '  DOLLAR DIFF'.
           05                    PIC X(5) Value ' NOTE'.

       01  RK-Detail-Line.
           05 RKD-WH             PIC X(4).
           05                    PIC X Value SPACE.
           05 RKD-Vendor         PIC X.
           05                    PIC X Value SPACE.
           05 RKD-Product        PIC XXX.
           05                    PIC X Value SPACE.
           05 RKD-Slot           PIC Z9.
           05                    PIC XX Value SPACES.
           05 RKD-Name           PIC X(13).
           05                    PIC X Value SPACE.
           05 RKD-Book           PIC ZZZZ9-.
           05                    PIC X Value SPACE.
           05 RKD-Extract        PIC ZZZZ9-.
           05                    PIC X Value SPACE.
           05 RKD-Diff           PIC ZZZZ9-.
           05                    PIC X Value SPACE.
           05 RKD-Value          PIC $$$$,$$9.99-.
           05                    PIC X Value SPACE.
           05 RKD-Note           PIC X(14).

       01  RK-Total-Line.
           05                    PIC X(5) Value SPACES.
           05 RKX-Label          PIC X(34).
           05 RKX-Count          PIC ZZZZZ9.
           05                    PIC XX Value SPACES.
           05 RKX-Value          PIC $$$$,$$$,$$9.99-.

       01  RK-Count-Line.
           05                    PIC X(5) Value SPACES.
           05 RKC-Label          PIC X(34).
           05 RKC-Count          PIC ZZZZZ9.

       01  RK-Value-Line.
           05                    PIC X(5) Value SPACES.
           05 RKV-Label          PIC X(34).
           05                    PIC X(8) Value SPACES.
           05 RKV-Value          PIC $$$$,$$$,$$9.99-.

       01  RK-Result-Line.
           05                    PIC X(5) Value SPACES.
           05 RKR-Text           PIC X(75).

      * * * Book-to-extract reconcile work fields. The master (book)
      * and the merged file (extract) are both in key order and are
      * matched like the main run's merge; a key on one side only is
      * valued whole, a matched key slot by slot. The variance the
      * rebuild is held to is the sum of every difference in absolute
      * dollars, so an overstated slot cannot hide an understated
      * one. * * *
       01  Reconcile-Fields.
           05 Book-Key               PIC X(8).
           05 Extract-Key            PIC X(8).
           05 Prior-Extract-Key      PIC X(8) Value LOW-VALUES.
           05 Rebuild-Stopped        PIC X Value 'N'.
           05 Rebuild-Override       PIC X Value 'N'.
           05 Rebuild-Operator       PIC X(8) Value SPACES.
           05 Rebuild-Tolerance      PIC 9(5) Value 1000.
           05 Carry-Key              PIC X(8) Value LOW-VALUES.
           05 Carry-Kept-Count       PIC 9(6) Value ZERO.
           05 RK-Read-Failed         PIC X Value 'N'.
           05 RK-Side-Qty            PIC S9(7).
           05 RK-Side-Value          PIC S9(11)V99.
           05 RK-Slot                PIC 99.
           05 RK-Carry-Any           PIC X.
           05 RK-Changed             PIC X.
           05 RK-Name                PIC X(13).
           05 RK-Book-Qty            PIC S9(6).
           05 RK-Extract-Qty         PIC S9(6).
           05 RK-Book-Value          PIC S9(9)V99.
           05 RK-Extract-Value       PIC S9(9)V99.
           05 RK-Value-Diff          PIC S9(9)V99.
           05 RK-Matched-Count       PIC 9(6) Value ZERO.
           05 RK-Book-Only-Count     PIC 9(6) Value ZERO.
           05 RK-Extract-Only-Count  PIC 9(6) Value ZERO.
           05 RK-Dup-Count           PIC 9(6) Value ZERO.
           05 RK-Slot-Diff-Count     PIC 9(6) Value ZERO.
           05 RK-Carried-Count       PIC 9(6) Value ZERO.
           05 RK-Book-Total          PIC S9(11)V99 Value ZERO.
           05 RK-Extract-Total       PIC S9(11)V99 Value ZERO.
           05 RK-Book-Only-Value     PIC S9(11)V99 Value ZERO.
           05 RK-Extract-Only-Value  PIC S9(11)V99 Value ZERO.
           05 RK-Net-Diff            PIC S9(11)V99 Value ZERO.
           05 RK-Abs-Variance        PIC S9(11)V99 Value ZERO.
      * The merged record, with the master's slot layout.
       01  Extract-Record.
           05 EX-Key.
               10 EX-WHID            PIC X(4).
               10 EX-Vendor          PIC X.
               10 EX-Product         PIC X(3).
           05 EX-Data OCCURS 10 TIMES.
               10 EXD-Name           PIC X(13).
               10 EXD-Size           PIC X.
               10 EXD-Type           PIC X.
               10 EXD-Stock          PIC S9(4).
               10 EXD-Price          PIC S9(3)v99.
               10 EXD-Lot            PIC X(6).
               10 EXD-Expiry         PIC X(8).

      * * * Free-form number parse work area - accepts one run of
      * digits with leading or trailing spaces and rejects anything
      * else, matching the control-file parsing in the main run. * * *
           PERFORM 150-Read-Restart
           EVALUATE Run-Mode
               WHEN 'REBUILD'
                   PERFORM 205-Reconcile-Book-To-Extract
                   IF Rebuild-Stopped = 'N'
                       PERFORM 200-Rebuild-Master
                   END-IF
               WHEN 'REPORT'
                   PERFORM 600-Print-Flash-Report
               WHEN 'DEADSTOCK'
                   PERFORM 800-Print-Dead-Stock
               WHEN 'STOCKCARD'
                   PERFORM 670-Print-Stock-Card
               WHEN 'REVERSE'
                   PERFORM 510-Reverse-Batch
               WHEN OTHER
                   PERFORM 300-Post-Transactions
           END-EVALUATE
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Tran-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'APPROVEDADJ'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to ApprovedAdj-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'MERGEDFILE'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Merged-Filename
           IF Env-Value NOT = SPACES
               MOVE Env-Value to GLJournal-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'MOVELEDGER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Ledger-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'RUNAUDIT'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to RunAudit-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'INTRANSIT'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to InTransit-Filename
           END-IF
      * The GL account that carries stock on the truck between sites.
           ACCEPT Env-Value FROM ENVIRONMENT 'INTRANSITACCT'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:8) to In-Transit-Account
           END-IF
      * How many days a part-received order line may go without a
      * receipt before it is closed short.
           ACCEPT Env-Value FROM ENVIRONMENT 'SHORTDAYS'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 500-Parse-Number
               IF NP-Valid = 'Y'
                   IF NP-Value > 9999
                       MOVE 9999 to Short-Close-Days
                   ELSE
                       MOVE NP-Value to Short-Close-Days
                   END-IF
               END-IF
           END-IF
      * How many days a shipment may be on the road before the aging
      * report lists it.
           ACCEPT Env-Value FROM ENVIRONMENT 'XFERAGE'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 500-Parse-Number
               IF NP-Valid = 'Y'
                   IF NP-Value > 9999
                       MOVE 9999 to Transit-Age-Days
                   ELSE
                       MOVE NP-Value to Transit-Age-Days
                   END-IF
               END-IF
           END-IF
      * The standards a receipt's cost is measured against, the
      * account the variance posts to and the one it is offset
      * against, and how far off standard (in percent) a receipt may
      * be before the variance report lists it.
           ACCEPT Env-Value FROM ENVIRONMENT 'PRODMASTER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to ProdMaster-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'PPVACCT'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:8) to PPV-Account
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'PPVOFFSETACCT'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:8) to PPV-Offset-Account
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'PPVTOL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 500-Parse-Number
               IF NP-Valid = 'Y'
                   IF NP-Value > 999
                       MOVE 999 to PPV-Tolerance-Pct
                   ELSE
                       MOVE NP-Value to PPV-Tolerance-Pct
                   END-IF
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'GLREVERSAL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to GLReversal-Filename
           END-IF
      * How far, in dollars, the extract may stray from the book
      * before a rebuild is stopped, and the operator's go-ahead to
      * rebuild anyway; and where the reconcile leaves the last-issue
      * dates for the rebuild.
           ACCEPT Env-Value FROM ENVIRONMENT 'REBUILDTOL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 500-Parse-Number
               IF NP-Valid = 'Y'
                   MOVE NP-Value to Rebuild-Tolerance
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'REBUILDOVR'
           IF Env-Value(1:1) = 'Y' OR Env-Value(1:1) = 'y'
               MOVE 'Y' to Rebuild-Override
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'USER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:8) to Rebuild-Operator
           ELSE
               MOVE 'BATCH' to Rebuild-Operator
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'REBUILDCARRY'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to RebuildCarry-Filename
           END-IF
      * The batch to back out, as the transaction edit displayed it,
      * and who asked - the register carries both.
           ACCEPT Env-Value FROM ENVIRONMENT 'REVERSEBATCH'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:12) to Reverse-Batch-Id
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'USER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:8) to Reverse-Operator
           ELSE
               MOVE 'BATCH' to Reverse-Operator
           END-IF
      * The warehouse/vendor/product whose stock card is wanted.
           ACCEPT Env-Value FROM ENVIRONMENT 'STOCKKEY'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:8) to Stock-Card-Key
           END-IF
      * How long a slot must sit without an issue before the
      * dead-stock report calls it dead.
           ACCEPT Env-Value FROM ENVIRONMENT 'DEADDAYS'
           MOVE Today-Date to DS-Date
           PERFORM 860-Date-To-Serial
           MOVE DS-Serial to Today-Serial
      * Transactions ahead of any batch marker post under the run
      * date and sequence 0000.
           MOVE Today-Date to Current-Batch(1:8)
           MOVE '0000' to Current-Batch(9:4)
           .
      * Picks up what a prior run left behind: REBUILD means a master
      * rebuild did not finish, POSTING with a count means that many
      * transactions are already committed, REVERSE with a count
      * means that many of the named batch's movements are already
      * through, less those listed behind it as not undone.
       150-Read-Restart.
           MOVE ALL 'N' to Reversal-Failed-Table
           OPEN INPUT Post-Restart-File
           IF Restart-Status = '00'
               READ Post-Restart-File
                   NOT AT END
                       MOVE PR-Stage to Restart-Stage
                       IF (PR-Stage = 'POSTING' OR 'REVERSE')
                               AND PR-Done-Count IS NUMERIC
                           MOVE PR-Done-Count to Restart-Done-Count
                       END-IF
               END-READ
               IF Restart-Stage = 'REVERSE'
                   READ Post-Restart-File
                       NOT AT END
                           MOVE PR-Batch to Restart-Batch
                   END-READ
                   PERFORM UNTIL Restart-EOF = 'Y'
                       READ Post-Restart-File
                           AT END
                               MOVE 'Y' to Restart-EOF
                           NOT AT END
                               IF PR-Failed-Seq IS NUMERIC
                                       AND PR-Failed-Seq > ZERO
                                       AND PR-Failed-Seq <= 1000
                                   MOVE 'Y' to RV-Failed(PR-Failed-Seq)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
      * Closed either way - an OPEN INPUT on a missing OPTIONAL file
      * still leaves it positioned open, and 160-Save-Restart opens
           WRITE PR-Record
           CLOSE Post-Restart-File
           .
      * Reconciles the book (the master) to the extract (the merged
      * file) before a rebuild may replace one with the other, and
      * saves the last-issue dates the rebuild is to keep. A rebuild
      * that did not finish has already reconciled against the whole
      * master - the half-built one left now would report nonsense -
      * so it goes straight back to the load, with the dates saved
      * the first time.
       205-Reconcile-Book-To-Extract.
           IF Restart-Stage = 'REBUILD'
               DISPLAY 'RESUMING UNFINISHED REBUILD - RECONCILED '
                   'BEFORE, DATES FROM ' RebuildCarry-Filename
           ELSE
               PERFORM 206-Reconcile-Body
           END-IF
           .
       206-Reconcile-Body.
           OPEN INPUT Merged-File
           IF Merged-Status NOT = '00'
               DISPLAY '*** CANNOT OPEN MERGED FILE: ' Merged-Filename
               MOVE 'Y' to Rebuild-Stopped
               MOVE 8 to RETURN-CODE
           ELSE
               OPEN OUTPUT Rebuild-Carry-File
               OPEN OUTPUT Rebuild-Variance-Report
               MOVE WS-Month to RKH-Month
               MOVE WS-Day to RKH-Day
               MOVE WS-Year to RKH-Year
               WRITE Rebuild-Variance-Line from RK-Heading-Line
               WRITE Rebuild-Variance-Line from RK-Column-Line
                   After Advancing 2 Lines
               MOVE SPACES to Rebuild-Variance-Line
               WRITE Rebuild-Variance-Line
               OPEN INPUT Inventory-Master
               EVALUATE TRUE
                   WHEN IM-Status = '00'
                       PERFORM 210-Read-Book
                       PERFORM 215-Read-Extract
                       PERFORM UNTIL Book-Key = HIGH-VALUES
                               AND Extract-Key = HIGH-VALUES
                           PERFORM 220-Match-Keys
                       END-PERFORM
                       CLOSE Inventory-Master
                       PERFORM 240-Reconcile-Totals
      * No master yet - the first build has no book to reconcile to.
                   WHEN IM-Status = '35'
                       MOVE 'NO MASTER ON FILE - FIRST BUILD, NOTHING '
                           to RKR-Text
                       MOVE 'TO RECONCILE' to RKR-Text(42:12)
                       WRITE Rebuild-Variance-Line from RK-Result-Line
                   WHEN OTHER
                       DISPLAY '*** CANNOT READ MASTER TO RECONCILE: '
                           InvMaster-Filename ' STATUS ' IM-Status
                       MOVE 'Y' to RK-Read-Failed
                       PERFORM 245-Release-Or-Stop
               END-EVALUATE
               CLOSE Rebuild-Variance-Report
               CLOSE Rebuild-Carry-File
               CLOSE Merged-File
           END-IF
           .
       210-Read-Book.
           READ Inventory-Master NEXT RECORD
               AT END
                   MOVE HIGH-VALUES to Book-Key
               NOT AT END
                   MOVE IM-Key to Book-Key
           END-READ
           IF IM-Status NOT = '00' AND IM-Status NOT = '10'
               DISPLAY '*** MASTER READ ERROR STATUS ' IM-Status
                   ' - RECONCILE INCOMPLETE'
               MOVE HIGH-VALUES to Book-Key
               MOVE 'Y' to RK-Read-Failed
           END-IF
           .
      * Next merged record with a key - a blank key is logged and
      * dropped by the rebuild itself, so it is no part of the
      * extract.
       215-Read-Extract.
           MOVE SPACES to Extract-Key
           PERFORM UNTIL Extract-Key NOT = SPACES
               READ Merged-File
                   AT END
                       MOVE HIGH-VALUES to Extract-Key
                   NOT AT END
                       MOVE Merged-Record to Extract-Record
                       MOVE EX-Key to Extract-Key
               END-READ
               IF Merged-Status NOT = '00' AND Merged-Status NOT = '10'
                   DISPLAY '*** MERGED FILE READ ERROR STATUS '
                       Merged-Status ' - RECONCILE INCOMPLETE'
                   MOVE HIGH-VALUES to Extract-Key
                   MOVE 'Y' to RK-Read-Failed
               END-IF
           END-PERFORM
           .
      * One step of the match. A repeat of the key just matched is a
      * duplicate the rebuild will drop - counted, not compared.
       220-Match-Keys.
           EVALUATE TRUE
               WHEN Extract-Key = Prior-Extract-Key
                   ADD 1 to RK-Dup-Count
                   PERFORM 215-Read-Extract
               WHEN Book-Key < Extract-Key
                   PERFORM 230-Book-Only
                   PERFORM 210-Read-Book
               WHEN Book-Key > Extract-Key
                   PERFORM 235-Extract-Only
                   MOVE Extract-Key to Prior-Extract-Key
                   PERFORM 215-Read-Extract
               WHEN OTHER
                   PERFORM 225-Compare-Key
                   MOVE Extract-Key to Prior-Extract-Key
                   PERFORM 210-Read-Book
                   PERFORM 215-Read-Extract
           END-EVALUATE
           .
      * A key on both sides, slot by slot; its carry record goes out
      * when any slot has a date to keep.
       225-Compare-Key.
           ADD 1 to RK-Matched-Count
           MOVE 'N' to RK-Carry-Any
           MOVE SPACES to Carry-Record
           MOVE Book-Key to CR-Key
           PERFORM VARYING RK-Slot FROM 1 BY 1 UNTIL RK-Slot > 10
               PERFORM 226-Compare-Slot
           END-PERFORM
           IF RK-Carry-Any = 'Y'
               WRITE Carry-Record
           END-IF
           .
      * A slot differs when its quantity or value moved or it now
      * holds a different product (name, size, or type). A slot with
      * the same product keeps its last-issue date.
       226-Compare-Slot.
           PERFORM 227-Value-Book-Slot
           PERFORM 228-Value-Extract-Slot
           ADD RK-Book-Value to RK-Book-Total
           ADD RK-Extract-Value to RK-Extract-Total
           COMPUTE RK-Value-Diff = RK-Extract-Value - RK-Book-Value
           IF IMD-Name(RK-Slot) = EXD-Name(RK-Slot)
                   AND IMD-Size(RK-Slot) = EXD-Size(RK-Slot)
                   AND IMD-Type(RK-Slot) = EXD-Type(RK-Slot)
               MOVE 'N' to RK-Changed
           ELSE
               MOVE 'Y' to RK-Changed
           END-IF
           IF RK-Changed = 'N'
                   AND EXD-Name(RK-Slot) NOT = SPACES
                   AND IM-Last-Issue(RK-Slot) NOT = SPACES
               MOVE IM-Last-Issue(RK-Slot) to CR-Last-Issue(RK-Slot)
               MOVE 'Y' to RK-Carry-Any
               ADD 1 to RK-Carried-Count
           END-IF
           IF RK-Changed = 'Y'
                   OR RK-Book-Qty NOT = RK-Extract-Qty
                   OR RK-Value-Diff NOT = ZERO
               ADD 1 to RK-Slot-Diff-Count
               ADD RK-Value-Diff to RK-Net-Diff
               IF RK-Value-Diff < ZERO
                   SUBTRACT RK-Value-Diff from RK-Abs-Variance
               ELSE
                   ADD RK-Value-Diff to RK-Abs-Variance
               END-IF
               MOVE Book-Key(1:4) to RKD-WH
               MOVE Book-Key(5:1) to RKD-Vendor
               MOVE Book-Key(6:3) to RKD-Product
               MOVE RK-Slot to RKD-Slot
               IF EXD-Name(RK-Slot) NOT = SPACES
                   MOVE EXD-Name(RK-Slot) to RKD-Name
               ELSE
                   MOVE IMD-Name(RK-Slot) to RKD-Name
               END-IF
               MOVE RK-Book-Qty to RKD-Book
               MOVE RK-Extract-Qty to RKD-Extract
               COMPUTE RKD-Diff = RK-Extract-Qty - RK-Book-Qty
               MOVE RK-Value-Diff to RKD-Value
               IF RK-Changed = 'Y'
                   MOVE 'NEW PRODUCT' to RKD-Note
               ELSE
                   MOVE SPACES to RKD-Note
               END-IF
               WRITE Rebuild-Variance-Line from RK-Detail-Line
           END-IF
           .
      * A slot's stock and value (stock at its unit price) on either
      * side; an empty or unreadable slot holds nothing.
       227-Value-Book-Slot.
           MOVE ZERO to RK-Book-Qty
           MOVE ZERO to RK-Book-Value
           IF IMD-Stock(RK-Slot) IS NUMERIC
               MOVE IMD-Stock(RK-Slot) to RK-Book-Qty
               IF IMD-Price(RK-Slot) IS NUMERIC
                   COMPUTE RK-Book-Value =
                       IMD-Stock(RK-Slot) * IMD-Price(RK-Slot)
               END-IF
           END-IF
           .
       228-Value-Extract-Slot.
           MOVE ZERO to RK-Extract-Qty
           MOVE ZERO to RK-Extract-Value
           IF EXD-Stock(RK-Slot) IS NUMERIC
               MOVE EXD-Stock(RK-Slot) to RK-Extract-Qty
               IF EXD-Price(RK-Slot) IS NUMERIC
                   COMPUTE RK-Extract-Value =
                       EXD-Stock(RK-Slot) * EXD-Price(RK-Slot)
               END-IF
           END-IF
           .
      * A key only the master has - the rebuild would drop it and
      * everything in it.
       230-Book-Only.
           ADD 1 to RK-Book-Only-Count
           MOVE ZERO to RK-Side-Qty
           MOVE ZERO to RK-Side-Value
           MOVE SPACES to RK-Name
           PERFORM VARYING RK-Slot FROM 1 BY 1 UNTIL RK-Slot > 10
               PERFORM 227-Value-Book-Slot
               ADD RK-Book-Qty to RK-Side-Qty
               ADD RK-Book-Value to RK-Side-Value
               IF RK-Name = SPACES
                   MOVE IMD-Name(RK-Slot) to RK-Name
               END-IF
           END-PERFORM
           ADD RK-Side-Value to RK-Book-Total
           ADD RK-Side-Value to RK-Book-Only-Value
           SUBTRACT RK-Side-Value from RK-Net-Diff
           IF RK-Side-Value < ZERO
               SUBTRACT RK-Side-Value from RK-Abs-Variance
           ELSE
               ADD RK-Side-Value to RK-Abs-Variance
           END-IF
           MOVE Book-Key(1:4) to RKD-WH
           MOVE Book-Key(5:1) to RKD-Vendor
           MOVE Book-Key(6:3) to RKD-Product
           MOVE ZERO to RKD-Slot
           MOVE RK-Name to RKD-Name
           MOVE RK-Side-Qty to RKD-Book
           MOVE ZERO to RKD-Extract
           COMPUTE RKD-Diff = ZERO - RK-Side-Qty
           COMPUTE RKD-Value = ZERO - RK-Side-Value
           MOVE 'BOOK ONLY' to RKD-Note
           WRITE Rebuild-Variance-Line from RK-Detail-Line
           .
      * A key only the merged file has - new to the master.
       235-Extract-Only.
           ADD 1 to RK-Extract-Only-Count
           MOVE ZERO to RK-Side-Qty
           MOVE ZERO to RK-Side-Value
           MOVE SPACES to RK-Name
           PERFORM VARYING RK-Slot FROM 1 BY 1 UNTIL RK-Slot > 10
               PERFORM 228-Value-Extract-Slot
               ADD RK-Extract-Qty to RK-Side-Qty
               ADD RK-Extract-Value to RK-Side-Value
               IF RK-Name = SPACES
                   MOVE EXD-Name(RK-Slot) to RK-Name
               END-IF
           END-PERFORM
           ADD RK-Side-Value to RK-Extract-Total
           ADD RK-Side-Value to RK-Extract-Only-Value
           ADD RK-Side-Value to RK-Net-Diff
           IF RK-Side-Value < ZERO
               SUBTRACT RK-Side-Value from RK-Abs-Variance
           ELSE
               ADD RK-Side-Value to RK-Abs-Variance
           END-IF
           MOVE Extract-Key(1:4) to RKD-WH
           MOVE Extract-Key(5:1) to RKD-Vendor
           MOVE Extract-Key(6:3) to RKD-Product
           MOVE ZERO to RKD-Slot
           MOVE RK-Name to RKD-Name
           MOVE ZERO to RKD-Book
           MOVE RK-Side-Qty to RKD-Extract
           MOVE RK-Side-Qty to RKD-Diff
           MOVE RK-Side-Value to RKD-Value
           MOVE 'EXTRACT ONLY' to RKD-Note
           WRITE Rebuild-Variance-Line from RK-Detail-Line
           .
       240-Reconcile-Totals.
           IF RK-Slot-Diff-Count = ZERO AND RK-Book-Only-Count = ZERO
                   AND RK-Extract-Only-Count = ZERO
               MOVE 'BOOK AND EXTRACT AGREE' to RKR-Text
               WRITE Rebuild-Variance-Line from RK-Result-Line
           END-IF
           MOVE 'KEYS ON BOTH SIDES' to RKC-Label
           MOVE RK-Matched-Count to RKC-Count
           WRITE Rebuild-Variance-Line from RK-Count-Line
               After Advancing 2 Lines
           MOVE 'SLOTS DIFFERING' to RKC-Label
           MOVE RK-Slot-Diff-Count to RKC-Count
           WRITE Rebuild-Variance-Line from RK-Count-Line
           MOVE 'KEYS ON THE BOOK ONLY' to RKX-Label
           MOVE RK-Book-Only-Count to RKX-Count
           MOVE RK-Book-Only-Value to RKX-Value
           WRITE Rebuild-Variance-Line from RK-Total-Line
           MOVE 'KEYS ON THE EXTRACT ONLY' to RKX-Label
           MOVE RK-Extract-Only-Count to RKX-Count
           MOVE RK-Extract-Only-Value to RKX-Value
           WRITE Rebuild-Variance-Line from RK-Total-Line
           MOVE 'DUPLICATE EXTRACT KEYS (DROPPED)' to RKC-Label
           MOVE RK-Dup-Count to RKC-Count
           WRITE Rebuild-Variance-Line from RK-Count-Line
           MOVE 'LAST-ISSUE DATES KEPT' to RKC-Label
           MOVE RK-Carried-Count to RKC-Count
           WRITE Rebuild-Variance-Line from RK-Count-Line
           MOVE 'BOOK VALUE' to RKV-Label
           MOVE RK-Book-Total to RKV-Value
           WRITE Rebuild-Variance-Line from RK-Value-Line
               After Advancing 2 Lines
           MOVE 'EXTRACT VALUE' to RKV-Label
           MOVE RK-Extract-Total to RKV-Value
           WRITE Rebuild-Variance-Line from RK-Value-Line
           MOVE 'NET DIFFERENCE' to RKV-Label
           MOVE RK-Net-Diff to RKV-Value
           WRITE Rebuild-Variance-Line from RK-Value-Line
           MOVE 'TOTAL VARIANCE (ABSOLUTE)' to RKV-Label
           MOVE RK-Abs-Variance to RKV-Value
           WRITE Rebuild-Variance-Line from RK-Value-Line
           MOVE 'TOLERANCE' to RKV-Label
           MOVE Rebuild-Tolerance to RKV-Value
           WRITE Rebuild-Variance-Line from RK-Value-Line
           PERFORM 245-Release-Or-Stop
           DISPLAY 'RECONCILE: MATCHED=' RK-Matched-Count
                   ' SLOTS DIFFERING=' RK-Slot-Diff-Count
                   ' BOOK ONLY=' RK-Book-Only-Count
                   ' EXTRACT ONLY=' RK-Extract-Only-Count
           .
      * Over tolerance, or not fully reconciled, the rebuild stops
      * with the master as it was - unless the operator has looked at
      * the report and said to go ahead, which the report records.
       245-Release-Or-Stop.
           MOVE SPACES to RKR-Text
           IF RK-Read-Failed = 'Y'
                   OR RK-Abs-Variance > Rebuild-Tolerance
               IF Rebuild-Override = 'Y'
                   STRING 'OVER TOLERANCE OR INCOMPLETE - REBUILD '
                              DELIMITED BY SIZE
                          'OVERRIDDEN BY ' DELIMITED BY SIZE
                          Rebuild-Operator DELIMITED BY SIZE
                       INTO RKR-Text
                   END-STRING
                   DISPLAY '*** RECONCILE VARIANCE OVERRIDDEN BY '
                       Rebuild-Operator ' - REBUILDING ***'
               ELSE
                   MOVE 'Y' to Rebuild-Stopped
                   MOVE 8 to RETURN-CODE
                   MOVE 'REBUILD STOPPED - MASTER NOT REPLACED'
                       to RKR-Text
                   DISPLAY '*** BOOK TO EXTRACT VARIANCE OVER '
                       'TOLERANCE OR NOT RECONCILED - REBUILD '
                       'STOPPED ***'
                   DISPLAY '*** SEE REBUILD-VARIANCE; RERUN WITH '
                       'REBUILDOVR=Y TO REBUILD ANYWAY'
               END-IF
           ELSE
               MOVE 'WITHIN TOLERANCE - REBUILD RELEASED' to RKR-Text
           END-IF
           WRITE Rebuild-Variance-Line from RK-Result-Line
               After Advancing 2 Lines
           .
      * Reloads the master from the merged file the monthly full
      * snapshot run produced. The merged record already carries the
      * key in its first eight bytes, so it loads byte for byte. The
      * restart file says REBUILD until the load finishes cleanly, so
      * an abend cannot leave a half-built master that daily posting
      * would silently trust. The last-issue dates the reconcile
      * saved go back onto their slots as each record loads.
       200-Rebuild-Master.
           OPEN INPUT Merged-File
           IF Merged-Status NOT = '00'
               DISPLAY '*** CANNOT OPEN MERGED FILE: ' Merged-Filename
               MOVE 8 to RETURN-CODE
           ELSE
               MOVE 'REBUILD' to PR-Stage
               MOVE ZERO to PR-Done-Count
               PERFORM 160-Save-Restart
               OPEN OUTPUT Inventory-Master
               IF IM-Status NOT = '00'
                   DISPLAY '*** CANNOT CREATE MASTER: '
                       InvMaster-Filename ' STATUS ' IM-Status
                   MOVE 8 to RETURN-CODE
               ELSE
                   OPEN OUTPUT Error-File
                   OPEN INPUT Rebuild-Carry-File
                   PERFORM 253-Read-Carry
                   PERFORM UNTIL Merged-EOF = 'Y'
                       READ Merged-File
                           AT END
                               MOVE 'Y' to Merged-EOF
                           NOT AT END
                               ADD 1 to Rebuild-Read-Count
                               PERFORM 250-Write-Master-Record
                       END-READ
                       IF Merged-EOF = 'N'
                               AND Merged-Status NOT = '00'
                           DISPLAY '*** MERGED FILE READ ERROR '
                               'STATUS ' Merged-Status
                           MOVE 'Y' to Merged-EOF
                           MOVE 'Y' to Rebuild-Failed
                       END-IF
                   END-PERFORM
                   CLOSE Inventory-Master
                   CLOSE Error-File
                   CLOSE Rebuild-Carry-File
                   DISPLAY 'MASTER REBUILD: READ=' Rebuild-Read-Count
                           ' WRITTEN=' Rebuild-Write-Count
                           ' DROPPED=' Rebuild-Dup-Count
                           ' DATES KEPT=' Carry-Kept-Count
                   IF Rebuild-Failed = 'Y'
                       DISPLAY '*** REBUILD INCOMPLETE - MASTER NOT '
                           'USABLE, RERUN REBUILD ***'
               WRITE Error-Line
           ELSE
               MOVE Merged-Record to IM-Record
               PERFORM 252-Apply-Carry
               WRITE IM-Record
               END-WRITE
               EVALUATE TRUE
               END-EVALUATE
           END-IF
           .
      * The carry file is in key order like the merged file, so it is
      * walked alongside it; a key with saved dates gets them back.
       252-Apply-Carry.
           PERFORM 253-Read-Carry UNTIL Carry-Key NOT < IM-Key
           IF Carry-Key = IM-Key
               PERFORM VARYING RK-Slot FROM 1 BY 1 UNTIL RK-Slot > 10
                   MOVE CR-Last-Issue(RK-Slot) to IM-Last-Issue(RK-Slot)
               END-PERFORM
               ADD 1 to Carry-Kept-Count
           END-IF
           .
      * No carry file (a first build) reads as empty.
       253-Read-Carry.
           READ Rebuild-Carry-File
               AT END
                   MOVE HIGH-VALUES to Carry-Key
               NOT AT END
                   MOVE CR-Key to Carry-Key
           END-READ
           IF Carry-Status NOT = '00' AND Carry-Status NOT = '04'
                   AND Carry-Status NOT = '10'
               MOVE HIGH-VALUES to Carry-Key
           END-IF
           .
      * Posts the day's transaction file against the master. Each
      * transaction is validated, matched to its master record by
      * warehouse/vendor/product, applied to its product slot, and
      * restart count is saved, so a rerun skips what is already in
      * the master.
       300-Post-Transactions.
           EVALUATE TRUE
               WHEN Restart-Stage = 'REBUILD'
                   DISPLAY '*** MASTER REBUILD DID NOT FINISH - RERUN '
                       'THE REBUILD BEFORE POSTING ***'
                   MOVE 8 to RETURN-CODE
               WHEN Restart-Stage = 'REVERSE'
                   DISPLAY '*** REVERSAL OF BATCH ' Restart-Batch
                       ' DID NOT FINISH - RERUN IT BEFORE POSTING ***'
                   MOVE 8 to RETURN-CODE
               WHEN OTHER
                   PERFORM 302-Post-With-Ledger
           END-EVALUATE
           .
       302-Post-With-Ledger.
           PERFORM 172-Load-In-Transit-Table
           IF Restart-Done-Count > ZERO
               PERFORM 307-Load-Restart-Ships
           END-IF
           PERFORM 305-Open-Movement-Ledger
           IF Ledger-Open = 'Y'
               PERFORM 310-Post-Transaction-File
               CLOSE Movement-Ledger-File
           END-IF
           .
      * A rerun after an abend re-creates the shipments the crashed
      * run's ships made (its in-transit file was never saved) - the
      * ledger has each one's number, cost, lot, and expiry. Only
      * numbers past the highest on the in-transit file can be the
      * crashed run's. The receives it may have posted are gathered
      * too: any against a shipment of its own, or against one still
      * open on the file. A skipped ship or receive with no entry
      * here never posted - the crashed run rejected it - and is not
      * replayed.
       307-Load-Restart-Ships.
           MOVE ZERO to RST-Count
           MOVE ZERO to RRT-Count
           MOVE 'N' to Restart-Table-Full
           MOVE 'N' to Ledger-EOF
           OPEN INPUT Movement-Ledger-File
           IF Ledger-Status = '00'
               PERFORM UNTIL Ledger-EOF = 'Y'
                   READ Movement-Ledger-File
                       AT END
                           MOVE 'Y' to Ledger-EOF
                       NOT AT END
                           IF ML-Source = 'P'
                                   AND ML-Ship-Num IS NUMERIC
                               EVALUATE ML-Action
                                   WHEN 'S'
                                       PERFORM 308-Hold-Restart-Ship
                                   WHEN 'T'
                                       PERFORM 309-Hold-Restart-Receive
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Movement-Ledger-File
           MOVE 'N' to Ledger-EOF
           IF Restart-Table-Full = 'Y'
               DISPLAY '*** RESTART TRANSFER TABLE FULL - SOME '
                   'TRANSFERS THE CRASHED RUN POSTED WILL NOT BE '
                   'REPLAYED; CHECK THE IN-TRANSIT FILE ***'
           END-IF
           .
       308-Hold-Restart-Ship.
           IF ML-Ship-Num > ITT-Max-Num
               IF RST-Count < 200
                   ADD 1 to RST-Count
                   MOVE ML-Ship-Num to RST-Ship-Num(RST-Count)
                   MOVE ML-Key to RST-Key(RST-Count)
                   MOVE ML-Run-Date to RST-Date(RST-Count)
                   MOVE ML-Cost to RST-Cost(RST-Count)
                   MOVE ML-Lot to RST-Lot(RST-Count)
                   MOVE ML-Expiry to RST-Expiry(RST-Count)
                   MOVE ML-Batch to RST-Batch(RST-Count)
                   MOVE ML-Slot to RST-Slot(RST-Count)
                   MOVE ML-Qty to RST-Qty(RST-Count)
                   MOVE 'N' to RST-Used(RST-Count)
               ELSE
                   MOVE 'Y' to Restart-Table-Full
               END-IF
           END-IF
           .
       309-Hold-Restart-Receive.
           MOVE ML-Ship-Num to Ship-Number
           PERFORM 438-Find-Shipment
           IF ML-Ship-Num > ITT-Max-Num
                   OR (ITT-Hit > ZERO AND ITT-Status(ITT-Hit) = 'O')
               IF RRT-Count < 200
                   ADD 1 to RRT-Count
                   MOVE ML-Ship-Num to RRT-Ship-Num(RRT-Count)
                   MOVE ML-Key to RRT-Key(RRT-Count)
                   MOVE ML-Batch to RRT-Batch(RRT-Count)
                   MOVE ML-Slot to RRT-Slot(RRT-Count)
                   MOVE ML-Qty to RRT-Qty(RRT-Count)
                   MOVE 'N' to RRT-Used(RRT-Count)
               ELSE
                   MOVE 'Y' to Restart-Table-Full
               END-IF
           END-IF
           .
      * The ledger is the permanent record of what posted - a day
      * that cannot extend it posts nothing, rather than post
      * movements nobody can trace later.
       305-Open-Movement-Ledger.
           OPEN EXTEND Movement-Ledger-File
           IF Ledger-Status = '00' OR '05'
               MOVE 'Y' to Ledger-Open
           ELSE
               DISPLAY '*** CANNOT OPEN MOVEMENT LEDGER: '
                   Ledger-Filename ' STATUS ' Ledger-Status
               DISPLAY '*** NO MOVEMENT CAN BE RECORDED - NOTHING '
                   'DONE THIS RUN'
               MOVE 8 to RETURN-CODE
           END-IF
           .
       310-Post-Transaction-File.
                   END-IF
                   PERFORM 170-Load-Open-PO-Table
                   PERFORM 175-Load-GL-Account-Map
                   PERFORM 177-Load-Product-Table
                   OPEN OUTPUT Error-File
                   MOVE 'POSTING' to PR-Stage
                   MOVE Restart-Done-Count to PR-Done-Count
                   PERFORM 160-Save-Restart
                   PERFORM UNTIL Tran-EOF = 'Y'
                       PERFORM 312-Read-Transaction
                       IF Tran-EOF = 'N'
                           ADD 1 to Tran-Read-Count
                           EVALUATE TRUE
                               WHEN TRN-Action = 'B'
                                   PERFORM 405-Start-Batch
                               WHEN Tran-Read-Count NOT >
                                       Restart-Done-Count
                                   ADD 1 to Tran-Skip-Count
                                   PERFORM 420-Replay-Skipped
                               WHEN OTHER
                                   PERFORM 400-Post-One-Transaction
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   CLOSE Transaction-File
                   IF Reading-Approved = 'Y'
                       CLOSE Approved-Adjust-File
                   END-IF
                   CLOSE Error-File
                   PERFORM 462-Close-Short-Lines
                   PERFORM 720-Print-Open-Order-Report
                   PERFORM 725-Print-In-Transit-Aging
                   PERFORM 726-Print-PPV-Report
                   PERFORM 710-Save-Posting-Activity
                   PERFORM 730-Write-GL-Journal
                   DISPLAY 'POSTING: READ=' Tran-Read-Count
      * file rewritten here on the way down would be received
      * against twice.
                       PERFORM 700-Save-Open-PO-File
                       PERFORM 702-Save-In-Transit-File
      * The approvals are posted - taken off the file before the
      * restart stage clears, so a run that dies between the two
      * cannot leave them to post a second time.
                       IF Reading-Approved = 'Y'
                           PERFORM 316-Clear-Approved
                       END-IF
                       MOVE 'NONE' to PR-Stage
                       MOVE ZERO to PR-Done-Count
                       PERFORM 160-Save-Restart
                       IF Tran-Error-Count > ZERO
                           MOVE 4 to RETURN-CODE
                       END-IF
                       IF Approved-Failed = 'Y'
                           MOVE 4 to RETURN-CODE
                       END-IF
                       IF Ledger-Fail-Count > ZERO
                           DISPLAY '*** ' Ledger-Fail-Count
                               ' POSTED MOVEMENT(S) MISSING FROM THE '
                               'LEDGER - SEE MESSAGES ABOVE ***'
                           MOVE 4 to RETURN-CODE
                       END-IF
                       IF Restart-Table-Full = 'Y'
                           MOVE 4 to RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE Inventory-Master
           END-IF
           .
      * The next record to post: the transaction file's, then - once
      * it is through - the supervisor-approved adjustments'. The
      * restart count runs across both as one stream. The approvals
      * carry no batch marker and post under the unmarked batch id,
      * not the last batch of the transaction file. Each carries the
      * book stock it was counted against, and posts only while the
      * slot still holds it (450-Apply-Transaction): one posted after
      * the day's movements to its slot would otherwise set the slot
      * back to a count those movements have overtaken.
       312-Read-Transaction.
           IF Reading-Approved = 'N'
               READ Transaction-File
                   AT END
                       PERFORM 314-Open-Approved
               END-READ
               IF Reading-Approved = 'N' AND Tran-EOF = 'N'
                       AND Tran-Status NOT = '00'
                   DISPLAY '*** TRANSACTION FILE READ ERROR '
                       'STATUS ' Tran-Status
                   MOVE 'Y' to Tran-EOF
                   MOVE 8 to RETURN-CODE
               END-IF
           END-IF
           IF Reading-Approved = 'Y' AND Tran-EOF = 'N'
               READ Approved-Adjust-File INTO Tran-Record
                   AT END
                       MOVE 'Y' to Tran-EOF
                   NOT AT END
                       ADD 1 to Approved-Read-Count
               END-READ
               IF Tran-EOF = 'N' AND Approved-Status NOT = '00'
                   DISPLAY '*** APPROVED ADJUSTMENTS READ ERROR '
                       'STATUS ' Approved-Status
                   MOVE 'Y' to Tran-EOF
                   MOVE 8 to RETURN-CODE
               END-IF
           END-IF
           .
      * No approvals file is nothing approved. One that cannot be
      * read is left as it is for the next run, with a warning.
       314-Open-Approved.
           OPEN INPUT Approved-Adjust-File
           EVALUATE Approved-Status
               WHEN '00'
                   MOVE 'Y' to Reading-Approved
                   MOVE Today-Date to Current-Batch(1:8)
                   MOVE '0000' to Current-Batch(9:4)
               WHEN '05'
                   CLOSE Approved-Adjust-File
                   MOVE 'Y' to Tran-EOF
               WHEN OTHER
                   DISPLAY '*** CANNOT OPEN APPROVED ADJUSTMENTS: '
                       ApprovedAdj-Filename ' STATUS ' Approved-Status
                   DISPLAY '*** APPROVALS NOT POSTED - LEFT FOR THE '
                       'NEXT RUN'
                   MOVE 'Y' to Approved-Failed
                   MOVE 'Y' to Tran-EOF
           END-EVALUATE
           .
      * Takes the approvals this run posted off the file. The approval
      * program only ever extends it, so anything past the records
      * read here was released while the run was posting; it is
      * written back to post next time. With more of those than can
      * be held the file is left as it is - the approvals already
      * posted are refused when it is read again, their slots no
      * longer holding the book stock they carry.
       316-Clear-Approved.
           MOVE ZERO to Approved-Reread-Count
           MOVE ZERO to ACT-Count
           MOVE 'N' to Approved-EOF
           OPEN INPUT Approved-Adjust-File
           IF Approved-Status = '00'
               PERFORM UNTIL Approved-EOF = 'Y'
                   READ Approved-Adjust-File
                       AT END
                           MOVE 'Y' to Approved-EOF
                       NOT AT END
                           ADD 1 to Approved-Reread-Count
                           IF Approved-Reread-Count >
                                   Approved-Read-Count
                               PERFORM 318-Carry-Approval
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN Approved-Status NOT = '00' AND '05' AND '10'
                   DISPLAY '*** CANNOT REREAD APPROVED ADJUSTMENTS: '
                       ApprovedAdj-Filename ' STATUS ' Approved-Status
                   DISPLAY '*** FILE LEFT AS IT IS - THE APPROVALS '
                       'POSTED WILL BE REFUSED NEXT RUN'
                   MOVE 'Y' to Approved-Failed
               WHEN Approved-Carry-Full = 'Y'
                   CLOSE Approved-Adjust-File
                   DISPLAY '*** MORE THAN 200 APPROVALS RELEASED '
                       'DURING THE RUN - FILE LEFT AS IT IS; THE '
                       'APPROVALS POSTED WILL BE REFUSED NEXT RUN'
                   MOVE 'Y' to Approved-Failed
               WHEN OTHER
                   CLOSE Approved-Adjust-File
                   OPEN OUTPUT Approved-Adjust-File
                   IF Approved-Status NOT = '00'
                       DISPLAY '*** CANNOT EMPTY APPROVED ADJUSTMENTS: '
                           ApprovedAdj-Filename ' STATUS '
                           Approved-Status
                       MOVE 'Y' to Approved-Failed
                   ELSE
                       PERFORM VARYING ACT-Sub FROM 1 BY 1
                               UNTIL ACT-Sub > ACT-Count
                           WRITE Approved-Record
                               from ACT-Record(ACT-Sub)
                       END-PERFORM
                       CLOSE Approved-Adjust-File
                       IF ACT-Count > ZERO
                           DISPLAY ACT-Count ' APPROVAL(S) RELEASED '
                               'DURING THE RUN KEPT FOR THE NEXT ONE'
                       END-IF
                   END-IF
           END-EVALUATE
           .
       318-Carry-Approval.
           IF ACT-Count < 200
               ADD 1 to ACT-Count
               MOVE Approved-Record to ACT-Record(ACT-Count)
           ELSE
               MOVE 'Y' to Approved-Carry-Full
           END-IF
           .
      * Validates and applies one transaction.
       400-Post-One-Transaction.
           MOVE SPACES to Error-Reason

           IF TRN-Action NOT = 'R' AND 'I' AND 'A' AND 'S' AND 'T'
               MOVE 'BAD ACTION CODE' to Error-Reason
           END-IF

               END-IF
           END-IF

           IF Error-Reason = SPACES
                   AND (TRN-Action = 'S' OR TRN-Action = 'T')
               PERFORM 430-Check-Transfer
           END-IF

           IF Error-Reason = SPACES
               MOVE TRN-WHID to IM-WHID
               MOVE TRN-Vendor to IM-Vendor
               PERFORM 900-Log-Error
           END-IF
           .
      * A batch marker names the batch for every record behind it,
      * up to the next marker. Markers are read on a restart too, so
      * the records posted after the restart point carry their own
      * batch's id. A marker with no id is logged (once - not again
      * when a restart passes over it) and the batch before it
      * carries on.
       405-Start-Batch.
           IF TBM-Batch = SPACES
               IF Tran-Read-Count > Restart-Done-Count
                   MOVE 'BATCH MARKER NO ID' to Error-Reason
                   PERFORM 900-Log-Error
               END-IF
           ELSE
               MOVE TBM-Batch to Current-Batch
           END-IF
           .
      * A rerun after an abend re-reads transactions the crashed run
      * already committed to the master - but the open-PO match, the
      * per-warehouse movement counts, and the GL journal live only
      * an adjustment's stock delta is unrecoverable once the post
      * overwrote the slot, so 735-Write-Journal-Records suppresses
      * the trailer on a restarted run instead of certifying a short
      * journal as complete. A receipt is measured against standard
      * again - its cost is on the transaction and the standard on
      * the product table this run loaded - so the price variance
      * report covers the whole day. A transfer is replayed only
      * when the ledger holds the crashed run's entry for it: the
      * checks made while applying it (stock, slot, price) are not
      * repeated here, and a ship or receive it turned away must not
      * leave a shipment or a receipt behind.
       420-Replay-Skipped.
           MOVE SPACES to Error-Reason

           IF TRN-Action NOT = 'R' AND 'I' AND 'A' AND 'S' AND 'T'
               MOVE 'BAD ACTION CODE' to Error-Reason
           END-IF

           IF Error-Reason = SPACES AND TRN-Action = 'R'
               MOVE TRN-Cost to NP-Text
               PERFORM 500-Parse-Number
               IF NP-Valid = 'Y'
                   COMPUTE Receipt-Cost = NP-Value / 100
               ELSE
                   MOVE 'RECEIPT NO COST' to Error-Reason
               END-IF
           END-IF

           IF Error-Reason = SPACES
                   AND (TRN-Action = 'S' OR TRN-Action = 'T')
               PERFORM 430-Check-Transfer
           END-IF

           IF Error-Reason = SPACES
               MOVE TRN-WHID to IM-WHID
               MOVE TRN-Vendor to IM-Vendor
               END-IF
           END-IF

           IF Error-Reason = SPACES AND TRN-Action = 'S'
               PERFORM 424-Find-Restart-Ship
               IF RST-Hit = ZERO
                   MOVE 'NOT POSTED' to Error-Reason
               END-IF
           END-IF
           IF Error-Reason = SPACES AND TRN-Action = 'T'
               PERFORM 426-Find-Restart-Receive
               IF RRT-Hit = ZERO
                   MOVE 'NOT POSTED' to Error-Reason
               END-IF
           END-IF

      * The prior run already logged whatever was wrong - a replay
      * only repeats the bookkeeping of a committed post, never the
      * error.
           IF Error-Reason = SPACES
               PERFORM 465-Count-Warehouse-Movement
               IF TRN-Action = 'R'
                   MOVE 'N' to Std-Found
                   PERFORM 458-Check-Price-Variance
                   PERFORM 460-Match-Open-PO
               END-IF
               IF TRN-Action = 'S'
                   PERFORM 422-Replay-Shipment
               END-IF
               IF TRN-Action = 'T'
                   PERFORM 484-Receive-Shipment
               END-IF
           END-IF
           .
      * A ship the crashed run committed gets its shipment back under
      * the number the ledger says it was given, at what it went out
      * at.
       422-Replay-Shipment.
           MOVE RST-Ship-Num(RST-Hit) to Ship-Number
           MOVE RST-Date(RST-Hit) to Ship-Date
           MOVE RST-Cost(RST-Hit) to Ship-Cost
           MOVE RST-Lot(RST-Hit) to Ship-Lot
           MOVE RST-Expiry(RST-Hit) to Ship-Expiry
           PERFORM 482-Add-Shipment
           .
      * Points RST-Hit at the first unused ledger ship of this item
      * and slot, for this quantity, in this batch (zero if none) and
      * marks it used, so two like ships in one batch each take their
      * own entry in the order they posted.
       424-Find-Restart-Ship.
           MOVE ZERO to RST-Hit
           PERFORM VARYING RST-Sub FROM 1 BY 1
                   UNTIL RST-Sub > RST-Count OR RST-Hit > ZERO
               MOVE RST-Batch(RST-Sub) to Check-Restart-Batch
               PERFORM 428-Check-Restart-Batch
               IF RST-Used(RST-Sub) = 'N'
                       AND Restart-Batch-Match = 'Y'
                       AND RST-Key(RST-Sub) = IM-Key
                       AND RST-Slot(RST-Sub) = Slot-Number
                       AND RST-Qty(RST-Sub) = Tran-Quantity
                   MOVE RST-Sub to RST-Hit
                   MOVE 'Y' to RST-Used(RST-Sub)
               END-IF
           END-PERFORM
           .
      * The same for a receive, which must also name the shipment
      * the ledger entry cleared.
       426-Find-Restart-Receive.
           MOVE ZERO to RRT-Hit
           PERFORM VARYING RRT-Sub FROM 1 BY 1
                   UNTIL RRT-Sub > RRT-Count OR RRT-Hit > ZERO
               MOVE RRT-Batch(RRT-Sub) to Check-Restart-Batch
               PERFORM 428-Check-Restart-Batch
               IF RRT-Used(RRT-Sub) = 'N'
                       AND Restart-Batch-Match = 'Y'
                       AND RRT-Key(RRT-Sub) = IM-Key
                       AND RRT-Slot(RRT-Sub) = Slot-Number
                       AND RRT-Qty(RRT-Sub) = Tran-Quantity
                       AND RRT-Ship-Num(RRT-Sub) = Ship-Number
                   MOVE RRT-Sub to RRT-Hit
                   MOVE 'Y' to RRT-Used(RRT-Sub)
               END-IF
           END-PERFORM
           .
      * A ledger batch id is the transaction's own - except that an
      * unmarked transaction's id carries the date it posted, which a
      * rerun on a later day does not share, so any unmarked id
      * answers for another.
       428-Check-Restart-Batch.
           MOVE 'N' to Restart-Batch-Match
           IF Check-Restart-Batch = Current-Batch
               MOVE 'Y' to Restart-Batch-Match
           END-IF
           IF Check-Restart-Batch(9:4) = '0000'
                   AND Current-Batch(9:4) = '0000'
               MOVE 'Y' to Restart-Batch-Match
           END-IF
           .
      * A transfer ship must name another warehouse whose master
      * carries the item, so the stock has somewhere to land, and
      * there must be room to keep the shipment; a transfer receive
      * must clear an open shipment of the same item to this
      * warehouse, for no more than is still on the truck. Nothing
      * transfers while the in-transit file is past the table.
       430-Check-Transfer.
           MOVE ZERO to ITT-Hit
           EVALUATE TRUE
               WHEN InTransit-Overflow = 'Y'
                   MOVE 'IN-TRANSIT FILE FULL' to Error-Reason
               WHEN Tran-Quantity = ZERO
                   MOVE 'ZERO TRANSFER QTY' to Error-Reason
               WHEN TRN-Action = 'S' AND ITT-Count NOT < 500
                   MOVE 'IN-TRANSIT FILE FULL' to Error-Reason
               WHEN TRN-Action = 'S'
                   PERFORM 432-Check-Ship-To
               WHEN OTHER
                   PERFORM 434-Check-Shipment
           END-EVALUATE
           .
       432-Check-Ship-To.
           IF TRN-Ship-To = SPACES OR TRN-Ship-To = TRN-WHID
                   OR TRN-Cost(5:1) NOT = SPACE
               MOVE 'BAD SHIP-TO WH' to Error-Reason
           ELSE
               MOVE TRN-Ship-To to IM-WHID
               MOVE TRN-Vendor to IM-Vendor
               MOVE TRN-Product to IM-Product
               READ Inventory-Master
                   INVALID KEY
                       MOVE 'NO SHIP-TO MASTER' to Error-Reason
               END-READ
               IF Error-Reason = SPACES AND IM-Status NOT = '00'
                   MOVE 'SHIP-TO READ ERROR' to Error-Reason
               END-IF
           END-IF
           .
       434-Check-Shipment.
           MOVE TRN-Cost to NP-Text
           PERFORM 500-Parse-Number
           IF NP-Valid NOT = 'Y' OR NP-Value = ZERO
               MOVE 'BAD SHIPMENT NUMBER' to Error-Reason
           ELSE
               MOVE NP-Value to Ship-Number
               PERFORM 438-Find-Shipment
               EVALUATE TRUE
                   WHEN ITT-Hit = ZERO
                       MOVE 'SHIPMENT NOT FOUND' to Error-Reason
                   WHEN ITT-Status(ITT-Hit) NOT = 'O'
                       MOVE 'SHIPMENT NOT OPEN' to Error-Reason
                   WHEN ITT-To-WH(ITT-Hit) NOT = TRN-WHID
                           OR ITT-Vendor(ITT-Hit) NOT = TRN-Vendor
                           OR ITT-Product(ITT-Hit) NOT = TRN-Product
                       MOVE 'WRONG SHIPMENT ITEM' to Error-Reason
                   WHEN Tran-Quantity >
                           ITT-Shipped(ITT-Hit) - ITT-Received(ITT-Hit)
                       MOVE 'RECEIVE EXCEEDS SHIP' to Error-Reason
               END-EVALUATE
           END-IF
           .
      * Points ITT-Hit at shipment Ship-Number (zero if not on file).
       438-Find-Shipment.
           MOVE ZERO to ITT-Hit
           PERFORM VARYING ITT-Sub FROM 1 BY 1
                   UNTIL ITT-Sub > ITT-Count OR ITT-Hit > ZERO
               IF ITT-Ship-Num(ITT-Sub) = Ship-Number
                   MOVE ITT-Sub to ITT-Hit
               END-IF
           END-PERFORM
           .
      * Applies the validated transaction to its product slot and
      * rewrites the master record. An empty slot or unreadable stock
      * on the master is an error, not a post. The restart count is
               MOVE 'EMPTY MASTER SLOT' to Error-Reason
           ELSE
               IF IMD-Stock(Slot-Number) IS NUMERIC
      * The cost the slot carried going in, before a receipt
      * re-averages it, for the ledger's before image.
                   IF IMD-Price(Slot-Number) IS NUMERIC
                       MOVE IMD-Price(Slot-Number) to Prior-Unit-Price
                   ELSE
                       MOVE ZERO to Prior-Unit-Price
                   END-IF
                   EVALUATE TRN-Action
                       WHEN 'R'
                           COMPUTE New-Stock =
                               IMD-Stock(Slot-Number) - Tran-Quantity
                       WHEN 'A'
                           MOVE Tran-Quantity to New-Stock
                       WHEN 'S'
                           COMPUTE New-Stock =
                               IMD-Stock(Slot-Number) - Tran-Quantity
                       WHEN 'T'
                           COMPUTE New-Stock =
                               IMD-Stock(Slot-Number) + Tran-Quantity
                   END-EVALUATE
      * The receipt's cost - or a transfer receive's carried cost -
      * folds into the slot's weighted average before the stock
      * moves, while the book stock still prices the old layer. A
      * ship can only send what the slot holds, at a cost it can
      * read; a receive must land in a slot of the size and type
      * that was shipped. An approved count sets the slot only while
      * it still holds the book stock the count was taken against.
                   EVALUATE TRUE
                       WHEN Reading-Approved = 'Y'
                               AND AR-Book NOT NUMERIC
                           MOVE 'APPROVAL NO BOOK' to Error-Reason
                       WHEN Reading-Approved = 'Y'
                               AND IMD-Stock(Slot-Number) NOT = AR-Book
                           MOVE 'MOVED SINCE COUNT' to Error-Reason
                       WHEN New-Stock > 9999 OR New-Stock < -9999
                           MOVE 'STOCK OUT OF RANGE' to Error-Reason
                       WHEN TRN-Action = 'S'
                               AND Tran-Quantity >
                                   IMD-Stock(Slot-Number)
                           MOVE 'SHIP EXCEEDS STOCK' to Error-Reason
                       WHEN TRN-Action = 'S'
                               AND IMD-Price(Slot-Number) NOT NUMERIC
                           MOVE 'MASTER PRICE BAD' to Error-Reason
                       WHEN TRN-Action = 'T'
                               AND (IMD-Size(Slot-Number)
                                       NOT = ITT-Size(ITT-Hit)
                                 OR IMD-Type(Slot-Number)
                                       NOT = ITT-Type(ITT-Hit))
                           MOVE 'XFER SLOT MISMATCH' to Error-Reason
                       WHEN TRN-Action = 'R'
                           PERFORM 455-Average-Receipt-Cost
                       WHEN TRN-Action = 'T'
                           MOVE ITT-Unit-Cost(ITT-Hit) to Receipt-Cost
                           PERFORM 457-Receive-Transfer-Lot
                           PERFORM 455-Average-Receipt-Cost
                   END-EVALUATE
                   IF Error-Reason = SPACES
      * The book stock and unit price going INTO the post value the
      * movement journal entry - an adjustment's delta is against
                       IF IM-Status = '00'
                           ADD 1 to Tran-Posted-Count
                           PERFORM 465-Count-Warehouse-Movement
                           MOVE 'N' to Std-Found
                           IF TRN-Action = 'R'
                               PERFORM 458-Check-Price-Variance
                           END-IF
                           PERFORM 468-Record-GL-Movement
                           MOVE ZERO to PO-Matched-Qty
                           IF TRN-Action = 'R'
                               PERFORM 460-Match-Open-PO
                           END-IF
                           IF TRN-Action = 'S'
                               PERFORM 480-Ship-Transfer
                           END-IF
                           IF TRN-Action = 'T'
                               PERFORM 484-Receive-Shipment
                           END-IF
                           PERFORM 475-Write-Ledger-Entry
                           MOVE 'POSTING' to PR-Stage
                           MOVE Tran-Read-Count to PR-Done-Count
                           PERFORM 160-Save-Restart
                   CONTINUE
           END-EVALUATE
           .
      * Measures the receipt's cost against its product's standard
      * price. The variance - what was paid over (or under) standard
      * for the quantity received - counts toward the day's total;
      * a receipt off standard by more than the tolerance, or of a
      * product with no standard when there is a product master to
      * look in, is held for the variance report. A zero price on
      * the master is no standard at all.
       458-Check-Price-Variance.
           ADD 1 to PPV-Receipt-Count
           MOVE ZERO to Std-Unit-Cost
           MOVE ZERO to PPV-Value
           MOVE ZERO to PPV-Pct
           PERFORM VARYING PMT-Sub FROM 1 BY 1
                   UNTIL PMT-Sub > PMT-Count
                      OR Std-Found = 'Y'
               IF PMT-Product(PMT-Sub) = TRN-Product
                       AND PMT-Price(PMT-Sub) > ZERO
                   MOVE 'Y' to Std-Found
                   MOVE PMT-Price(PMT-Sub) to Std-Unit-Cost
               END-IF
           END-PERFORM
           IF Std-Found = 'Y'
               COMPUTE PPV-Value =
                   Tran-Quantity * (Receipt-Cost - Std-Unit-Cost)
               ADD PPV-Value to PPV-Day-Total
               COMPUTE PPV-Pct ROUNDED =
                   ((Receipt-Cost - Std-Unit-Cost) * 100)
                   / Std-Unit-Cost
               IF PPV-Pct < ZERO
                   COMPUTE PPV-Abs-Pct = -1 * PPV-Pct
               ELSE
                   MOVE PPV-Pct to PPV-Abs-Pct
               END-IF
               IF PPV-Abs-Pct > PPV-Tolerance-Pct
                   PERFORM 459-Hold-PPV-Line
               END-IF
           ELSE
               IF PMT-Count > ZERO
                   PERFORM 459-Hold-PPV-Line
               END-IF
           END-IF
           .
       459-Hold-PPV-Line.
           IF PVT-Count < 300
               ADD 1 to PVT-Count
               MOVE TRN-Vendor to PVT-Vendor(PVT-Count)
               MOVE TRN-Product to PVT-Product(PVT-Count)
               MOVE IMD-Name(Slot-Number) to PVT-Name(PVT-Count)
               MOVE TRN-WHID to PVT-WH(PVT-Count)
               MOVE Slot-Number to PVT-Slot(PVT-Count)
               MOVE Tran-Quantity to PVT-Qty(PVT-Count)
               MOVE Std-Unit-Cost to PVT-Std(PVT-Count)
               MOVE Receipt-Cost to PVT-Cost(PVT-Count)
               IF PPV-Pct > 9999
                   MOVE 9999 to PVT-Pct(PVT-Count)
               ELSE
                   MOVE PPV-Pct to PVT-Pct(PVT-Count)
               END-IF
               MOVE PPV-Value to PVT-Value(PVT-Count)
               IF Std-Found = 'Y'
                   MOVE 'N' to PVT-No-Std(PVT-Count)
               ELSE
                   MOVE 'Y' to PVT-No-Std(PVT-Count)
               END-IF
               MOVE 'N' to PVT-Done(PVT-Count)
           ELSE
               IF PPV-Overflow = 'N'
                   MOVE 'Y' to PPV-Overflow
                   DISPLAY '*** PRICE VARIANCE TABLE FULL - FURTHER '
                       'RECEIPTS NOT LISTED ***'
               END-IF
           END-IF
           .
      * The lot a slot shows after a transfer receive: an empty slot
      * takes the shipment's lot outright, a stocked one keeps
      * whichever lot expires first so the first to go is the one on
      * the record.
       457-Receive-Transfer-Lot.
           EVALUATE TRUE
               WHEN IMD-Stock(Slot-Number) NOT > ZERO
                   MOVE ITT-Lot(ITT-Hit) to IMD-Lot(Slot-Number)
                   MOVE ITT-Expiry(ITT-Hit) to IMD-Expiry(Slot-Number)
               WHEN ITT-Expiry(ITT-Hit) NOT NUMERIC
                   CONTINUE
               WHEN IMD-Expiry(Slot-Number) NOT NUMERIC
                       OR ITT-Expiry(ITT-Hit) < IMD-Expiry(Slot-Number)
                   MOVE ITT-Lot(ITT-Hit) to IMD-Lot(Slot-Number)
                   MOVE ITT-Expiry(ITT-Hit) to IMD-Expiry(Slot-Number)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      * Records the shipment a posted transfer ship just made, at the
      * cost and with the lot the donor slot carried.
       480-Ship-Transfer.
           COMPUTE Ship-Number = ITT-Max-Num + 1
           MOVE Today-Date to Ship-Date
           MOVE Slot-Unit-Price to Ship-Cost
           MOVE IMD-Lot(Slot-Number) to Ship-Lot
           MOVE IMD-Expiry(Slot-Number) to Ship-Expiry
           PERFORM 482-Add-Shipment
           DISPLAY 'SHIPMENT ' Ship-Number ' ' TRN-WHID ' TO '
                   TRN-Ship-To ': ' TRN-Vendor TRN-Product
                   ' SLOT ' Slot-Number ' QTY ' Tran-Quantity
           .
      * Adds shipment Ship-Number to the table from the transaction
      * and Ship-Fields, with the donor slot's size and type.
       482-Add-Shipment.
           ADD 1 to ITT-Count
           MOVE ITT-Count to ITT-Hit
           MOVE Ship-Number to ITT-Ship-Num(ITT-Hit)
           IF Ship-Number > ITT-Max-Num
               MOVE Ship-Number to ITT-Max-Num
           END-IF
           MOVE Ship-Date to ITT-Ship-Date(ITT-Hit)
           MOVE TRN-WHID to ITT-From-WH(ITT-Hit)
           MOVE TRN-Ship-To to ITT-To-WH(ITT-Hit)
           MOVE TRN-Vendor to ITT-Vendor(ITT-Hit)
           MOVE TRN-Product to ITT-Product(ITT-Hit)
           MOVE IMD-Size(Slot-Number) to ITT-Size(ITT-Hit)
           MOVE IMD-Type(Slot-Number) to ITT-Type(ITT-Hit)
           MOVE Slot-Number to ITT-From-Slot(ITT-Hit)
           MOVE Ship-Lot to ITT-Lot(ITT-Hit)
           MOVE Ship-Expiry to ITT-Expiry(ITT-Hit)
           MOVE Tran-Quantity to ITT-Shipped(ITT-Hit)
           MOVE ZERO to ITT-Received(ITT-Hit)
           MOVE Ship-Cost to ITT-Unit-Cost(ITT-Hit)
           MOVE 'O' to ITT-Status(ITT-Hit)
           MOVE SPACES to ITT-Recv-Date(ITT-Hit)
           MOVE Current-Batch to ITT-Batch(ITT-Hit)
           .
      * Clears what a transfer receive brought in off its shipment;
      * the shipment closes once all of it has arrived.
       484-Receive-Shipment.
           ADD Tran-Quantity to ITT-Received(ITT-Hit)
           MOVE Today-Date to ITT-Recv-Date(ITT-Hit)
           IF ITT-Received(ITT-Hit) NOT < ITT-Shipped(ITT-Hit)
               MOVE 'C' to ITT-Status(ITT-Hit)
           END-IF
           .
      * Reads the in-transit file into its table, the way the open-PO
      * file is read: a missing file means nothing has shipped yet,
      * and a file past the table is left untouched and no transfer
      * posts this run.
       172-Load-In-Transit-Table.
           MOVE ZERO to ITT-Count
           MOVE ZERO to ITT-Max-Num
           MOVE 'N' to InTransit-EOF
           OPEN INPUT In-Transit-File
           IF InTransit-Status = '00'
               PERFORM UNTIL InTransit-EOF = 'Y'
                   READ In-Transit-File
                       AT END
                           MOVE 'Y' to InTransit-EOF
                       NOT AT END
                           IF ITT-Count < 500
                               ADD 1 to ITT-Count
                               MOVE In-Transit-Record
                                   to ITT-Entry(ITT-Count)
                               IF IT-Ship-Num > ITT-Max-Num
                                   MOVE IT-Ship-Num to ITT-Max-Num
                               END-IF
                           ELSE
                               MOVE 'Y' to InTransit-Overflow
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE In-Transit-File
           IF InTransit-Overflow = 'Y'
               DISPLAY '*** IN-TRANSIT TABLE FULL - TRANSFERS NOT '
                   'POSTED THIS RUN, FILE LEFT UNTOUCHED ***'
           END-IF
           .
      * Reads the open-PO file into its table; a missing file just
      * means the full run has not cut any orders yet. When the file
      * outgrows the table the rewrite in 700-Save-Open-PO-File is
                                   to OPT-Received(OPT-Count)
                               MOVE OPO-Status
                                   to OPT-Status(OPT-Count)
                               MOVE OPO-First-Recv
                                   to OPT-First-Recv(OPT-Count)
                               MOVE OPO-Last-Recv
                                   to OPT-Last-Recv(OPT-Count)
                               MOVE OPO-Close-Date
                                   to OPT-Close-Date(OPT-Count)
                           ELSE
                               MOVE 'Y' to OpenPO-Overflow
                           END-IF
                           AND OPT-Vendor(OPT-Sub) = TRN-Vendor
                           AND OPT-Product(OPT-Sub) = TRN-Product
                       MOVE 'Y' to Receipt-Matched
                       IF OPT-First-Recv(OPT-Sub) = SPACES
                           MOVE Today-Date
                               to OPT-First-Recv(OPT-Sub)
                       END-IF
                       MOVE Today-Date to OPT-Last-Recv(OPT-Sub)
                       COMPUTE Receive-Room =
                           OPT-Ordered(OPT-Sub)
                           - OPT-Received(OPT-Sub)
                           MOVE OPT-Ordered(OPT-Sub)
                               to OPT-Received(OPT-Sub)
                           MOVE 'C' to OPT-Status(OPT-Sub)
                           MOVE Today-Date to OPT-Close-Date(OPT-Sub)
                           SUBTRACT Receive-Room from Receive-Left
                       ELSE
                           ADD Receive-Left
               IF Receipt-Matched = 'N'
                   PERFORM 470-Record-Unmatched-Receipt
               END-IF
      * What the receipt put against order lines - the ledger keeps
      * it so a reversal takes back exactly that much.
               COMPUTE PO-Matched-Qty = Tran-Quantity - Receive-Left
           END-IF
           .
      * Closes short every line still open with something received
      * and nothing more for SHORTDAYS days - the vendor is not
      * sending the rest - and dates each with today, so the
      * scorecard credits the close to the month it happened in.
      * The lines go out with the rest of the file
      * at a clean end, so a rerun closes the same lines again.
       462-Close-Short-Lines.
           IF OpenPO-Overflow = 'N' AND Short-Close-Days > ZERO
               PERFORM VARYING OPT-Sub FROM 1 BY 1
                       UNTIL OPT-Sub > OPT-Count
                   IF OPT-Status(OPT-Sub) = 'O'
                           AND OPT-Received(OPT-Sub) > ZERO
                       MOVE OPT-Last-Recv(OPT-Sub) to DS-Date
                       PERFORM 860-Date-To-Serial
                       IF DS-Valid = 'Y'
                           COMPUTE Age-Days = Today-Serial - DS-Serial
                           IF Age-Days >= Short-Close-Days
                               MOVE 'S' to OPT-Status(OPT-Sub)
                               MOVE Today-Date
                                   to OPT-Close-Date(OPT-Sub)
                               ADD 1 to Short-Close-Count
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
      * Remembers a receipt that matched no open order line, for the
               END-IF
           END-IF
           .
      * Appends the movement just posted to the ledger, with the
      * slot's before and after images. The ledger is written as the
      * post commits and never replayed on a restart - the crashed
      * run's entries are already on it. A failed write does not undo
      * the post (the master is already rewritten); it is counted and
      * reported so the gap can be keyed into the ledger by hand.
       475-Write-Ledger-Entry.
           MOVE SPACES to Ledger-Record
           ACCEPT Clock-Time FROM TIME
           MOVE Today-Date to ML-Run-Date
           MOVE Clock-Time(1:6) to ML-Run-Time
           MOVE Current-Batch to ML-Batch
           MOVE 'P' to ML-Source
           MOVE TRN-Action to ML-Action
           MOVE TRN-WHID to ML-WHID
           MOVE TRN-Vendor to ML-Vendor
           MOVE TRN-Product to ML-Product
           MOVE Slot-Number to ML-Slot
           MOVE Tran-Quantity to ML-Qty
           EVALUATE TRN-Action
               WHEN 'R'
               WHEN 'T'
                   MOVE Receipt-Cost to ML-Cost
               WHEN 'S'
                   MOVE Slot-Unit-Price to ML-Cost
               WHEN OTHER
                   MOVE ZERO to ML-Cost
           END-EVALUATE
           IF TRN-Action = 'S' OR TRN-Action = 'T'
               MOVE ITT-Ship-Num(ITT-Hit) to ML-Ship-Num
               MOVE ITT-Lot(ITT-Hit) to ML-Lot
               MOVE ITT-Expiry(ITT-Hit) to ML-Expiry
           END-IF
           MOVE Old-Stock to ML-Stock-Before
           MOVE New-Stock to ML-Stock-After
           MOVE PO-Matched-Qty to ML-PO-Qty
           IF TRN-Action = 'R' AND Std-Found = 'Y'
               MOVE Std-Unit-Cost to ML-Std-Cost
           END-IF
           MOVE Prior-Unit-Price to ML-Price-Before
           IF IMD-Price(Slot-Number) IS NUMERIC
               MOVE IMD-Price(Slot-Number) to ML-Price-After
           ELSE
               MOVE ZERO to ML-Price-After
           END-IF
           WRITE Ledger-Record
           IF Ledger-Status NOT = '00'
               ADD 1 to Ledger-Fail-Count
               DISPLAY '*** LEDGER WRITE FAILED STATUS ' Ledger-Status
                   ' FOR POSTED TRANSACTION: ' Tran-Record
           END-IF
           .
      * Rewrites the open-PO file from the table, closed lines
      * included - the numbering scan in the full run reads them, and
      * a closed line is the receiving history the buyers ask for.
                   MOVE OPT-Ordered(OPT-Sub) to OPO-Ordered
                   MOVE OPT-Received(OPT-Sub) to OPO-Received
                   MOVE OPT-Status(OPT-Sub) to OPO-Status
                   MOVE OPT-First-Recv(OPT-Sub) to OPO-First-Recv
                   MOVE OPT-Last-Recv(OPT-Sub) to OPO-Last-Recv
                   MOVE OPT-Close-Date(OPT-Sub) to OPO-Close-Date
                   WRITE Open-PO-Record
               END-PERFORM
               CLOSE Open-PO-File
           END-IF
           .
      * Rewrites the in-transit file from the table, received and
      * cancelled shipments included - the numbering reads them, and
      * they are the transfer history.
       702-Save-In-Transit-File.
           IF InTransit-Overflow = 'Y'
               CONTINUE
           ELSE
               OPEN OUTPUT In-Transit-File
               PERFORM VARYING ITT-Sub FROM 1 BY 1
                       UNTIL ITT-Sub > ITT-Count
                   MOVE ITT-Entry(ITT-Sub) to In-Transit-Record
                   WRITE In-Transit-Record
               END-PERFORM
               CLOSE In-Transit-File
           END-IF
           .
      * Prints the in-transit aging report: every shipment still
      * open after the aging threshold with its age in days and the
      * value still on the truck, then what is in transit in total
      * and how much of it is late.
       725-Print-In-Transit-Aging.
           OPEN OUTPUT In-Transit-Report
           MOVE WS-Month to XFH-Month
           MOVE WS-Day to XFH-Day
           MOVE WS-Year to XFH-Year
           WRITE In-Transit-Line from XF-Heading-Line
           MOVE Transit-Age-Days to XFT-Days
           WRITE In-Transit-Line from XF-Threshold-Line
               After Advancing 2 Lines
           WRITE In-Transit-Line from XF-Column-Line
               After Advancing 2 Lines
           MOVE ZERO to XF-Open-Count
           MOVE ZERO to XF-Late-Count
           MOVE ZERO to XF-Open-Value
           MOVE ZERO to XF-Late-Value
           PERFORM VARYING ITT-Sub FROM 1 BY 1
                   UNTIL ITT-Sub > ITT-Count
               IF ITT-Status(ITT-Sub) = 'O'
                   PERFORM 727-Age-One-Shipment
               END-IF
           END-PERFORM
           IF XF-Late-Count = ZERO
               MOVE SPACES to In-Transit-Line
               MOVE 'NO LATE SHIPMENTS' to In-Transit-Line
               WRITE In-Transit-Line
           END-IF
           IF InTransit-Overflow = 'Y'
               MOVE SPACES to In-Transit-Line
               MOVE '*** IN-TRANSIT TABLE FULL - REPORT INCOMPLETE ***'
                   to In-Transit-Line
               WRITE In-Transit-Line
           END-IF
           MOVE 'SHIPMENTS IN TRANSIT' to XFX-Label
           MOVE XF-Open-Count to XFX-Count
           MOVE XF-Open-Value to XFX-Value
           WRITE In-Transit-Line from XF-Total-Line
               After Advancing 2 Lines
           MOVE 'NOT RECEIVED AFTER THRESHOLD' to XFX-Label
           MOVE XF-Late-Count to XFX-Count
           MOVE XF-Late-Value to XFX-Value
           WRITE In-Transit-Line from XF-Total-Line
           CLOSE In-Transit-Report
           .
       727-Age-One-Shipment.
           COMPUTE XF-Open-Qty =
               ITT-Shipped(ITT-Sub) - ITT-Received(ITT-Sub)
           COMPUTE XF-Line-Value =
               XF-Open-Qty * ITT-Unit-Cost(ITT-Sub)
           ADD 1 to XF-Open-Count
           ADD XF-Line-Value to XF-Open-Value
           MOVE ITT-Ship-Date(ITT-Sub) to DS-Date
           PERFORM 860-Date-To-Serial
           IF DS-Valid = 'Y'
               COMPUTE Age-Days = Today-Serial - DS-Serial
           ELSE
               MOVE ZERO to Age-Days
           END-IF
           IF Age-Days NOT < Transit-Age-Days
               ADD 1 to XF-Late-Count
               ADD XF-Line-Value to XF-Late-Value
               MOVE ITT-Ship-Num(ITT-Sub) to XFD-Ship
               MOVE ITT-Ship-Date(ITT-Sub) to XFD-Date
               MOVE Age-Days to XFD-Age
               MOVE ITT-From-WH(ITT-Sub) to XFD-From
               MOVE ITT-To-WH(ITT-Sub) to XFD-To
               MOVE ITT-Vendor(ITT-Sub) to XFD-Vendor
               MOVE ITT-Product(ITT-Sub) to XFD-Product
               MOVE ITT-From-Slot(ITT-Sub) to XFD-Slot
               MOVE ITT-Lot(ITT-Sub) to XFD-Lot
               MOVE ITT-Expiry(ITT-Sub) to XFD-Expiry
               MOVE XF-Open-Qty to XFD-Open
               MOVE XF-Line-Value to XFD-Value
               WRITE In-Transit-Line from XF-Detail-Line
           END-IF
           .
      * Prints the purchase price variance report: the receipts held
      * by 458-Check-Price-Variance in vendor and product order, a
      * total per vendor, then what was listed and the whole day's
      * variance across every receipt measured.
       726-Print-PPV-Report.
           PERFORM 180-Load-Vendor-Table
           OPEN OUTPUT PPV-Report
           MOVE WS-Month to PVH-Month
           MOVE WS-Day to PVH-Day
           MOVE WS-Year to PVH-Year
           WRITE PPV-Line from PV-Heading-Line
           MOVE PPV-Tolerance-Pct to PVT-Tolerance
           WRITE PPV-Line from PV-Threshold-Line
               After Advancing 2 Lines
           WRITE PPV-Line from PV-Column-Line
               After Advancing 2 Lines
           IF PMT-Count = ZERO
               MOVE SPACES to PPV-Line
               MOVE '*** NO PRODUCT MASTER - RECEIPTS NOT MEASURED ***'
                   to PPV-Line
               WRITE PPV-Line
           END-IF
           MOVE SPACE to PPV-Vendor-Hold
           MOVE ZERO to PPV-Vendor-Total
           MOVE ZERO to PPV-Listed-Total
           MOVE 1 to PVT-Sub
           PERFORM UNTIL PVT-Sub = ZERO
               PERFORM 728-Print-Next-PPV
           END-PERFORM
           IF PPV-Vendor-Hold NOT = SPACE
               PERFORM 729-PPV-Vendor-Break
           END-IF
           IF PVT-Count = ZERO AND PMT-Count > ZERO
               MOVE SPACES to PPV-Line
               MOVE 'NO RECEIPTS OUTSIDE TOLERANCE' to PPV-Line
               WRITE PPV-Line
           END-IF
           IF PPV-Overflow = 'Y'
               MOVE SPACES to PPV-Line
               MOVE '*** VARIANCE TABLE FULL - REPORT INCOMPLETE ***'
                   to PPV-Line
               WRITE PPV-Line
           END-IF
           MOVE 'RECEIPTS LISTED' to PVX-Label
           MOVE PVT-Count to PVX-Count
           MOVE PPV-Listed-Total to PVX-Value
           WRITE PPV-Line from PV-Total-Line
               After Advancing 2 Lines
           MOVE 'ALL RECEIPTS - DAY''S VARIANCE' to PVX-Label
           MOVE PPV-Receipt-Count to PVX-Count
           MOVE PPV-Day-Total to PVX-Value
           WRITE PPV-Line from PV-Total-Line
           CLOSE PPV-Report
           .
      * Prints the held receipt lowest in vendor/product order not
      * yet printed - a ranking pass per line, the way the dead-stock
      * report orders its rows - with a vendor total each time the
      * vendor changes. PVT-Sub comes back zero when all are out.
       728-Print-Next-PPV.
           MOVE ZERO to PVT-Sub
           PERFORM VARYING PVT-Scan FROM 1 BY 1
                   UNTIL PVT-Scan > PVT-Count
               IF PVT-Done(PVT-Scan) = 'N'
                   IF PVT-Sub = ZERO
                       MOVE PVT-Scan to PVT-Sub
                   ELSE
                       IF PVT-Vendor(PVT-Scan) < PVT-Vendor(PVT-Sub)
                               OR (PVT-Vendor(PVT-Scan)
                                       = PVT-Vendor(PVT-Sub)
                                   AND PVT-Product(PVT-Scan)
                                       < PVT-Product(PVT-Sub))
                           MOVE PVT-Scan to PVT-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PVT-Sub > ZERO
               MOVE 'Y' to PVT-Done(PVT-Sub)
               IF PPV-Vendor-Hold NOT = SPACE
                       AND PPV-Vendor-Hold NOT = PVT-Vendor(PVT-Sub)
                   PERFORM 729-PPV-Vendor-Break
               END-IF
               MOVE PVT-Vendor(PVT-Sub) to PPV-Vendor-Hold
               MOVE PVT-Vendor(PVT-Sub) to PVD-Vendor
               MOVE PVT-Product(PVT-Sub) to PVD-Product
               MOVE PVT-Name(PVT-Sub) to PVD-Name
               MOVE PVT-WH(PVT-Sub) to PVD-WH
               MOVE PVT-Slot(PVT-Sub) to PVD-Slot
               MOVE PVT-Qty(PVT-Sub) to PVD-Qty
               MOVE PVT-Cost(PVT-Sub) to PVD-Cost
               IF PVT-No-Std(PVT-Sub) = 'Y'
                   MOVE 'NO STD' to PVD-Std
                   MOVE SPACES to PVD-Pct
               ELSE
                   MOVE PVT-Std(PVT-Sub) to PV-Std-Edit
                   MOVE PV-Std-Edit to PVD-Std
                   MOVE PVT-Pct(PVT-Sub) to PV-Pct-Edit
                   MOVE PV-Pct-Edit to PVD-Pct
               END-IF
               MOVE PVT-Value(PVT-Sub) to PVD-Value
               WRITE PPV-Line from PV-Detail-Line
               ADD PVT-Value(PVT-Sub) to PPV-Vendor-Total
               ADD PVT-Value(PVT-Sub) to PPV-Listed-Total
           END-IF
           .
       729-PPV-Vendor-Break.
           Set Vendor-Index to 1
           SEARCH Vendor-Item
               AT END
                   STRING 'INVALID' DELIMITED BY ' '
                              ' ' DELIMITED BY SIZE
                           PPV-Vendor-Hold DELIMITED BY SIZE
                           INTO PVV-Name
                   END-STRING
               WHEN PPV-Vendor-Hold = Vendor-Key(Vendor-Index)
                   MOVE VI-Vendor-Name(Vendor-Index) to PVV-Name
           END-SEARCH
           MOVE PPV-Vendor-Total to PVV-Value
           WRITE PPV-Line from PV-Vendor-Total-Line
           MOVE SPACES to PPV-Line
           WRITE PPV-Line
           MOVE ZERO to PPV-Vendor-Total
           .
      * Prints the open-order report: every line still open with its
      * age in days and whether anything has been received against
      * it, then the receipts that matched no open order.
                   to Open-Order-Line
               WRITE Open-Order-Line
           END-IF
           IF Short-Close-Count > ZERO
               MOVE Short-Close-Count to OOS-Count
               MOVE Short-Close-Days to OOS-Days
               WRITE Open-Order-Line from OO-Short-Line
           END-IF
           MOVE SPACES to Open-Order-Line
           WRITE Open-Order-Line
           IF UMR-Count > ZERO OR UMR-Overflow = 'Y'
               CLOSE GL-Account-Map-File
           END-IF
           .
      * Reads the product master file into the product master table
      * with the full run's parse - product,name,price,sizes,types,
      * the price in cents; a later line for the same product wins,
      * and a line with a bad price is dropped with a note.
       177-Load-Product-Table.
           MOVE ZERO to PMT-Count
           OPEN INPUT Product-Master-File
           IF Product-Status = '00'
               PERFORM UNTIL Product-EOF = 'Y'
                   READ Product-Master-File
                       AT END
                           MOVE 'Y' to Product-EOF
                       NOT AT END
                           PERFORM 178-Parse-Product-Line
                   END-READ
               END-PERFORM
               CLOSE Product-Master-File
           END-IF
           .
       178-Parse-Product-Line.
           IF PMT-Count < 200
               MOVE SPACES to Parse-PProduct
               MOVE SPACES to Parse-PName
               MOVE SPACES to Parse-PPrice
               UNSTRING PMF-Record DELIMITED BY ','
                   INTO Parse-PProduct
                        Parse-PName
                        Parse-PPrice
               END-UNSTRING
               MOVE Parse-PPrice(1:5) to NP-Text
               PERFORM 500-Parse-Number
               IF Parse-PPrice(6:1) NOT = SPACE
                   MOVE 'N' to NP-Valid
               END-IF
               IF NP-Valid = 'Y'
                   MOVE ZERO to PMT-Dup
                   PERFORM VARYING PMT-Sub FROM 1 BY 1
                           UNTIL PMT-Sub > PMT-Count
                       IF PMT-Product(PMT-Sub) = Parse-PProduct
                           MOVE PMT-Sub to PMT-Dup
                       END-IF
                   END-PERFORM
                   IF PMT-Dup = ZERO
                       ADD 1 to PMT-Count
                       MOVE PMT-Count to PMT-Dup
                   END-IF
                   MOVE Parse-PProduct to PMT-Product(PMT-Dup)
                   COMPUTE PMT-Price(PMT-Dup) = NP-Value / 100
               ELSE
                   DISPLAY '*** BAD PRODUCT MASTER LINE '
                       'DROPPED: ' PMF-Record
               END-IF
           ELSE
               DISPLAY '*** PRODUCT MASTER TABLE FULL - '
                   'DROPPING MASTER FILE LINE: ' PMF-Record
           END-IF
           .
      * Values the transaction just posted and rolls it into its
      * warehouse's journal totals: a receipt debits inventory at
      * its receipt cost, an issue credits it at the unit price the
      * stock was carried at, and an adjustment moves the value of
      * its stock delta in whichever direction it went. Every posted
      * transaction counts toward the reconciliation even when its
      * value is zero. A receipt of a product with a standard price
      * still debits inventory at its receipt cost; its variance
      * from standard is rolled separately, to post to the price
      * variance account against the variance offset account.
       468-Record-GL-Movement.
           EVALUATE TRN-Action
      * A receipt goes into inventory at what was paid - the cost
      * the master's average takes it in at - so the inventory
      * account and the master's valuation never part company.
               WHEN 'R'
                   COMPUTE Movement-Value =
                       Tran-Quantity * Receipt-Cost
               WHEN 'I'
                   COMPUTE Movement-Value = -1 *
                       (Tran-Quantity * Slot-Unit-Price)
               WHEN 'A'
                   COMPUTE Movement-Delta = New-Stock - Old-Stock
                   COMPUTE Movement-Value =
                       Movement-Delta * Slot-Unit-Price
      * A transfer moves value between a warehouse and the truck: a
      * ship credits the donor and debits in-transit at the cost it
      * went out at, a receive the reverse at the carried cost.
               WHEN 'S'
                   COMPUTE Transit-Value =
                       Tran-Quantity * Slot-Unit-Price
                   COMPUTE Movement-Value = -1 * Transit-Value
               WHEN 'T'
                   COMPUTE Movement-Value =
                       Tran-Quantity * Receipt-Cost
                   COMPUTE Transit-Value = -1 * Movement-Value
           END-EVALUATE
           MOVE TRN-WHID to GL-Movement-WH
           PERFORM 469-Roll-GL-Movement
           IF TRN-Action = 'S' OR TRN-Action = 'T'
               PERFORM 467-Roll-GL-Transit
           END-IF
           IF TRN-Action = 'R' AND Std-Found = 'Y'
               PERFORM 464-Roll-GL-PPV
           END-IF
           .
      * Rolls PPV-Value into GL-Movement-WH's price variance totals -
      * a debit when the receipt cost more than standard, a credit
      * when less; the journal posts each against the variance
      * offset account, so inventory is not touched by it. Like the
      * in-transit totals, nothing is counted.
       464-Roll-GL-PPV.
           PERFORM 466-Find-GL-Warehouse
           IF GLJ-Hit > ZERO
               IF PPV-Value >= ZERO
                   ADD PPV-Value to GLJ-PPV-Debit(GLJ-Hit)
               ELSE
                   ADD PPV-Value to GLJ-PPV-Credit(GLJ-Hit)
               END-IF
           END-IF
           .
      * Rolls Transit-Value into GL-Movement-WH's in-transit totals.
      * The transaction is already counted against the warehouse's
      * own movement, so nothing is counted here.
       467-Roll-GL-Transit.
           PERFORM 466-Find-GL-Warehouse
           IF GLJ-Hit > ZERO
               IF Transit-Value >= ZERO
                   ADD Transit-Value to GLJ-Transit-Debit(GLJ-Hit)
               ELSE
                   ADD Transit-Value to GLJ-Transit-Credit(GLJ-Hit)
               END-IF
           END-IF
           .
      * Rolls Movement-Value into GL-Movement-WH's journal totals -
      * a debit when it adds value, a credit when it takes it away.
       469-Roll-GL-Movement.
           PERFORM 466-Find-GL-Warehouse
           IF GLJ-Hit > ZERO
               ADD 1 to GLJ-Tran-Count(GLJ-Hit)
               IF Movement-Value >= ZERO
                   ADD Movement-Value to GLJ-Debit(GLJ-Hit)
               ELSE
                   ADD Movement-Value to GLJ-Credit(GLJ-Hit)
               END-IF
           END-IF
           .
      * Points GLJ-Hit at GL-Movement-WH's journal entry, starting
      * one if the warehouse has none yet (zero when the table is
      * full).
       466-Find-GL-Warehouse.
           MOVE ZERO to GLJ-Hit
           PERFORM VARYING GLJ-Sub FROM 1 BY 1
                   UNTIL GLJ-Sub > GLJ-Count
                      OR GLJ-Hit > ZERO
               IF GLJ-WH(GLJ-Sub) = GL-Movement-WH
                   MOVE GLJ-Sub to GLJ-Hit
               END-IF
           END-PERFORM
               IF GLJ-Count < 20
                   ADD 1 to GLJ-Count
                   MOVE GLJ-Count to GLJ-Hit
                   MOVE GL-Movement-WH to GLJ-WH(GLJ-Hit)
                   MOVE ZERO to GLJ-Debit(GLJ-Hit)
                   MOVE ZERO to GLJ-Credit(GLJ-Hit)
                   MOVE ZERO to GLJ-Tran-Count(GLJ-Hit)
                   MOVE ZERO to GLJ-Transit-Debit(GLJ-Hit)
                   MOVE ZERO to GLJ-Transit-Credit(GLJ-Hit)
                   MOVE ZERO to GLJ-PPV-Debit(GLJ-Hit)
                   MOVE ZERO to GLJ-PPV-Credit(GLJ-Hit)
               ELSE
                   IF GLJ-Overflow = 'N'
                       MOVE 'Y' to GLJ-Overflow
                   END-IF
               END-IF
           END-IF
           .
      * Writes the daily GL movement journal: a header carrying the
      * period, one debit and one credit detail per warehouse with
           .
      * One warehouse's journal postings: a debit detail and a
      * credit detail, skipping a side with no value but never a
      * warehouse whose count must still reconcile - then, when its
      * transfers moved stock onto or off the truck, the in-transit
      * account's debit and credit under the same warehouse, and
      * likewise the price variance account's when its receipts came
      * in off standard, each variance line matched by its opposite
      * on the variance offset account.
       740-Write-Journal-Warehouse.
           MOVE 'N' to GLMap-Found
           PERFORM VARYING GLM-Sub FROM 1 BY 1
               ADD 1 to GL-Detail-Count
               ADD GLJ-Credit(GLJ-Sub) to GL-Hash-Total
           END-IF
           MOVE In-Transit-Account to GLD-Account
           IF GLJ-Transit-Debit(GLJ-Sub) NOT = ZERO
               MOVE 'D' to GLD-Level
               MOVE GLJ-Transit-Debit(GLJ-Sub) to GLD-Amount
               MOVE GL-Detail-Line to GLJ-Record
               WRITE GLJ-Record
               ADD 1 to GL-Detail-Count
               ADD GLJ-Transit-Debit(GLJ-Sub) to GL-Hash-Total
           END-IF
           IF GLJ-Transit-Credit(GLJ-Sub) NOT = ZERO
               MOVE 'C' to GLD-Level
               MOVE GLJ-Transit-Credit(GLJ-Sub) to GLD-Amount
               MOVE GL-Detail-Line to GLJ-Record
               WRITE GLJ-Record
               ADD 1 to GL-Detail-Count
               ADD GLJ-Transit-Credit(GLJ-Sub) to GL-Hash-Total
           END-IF
           MOVE PPV-Account to GLD-Account
           IF GLJ-PPV-Debit(GLJ-Sub) NOT = ZERO
               MOVE 'D' to GLD-Level
               MOVE GLJ-PPV-Debit(GLJ-Sub) to GLD-Amount
               MOVE GL-Detail-Line to GLJ-Record
               WRITE GLJ-Record
               ADD 1 to GL-Detail-Count
               ADD GLJ-PPV-Debit(GLJ-Sub) to GL-Hash-Total
           END-IF
           IF GLJ-PPV-Credit(GLJ-Sub) NOT = ZERO
               MOVE 'C' to GLD-Level
               MOVE GLJ-PPV-Credit(GLJ-Sub) to GLD-Amount
               MOVE GL-Detail-Line to GLJ-Record
               WRITE GLJ-Record
               ADD 1 to GL-Detail-Count
               ADD GLJ-PPV-Credit(GLJ-Sub) to GL-Hash-Total
           END-IF
           MOVE PPV-Offset-Account to GLD-Account
           IF GLJ-PPV-Credit(GLJ-Sub) NOT = ZERO
               MOVE 'D' to GLD-Level
               COMPUTE GLD-Amount = -1 * GLJ-PPV-Credit(GLJ-Sub)
               MOVE GL-Detail-Line to GLJ-Record
               WRITE GLJ-Record
               ADD 1 to GL-Detail-Count
               ADD GLD-Amount to GL-Hash-Total
           END-IF
           IF GLJ-PPV-Debit(GLJ-Sub) NOT = ZERO
               MOVE 'C' to GLD-Level
               COMPUTE GLD-Amount = -1 * GLJ-PPV-Debit(GLJ-Sub)
               MOVE GL-Detail-Line to GLJ-Record
               WRITE GLJ-Record
               ADD 1 to GL-Detail-Count
               ADD GLD-Amount to GL-Hash-Total
           END-IF
           ADD GLJ-Tran-Count(GLJ-Sub) to GL-Journal-Trans
           .
      * Prints the flash inventory report: the master walked in key
           MOVE 2 to Flash-Spacing
           MOVE ZEROS to Flash-WH-Total
           .
      * Prints the stock card for the item named by STOCKKEY: each
      * of its movements from the ledger in the order they posted
      * (the ledger is only ever appended, so that is date order),
      * with a running balance per slot, then each slot's balance
      * tied out against its current master stock. The same
      * half-built-master guard as posting.
       670-Print-Stock-Card.
           EVALUATE TRUE
               WHEN Restart-Stage = 'REBUILD'
                   DISPLAY '*** MASTER REBUILD DID NOT FINISH - RERUN '
                       'THE REBUILD BEFORE REPORTING ***'
                   MOVE 8 to RETURN-CODE
               WHEN Stock-Card-Key = SPACES
                   DISPLAY '*** SET STOCKKEY TO THE WAREHOUSE, VENDOR, '
                       'AND PRODUCT WANTED (E.G. NV10A123) ***'
                   MOVE 8 to RETURN-CODE
               WHEN OTHER
                   PERFORM 675-Stock-Card-Body
           END-EVALUATE
           .
       675-Stock-Card-Body.
           OPEN INPUT Inventory-Master
           IF IM-Status NOT = '00'
               DISPLAY '*** CANNOT OPEN MASTER: ' InvMaster-Filename
                       ' STATUS ' IM-Status
               MOVE 8 to RETURN-CODE
           ELSE
               MOVE Stock-Card-Key to IM-Key
               READ Inventory-Master
                   INVALID KEY
                       MOVE 'N' to SC-On-Master
                   NOT INVALID KEY
                       MOVE 'Y' to SC-On-Master
               END-READ
               PERFORM VARYING SC-Slot FROM 1 BY 1 UNTIL SC-Slot > 10
                   MOVE 'N' to SC-Seen(SC-Slot)
                   MOVE ZERO to SC-Balance(SC-Slot)
               END-PERFORM
               OPEN OUTPUT Stock-Card-Report
               MOVE WS-Month to SCH-Month
               MOVE WS-Day to SCH-Day
               MOVE WS-Year to SCH-Year
               MOVE 1 to SC-Spacing
               WRITE Stock-Card-Line from SC-Heading-Line
                   After Advancing SC-Spacing
               MOVE Stock-Card-Key(1:4) to SCK-WH
               MOVE Stock-Card-Key(5:1) to SCK-Vendor
               MOVE Stock-Card-Key(6:3) to SCK-Product
               IF SC-On-Master = 'Y'
                   MOVE IMD-Name(1) to SCK-Name
               ELSE
                   MOVE 'NOT ON MASTER' to SCK-Name
               END-IF
               MOVE 2 to SC-Spacing
               WRITE Stock-Card-Line from SC-Key-Line
                   After Advancing SC-Spacing
               WRITE Stock-Card-Line from SC-Column-Line
                   After Advancing SC-Spacing
               MOVE 1 to SC-Spacing
               OPEN INPUT Movement-Ledger-File
               IF Ledger-Status = '00'
                   PERFORM UNTIL Ledger-EOF = 'Y'
                       READ Movement-Ledger-File
                           AT END
                               MOVE 'Y' to Ledger-EOF
                           NOT AT END
                               IF ML-Key = Stock-Card-Key
                                   PERFORM 680-Stock-Card-Entry
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
      * Closed either way - an OPEN INPUT on a missing OPTIONAL file
      * still leaves it positioned open.
               CLOSE Movement-Ledger-File
               PERFORM 690-Stock-Card-Tie-Out
               CLOSE Stock-Card-Report
               CLOSE Inventory-Master
               DISPLAY 'STOCK CARD ' Stock-Card-Key ': MOVEMENTS='
                   SC-Entry-Count ' SLOTS OUT=' SC-Out-Count
               IF SC-Out-Count > ZERO
                   MOVE 4 to RETURN-CODE
               END-IF
           END-IF
           .
      * One movement on the card. A slot's first movement opens its
      * running balance at the stock it found; after that each
      * movement's stock-before should be the running balance. When
      * it is not, the book moved outside the ledger (a hand repair,
      * a rebuild from a fresh extract) - the card says so and
      * carries on from the stock the movement found.
       680-Stock-Card-Entry.
           IF ML-Slot IS NUMERIC AND ML-Slot >= 1 AND ML-Slot <= 10
               ADD 1 to SC-Entry-Count
               MOVE ML-Slot to SC-Slot
               EVALUATE TRUE
                   WHEN SC-Seen(SC-Slot) = 'N'
                       MOVE 'Y' to SC-Seen(SC-Slot)
                       MOVE ML-Stock-Before to SC-Balance(SC-Slot)
                   WHEN ML-Stock-Before NOT = SC-Balance(SC-Slot)
                       MOVE SC-Slot to SCR-Slot
                       MOVE ML-Stock-Before to SCR-Stock
                       WRITE Stock-Card-Line from SC-Reset-Line
                           After Advancing SC-Spacing
                       MOVE ML-Stock-Before to SC-Balance(SC-Slot)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               COMPUTE SC-Balance(SC-Slot) = SC-Balance(SC-Slot)
                   + ML-Stock-After - ML-Stock-Before
               MOVE ML-Source to Describe-Source
               MOVE ML-Action to Describe-Action
               PERFORM 685-Describe-Movement
               MOVE Movement-Desc to SCD-Movement
               MOVE ML-Run-Date to SCD-Date
               MOVE ML-Batch to SCD-Batch
               MOVE ML-Slot to SCD-Slot
               MOVE ML-Qty to SCD-Qty
               MOVE ML-Cost to SCD-Cost
               MOVE ML-Stock-Before to SCD-Before
               MOVE ML-Stock-After to SCD-After
               MOVE SC-Balance(SC-Slot) to SCD-Balance
               WRITE Stock-Card-Line from SC-Detail-Line
                   After Advancing SC-Spacing
           END-IF
           .
      * Spells out a ledger source and action code for a report.
       685-Describe-Movement.
           EVALUATE Describe-Source ALSO Describe-Action
               WHEN 'V' ALSO 'R'
                   MOVE 'REV-RCPT' to Movement-Desc
               WHEN 'V' ALSO 'I'
                   MOVE 'REV-ISS' to Movement-Desc
               WHEN 'V' ALSO 'A'
                   MOVE 'REV-ADJ' to Movement-Desc
               WHEN 'V' ALSO 'S'
                   MOVE 'REV-SHIP' to Movement-Desc
               WHEN 'V' ALSO 'T'
                   MOVE 'REV-XRCV' to Movement-Desc
               WHEN ANY ALSO 'R'
                   MOVE 'RECEIPT' to Movement-Desc
               WHEN ANY ALSO 'I'
                   MOVE 'ISSUE' to Movement-Desc
               WHEN ANY ALSO 'A'
                   MOVE 'ADJUST' to Movement-Desc
               WHEN ANY ALSO 'S'
                   MOVE 'XFER SHP' to Movement-Desc
               WHEN ANY ALSO 'T'
                   MOVE 'XFER RCV' to Movement-Desc
               WHEN OTHER
                   MOVE Describe-Action to Movement-Desc
           END-EVALUATE
           .
      * Ties each slot's running balance to the master's stock today.
      * A slot with no movements on the card has nothing to tie; a
      * slot whose balance is not the master's stock is flagged with
      * the difference and makes the run end with return code 4.
       690-Stock-Card-Tie-Out.
           MOVE 2 to SC-Spacing
           IF SC-Entry-Count = ZERO
               MOVE SPACES to Stock-Card-Line
               MOVE 'NO MOVEMENTS ON THE LEDGER FOR THIS ITEM'
                   to Stock-Card-Line
               WRITE Stock-Card-Line After Advancing SC-Spacing
           END-IF
           PERFORM VARYING SC-Slot FROM 1 BY 1 UNTIL SC-Slot > 10
               IF SC-Seen(SC-Slot) = 'Y'
                   MOVE SC-Slot to SCT-Slot
                   MOVE SC-Balance(SC-Slot) to SCT-Ledger
                   EVALUATE TRUE
                       WHEN SC-On-Master = 'N'
                           MOVE ZERO to SCT-Master
                           MOVE '*** KEY NOT ON MASTER' to SCT-Status
                           ADD 1 to SC-Out-Count
                       WHEN IMD-Stock(SC-Slot) NOT NUMERIC
                           MOVE ZERO to SCT-Master
                           MOVE '*** MASTER STOCK BAD' to SCT-Status
                           ADD 1 to SC-Out-Count
                       WHEN IMD-Stock(SC-Slot) = SC-Balance(SC-Slot)
                           MOVE IMD-Stock(SC-Slot) to SCT-Master
                           MOVE 'TIES' to SCT-Status
                       WHEN OTHER
                           MOVE IMD-Stock(SC-Slot) to SCT-Master
                           COMPUTE SC-Difference =
                               IMD-Stock(SC-Slot) - SC-Balance(SC-Slot)
                           MOVE SC-Difference to SCR-Stock
                           MOVE SPACES to SCT-Status
                           STRING '*** OUT BY ' DELIMITED BY SIZE
                                  SCR-Stock DELIMITED BY SIZE
                               INTO SCT-Status
                           END-STRING
                           ADD 1 to SC-Out-Count
                   END-EVALUATE
                   WRITE Stock-Card-Line from SC-Tie-Line
                       After Advancing SC-Spacing
                   MOVE 1 to SC-Spacing
               END-IF
           END-PERFORM
           MOVE SC-Entry-Count to SCC-Count
           MOVE 2 to SC-Spacing
           WRITE Stock-Card-Line from SC-Count-Line
               After Advancing SC-Spacing
           .
      * Prints the dead-stock report: every slot with stock on hand
      * and no issue inside the threshold, its tied-up value, and an
      * ABC ranking by value within each warehouse (A = the slots
               MOVE ZERO to DS-Serial
           END-IF
           .
      * Backs out the posted batch named by REVERSEBATCH. Refused
      * while a rebuild or a posting run is unfinished, and - while a
      * reversal is unfinished - for any batch but that one.
       510-Reverse-Batch.
           EVALUATE TRUE
               WHEN Reverse-Batch-Id = SPACES
                   DISPLAY '*** SET REVERSEBATCH TO THE BATCH ID TO '
                       'REVERSE ***'
                   MOVE 8 to RETURN-CODE
               WHEN Restart-Stage = 'REBUILD'
                   DISPLAY '*** MASTER REBUILD DID NOT FINISH - RERUN '
                       'THE REBUILD BEFORE REVERSING ***'
                   MOVE 8 to RETURN-CODE
               WHEN Restart-Stage = 'POSTING'
                   DISPLAY '*** DAILY POSTING DID NOT FINISH - RERUN '
                       'IT BEFORE REVERSING ***'
                   MOVE 8 to RETURN-CODE
               WHEN Restart-Stage = 'REVERSE'
                       AND Restart-Batch NOT = Reverse-Batch-Id
                   DISPLAY '*** REVERSAL OF BATCH ' Restart-Batch
                       ' DID NOT FINISH - RERUN IT FIRST ***'
                   MOVE 8 to RETURN-CODE
               WHEN OTHER
                   PERFORM 515-Reverse-Batch-Body
           END-EVALUATE
           .
      * Loads the batch's movements from the ledger and refuses it,
      * before anything is opened for update, when there is nothing
      * to reverse, it posted before the last period close, or it
      * has been reversed already. A batch with reversal entries on
      * the ledger is only taken when the restart file says this very
      * reversal was interrupted.
       515-Reverse-Batch-Body.
           PERFORM 520-Find-Last-Close
           PERFORM 525-Load-Batch-Entries
           EVALUATE TRUE
               WHEN RV-Count = ZERO
                   DISPLAY '*** BATCH ' Reverse-Batch-Id
                       ' HAS NO POSTED MOVEMENTS ON THE LEDGER ***'
                   MOVE 8 to RETURN-CODE
               WHEN RV-Overflow = 'Y'
                   DISPLAY '*** BATCH ' Reverse-Batch-Id
                       ' HAS MORE THAN 1000 MOVEMENTS - REVERSE IT '
                       'BY HAND ***'
                   MOVE 8 to RETURN-CODE
               WHEN RV-Pre-Close = 'Y'
                   DISPLAY '*** BATCH ' Reverse-Batch-Id
                       ' POSTED BEFORE THE PERIOD CLOSE OF '
                       Last-Close-Stamp(1:8) ' - REVERSAL REFUSED ***'
                   MOVE 8 to RETURN-CODE
               WHEN RV-Prior-Count > ZERO
                       AND Restart-Stage NOT = 'REVERSE'
                   DISPLAY '*** BATCH ' Reverse-Batch-Id
                       ' HAS ALREADY BEEN REVERSED - REFUSED ***'
                   MOVE 8 to RETURN-CODE
               WHEN OTHER
                   PERFORM 305-Open-Movement-Ledger
                   IF Ledger-Open = 'Y'
                       PERFORM 530-Reverse-Batch-Entries
                       CLOSE Movement-Ledger-File
                   END-IF
           END-EVALUATE
           .
      * Finds the latest period close on the run audit - the close
      * writes outcome P (byte 21) with its date and time in bytes
      * 6-19. No close on file means nothing is closed yet.
       520-Find-Last-Close.
           MOVE SPACES to Last-Close-Stamp
           OPEN INPUT Run-Audit-File
           IF RunAudit-Status = '00'
               PERFORM UNTIL RunAudit-EOF = 'Y'
                   READ Run-Audit-File
                       AT END
                           MOVE 'Y' to RunAudit-EOF
                       NOT AT END
                           IF Run-Audit-Record(21:1) = 'P'
                                   AND Run-Audit-Record(6:14)
                                       > Last-Close-Stamp
                               MOVE Run-Audit-Record(6:14)
                                   to Last-Close-Stamp
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
      * Closed either way - an OPEN INPUT on a missing OPTIONAL file
      * still leaves it positioned open.
           CLOSE Run-Audit-File
           .
      * Collects the batch's posted movements in posting order and
      * counts the reversal entries already on the ledger for it.
       525-Load-Batch-Entries.
           MOVE ZERO to RV-Count
           MOVE ZERO to RV-Prior-Count
           MOVE 'N' to Ledger-EOF
           OPEN INPUT Movement-Ledger-File
           IF Ledger-Status = '00'
               PERFORM UNTIL Ledger-EOF = 'Y'
                   READ Movement-Ledger-File
                       AT END
                           MOVE 'Y' to Ledger-EOF
                       NOT AT END
                           IF ML-Batch = Reverse-Batch-Id
                               PERFORM 527-Hold-Batch-Entry
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Movement-Ledger-File
           .
       527-Hold-Batch-Entry.
           EVALUATE TRUE
               WHEN ML-Source = 'V'
                   ADD 1 to RV-Prior-Count
               WHEN ML-Source NOT = 'P'
                   CONTINUE
               WHEN RV-Count < 1000
                   ADD 1 to RV-Count
                   MOVE Ledger-Record to RVT-Ledger(RV-Count)
                   MOVE ML-Run-Date to RV-Stamp(1:8)
                   MOVE ML-Run-Time to RV-Stamp(9:6)
                   IF Last-Close-Stamp NOT = SPACES
                           AND RV-Stamp NOT > Last-Close-Stamp
                       MOVE 'Y' to RV-Pre-Close
                   END-IF
                   IF ML-Action = 'R'
                       MOVE 'Y' to RV-Has-Receipt
                   END-IF
                   IF ML-Action = 'S' OR ML-Action = 'T'
                       MOVE 'Y' to RV-Has-Transfer
                   END-IF
               WHEN OTHER
                   MOVE 'Y' to RV-Overflow
           END-EVALUATE
           .
      * Opens the master and the open-PO table and checks every
      * movement still to be undone can be: its master record and
      * slot must still be there and readable. One that cannot is
      * listed on the register and the whole reversal is refused -
      * a batch is backed out entirely or not at all.
       530-Reverse-Batch-Entries.
           OPEN I-O Inventory-Master
           IF IM-Status NOT = '00'
               DISPLAY '*** CANNOT OPEN MASTER: ' InvMaster-Filename
                       ' STATUS ' IM-Status
               MOVE 8 to RETURN-CODE
           ELSE
               PERFORM 170-Load-Open-PO-Table
               PERFORM 172-Load-In-Transit-Table
               PERFORM 175-Load-GL-Account-Map
               OPEN OUTPUT Reversal-Register
               PERFORM 532-Register-Headings
               EVALUATE TRUE
                   WHEN OpenPO-Overflow = 'Y' AND RV-Has-Receipt = 'Y'
                       DISPLAY '*** OPEN-PO TABLE FULL - A BATCH WITH '
                           'RECEIPTS CANNOT BE REVERSED ***'
                       MOVE 'REVERSAL REFUSED - OPEN-PO TABLE FULL'
                           to RVN-Note
                       WRITE Reversal-Line from RV-Note-Line
                           After Advancing 2 Lines
                       MOVE 8 to RETURN-CODE
                   WHEN InTransit-Overflow = 'Y'
                           AND RV-Has-Transfer = 'Y'
                       DISPLAY '*** IN-TRANSIT TABLE FULL - A BATCH '
                           'WITH TRANSFERS CANNOT BE REVERSED ***'
                       MOVE 'REVERSAL REFUSED - IN-TRANSIT TABLE FULL'
                           to RVN-Note
                       WRITE Reversal-Line from RV-Note-Line
                           After Advancing 2 Lines
                       MOVE 8 to RETURN-CODE
                   WHEN OTHER
                       PERFORM 535-Check-Reversible
                       IF RV-Blocked-Count > ZERO
                           DISPLAY '*** ' RV-Blocked-Count
                               ' MOVEMENT(S) CANNOT BE REVERSED - SEE '
                               'THE REGISTER; NOTHING CHANGED ***'
                           MOVE 'REVERSAL REFUSED - NOTHING CHANGED'
                               to RVN-Note
                           WRITE Reversal-Line from RV-Note-Line
                               After Advancing 2 Lines
                           MOVE 8 to RETURN-CODE
                       ELSE
                           PERFORM 540-Apply-Reversal
                       END-IF
               END-EVALUATE
               CLOSE Reversal-Register
               CLOSE Inventory-Master
           END-IF
           .
       532-Register-Headings.
           MOVE WS-Month to RVH-Month
           MOVE WS-Day to RVH-Day
           MOVE WS-Year to RVH-Year
           WRITE Reversal-Line from RV-Heading-Line
               After Advancing 1 Line
           MOVE Reverse-Batch-Id to RVB-Batch
           MOVE Reverse-Operator to RVB-Operator
           IF Last-Close-Stamp = SPACES
               MOVE 'NONE' to RVB-Close
           ELSE
               MOVE Last-Close-Stamp(1:8) to RVB-Close
           END-IF
           WRITE Reversal-Line from RV-Batch-Line
               After Advancing 2 Lines
           WRITE Reversal-Line from RV-Column-Line
               After Advancing 2 Lines
           .
      * Pre-checks the movements not yet undone (on a resumed run the
      * ones the interrupted run finished are already through).
       535-Check-Reversible.
           MOVE ZERO to RV-Blocked-Count
           IF Restart-Done-Count < RV-Count
               COMPUTE RV-Limit = RV-Count - Restart-Done-Count
           ELSE
               MOVE ZERO to RV-Limit
           END-IF
           PERFORM VARYING RV-Sub FROM 1 BY 1 UNTIL RV-Sub > RV-Limit
               MOVE RVT-Ledger(RV-Sub) to Reversal-Work
               MOVE SPACES to RV-Note
               MOVE RW-Key to IM-Key
               READ Inventory-Master
                   INVALID KEY
                       MOVE 'NO MASTER RECORD' to RV-Note
               END-READ
               IF RV-Note = SPACES
                   EVALUATE TRUE
                       WHEN IM-Status NOT = '00'
                           MOVE 'MASTER READ ERROR' to RV-Note
                       WHEN RW-Slot NOT NUMERIC
                               OR RW-Slot < 1 OR RW-Slot > 10
                           MOVE 'BAD SLOT ON LEDGER' to RV-Note
                       WHEN IMD-Stock(RW-Slot) = SPACES
                               OR IMD-Stock(RW-Slot) NOT NUMERIC
                           MOVE 'MASTER SLOT EMPTY OR BAD' to RV-Note
                   END-EVALUATE
               END-IF
               IF RV-Note = SPACES
                       AND (RW-Action = 'S' OR RW-Action = 'T')
                   PERFORM 536-Check-Transfer-Reversible
               END-IF
               IF RV-Note NOT = SPACES
                   ADD 1 to RV-Blocked-Count
                   MOVE ZERO to Old-Stock
                   MOVE ZERO to RV-New-Stock
                   MOVE ZERO to RV-Cur-Price
                   MOVE ZERO to RV-New-Price
                   MOVE ZERO to RV-Value
                   MOVE ZERO to RV-Unwound
                   STRING 'CANNOT REVERSE: ' DELIMITED BY SIZE
                          RV-Note DELIMITED BY SIZE
                       INTO RVN-Note
                   END-STRING
                   PERFORM 560-Register-Line
               END-IF
           END-PERFORM
           .
      * A transfer's shipment must still be on file. A ship can only
      * be taken back while none of it has been received - other
      * than by receives in this same batch, which this reversal
      * takes back first.
       536-Check-Transfer-Reversible.
           IF RW-Ship-Num NOT NUMERIC
               MOVE 'NO SHIPMENT NUMBER' to RV-Note
           ELSE
               MOVE RW-Ship-Num to Ship-Number
               PERFORM 438-Find-Shipment
               IF ITT-Hit = ZERO
                   MOVE 'SHIPMENT NOT ON FILE' to RV-Note
               END-IF
           END-IF
           IF RV-Note = SPACES AND RW-Action = 'S'
               MOVE ZERO to RV-Batch-Received
               PERFORM VARYING RV-Scan FROM 1 BY 1
                       UNTIL RV-Scan > RV-Limit
                   MOVE RVT-Ledger(RV-Scan) to Reversal-Scan
                   IF RS-Action = 'T' AND RS-Ship-Num = RW-Ship-Num
                       ADD RS-Qty to RV-Batch-Received
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN ITT-Status(ITT-Hit) = 'X'
                       MOVE 'SHIPMENT ALREADY CANCELLED' to RV-Note
                   WHEN ITT-Received(ITT-Hit) > RV-Batch-Received
                       MOVE 'SHIPMENT ALREADY RECEIVED' to RV-Note
               END-EVALUATE
           END-IF
           IF RV-Note = SPACES AND RW-Action = 'T'
               IF ITT-Received(ITT-Hit) < RW-Qty
                   MOVE 'SHIPMENT RECEIPT NOT ON FILE' to RV-Note
               END-IF
           END-IF
           .
      * Undoes the batch newest movement first, so each undo meets
      * the slot as the movement after it left it. The restart count
      * is saved after each one; a resumed run replays the ones
      * already done instead of undoing them twice, and lists again
      * - never replays - the ones that could not be undone.
       540-Apply-Reversal.
           IF Restart-Done-Count > ZERO
               DISPLAY 'RESTART: ' Restart-Done-Count
                   ' MOVEMENT(S) ALREADY REVERSED'
           END-IF
           MOVE ZERO to RV-Done
           MOVE Restart-Done-Count to PR-Done-Count
           PERFORM 538-Save-Reverse-Restart
           PERFORM VARYING RV-Sub FROM RV-Count BY -1
                   UNTIL RV-Sub < 1
               ADD 1 to RV-Done
               MOVE RVT-Ledger(RV-Sub) to Reversal-Work
               IF RV-Done NOT > Restart-Done-Count
                   IF RV-Failed(RV-Done) = 'Y'
                       PERFORM 549-Relist-Not-Reversed
                   ELSE
                       PERFORM 550-Replay-Reversed
                   END-IF
               ELSE
                   PERFORM 545-Reverse-One-Entry
                   MOVE RV-Done to PR-Done-Count
                   PERFORM 538-Save-Reverse-Restart
               END-IF
           END-PERFORM
           PERFORM 570-Register-Totals
      * The offsetting entries go to their own journal in the
      * movement journal's convention, never over the day's journal -
      * and by default one named for the batch, so a second reversal
      * before the ledger has taken in the first cannot overwrite it.
      * A resumed reversal rewrites its own batch's file whole.
           IF GLReversal-Filename = SPACES
               STRING 'GL-Reversal-' DELIMITED BY SIZE
                      Reverse-Batch-Id DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO GLReversal-Filename
               END-STRING
           END-IF
           MOVE GLReversal-Filename to GLJournal-Filename
           PERFORM 730-Write-GL-Journal
           DISPLAY 'REVERSAL OF BATCH ' Reverse-Batch-Id
                   ': MOVEMENTS=' RV-Count
                   ' REVERSED=' Tran-Posted-Count
                   ' ERRORS=' RV-Error-Count
           IF RETURN-CODE = ZERO
               PERFORM 700-Save-Open-PO-File
               PERFORM 702-Save-In-Transit-File
               MOVE 'NONE' to PR-Stage
               MOVE ZERO to PR-Done-Count
               PERFORM 160-Save-Restart
               IF RV-Error-Count > ZERO OR Ledger-Fail-Count > ZERO
                   MOVE 4 to RETURN-CODE
               END-IF
           END-IF
           .
      * The restart file during a reversal: the stage and count,
      * behind them the batch being reversed, and behind that each
      * movement so far that could not be undone.
       538-Save-Reverse-Restart.
           MOVE 'REVERSE' to PR-Stage
           OPEN OUTPUT Post-Restart-File
           WRITE PR-Record
           MOVE SPACES to PR-Batch-Record
           MOVE Reverse-Batch-Id to PR-Batch
           WRITE PR-Batch-Record
           PERFORM VARYING RV-Fail-Sub FROM 1 BY 1
                   UNTIL RV-Fail-Sub > RV-Count
               IF RV-Failed(RV-Fail-Sub) = 'Y'
                   MOVE SPACES to PR-Failed-Record
                   MOVE RV-Fail-Sub to PR-Failed-Seq
                   WRITE PR-Failed-Record
               END-IF
           END-PERFORM
           CLOSE Post-Restart-File
           .
      * Undoes one posted movement. The stock moves back by exactly
      * what the post moved it; the cost comes back per
      * 547-Reverse-Average-Cost. A movement that cannot be undone
      * now (the slot would leave the stock range) is listed on the
      * register for a hand adjustment and the rest carry on.
       545-Reverse-One-Entry.
           MOVE SPACES to RV-Note
           MOVE ZERO to RV-Value
           MOVE ZERO to RV-Unwound
           MOVE RW-Key to IM-Key
           READ Inventory-Master
               INVALID KEY
                   MOVE 'NO MASTER RECORD' to RV-Note
           END-READ
           IF RV-Note = SPACES
               IF IM-Status NOT = '00'
                   MOVE 'MASTER READ ERROR' to RV-Note
               ELSE
                   IF IMD-Stock(RW-Slot) = SPACES
                           OR IMD-Stock(RW-Slot) NOT NUMERIC
                       MOVE 'MASTER SLOT EMPTY OR BAD' to RV-Note
                   END-IF
               END-IF
           END-IF
           MOVE ZERO to Old-Stock
           MOVE ZERO to RV-New-Stock
           MOVE ZERO to RV-Cur-Price
           MOVE ZERO to RV-New-Price
           IF RV-Note = SPACES
               MOVE IMD-Stock(RW-Slot) to Old-Stock
               COMPUTE RV-Delta = RW-Stock-After - RW-Stock-Before
               COMPUTE RV-New-Stock = Old-Stock - RV-Delta
               IF RV-New-Stock > 9999 OR RV-New-Stock < -9999
                   MOVE 'STOCK WOULD LEAVE RANGE' to RV-Note
                   MOVE Old-Stock to RV-New-Stock
               ELSE
                   PERFORM 547-Reverse-Average-Cost
               END-IF
           END-IF
           IF RV-Note = SPACES
               MOVE RV-New-Stock to IMD-Stock(RW-Slot)
               MOVE RV-New-Price to IMD-Price(RW-Slot)
               REWRITE IM-Record
               END-REWRITE
               IF IM-Status = '00'
                   PERFORM 552-Unwind-Open-PO
                   PERFORM 553-Unwind-Transfer
                   PERFORM 557-Roll-Reversal-GL
                   PERFORM 555-Write-Reversal-Ledger
               ELSE
                   MOVE SPACES to RV-Note
                   STRING 'REWRITE FAILED STATUS ' DELIMITED BY SIZE
                          IM-Status DELIMITED BY SIZE
                       INTO RV-Note
                   END-STRING
               END-IF
           END-IF
           IF RV-Note NOT = SPACES
               ADD 1 to RV-Error-Count
               MOVE 'Y' to RV-Failed(RV-Done)
               MOVE SPACES to RVN-Note
               STRING 'NOT REVERSED: ' DELIMITED BY SIZE
                      RV-Note DELIMITED BY '  '
                      ' - ADJUST BY HAND' DELIMITED BY SIZE
                   INTO RVN-Note
               END-STRING
           ELSE
               MOVE SPACES to RVN-Note
           END-IF
           PERFORM 560-Register-Line
           .
      * The slot's cost after the undo. A slot untouched since the
      * post (stock and cost both still the post's after image) gets
      * its before image back exactly. Otherwise an issue or an
      * adjustment never moved the cost and leaves it alone, and a
      * receipt's layer is taken back out of the average - unless
      * that leaves no stock to carry a cost or a nonsense cost, when
      * the cost the receipt found is restored instead.
       547-Reverse-Average-Cost.
           IF IMD-Price(RW-Slot) IS NUMERIC
               MOVE IMD-Price(RW-Slot) to RV-Cur-Price
           ELSE
               MOVE ZERO to RV-Cur-Price
           END-IF
           EVALUATE TRUE
               WHEN Old-Stock = RW-Stock-After
                       AND RV-Cur-Price = RW-Price-After
                   MOVE RW-Price-Before to RV-New-Price
               WHEN RW-Action NOT = 'R' AND RW-Action NOT = 'T'
                   MOVE RV-Cur-Price to RV-New-Price
               WHEN RV-New-Stock NOT > ZERO
                   MOVE RW-Price-Before to RV-New-Price
               WHEN OTHER
                   COMPUTE RV-New-Price ROUNDED =
                       ((Old-Stock * RV-Cur-Price)
                        - (RW-Qty * RW-Cost))
                       / RV-New-Stock
                   IF RV-New-Price NOT > ZERO
                           OR RV-New-Price > 999.99
                       MOVE RW-Price-Before to RV-New-Price
                   END-IF
           END-EVALUATE
           .
      * A movement the interrupted run could not undo: the master
      * never moved and nothing of it went to the ledger, so there is
      * nothing to replay - it is listed for a hand adjustment again
      * (if that has not been made already) and counted as an error.
       549-Relist-Not-Reversed.
           MOVE ZERO to Old-Stock
           MOVE ZERO to RV-New-Stock
           MOVE ZERO to RV-Cur-Price
           MOVE ZERO to RV-New-Price
           MOVE ZERO to RV-Value
           MOVE ZERO to RV-Unwound
           ADD 1 to RV-Error-Count
           MOVE 'NOT REVERSED BEFORE THE RESTART - ADJUST BY HAND'
               to RVN-Note
           PERFORM 560-Register-Line
           .
      * A movement the interrupted run already undid: the master and
      * the ledger have it, but the open-PO table and the journal
      * totals lived in storage and died with that run, so they are
      * rebuilt here from the ledger entry.
       550-Replay-Reversed.
           MOVE ZERO to RV-Unwound
           MOVE RW-Stock-After to Old-Stock
           MOVE RW-Stock-Before to RV-New-Stock
           MOVE RW-Price-After to RV-Cur-Price
           MOVE RW-Price-Before to RV-New-Price
           PERFORM 552-Unwind-Open-PO
           PERFORM 553-Unwind-Transfer
           PERFORM 557-Roll-Reversal-GL
           MOVE 'REVERSED BEFORE THE RESTART' to RVN-Note
           PERFORM 560-Register-Line
           .
      * Takes a reversed receipt back off the open order lines for
      * its warehouse/vendor/product - as much as the post matched,
      * newest received line first (the mirror of posting's oldest
      * first), reopening any line it leaves short.
       552-Unwind-Open-PO.
           MOVE ZERO to RV-Unwound
           IF RW-Action = 'R' AND OpenPO-Overflow = 'N'
               IF RW-PO-Qty IS NUMERIC
                   MOVE RW-PO-Qty to RV-Unwind-Left
               ELSE
                   MOVE RW-Qty to RV-Unwind-Left
               END-IF
               PERFORM VARYING OPT-Sub FROM OPT-Count BY -1
                       UNTIL OPT-Sub < 1
                          OR RV-Unwind-Left NOT > ZERO
                   IF OPT-WH(OPT-Sub) = RW-WHID
                           AND OPT-Vendor(OPT-Sub) = RW-Vendor
                           AND OPT-Product(OPT-Sub) = RW-Product
                           AND OPT-Received(OPT-Sub) > ZERO
                       IF OPT-Received(OPT-Sub) > RV-Unwind-Left
                           SUBTRACT RV-Unwind-Left
                               from OPT-Received(OPT-Sub)
                           ADD RV-Unwind-Left to RV-Unwound
                           MOVE ZERO to RV-Unwind-Left
                       ELSE
                           ADD OPT-Received(OPT-Sub) to RV-Unwound
                           SUBTRACT OPT-Received(OPT-Sub)
                               from RV-Unwind-Left
                           MOVE ZERO to OPT-Received(OPT-Sub)
                           MOVE SPACES to OPT-First-Recv(OPT-Sub)
                           MOVE SPACES to OPT-Last-Recv(OPT-Sub)
                       END-IF
                       IF OPT-Status(OPT-Sub) NOT = 'O'
                           MOVE 'O' to OPT-Status(OPT-Sub)
                           MOVE SPACES to OPT-Close-Date(OPT-Sub)
                           ADD 1 to RV-Lines-Reopened
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
      * Takes a reversed transfer off its shipment: a ship cancels
      * it, a receive puts what it cleared back on the truck. The lot
      * a receive gave the slot is not put back.
       553-Unwind-Transfer.
           IF RW-Action = 'S' OR RW-Action = 'T'
               MOVE RW-Ship-Num to Ship-Number
               PERFORM 438-Find-Shipment
               IF ITT-Hit > ZERO
                   IF RW-Action = 'S'
                       MOVE 'X' to ITT-Status(ITT-Hit)
                   ELSE
                       IF ITT-Received(ITT-Hit) > RW-Qty
                           SUBTRACT RW-Qty from ITT-Received(ITT-Hit)
                       ELSE
                           MOVE ZERO to ITT-Received(ITT-Hit)
                       END-IF
                       MOVE 'O' to ITT-Status(ITT-Hit)
                   END-IF
               END-IF
           END-IF
           .
      * Writes the undo to the ledger as a V entry under the batch's
      * id, with the slot's before and after images of the undo.
       555-Write-Reversal-Ledger.
           MOVE SPACES to Ledger-Record
           ACCEPT Clock-Time FROM TIME
           MOVE Today-Date to ML-Run-Date
           MOVE Clock-Time(1:6) to ML-Run-Time
           MOVE RW-Batch to ML-Batch
           MOVE 'V' to ML-Source
           MOVE RW-Action to ML-Action
           MOVE RW-Key to ML-Key
           MOVE RW-Slot to ML-Slot
           MOVE RW-Qty to ML-Qty
           MOVE RW-Cost to ML-Cost
           MOVE Old-Stock to ML-Stock-Before
           MOVE RV-New-Stock to ML-Stock-After
           MOVE RV-Cur-Price to ML-Price-Before
           MOVE RV-New-Price to ML-Price-After
           MOVE RV-Unwound to ML-PO-Qty
           IF RW-Std-Cost IS NUMERIC
               MOVE RW-Std-Cost to ML-Std-Cost
           END-IF
           IF RW-Action = 'S' OR RW-Action = 'T'
               MOVE RW-Ship-Num to ML-Ship-Num
               MOVE RW-Lot to ML-Lot
               MOVE RW-Expiry to ML-Expiry
           END-IF
           WRITE Ledger-Record
           IF Ledger-Status NOT = '00'
               ADD 1 to Ledger-Fail-Count
               DISPLAY '*** LEDGER WRITE FAILED STATUS ' Ledger-Status
                   ' FOR REVERSAL OF: ' Reversal-Work
           END-IF
           .
      * Values the undo as the exact opposite of what the post
      * journaled - a receipt at its receipt cost, an issue and an
      * adjustment at the cost the slot carried when they posted -
      * and rolls it into its warehouse's journal totals. A receipt
      * comes back out of inventory at its receipt cost, and one
      * measured against a standard has its variance pair reversed
      * too - the price variance account against its offset.
       557-Roll-Reversal-GL.
           EVALUATE RW-Action
               WHEN 'R'
                   COMPUTE RV-Value = -1 * (RW-Qty * RW-Cost)
               WHEN 'I'
                   COMPUTE RV-Value = RW-Qty * RW-Price-Before
               WHEN 'S'
                   COMPUTE RV-Value = RW-Qty * RW-Cost
               WHEN 'T'
                   COMPUTE RV-Value = -1 * (RW-Qty * RW-Cost)
               WHEN OTHER
                   COMPUTE RV-Value = -1 *
                       ((RW-Stock-After - RW-Stock-Before)
                        * RW-Price-Before)
           END-EVALUATE
           MOVE RV-Value to Movement-Value
           IF RW-Action = 'R' AND RW-Std-Cost IS NUMERIC
               COMPUTE PPV-Value = -1 *
                   (RW-Qty * (RW-Cost - RW-Std-Cost))
           END-IF
           MOVE RW-WHID to GL-Movement-WH
           PERFORM 469-Roll-GL-Movement
           IF RW-Action = 'S' OR RW-Action = 'T'
               COMPUTE Transit-Value = -1 * RV-Value
               PERFORM 467-Roll-GL-Transit
           END-IF
           IF RW-Action = 'R' AND RW-Std-Cost IS NUMERIC
               PERFORM 464-Roll-GL-PPV
           END-IF
           ADD 1 to Tran-Posted-Count
           ADD RV-Value to RV-Total-Value
           .
      * One register line for the movement in Reversal-Work, and its
      * note line when there is one.
       560-Register-Line.
           MOVE RW-WHID to RVD-WH
           MOVE RW-Vendor to RVD-Vendor
           MOVE RW-Product to RVD-Product
           MOVE RW-Slot to RVD-Slot
           MOVE 'P' to Describe-Source
           MOVE RW-Action to Describe-Action
           PERFORM 685-Describe-Movement
           MOVE Movement-Desc to RVD-Movement
           MOVE RW-Qty to RVD-Qty
           MOVE Old-Stock to RVD-Stock-Was
           MOVE RV-New-Stock to RVD-Stock-Is
           MOVE RV-Cur-Price to RVD-Price-Was
           MOVE RV-New-Price to RVD-Price-Is
           MOVE RV-Value to RVD-Value
           MOVE RV-Unwound to RVD-PO-Qty
           WRITE Reversal-Line from RV-Detail-Line
               After Advancing 1 Line
           IF RVN-Note NOT = SPACES
               WRITE Reversal-Line from RV-Note-Line
                   After Advancing 1 Line
               MOVE SPACES to RVN-Note
           END-IF
           .
       570-Register-Totals.
           MOVE 'MOVEMENTS IN THE BATCH' to RVX-Label
           MOVE RV-Count to RVX-Count
           WRITE Reversal-Line from RV-Total-Line
               After Advancing 2 Lines
           MOVE 'MOVEMENTS REVERSED' to RVX-Label
           MOVE Tran-Posted-Count to RVX-Count
           WRITE Reversal-Line from RV-Total-Line
               After Advancing 1 Line
           MOVE 'NOT REVERSED - ADJUST BY HAND' to RVX-Label
           MOVE RV-Error-Count to RVX-Count
           WRITE Reversal-Line from RV-Total-Line
               After Advancing 1 Line
           MOVE 'OPEN-PO LINES REOPENED' to RVX-Label
           MOVE RV-Lines-Reopened to RVX-Count
           WRITE Reversal-Line from RV-Total-Line
               After Advancing 1 Line
           MOVE 'NET VALUE OF THE REVERSAL' to RVY-Label
           MOVE RV-Total-Value to RVY-Value
           WRITE Reversal-Line from RV-Value-Line
               After Advancing 1 Line
           .
      * Converts the digit string in NP-Text to NP-Value. One run of
      * digits with leading or trailing spaces is accepted; a second
      * run after a gap ('1 2') is rejected, not silently squeezed.
