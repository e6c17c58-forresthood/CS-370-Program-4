       IDENTIFICATION DIVISION.
       program-id. Pg4Reorder_FHood.
       author. Forrest Hood.

      * * * * * *
      * Reorder point review. The reorder points and order quantities
      * the full run reads from the reorder control file were keyed
      * by hand; this program works out what they should be from what
      * actually moves, for a buyer to review and swap in.
      * The movement ledger is sorted by key and run date and matched
      * against the inventory master in key order, the way the cycle
      * count scheduler matches its count history. For each
      * warehouse/product/size on the master:
      *   USE/D - average daily usage: the posted issues over the
      *           last USAGEDAYS days (batches since reversed left
      *           out), spread over every day of the period;
      *   STDEV - the day-to-day variability of that usage (standard
      *           deviation of the daily totals, quiet days as zero);
      *   LEAD  - the vendor's lead time in days: the average from
      *           order date to first receipt over its open-PO lines
      *           (A), or failing any receipts its promised lead from
      *           the vendor master (P), or failing that LEADDEFAULT
      *           (D);
      *   NEW   - proposed reorder point: usage over the lead time
      *           plus safety stock of the service factor times the
      *           variability times the square root of the lead time;
      *   NEWQ  - proposed order quantity: ORDERDAYS days of usage;
      *   CHG   - change in stock dollars held at the reorder point,
      *           (new point - current point) at the slot's cost.
      * Items issued on fewer than USAGEMIN days in the period have
      * too little history to go on and keep their current values
      * (KEEP on the report) - and since they share the control line,
      * it is never proposed below those values for them: a line
      * only kept items have is HELD as it stands, and one others
      * propose for is held up to the current point and quantity
      * (an AUTO quantity stays AUTO), with a note on the report.
      * The control file is keyed product/size only and one point
      * serves every warehouse, so the proposed file takes, for each
      * product/size, the highest point and quantity any warehouse
      * needs. Lines for product/sizes already on the file are
      * rewritten in place; product/sizes the file only covered by a
      * '*' line or the flat threshold get a line of their own when
      * the proposal differs; every other line is copied as it
      * stands. The proposed file is written beside the current one,
      * never over it.
      * Run settings (environment):
      *   USAGEDAYS  - days of issue history used (default 90);
      *   USAGEMIN   - fewest days with issues for a proposal
      *             (default 3);
      *   SERVICELVL - service level percent for the safety stock:
      *             80, 85, 90, 95, 98 or 99 (default 95);
      *   ORDERDAYS  - days of usage an order covers (default 30);
      *   LEADDEFAULT - lead days when a vendor has neither receipts
      *             nor a promised lead (default 14);
      *   REORDERCTL - the current control file; REORDERNEW - the
      *             proposed one;
      *   INVMASTER, VENDORFILE, OPENPOFILE, MOVELEDGER - file
      *             overrides.
      * * * * * *

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Persistent inventory master, keyed warehouse/vendor/product -
      * read front to back here, never updated.
            SELECT Inventory-Master
                Assign dynamic InvMaster-Filename
                Organization is indexed
                Access is dynamic
                Record key is IM-Key
                File Status is IM-Status.

            SELECT OPTIONAL Vendor-Master-File
                Assign dynamic VendorMaster-Filename
                Organization is line sequential
                File Status is Vendor-Status.

      * The open-PO file, read only here.
            SELECT OPTIONAL Open-PO-File
                Assign dynamic OpenPO-Filename
                Organization is line sequential
                File Status is OpenPO-Status.

      * The permanent movement ledger the posting run extends.
            SELECT OPTIONAL Movement-Ledger-File
                Assign dynamic Ledger-Filename
                Organization is line sequential
                File Status is Ledger-Status.

      * The ledger in key and run-date order, for the match against
      * the master.
            SELECT Sorted-Ledger-File
                Assign dynamic LedgerSort-Filename
                Organization is line sequential
                File Status is LedgerSort-Status.

            SELECT OPTIONAL Reorder-Control-File
                Assign dynamic ReorderCtl-Filename
                Organization is line sequential
                File Status is Reorder-Status.

      * The proposed control file, same layout as the current one.
            SELECT Proposed-Control-File
                Assign dynamic ProposedCtl-Filename
                Organization is line sequential
                File Status is Proposed-Status.

            SELECT Reorder-Proposal-Report
                Assign to printer "Reorder-Proposals".

            SELECT Ledger-Sort-File
                Assign to "LedgerSort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD Inventory-Master
           Record contains 468 characters.

       01  IM-Record.
           05 IM-Key.
               10 IM-WHID            PIC X(4) .
               10 IM-Vendor          PIC X .
               10 IM-Product         PIC X(3) .
           05 IM-Data  OCCURS 10 TIMES.
               10 IMD-Name           PIC X(13) .
               10 IMD-Size           PIC X .
               10 IMD-Type           PIC X .
               10 IMD-Stock          PIC S9(4) .
               10 IMD-Price          PIC S9(3)v99 .
               10 IMD-Lot            PIC X(6) .
               10 IMD-Expiry         PIC X(8) .
      * Master-only movement tracking maintained by the posting run -
      * not used here, carried for the record length.
           05 IM-Last-Issue OCCURS 10 TIMES
                                     PIC X(8) .
      *
       FD Vendor-Master-File
           Record contains 60 characters.

       01  VMF-Record                 PIC X(60) .
      *
       FD Open-PO-File
           Record contains 57 characters.

       01  Open-PO-Record.
           05 OPO-Order-Num           PIC 9(6) .
           05 OPO-Order-Date          PIC X(8) .
           05 OPO-WHID                PIC X(4) .
           05 OPO-Vendor              PIC X .
           05 OPO-Product             PIC X(3) .
           05 OPO-Ordered             PIC 9(5) .
           05 OPO-Received            PIC 9(5) .
           05 OPO-Status              PIC X .
           05 OPO-First-Recv          PIC X(8) .
           05 OPO-Last-Recv           PIC X(8) .
           05 OPO-Close-Date          PIC X(8) .
      *
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
       FD Sorted-Ledger-File
           Record contains 100 characters.

       01  Sorted-Ledger-Record.
           05 SL-Run-Date             PIC X(8) .
           05 SL-Run-Time             PIC X(6) .
           05 SL-Batch                PIC X(12) .
           05 SL-Source               PIC X .
           05 SL-Action               PIC X .
           05 SL-Key                  PIC X(8) .
           05 SL-Slot                 PIC 99 .
           05 SL-Qty                  PIC 9(5) .
           05 FILLER                  PIC X(57) .
      *
       FD Reorder-Control-File
           Record contains 80 characters.

       01  RCF-Record                 PIC X(80) .
      *
       FD Proposed-Control-File
           Record contains 80 characters.

       01  Proposed-Record            PIC X(80) .
      *
       FD Reorder-Proposal-Report
           Record contains 80 characters.

       01  Report-Line               PIC X(80) .
      *
       SD Ledger-Sort-File
           Record contains 100 characters.

       01  Ledger-Sort-Record.
           05 LS-Run-Date            PIC X(8) .
           05 LS-Run-Time            PIC X(6) .
           05 Filler                 PIC X(14) .
           05 LS-Key                 PIC X(8) .
           05 Filler                 PIC X(64) .

       WORKING-STORAGE SECTION.

       01  Flags-n-Switches.
           05 Vendor-EOF             PIC X Value 'N'.
           05 OpenPO-EOF             PIC X Value 'N'.
           05 Ledger-EOF             PIC X Value 'N'.
           05 Sorted-EOF             PIC X Value 'N'.
           05 Sorted-Open            PIC X Value 'N'.
           05 Master-EOF             PIC X Value 'N'.
           05 Reorder-EOF            PIC X Value 'N'.
           05 First-Record           PIC X Value 'Y'.
           05 RB-Overflow            PIC X Value 'N'.
           05 PS-Overflow            PIC X Value 'N'.
           05 Keep-Cell              PIC X Value 'N'.
           05 RCL-Overflow           PIC X Value 'N'.
           05 Batch-Reversed         PIC X.
           05 Check-Batch            PIC X(12).
           05 Reorder-Found          PIC X.

       01  Reorder-Counts.
           05 PO-Read-Count          PIC 9(6) Value ZERO.
           05 Ledger-Read-Count      PIC 9(7) Value ZERO.
           05 Issue-Used-Count       PIC 9(7) Value ZERO.
           05 Issue-Reversed-Count   PIC 9(7) Value ZERO.
           05 Master-Read-Count      PIC 9(6) Value ZERO.
           05 Lines-Written          PIC 9(4) Value ZERO.
           05 Lines-Changed          PIC 9(4) Value ZERO.
           05 Lines-Added            PIC 9(4) Value ZERO.

       01  Run-Settings.
           05 Usage-Days             PIC 9(4) Value 90.
           05 Usage-Min              PIC 9(4) Value 3.
           05 Service-Level          PIC 9(3) Value 95.
           05 Service-Z              PIC 9v99 Value 1.65.
           05 Order-Days             PIC 9(4) Value 30.
           05 Lead-Default           PIC 9(3) Value 14.
      * The full run's flat point for a product with no control line.
           05 Reorder-Threshold      PIC S9(4) Value +50.

       01  Misc.
           05 WH-Hold                PIC X(4).
           05 Slot-Sub               PIC 99.
           05 Find-Vendor            PIC X.
           05 Hit-Vendor             PIC 99.
           05 Start-Serial           PIC S9(9).
           05 Order-Serial           PIC S9(9).
           05 Ledger-Serial          PIC S9(9).
           05 Lead-Days              PIC S9(9).
           05 Report-Spacing         PIC 9.
           05 Master-Match-Key       PIC X(8).
           05 Ledger-Match-Key       PIC X(8).
           05 Cur-Point              PIC S9(4).
           05 Cur-Qty                PIC 9(4).
           05 Cur-Source             PIC X.
           05 Cell-Lead              PIC 9(3).
           05 Cell-Lead-Source       PIC X.
           05 Out-Point              PIC 9(4).
           05 Out-Qty                PIC 9(4).

      * * * Proposal arithmetic for one warehouse/product/size * * *
       01  Proposal-Fields.
           05 Mean-Usage             PIC 9(5)v9(4).
           05 Usage-Days-Less        PIC 9(4).
           05 Sum-Sq-Mean            PIC 9(13)v9(4).
           05 Usage-Var              PIC S9(11)v9(4).
           05 Usage-Sd               PIC 9(6)v9(4).
           05 Lead-Root              PIC 9(3)v9(4).
           05 Point-Work             PIC 9(9)v99.
           05 Qty-Work               PIC 9(9)v99.
           05 New-Point              PIC 9(4).
           05 New-Qty                PIC 9(4).
           05 Stock-Change           PIC S9(9)v99.

       01  WS-Current-Date.
           05  WS-Year               PIC 99.
           05  WS-Month              PIC 99.
           05  WS-Day                PIC 99.

       01  Run-Parameters.
           05 InvMaster-Filename    PIC X(72)
                                          Value 'Inventory-Master.dat'.
           05 VendorMaster-Filename PIC X(72)
                                          Value 'Vendor-Master.txt'.
           05 OpenPO-Filename       PIC X(72)
                                          Value 'Open-PO.txt'.
           05 Ledger-Filename       PIC X(72)
                                          Value 'Movement-Ledger.txt'.
           05 LedgerSort-Filename   PIC X(72)
                                  Value 'Movement-Ledger-Sorted.txt'.
           05 ReorderCtl-Filename   PIC X(72)
                                          Value 'Reorder-Control.txt'.
           05 ProposedCtl-Filename  PIC X(72)
                                Value 'Reorder-Control-Proposed.txt'.
           05 Env-Value             PIC X(72).

       01  File-Statuses.
           05 IM-Status           PIC XX Value '00'.
           05 Vendor-Status       PIC XX Value '00'.
           05 OpenPO-Status       PIC XX Value '00'.
           05 Ledger-Status       PIC XX Value '00'.
           05 LedgerSort-Status   PIC XX Value '00'.
           05 Reorder-Status      PIC XX Value '00'.
           05 Proposed-Status     PIC XX Value '00'.

      * * * Vendors from the vendor master, with the promised lead
      * and the lead actually seen on the open-PO file. * * *
       01  Vendor-Table.
           05  Vendor-Item Occurs 50 Times.
               10 Vendor-Key         PIC X.
               10 VI-Vendor-Name     PIC X(40).
               10 VI-Lead-Days       PIC 9(3).
               10 VI-Lead-Sum        PIC 9(7).
               10 VI-Lead-Lines      PIC 9(5).
               10 VI-Lead-Used       PIC 9(3).
               10 VI-Lead-Source     PIC X.
       01  Vendor-Count              PIC 99 Value ZERO.
       01  Vendor-Sub                PIC 99.
       01  Vendor-Scan               PIC 99.
       01  Parse-VCode            PIC X.
       01  Parse-VName            PIC X(40).
       01  Parse-VLead            PIC X(5).

      * * * The current reorder control file, line for line, so the
      * proposed file keeps everything it does not change. A line
      * that does not parse is kept but never matched - the full run
      * drops it too. * * *
       01  Reorder-Control-Table.
           05 RCT-Entry Occurs 200 Times.
               10 RCL-Text           PIC X(80).
               10 RCL-Valid          PIC X.
               10 RCT-Product        PIC X(3).
               10 RCT-Size           PIC X.
               10 RCT-Point          PIC S9(4).
               10 RCT-Qty            PIC 9(4).
       01  RCT-Count                 PIC 9(3) Value ZERO.
       01  RCT-Sub                   PIC 9(3).
       01  RCT-Wild                  PIC 9(3).
       01  Parse-RProduct         PIC X(3).
       01  Parse-RSize            PIC X.
       01  Parse-RPoint           PIC X(4).
       01  Parse-RQty             PIC X(4).

      * * * One entry per size on the master record in hand, with its
      * stock, cost, and issue history. Issues are summed by run
      * date and each day's total folded in when the date moves on.
      * * *
       01  Record-Cell-Table.
           05 RC-Entry Occurs 10 Times.
               10 RC-Size            PIC X.
               10 RC-Name            PIC X(13).
               10 RC-Unit-Cost       PIC 9(3)v99.
               10 RC-Day-Serial      PIC S9(9).
               10 RC-Day-Qty         PIC 9(7).
               10 RC-Sum             PIC 9(9).
               10 RC-Sum-Sq          PIC 9(15).
               10 RC-Issue-Days      PIC 9(5).
       01  RC-Count                  PIC 99 Value ZERO.
       01  RC-Sub                    PIC 99.
       01  RC-Hit                    PIC 99.

      * * * Proposals by product/size across warehouses - what goes
      * on the proposed control file. * * *
       01  Product-Size-Table.
           05 PS-Entry Occurs 300 Times.
               10 PS-Product         PIC X(3).
               10 PS-Size            PIC X.
               10 PS-Cur-Point       PIC S9(4).
               10 PS-Cur-Qty         PIC 9(4).
               10 PS-Cur-Source      PIC X.
               10 PS-New-Point       PIC 9(4).
               10 PS-New-Qty         PIC 9(4).
               10 PS-WH-Count        PIC 9(3).
               10 PS-Keep-Count      PIC 9(3).
               10 PS-Action          PIC X(7).
               10 PS-Note            PIC X(29).
       01  PS-Count                  PIC 9(3) Value ZERO.
       01  PS-Sub                    PIC 9(3).
       01  PS-Hit                    PIC 9(3).

       01  Report-Totals.
           05 WH-Items               PIC 9(5) Value ZERO.
           05 WH-Kept                PIC 9(5) Value ZERO.
           05 WH-Change              PIC S9(9)v99 Value ZERO.
           05 Co-Items               PIC 9(6) Value ZERO.
           05 Co-Kept                PIC 9(6) Value ZERO.
           05 Co-Change              PIC S9(11)v99 Value ZERO.

      * * * Batches backed out by a reversal - their issues are not
      * usage. * * *
       01  Reversed-Batch-Table.
           05 RB-Batch Occurs 200 Times
                                     PIC X(12).
       01  RB-Count                  PIC 9(3) Value ZERO.
       01  RB-Sub                    PIC 9(3).

      * * * Free-form number parse work area - accepts one run of
      * digits with leading or trailing spaces and rejects anything
      * else, matching the parsing in the posting run. * * *
       01  Num-Parse-Fields.
           05 NP-Text                PIC X(5).
           05 NP-Value               PIC 9(5).
           05 NP-Valid               PIC X.
           05 NP-Pos                 PIC 9.
           05 NP-Char                PIC X.
           05 NP-Digit REDEFINES NP-Char
                                     PIC 9.

      * * * Date-to-day-count work area - same arithmetic the posting
      * run uses. * * *
       01  Date-Serial-Fields.
           05 DS-Date                PIC X(8).
           05 DS-Date-Num REDEFINES DS-Date.
               10 DS-Year            PIC 9(4).
               10 DS-Month           PIC 99.
               10 DS-Day             PIC 99.
           05 DS-Serial              PIC S9(9).
           05 DS-Valid               PIC X.
           05 DS-Quot                PIC 9(4).
           05 DS-Rem                 PIC 9.
           05 Today-Serial           PIC S9(9) Value ZERO.
       01  Month-Day-Table.
           05                        PIC X(36) Value
               '000031059090120151181212243273304334'.
       01  Month-Days REDEFINES Month-Day-Table.
           05 MD-Cum                 PIC 9(3) Occurs 12 Times.

      * * * Output Area * * *

       01  Heading-One.
           05                    PIC X(35) Value SPACES.
           05                    PIC X(9) Value 'DR. CHEEB'.

       01  Heading-Two.
           05                    PIC X(10) Value SPACES.
           05 H2-Date.
               10  H2-Month      PIC Z9.
               10                PIC X    VALUE '/'.
               10  H2-Day        PIC 99.
               10                PIC X    VALUE '/'.
               10                PIC XX   VALUE'20'.
               10  H2-Year       PIC 99.
           05                    PIC X(8) Value SPACES.
           05                    PIC X(28) Value
               'REORDER POINT PROPOSALS'.

       01  Settings-Line.
           05                    PIC X(10) Value SPACES.
           05                    PIC X(12) Value 'USAGE OVER '.
           05 ST-Usage-Days      PIC ZZZ9.
           05                    PIC X(15) Value ' DAYS  SERVICE '.
           05 ST-Service         PIC Z9.
           05                    PIC X(9) Value '%  ORDER '.
           05 ST-Order-Days      PIC ZZZ9.
           05                    PIC X(14) Value ' DAYS OF USAGE'.

       01  Legend-Line-One.
           05                    PIC X(37) Value
               'LEAD A=ACTUAL P=PROMISED D=DEFAULT   '.
           05                    PIC X(43) Value
               'NEW KEEP=TOO LITTLE HISTORY'.
       01  Legend-Line-Two.
           05                    PIC X(37) Value
               'CURQ AUTO=ORDER UP TO TWICE THE POINT'.
           05                    PIC X(43) Value
               '  CHG=STOCK DOLLARS AT THE POINT'.

       01  Warehouse-Heading.
           05                    PIC X(11) Value 'WAREHOUSE: '.
           05 WHH-ID             PIC X(4).

       01  Column-Line.
           05                    PIC X(2) Value SPACES.
           05                    PIC X(2) Value 'V '.
           05                    PIC X(4) Value 'PRD '.
           05                    PIC X(2) Value 'S '.
           05                    PIC X(14) Value 'NAME'.
           05                    PIC X(7) Value ' USE/D '.
           05                    PIC X(7) Value ' STDEV '.
           05                    PIC X(5) Value 'LEAD '.
           05                    PIC X(5) Value ' CUR '.
           05                    PIC X(5) Value 'CURQ '.
           05                    PIC X(5) Value ' NEW '.
           05                    PIC X(5) Value 'NEWQ '.
           05                    PIC X(11) Value '        CHG'.

       01  Detail-Line.
           05                    PIC X(2) Value SPACES.
           05 DL-Vendor          PIC X.
           05                    PIC X Value SPACE.
           05 DL-Product         PIC X(3).
           05                    PIC X Value SPACE.
           05 DL-Size            PIC X.
           05                    PIC X Value SPACE.
           05 DL-Name            PIC X(13).
           05                    PIC X Value SPACE.
           05 DL-Usage           PIC ZZZ9.9.
           05                    PIC X Value SPACE.
           05 DL-Stdev           PIC ZZZ9.9.
           05                    PIC X Value SPACE.
           05 DL-Lead            PIC ZZ9.
           05 DL-Lead-Source     PIC X.
           05                    PIC X Value SPACE.
           05 DL-Cur-Point       PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 DL-Cur-Qty         PIC X(4).
           05                    PIC X Value SPACE.
           05 DL-New-Point       PIC X(4).
           05                    PIC X Value SPACE.
           05 DL-New-Qty         PIC X(4).
           05                    PIC X Value SPACE.
           05 DL-Change          PIC $$$,$$9.99-.

       01  Qty-Edit              PIC ZZZ9.

       01  Warehouse-Total-Line.
           05                    PIC X(4) Value SPACES.
           05                    PIC X(10) Value 'WAREHOUSE '.
           05 WTL-ID             PIC X(4).
           05                    PIC X(7) Value ' ITEMS '.
           05 WTL-Items          PIC ZZZZ9.
           05                    PIC X(7) Value '  KEPT '.
           05 WTL-Kept           PIC ZZZZ9.
           05                    PIC X(19) Value SPACES.
           05 WTL-Change         PIC $$,$$$,$$9.99-.

       01  Company-Total-Line.
           05                    PIC X(4) Value SPACES.
           05                    PIC X(14) Value 'COMPANY  '.
           05                    PIC X(7) Value ' ITEMS '.
           05 CTL-Items          PIC ZZZZ9.
           05                    PIC X(7) Value '  KEPT '.
           05 CTL-Kept           PIC ZZZZ9.
           05                    PIC X(17) Value SPACES.
           05 CTL-Change         PIC $$$$,$$$,$$9.99-.

       01  File-Heading.
           05                    PIC X(10) Value SPACES.
           05                    PIC X(21) Value
               'PROPOSED CONTROL FILE'.
           05                    PIC X(4) Value ' -  '.
           05 PFH-Filename        PIC X(40).

       01  File-Column-Line.
           05                    PIC X(2) Value SPACES.
           05                    PIC X(4) Value 'PRD '.
           05                    PIC X(3) Value 'S  '.
           05                    PIC X(5) Value ' CUR '.
           05                    PIC X(6) Value 'CURQ  '.
           05                    PIC X(5) Value ' NEW '.
           05                    PIC X(6) Value 'NEWQ  '.
           05                    PIC X(7) Value 'WHSES  '.
           05                    PIC X(5) Value 'KEEP '.
           05                    PIC X(8) Value 'LINE    '.
           05                    PIC X(4) Value 'NOTE'.

       01  File-Detail-Line.
           05                    PIC X(2) Value SPACES.
           05 PF-Product         PIC X(3).
           05                    PIC X Value SPACE.
           05 PF-Size            PIC X.
           05                    PIC X(2) Value SPACES.
           05 PF-Cur-Point       PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 PF-Cur-Qty         PIC X(4).
           05                    PIC X(2) Value SPACES.
           05 PF-New-Point       PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 PF-New-Qty         PIC X(4).
           05                    PIC X(2) Value SPACES.
           05 PF-WH-Count        PIC ZZ9.
           05                    PIC X(4) Value SPACES.
           05 PF-Keep-Count      PIC ZZ9.
           05                    PIC X(2) Value SPACES.
           05 PF-Action          PIC X(7).
           05                    PIC X Value SPACE.
           05 PF-Note            PIC X(29).

       01  File-Total-Line.
           05                    PIC X(4) Value SPACES.
           05                    PIC X(14) Value 'LINES WRITTEN '.
           05 FTL-Written        PIC ZZZ9.
           05                    PIC X(11) Value '   CHANGED '.
           05 FTL-Changed        PIC ZZZ9.
           05                    PIC X(9) Value '   ADDED '.
           05 FTL-Added          PIC ZZZ9.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 120-Init-Parameters
           IF RETURN-CODE < 8
               PERFORM 180-Load-Vendor-Table
               PERFORM 190-Load-Reorder-Table
               PERFORM 200-Actual-Leads
               PERFORM 250-Note-Reversed-Batches
           END-IF
           IF RETURN-CODE < 8
               PERFORM 260-Sort-Ledger
           END-IF
           IF RETURN-CODE < 8
               PERFORM 300-Propose-From-Master
           END-IF
           DISPLAY 'REORDER REVIEW: MASTER RECORDS=' Master-Read-Count
                   ' ITEMS=' Co-Items
                   ' KEPT=' Co-Kept
                   ' ISSUES USED=' Issue-Used-Count
           STOP RUN
           .
      * Same override style as the other batch runs. Out-of-range or
      * unreadable settings keep their defaults.
       120-Init-Parameters.
           ACCEPT WS-Current-Date FROM DATE
           MOVE SPACES to DS-Date
           MOVE '20' to DS-Date(1:2)
           MOVE WS-Year to DS-Date(3:2)
           MOVE WS-Month to DS-Date(5:2)
           MOVE WS-Day to DS-Date(7:2)
           PERFORM 860-Date-To-Serial
           MOVE DS-Serial to Today-Serial

           ACCEPT Env-Value FROM ENVIRONMENT 'USAGEDAYS'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value >= 7
                       AND NP-Value <= 9999
                   MOVE NP-Value to Usage-Days
               ELSE
                   DISPLAY '*** USAGEDAYS MUST BE 7 TO 9999 - USING '
                       Usage-Days
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'USAGEMIN'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value > ZERO
                       AND NP-Value <= 9999
                   MOVE NP-Value to Usage-Min
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'SERVICELVL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'N'
                   MOVE ZERO to NP-Value
               END-IF
               EVALUATE NP-Value
                   WHEN 80
                       MOVE 0.84 to Service-Z
                   WHEN 85
                       MOVE 1.04 to Service-Z
                   WHEN 90
                       MOVE 1.28 to Service-Z
                   WHEN 95
                       MOVE 1.65 to Service-Z
                   WHEN 98
                       MOVE 2.05 to Service-Z
                   WHEN 99
                       MOVE 2.33 to Service-Z
                   WHEN OTHER
                       DISPLAY '*** SERVICELVL IS 80, 85, 90, 95, 98 '
                           'OR 99 - USING ' Service-Level
                       MOVE Service-Level to NP-Value
               END-EVALUATE
               MOVE NP-Value to Service-Level
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'ORDERDAYS'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value > ZERO
                       AND NP-Value <= 9999
                   MOVE NP-Value to Order-Days
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'LEADDEFAULT'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value > ZERO
                       AND NP-Value <= 999
                   MOVE NP-Value to Lead-Default
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'INVMASTER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to InvMaster-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'VENDORFILE'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to VendorMaster-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'OPENPOFILE'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to OpenPO-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'MOVELEDGER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Ledger-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'REORDERCTL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to ReorderCtl-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'REORDERNEW'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to ProposedCtl-Filename
           END-IF
           IF ProposedCtl-Filename = ReorderCtl-Filename
               DISPLAY '*** REORDERNEW MAY NOT NAME THE CURRENT '
                   'CONTROL FILE - NOTHING PROPOSED'
               MOVE 8 to RETURN-CODE
           END-IF

           COMPUTE Start-Serial = Today-Serial - Usage-Days + 1
           COMPUTE Usage-Days-Less = Usage-Days - 1
           .
      * Reads the vendor master file into the vendor table, with the
      * promised lead from the third field; if it is missing or
      * empty, falls back to the original seven vendors (no promised
      * leads) - the same fallback every other loader uses.
       180-Load-Vendor-Table.
           MOVE ZERO to Vendor-Count
           OPEN INPUT Vendor-Master-File
           IF Vendor-Status = '00'
               PERFORM UNTIL Vendor-EOF = 'Y'
                   READ Vendor-Master-File
                       AT END
                           MOVE 'Y' to Vendor-EOF
                       NOT AT END
                           IF Vendor-Count < 50
                               MOVE SPACES to Parse-VCode
                               MOVE SPACES to Parse-VName
                               MOVE SPACES to Parse-VLead
                               UNSTRING VMF-Record DELIMITED BY ','
                                   INTO Parse-VCode
                                        Parse-VName
                                        Parse-VLead
                               END-UNSTRING
                               IF Parse-VCode NOT = SPACE
                                   ADD 1 to Vendor-Count
                                   MOVE Parse-VCode
                                       to Vendor-Key(Vendor-Count)
                                   MOVE Parse-VName
                                       to VI-Vendor-Name(Vendor-Count)
                                   MOVE Parse-VLead to NP-Text
                                   PERFORM 800-Parse-Number
                                   IF NP-Valid = 'Y'
                                           AND NP-Value <= 999
                                       MOVE NP-Value
                                         to VI-Lead-Days(Vendor-Count)
                                   ELSE
                                       MOVE ZERO
                                         to VI-Lead-Days(Vendor-Count)
                                   END-IF
                               END-IF
                           ELSE
                               DISPLAY '*** VENDOR TABLE FULL - '
                                   'DROPPING MASTER FILE LINE: '
                                   VMF-Record
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Vendor-Master-File
           IF Vendor-Count = 0
               PERFORM 185-Load-Default-Vendors
           END-IF
           PERFORM VARYING Vendor-Sub FROM 1 BY 1
                   UNTIL Vendor-Sub > Vendor-Count
               MOVE ZERO to VI-Lead-Sum(Vendor-Sub)
               MOVE ZERO to VI-Lead-Lines(Vendor-Sub)
           END-PERFORM
           .
      * Original seven-vendor table, used only when no vendor master
      * file is present.
       185-Load-Default-Vendors.
           MOVE 'I' to Vendor-Key(1)
           MOVE 'MadeInHouse' to VI-Vendor-Name(1)
           MOVE 'T' to Vendor-Key(2)
           MOVE 'Tansia Corp.' to VI-Vendor-Name(2)
           MOVE 'A' to Vendor-Key(3)
           MOVE 'AMEL Ltd' to VI-Vendor-Name(3)
           MOVE 'W' to Vendor-Key(4)
           MOVE 'WEST Corp' to VI-Vendor-Name(4)
           MOVE 'D' to Vendor-Key(5)
           MOVE 'DENIO Corp.' to VI-Vendor-Name(5)
           MOVE 'V' to Vendor-Key(6)
           MOVE 'VISSON Corp.' to VI-Vendor-Name(6)
           MOVE 'N' to Vendor-Key(7)
           MOVE 'NETON Ltd' to VI-Vendor-Name(7)
           MOVE 7 to Vendor-Count
           PERFORM VARYING Vendor-Sub FROM 1 BY 1
                   UNTIL Vendor-Sub > Vendor-Count
               MOVE ZERO to VI-Lead-Days(Vendor-Sub)
           END-PERFORM
           .
      * Reads the current reorder control file line for line - the
      * same parse as the full run's 147 paragraph, but keeping every
      * line so the proposed file can copy what it does not change.
       190-Load-Reorder-Table.
           MOVE ZERO to RCT-Count
           OPEN INPUT Reorder-Control-File
           IF Reorder-Status = '00'
               PERFORM UNTIL Reorder-EOF = 'Y'
                   READ Reorder-Control-File
                       AT END
                           MOVE 'Y' to Reorder-EOF
                       NOT AT END
                           PERFORM 195-Parse-Reorder-Line
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Reorder-Control-File
           .
       195-Parse-Reorder-Line.
           IF RCT-Count < 200
               ADD 1 to RCT-Count
               MOVE RCF-Record to RCL-Text(RCT-Count)
               MOVE 'N' to RCL-Valid(RCT-Count)
               MOVE SPACES to Parse-RProduct
               MOVE SPACES to Parse-RSize
               MOVE SPACES to Parse-RPoint
               MOVE SPACES to Parse-RQty
               UNSTRING RCF-Record DELIMITED BY ','
                   INTO Parse-RProduct
                        Parse-RSize
                        Parse-RPoint
                        Parse-RQty
               END-UNSTRING
               MOVE Parse-RProduct to RCT-Product(RCT-Count)
               MOVE Parse-RSize to RCT-Size(RCT-Count)
               MOVE SPACES to NP-Text
               MOVE Parse-RPoint to NP-Text
               PERFORM 800-Parse-Number
               MOVE NP-Value to RCT-Point(RCT-Count)
               IF NP-Valid = 'Y'
                   MOVE SPACES to NP-Text
                   MOVE Parse-RQty to NP-Text
                   PERFORM 800-Parse-Number
                   MOVE NP-Value to RCT-Qty(RCT-Count)
               END-IF
               IF NP-Valid = 'Y'
                   MOVE 'Y' to RCL-Valid(RCT-Count)
               END-IF
           ELSE
               IF RCL-Overflow = 'N'
                   MOVE 'Y' to RCL-Overflow
                   DISPLAY '*** REORDER CONTROL FILE OVER 200 LINES - '
                       'NOTHING PROPOSED ***'
                   MOVE 8 to RETURN-CODE
               END-IF
           END-IF
           .
      * Each vendor's lead actually seen: order date to first receipt
      * over every open-PO line that has had one, then averaged. A
      * vendor with none falls back to its promised lead, then to the
      * default.
       200-Actual-Leads.
           OPEN INPUT Open-PO-File
           IF OpenPO-Status = '00'
               PERFORM UNTIL OpenPO-EOF = 'Y'
                   READ Open-PO-File
                       AT END
                           MOVE 'Y' to OpenPO-EOF
                       NOT AT END
                           ADD 1 to PO-Read-Count
                           PERFORM 210-Lead-PO-Line
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Open-PO-File
           PERFORM VARYING Vendor-Sub FROM 1 BY 1
                   UNTIL Vendor-Sub > Vendor-Count
               EVALUATE TRUE
                   WHEN VI-Lead-Lines(Vendor-Sub) > ZERO
                       COMPUTE VI-Lead-Used(Vendor-Sub) ROUNDED =
                           VI-Lead-Sum(Vendor-Sub)
                           / VI-Lead-Lines(Vendor-Sub)
                       IF VI-Lead-Used(Vendor-Sub) = ZERO
                           MOVE 1 to VI-Lead-Used(Vendor-Sub)
                       END-IF
                       MOVE 'A' to VI-Lead-Source(Vendor-Sub)
                   WHEN VI-Lead-Days(Vendor-Sub) > ZERO
                       MOVE VI-Lead-Days(Vendor-Sub)
                           to VI-Lead-Used(Vendor-Sub)
                       MOVE 'P' to VI-Lead-Source(Vendor-Sub)
                   WHEN OTHER
                       MOVE Lead-Default to VI-Lead-Used(Vendor-Sub)
                       MOVE 'D' to VI-Lead-Source(Vendor-Sub)
               END-EVALUATE
           END-PERFORM
           .
       210-Lead-PO-Line.
           MOVE OPO-Vendor to Find-Vendor
           PERFORM 215-Find-Vendor
           IF Hit-Vendor > ZERO AND OPO-First-Recv NOT = SPACES
               MOVE OPO-Order-Date to DS-Date
               PERFORM 860-Date-To-Serial
               MOVE DS-Serial to Order-Serial
               IF DS-Valid = 'Y'
                   MOVE OPO-First-Recv to DS-Date
                   PERFORM 860-Date-To-Serial
                   IF DS-Valid = 'Y'
                       COMPUTE Lead-Days = DS-Serial - Order-Serial
                       IF Lead-Days < ZERO
                           MOVE ZERO to Lead-Days
                       END-IF
                       IF Lead-Days > 999
                           MOVE 999 to Lead-Days
                       END-IF
                       ADD Lead-Days to VI-Lead-Sum(Hit-Vendor)
                       ADD 1 to VI-Lead-Lines(Hit-Vendor)
                   END-IF
               END-IF
           END-IF
           .
       215-Find-Vendor.
           MOVE ZERO to Hit-Vendor
           PERFORM VARYING Vendor-Scan FROM 1 BY 1
                   UNTIL Vendor-Scan > Vendor-Count
                      OR Hit-Vendor > ZERO
               IF Vendor-Key(Vendor-Scan) = Find-Vendor
                   MOVE Vendor-Scan to Hit-Vendor
               END-IF
           END-PERFORM
           .
      * Notes every batch a reversal backed out, so its issues are
      * not counted as usage.
       250-Note-Reversed-Batches.
           OPEN INPUT Movement-Ledger-File
           IF Ledger-Status = '00'
               PERFORM UNTIL Ledger-EOF = 'Y'
                   READ Movement-Ledger-File
                       AT END
                           MOVE 'Y' to Ledger-EOF
                       NOT AT END
                           ADD 1 to Ledger-Read-Count
                           IF ML-Source = 'V'
                               PERFORM 255-Note-Reversed-Batch
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Movement-Ledger-File
           IF RB-Overflow = 'Y'
               DISPLAY '*** REVERSED BATCH TABLE FULL - SOME '
                   'REVERSED ISSUES MAY BE COUNTED ***'
           END-IF
           .
       255-Note-Reversed-Batch.
           MOVE ML-Batch to Check-Batch
           PERFORM 257-Check-Reversed
           IF Batch-Reversed = 'N'
               IF RB-Count < 200
                   ADD 1 to RB-Count
                   MOVE ML-Batch to RB-Batch(RB-Count)
               ELSE
                   MOVE 'Y' to RB-Overflow
               END-IF
           END-IF
           .
       257-Check-Reversed.
           MOVE 'N' to Batch-Reversed
           PERFORM VARYING RB-Sub FROM 1 BY 1
                   UNTIL RB-Sub > RB-Count
                      OR Batch-Reversed = 'Y'
               IF RB-Batch(RB-Sub) = Check-Batch
                   MOVE 'Y' to Batch-Reversed
               END-IF
           END-PERFORM
           .
      * Sorts the ledger by key and run date and time, so each master
      * record's issues come together and in date order. No ledger
      * yet just means there is no history, and every item keeps its
      * current values.
       260-Sort-Ledger.
           OPEN INPUT Movement-Ledger-File
           IF Ledger-Status = '00'
               CLOSE Movement-Ledger-File
               SORT Ledger-Sort-File
                   ON ASCENDING KEY LS-Key
                   ON ASCENDING KEY LS-Run-Date
                   ON ASCENDING KEY LS-Run-Time
                USING Movement-Ledger-File
                GIVING Sorted-Ledger-File
               OPEN INPUT Sorted-Ledger-File
               IF LedgerSort-Status NOT = '00'
                   DISPLAY '*** CANNOT OPEN SORTED LEDGER: '
                       LedgerSort-Filename ' STATUS ' LedgerSort-Status
                   MOVE 8 to RETURN-CODE
               ELSE
                   MOVE 'Y' to Sorted-Open
               END-IF
           ELSE
               IF Ledger-Status = '05'
                   CLOSE Movement-Ledger-File
               ELSE
                   DISPLAY '*** CANNOT OPEN MOVEMENT LEDGER: '
                       Ledger-Filename ' STATUS ' Ledger-Status
                   MOVE 8 to RETURN-CODE
               END-IF
           END-IF
           .
      * Reads the master in key order alongside the sorted ledger,
      * proposing for each record's sizes as it goes and totalling
      * each warehouse when the master moves on to the next one.
      * The proposed control file is written at the end.
       300-Propose-From-Master.
           OPEN INPUT Inventory-Master
           IF IM-Status NOT = '00'
               DISPLAY '*** CANNOT OPEN MASTER: ' InvMaster-Filename
                       ' STATUS ' IM-Status
               MOVE 8 to RETURN-CODE
           ELSE
               IF Sorted-Open = 'Y'
                   PERFORM 310-Read-Ledger
               ELSE
                   MOVE 'Y' to Sorted-EOF
                   MOVE HIGH-VALUES to Ledger-Match-Key
               END-IF
               OPEN OUTPUT Reorder-Proposal-Report
               PERFORM 350-Report-Headings
               PERFORM UNTIL Master-EOF = 'Y'
                   READ Inventory-Master NEXT RECORD
                       AT END
                           MOVE 'Y' to Master-EOF
                       NOT AT END
                           ADD 1 to Master-Read-Count
                           PERFORM 320-Process-Record
                   END-READ
                   IF Master-EOF = 'N' AND IM-Status NOT = '00'
                       DISPLAY '*** MASTER READ ERROR STATUS '
                           IM-Status
                       MOVE 'Y' to Master-EOF
                       MOVE 8 to RETURN-CODE
                   END-IF
               END-PERFORM
               IF First-Record = 'N'
                   PERFORM 400-Warehouse-Total
               END-IF
               PERFORM 450-Company-Total
               IF RETURN-CODE < 8
                   PERFORM 490-Floor-Kept-Lines
                   PERFORM 500-Write-Proposed-File
                   PERFORM 550-Print-Proposed-File
               ELSE
                   MOVE SPACES to Report-Line
                   MOVE '*** RUN INCOMPLETE - NO CONTROL FILE PROPOSED'
                       to Report-Line
                   WRITE Report-Line After Advancing 2 Lines
               END-IF
               CLOSE Reorder-Proposal-Report
               IF Sorted-Open = 'Y'
                   CLOSE Sorted-Ledger-File
               END-IF
               CLOSE Inventory-Master
               IF PS-Overflow = 'Y' AND RETURN-CODE = ZERO
                   MOVE 4 to RETURN-CODE
               END-IF
           END-IF
           .
       310-Read-Ledger.
           READ Sorted-Ledger-File
               AT END
                   MOVE 'Y' to Sorted-EOF
           END-READ
           IF Sorted-EOF = 'N' AND LedgerSort-Status NOT = '00'
               DISPLAY '*** SORTED LEDGER READ ERROR STATUS '
                   LedgerSort-Status
               MOVE 'Y' to Sorted-EOF
               MOVE 8 to RETURN-CODE
           END-IF
           IF Sorted-EOF = 'Y'
               MOVE HIGH-VALUES to Ledger-Match-Key
           ELSE
               MOVE SL-Key to Ledger-Match-Key
           END-IF
           .
      * One master record: its sizes, their issues from the ledger,
      * and a proposal for each. Ledger entries for keys no longer
      * on the master are passed over.
       320-Process-Record.
           EVALUATE TRUE
               WHEN First-Record = 'Y'
                   MOVE 'N' to First-Record
                   MOVE IM-WHID to WH-Hold
                   PERFORM 355-Warehouse-Heading
               WHEN IM-WHID NOT = WH-Hold
                   PERFORM 400-Warehouse-Total
                   MOVE IM-WHID to WH-Hold
                   PERFORM 355-Warehouse-Heading
           END-EVALUATE
           MOVE ZERO to RC-Count
           PERFORM VARYING Slot-Sub FROM 1 BY 1 UNTIL Slot-Sub > 10
               IF IMD-Name(Slot-Sub) NOT = SPACES
                   PERFORM 325-Add-Slot
               END-IF
           END-PERFORM
           MOVE IM-Key to Master-Match-Key
           PERFORM UNTIL Ledger-Match-Key >= Master-Match-Key
               PERFORM 310-Read-Ledger
           END-PERFORM
           PERFORM UNTIL Ledger-Match-Key NOT = Master-Match-Key
               PERFORM 330-Apply-Issue
               PERFORM 310-Read-Ledger
           END-PERFORM
           PERFORM VARYING RC-Sub FROM 1 BY 1 UNTIL RC-Sub > RC-Count
               MOVE RC-Sub to RC-Hit
               PERFORM 335-Fold-Day
               PERFORM 340-Propose-Cell
           END-PERFORM
           .
      * Slots of the same size pool into one entry; its cost is the
      * first readable cost among them.
       325-Add-Slot.
           PERFORM 327-Find-Size
           IF RC-Hit = ZERO
               ADD 1 to RC-Count
               MOVE RC-Count to RC-Hit
               MOVE IMD-Size(Slot-Sub) to RC-Size(RC-Hit)
               MOVE IMD-Name(Slot-Sub) to RC-Name(RC-Hit)
               MOVE ZERO to RC-Unit-Cost(RC-Hit)
               MOVE ZERO to RC-Day-Serial(RC-Hit)
               MOVE ZERO to RC-Day-Qty(RC-Hit)
               MOVE ZERO to RC-Sum(RC-Hit)
               MOVE ZERO to RC-Sum-Sq(RC-Hit)
               MOVE ZERO to RC-Issue-Days(RC-Hit)
           END-IF
           IF RC-Unit-Cost(RC-Hit) = ZERO
                   AND IMD-Price(Slot-Sub) IS NUMERIC
                   AND IMD-Price(Slot-Sub) > ZERO
               MOVE IMD-Price(Slot-Sub) to RC-Unit-Cost(RC-Hit)
           END-IF
           .
       327-Find-Size.
           MOVE ZERO to RC-Hit
           PERFORM VARYING RC-Sub FROM 1 BY 1
                   UNTIL RC-Sub > RC-Count
                      OR RC-Hit > ZERO
               IF RC-Size(RC-Sub) = IMD-Size(Slot-Sub)
                   MOVE RC-Sub to RC-Hit
               END-IF
           END-PERFORM
           .
      * A posted issue in the period, from a batch still standing,
      * against a slot that still holds a product, is usage of that
      * slot's size.
       330-Apply-Issue.
           IF SL-Source = 'P' AND SL-Action = 'I'
                   AND SL-Qty IS NUMERIC
                   AND SL-Slot IS NUMERIC
                   AND SL-Slot >= 1 AND SL-Slot <= 10
               MOVE SL-Run-Date to DS-Date
               PERFORM 860-Date-To-Serial
               MOVE DS-Serial to Ledger-Serial
               IF DS-Valid = 'Y' AND Ledger-Serial >= Start-Serial
                       AND Ledger-Serial <= Today-Serial
                   MOVE SL-Batch to Check-Batch
                   PERFORM 257-Check-Reversed
                   IF Batch-Reversed = 'Y'
                       ADD 1 to Issue-Reversed-Count
                   ELSE
                       MOVE SL-Slot to Slot-Sub
                       IF IMD-Name(Slot-Sub) NOT = SPACES
                           PERFORM 327-Find-Size
                           IF Ledger-Serial
                                   NOT = RC-Day-Serial(RC-Hit)
                               PERFORM 335-Fold-Day
                               MOVE Ledger-Serial
                                   to RC-Day-Serial(RC-Hit)
                           END-IF
                           ADD SL-Qty to RC-Day-Qty(RC-Hit)
                           ADD 1 to Issue-Used-Count
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * Folds the day in hand into the size's running sums.
       335-Fold-Day.
           IF RC-Day-Qty(RC-Hit) > ZERO
               ADD RC-Day-Qty(RC-Hit) to RC-Sum(RC-Hit)
               COMPUTE RC-Sum-Sq(RC-Hit) = RC-Sum-Sq(RC-Hit)
                   + (RC-Day-Qty(RC-Hit) * RC-Day-Qty(RC-Hit))
               ADD 1 to RC-Issue-Days(RC-Hit)
               MOVE ZERO to RC-Day-Qty(RC-Hit)
           END-IF
           .
      * The proposal for one size. Usage and its variability are
      * taken over every day of the period; too few days with issues
      * and the current values stand.
       340-Propose-Cell.
           PERFORM 345-Find-Current
           MOVE IM-Vendor to Find-Vendor
           PERFORM 215-Find-Vendor
           IF Hit-Vendor > ZERO
               MOVE VI-Lead-Used(Hit-Vendor) to Cell-Lead
               MOVE VI-Lead-Source(Hit-Vendor) to Cell-Lead-Source
           ELSE
               MOVE Lead-Default to Cell-Lead
               MOVE 'D' to Cell-Lead-Source
           END-IF
           COMPUTE Mean-Usage = RC-Sum(RC-Hit) / Usage-Days
           COMPUTE Sum-Sq-Mean =
               (RC-Sum(RC-Hit) * RC-Sum(RC-Hit)) / Usage-Days
           COMPUTE Usage-Var =
               (RC-Sum-Sq(RC-Hit) - Sum-Sq-Mean) / Usage-Days-Less
           IF Usage-Var > ZERO
               COMPUTE Usage-Sd = Usage-Var ** 0.5
           ELSE
               MOVE ZERO to Usage-Sd
           END-IF
           MOVE SPACES to Detail-Line
           MOVE IM-Vendor to DL-Vendor
           MOVE IM-Product to DL-Product
           MOVE RC-Size(RC-Hit) to DL-Size
           MOVE RC-Name(RC-Hit) to DL-Name
           MOVE Mean-Usage to DL-Usage
           MOVE Usage-Sd to DL-Stdev
           MOVE Cell-Lead to DL-Lead
           MOVE Cell-Lead-Source to DL-Lead-Source
           MOVE Cur-Point to DL-Cur-Point
           IF Cur-Qty = ZERO
               MOVE 'AUTO' to DL-Cur-Qty
           ELSE
               MOVE Cur-Qty to Qty-Edit
               MOVE Qty-Edit to DL-Cur-Qty
           END-IF
           IF RC-Issue-Days(RC-Hit) < Usage-Min
               ADD 1 to WH-Kept
               MOVE 'KEEP' to DL-New-Point
               MOVE SPACES to DL-New-Qty
               MOVE ZERO to DL-Change
               MOVE 'Y' to Keep-Cell
               PERFORM 370-Roll-Product-Size
           ELSE
               COMPUTE Lead-Root = Cell-Lead ** 0.5
               COMPUTE Point-Work ROUNDED =
                   (Mean-Usage * Cell-Lead)
                   + (Service-Z * Usage-Sd * Lead-Root)
               IF Point-Work > 9999
                   MOVE 9999 to New-Point
               ELSE
                   COMPUTE New-Point ROUNDED = Point-Work
               END-IF
               COMPUTE Qty-Work ROUNDED = Mean-Usage * Order-Days
               EVALUATE TRUE
                   WHEN Qty-Work > 9999
                       MOVE 9999 to New-Qty
                   WHEN Qty-Work < 1
                       MOVE 1 to New-Qty
                   WHEN OTHER
                       COMPUTE New-Qty ROUNDED = Qty-Work
               END-EVALUATE
               COMPUTE Stock-Change ROUNDED =
                   (New-Point - Cur-Point) * RC-Unit-Cost(RC-Hit)
               ADD Stock-Change to WH-Change
               MOVE New-Point to Qty-Edit
               MOVE Qty-Edit to DL-New-Point
               MOVE New-Qty to Qty-Edit
               MOVE Qty-Edit to DL-New-Qty
               MOVE Stock-Change to DL-Change
               MOVE 'N' to Keep-Cell
               PERFORM 370-Roll-Product-Size
           END-IF
           ADD 1 to WH-Items
           WRITE Report-Line from Detail-Line
               After Advancing 1 Line
           .
      * The point and quantity the full run would use today: an exact
      * product/size line, then the product's '*' line, then the flat
      * threshold - the order the full run's 420 paragraph takes.
       345-Find-Current.
           MOVE Reorder-Threshold to Cur-Point
           MOVE ZERO to Cur-Qty
           MOVE 'D' to Cur-Source
           MOVE 'N' to Reorder-Found
           MOVE ZERO to RCT-Wild
           PERFORM VARYING RCT-Sub FROM 1 BY 1
                   UNTIL RCT-Sub > RCT-Count
                      OR Reorder-Found = 'Y'
               IF RCL-Valid(RCT-Sub) = 'Y'
                       AND RCT-Product(RCT-Sub) = IM-Product
                   IF RCT-Size(RCT-Sub) = RC-Size(RC-Hit)
                       MOVE 'Y' to Reorder-Found
                       MOVE RCT-Point(RCT-Sub) to Cur-Point
                       MOVE RCT-Qty(RCT-Sub) to Cur-Qty
                       MOVE 'E' to Cur-Source
                   ELSE
                       IF RCT-Size(RCT-Sub) = '*'
                               AND RCT-Wild = ZERO
                           MOVE RCT-Sub to RCT-Wild
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Reorder-Found = 'N' AND RCT-Wild > ZERO
               MOVE RCT-Point(RCT-Wild) to Cur-Point
               MOVE RCT-Qty(RCT-Wild) to Cur-Qty
               MOVE 'W' to Cur-Source
           END-IF
           .
       350-Report-Headings.
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           MOVE 1 to Report-Spacing
           WRITE Report-Line from Heading-One
               After Advancing Report-Spacing
           WRITE Report-Line from Heading-Two
               After Advancing Report-Spacing
           MOVE Usage-Days to ST-Usage-Days
           MOVE Service-Level to ST-Service
           MOVE Order-Days to ST-Order-Days
           MOVE 2 to Report-Spacing
           WRITE Report-Line from Settings-Line
               After Advancing Report-Spacing
           WRITE Report-Line from Legend-Line-One
               After Advancing Report-Spacing
           MOVE 1 to Report-Spacing
           WRITE Report-Line from Legend-Line-Two
               After Advancing Report-Spacing
           .
       355-Warehouse-Heading.
           MOVE WH-Hold to WHH-ID
           MOVE 2 to Report-Spacing
           WRITE Report-Line from Warehouse-Heading
               After Advancing Report-Spacing
           MOVE 1 to Report-Spacing
           WRITE Report-Line from Column-Line
               After Advancing Report-Spacing
           .
      * Each product/size goes on the proposed file at the highest
      * point and quantity any warehouse needs. A warehouse keeping
      * its current values is counted, for 490-Floor-Kept-Lines.
       370-Roll-Product-Size.
           MOVE ZERO to PS-Hit
           PERFORM VARYING PS-Sub FROM 1 BY 1
                   UNTIL PS-Sub > PS-Count
                      OR PS-Hit > ZERO
               IF PS-Product(PS-Sub) = IM-Product
                       AND PS-Size(PS-Sub) = RC-Size(RC-Hit)
                   MOVE PS-Sub to PS-Hit
               END-IF
           END-PERFORM
           IF PS-Hit = ZERO
               IF PS-Count < 300
                   ADD 1 to PS-Count
                   MOVE PS-Count to PS-Hit
                   MOVE IM-Product to PS-Product(PS-Hit)
                   MOVE RC-Size(RC-Hit) to PS-Size(PS-Hit)
                   MOVE Cur-Point to PS-Cur-Point(PS-Hit)
                   MOVE Cur-Qty to PS-Cur-Qty(PS-Hit)
                   MOVE Cur-Source to PS-Cur-Source(PS-Hit)
                   MOVE ZERO to PS-New-Point(PS-Hit)
                   MOVE ZERO to PS-New-Qty(PS-Hit)
                   MOVE ZERO to PS-WH-Count(PS-Hit)
                   MOVE ZERO to PS-Keep-Count(PS-Hit)
                   MOVE SPACES to PS-Action(PS-Hit)
                   MOVE SPACES to PS-Note(PS-Hit)
               ELSE
                   IF PS-Overflow = 'N'
                       MOVE 'Y' to PS-Overflow
                       DISPLAY '*** PRODUCT/SIZE TABLE FULL - FURTHER '
                           'ITEMS KEEP THEIR CONTROL LINES ***'
                   END-IF
               END-IF
           END-IF
           IF PS-Hit > ZERO
               IF Keep-Cell = 'Y'
                   ADD 1 to PS-Keep-Count(PS-Hit)
               ELSE
                   IF New-Point > PS-New-Point(PS-Hit)
                       MOVE New-Point to PS-New-Point(PS-Hit)
                   END-IF
                   IF New-Qty > PS-New-Qty(PS-Hit)
                       MOVE New-Qty to PS-New-Qty(PS-Hit)
                   END-IF
                   ADD 1 to PS-WH-Count(PS-Hit)
               END-IF
           END-IF
           .
       400-Warehouse-Total.
           MOVE WH-Hold to WTL-ID
           MOVE WH-Items to WTL-Items
           MOVE WH-Kept to WTL-Kept
           MOVE WH-Change to WTL-Change
           MOVE 2 to Report-Spacing
           WRITE Report-Line from Warehouse-Total-Line
               After Advancing Report-Spacing
           ADD WH-Items to Co-Items
           ADD WH-Kept to Co-Kept
           ADD WH-Change to Co-Change
           MOVE ZERO to WH-Items
           MOVE ZERO to WH-Kept
           MOVE ZERO to WH-Change
           .
       450-Company-Total.
           MOVE Co-Items to CTL-Items
           MOVE Co-Kept to CTL-Kept
           MOVE Co-Change to CTL-Change
           MOVE 3 to Report-Spacing
           WRITE Report-Line from Company-Total-Line
               After Advancing Report-Spacing
           .
      * A warehouse keeping its current values (too little history)
      * shares the product/size line with every other warehouse, so
      * the line is never proposed below what it holds. A product/
      * size no warehouse proposed for is HELD - its line is copied
      * as it stands. Where others do propose, the line takes at
      * least the current point and quantity, and a current AUTO
      * quantity stays AUTO, as the kept warehouse orders today.
       490-Floor-Kept-Lines.
           PERFORM VARYING PS-Sub FROM 1 BY 1 UNTIL PS-Sub > PS-Count
               IF PS-Keep-Count(PS-Sub) > ZERO
                   PERFORM 495-Floor-One-Line
               END-IF
           END-PERFORM
           .
       495-Floor-One-Line.
           IF PS-WH-Count(PS-Sub) = ZERO
               MOVE PS-Cur-Point(PS-Sub) to PS-New-Point(PS-Sub)
               MOVE PS-Cur-Qty(PS-Sub) to PS-New-Qty(PS-Sub)
               MOVE 'HELD' to PS-Action(PS-Sub)
               MOVE 'ALL WHSES KEEP - AS IT STANDS'
                   to PS-Note(PS-Sub)
           ELSE
               IF PS-Cur-Point(PS-Sub) > PS-New-Point(PS-Sub)
                   MOVE PS-Cur-Point(PS-Sub) to PS-New-Point(PS-Sub)
                   MOVE 'KEEP WHSE: POINT HELD UP'
                       to PS-Note(PS-Sub)
               END-IF
               EVALUATE TRUE
                   WHEN PS-Cur-Qty(PS-Sub) = ZERO
                           AND PS-New-Qty(PS-Sub) NOT = ZERO
                       MOVE ZERO to PS-New-Qty(PS-Sub)
                       IF PS-Note(PS-Sub) = SPACES
                           MOVE 'KEEP WHSE: QTY LEFT AUTO'
                               to PS-Note(PS-Sub)
                       ELSE
                           MOVE 'KEEP WHSE: POINT UP, QTY AUTO'
                               to PS-Note(PS-Sub)
                       END-IF
                   WHEN PS-Cur-Qty(PS-Sub) > PS-New-Qty(PS-Sub)
                       MOVE PS-Cur-Qty(PS-Sub) to PS-New-Qty(PS-Sub)
                       IF PS-Note(PS-Sub) = SPACES
                           MOVE 'KEEP WHSE: QTY HELD UP'
                               to PS-Note(PS-Sub)
                       ELSE
                           MOVE 'KEEP WHSE: POINT, QTY HELD UP'
                               to PS-Note(PS-Sub)
                       END-IF
               END-EVALUATE
           END-IF
           .
      * Copies the current control file line for line, rewriting the
      * product/size lines there are proposals for, then adds a line
      * for each proposal the file only covered by a '*' line or the
      * flat threshold, where the proposal differs.
       500-Write-Proposed-File.
           OPEN OUTPUT Proposed-Control-File
           IF Proposed-Status NOT = '00'
               DISPLAY '*** CANNOT CREATE PROPOSED CONTROL FILE: '
                   ProposedCtl-Filename ' STATUS ' Proposed-Status
               MOVE 8 to RETURN-CODE
           ELSE
               PERFORM VARYING RCT-Sub FROM 1 BY 1
                       UNTIL RCT-Sub > RCT-Count
                   PERFORM 510-Copy-Control-Line
               END-PERFORM
               PERFORM VARYING PS-Sub FROM 1 BY 1
                       UNTIL PS-Sub > PS-Count
                   IF PS-Action(PS-Sub) = SPACES
                       IF PS-New-Point(PS-Sub) = PS-Cur-Point(PS-Sub)
                               AND PS-New-Qty(PS-Sub)
                                   = PS-Cur-Qty(PS-Sub)
                           MOVE 'SAME' to PS-Action(PS-Sub)
                       ELSE
                           PERFORM 520-Write-Proposal
                           MOVE 'ADDED' to PS-Action(PS-Sub)
                           ADD 1 to Lines-Added
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Proposed-Control-File
               IF Lines-Written > 100
                   DISPLAY '*** PROPOSED CONTROL FILE HAS '
                       Lines-Written ' LINES - THE FULL RUN HOLDS 100'
                   MOVE 4 to RETURN-CODE
               END-IF
           END-IF
           .
       510-Copy-Control-Line.
           MOVE ZERO to PS-Hit
           IF RCL-Valid(RCT-Sub) = 'Y' AND RCT-Size(RCT-Sub) NOT = '*'
               PERFORM VARYING PS-Sub FROM 1 BY 1
                       UNTIL PS-Sub > PS-Count
                          OR PS-Hit > ZERO
                   IF PS-Product(PS-Sub) = RCT-Product(RCT-Sub)
                           AND PS-Size(PS-Sub) = RCT-Size(RCT-Sub)
                       MOVE PS-Sub to PS-Hit
                   END-IF
               END-PERFORM
           END-IF
           IF PS-Hit > ZERO
               IF PS-Action(PS-Hit) = 'HELD'
                   MOVE ZERO to PS-Hit
               END-IF
           END-IF
           IF PS-Hit = ZERO
               MOVE RCL-Text(RCT-Sub) to Proposed-Record
               WRITE Proposed-Record
               ADD 1 to Lines-Written
           ELSE
               MOVE PS-Hit to PS-Sub
               PERFORM 520-Write-Proposal
               IF PS-New-Point(PS-Hit) = RCT-Point(RCT-Sub)
                       AND PS-New-Qty(PS-Hit) = RCT-Qty(RCT-Sub)
                   IF PS-Action(PS-Hit) = SPACES
                       MOVE 'SAME' to PS-Action(PS-Hit)
                   END-IF
               ELSE
                   MOVE 'CHANGED' to PS-Action(PS-Hit)
                   ADD 1 to Lines-Changed
               END-IF
           END-IF
           .
      * One line in the layout the full run reads: product,size,
      * point,qty, the numbers zero-filled to four digits.
       520-Write-Proposal.
           MOVE PS-New-Point(PS-Sub) to Out-Point
           MOVE PS-New-Qty(PS-Sub) to Out-Qty
           MOVE SPACES to Proposed-Record
           STRING PS-Product(PS-Sub) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PS-Size(PS-Sub) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  Out-Point DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  Out-Qty DELIMITED BY SIZE
               INTO Proposed-Record
           END-STRING
           WRITE Proposed-Record
           ADD 1 to Lines-Written
           .
       550-Print-Proposed-File.
           MOVE ProposedCtl-Filename to PFH-Filename
           MOVE 3 to Report-Spacing
           WRITE Report-Line from File-Heading
               After Advancing Report-Spacing
           MOVE 2 to Report-Spacing
           WRITE Report-Line from File-Column-Line
               After Advancing Report-Spacing
           MOVE 1 to Report-Spacing
           PERFORM VARYING PS-Sub FROM 1 BY 1 UNTIL PS-Sub > PS-Count
               MOVE PS-Product(PS-Sub) to PF-Product
               MOVE PS-Size(PS-Sub) to PF-Size
               MOVE PS-Cur-Point(PS-Sub) to PF-Cur-Point
               IF PS-Cur-Qty(PS-Sub) = ZERO
                   MOVE 'AUTO' to PF-Cur-Qty
               ELSE
                   MOVE PS-Cur-Qty(PS-Sub) to Qty-Edit
                   MOVE Qty-Edit to PF-Cur-Qty
               END-IF
               MOVE PS-New-Point(PS-Sub) to PF-New-Point
               IF PS-New-Qty(PS-Sub) = ZERO
                   MOVE 'AUTO' to PF-New-Qty
               ELSE
                   MOVE PS-New-Qty(PS-Sub) to Qty-Edit
                   MOVE Qty-Edit to PF-New-Qty
               END-IF
               MOVE PS-WH-Count(PS-Sub) to PF-WH-Count
               MOVE PS-Keep-Count(PS-Sub) to PF-Keep-Count
               MOVE PS-Action(PS-Sub) to PF-Action
               MOVE PS-Note(PS-Sub) to PF-Note
               WRITE Report-Line from File-Detail-Line
                   After Advancing Report-Spacing
           END-PERFORM
           MOVE Lines-Written to FTL-Written
           MOVE Lines-Changed to FTL-Changed
           MOVE Lines-Added to FTL-Added
           MOVE 2 to Report-Spacing
           WRITE Report-Line from File-Total-Line
               After Advancing Report-Spacing
           .
      * Converts the digit string in NP-Text to NP-Value. One run of
      * digits with leading or trailing spaces is accepted; a second
      * run after a gap ('1 2') is rejected, not silently squeezed.
       800-Parse-Number.
           MOVE ZERO to NP-Value
           MOVE 'N' to NP-Valid
           PERFORM VARYING NP-Pos FROM 1 BY 1 UNTIL NP-Pos > 5
               MOVE NP-Text(NP-Pos:1) to NP-Char
               EVALUATE TRUE
                   WHEN NP-Char = SPACE
                       IF NP-Valid = 'Y'
                           MOVE 'E' to NP-Valid
                       END-IF
                   WHEN NP-Char >= '0' AND NP-Char <= '9'
                       EVALUATE NP-Valid
                           WHEN 'N'
                               MOVE 'Y' to NP-Valid
                               MOVE NP-Digit to NP-Value
                           WHEN 'Y'
                               COMPUTE NP-Value =
                                   (NP-Value * 10) + NP-Digit
                           WHEN OTHER
                               MOVE 'X' to NP-Valid
                       END-EVALUATE
                   WHEN OTHER
                       MOVE 'X' to NP-Valid
               END-EVALUATE
           END-PERFORM
           IF NP-Valid = 'E'
               MOVE 'Y' to NP-Valid
           END-IF
           IF NP-Valid NOT = 'Y'
               MOVE 'N' to NP-Valid
           END-IF
           .
      * Converts the YYYYMMDD date in DS-Date to a day count from a
      * fixed base. Leap days are added for every fourth year passed
      * and backed off when the date itself sits before March of a
      * leap year - exact within the dates this system sees.
       860-Date-To-Serial.
           IF DS-Date IS NUMERIC
                   AND DS-Month >= 01 AND DS-Month <= 12
                   AND DS-Day >= 01 AND DS-Day <= 31
               MOVE 'Y' to DS-Valid
               COMPUTE DS-Serial =
                   (DS-Year * 365) + (DS-Year / 4)
                   + MD-Cum(DS-Month) + DS-Day
               DIVIDE DS-Year BY 4 GIVING DS-Quot
                   REMAINDER DS-Rem
               IF DS-Month < 3 AND DS-Rem = ZERO
                   SUBTRACT 1 FROM DS-Serial
               END-IF
           ELSE
               MOVE 'N' to DS-Valid
               MOVE ZERO to DS-Serial
           END-IF
           .
