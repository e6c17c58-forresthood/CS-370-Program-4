       IDENTIFICATION DIVISION.
       program-id. Pg4Score_FHood.
       author. Forrest Hood.

      * * * * * *
      * Monthly vendor performance scorecard. The open-PO file the
      * full run writes and the posting run receives against holds
      * what purchasing needs to judge a vendor - when each line was
      * ordered, when its first and latest receipts came in, how much
      * arrived, and whether the line closed full or short - and the
      * movement ledger says which receipts matched no order at all.
      * This program totals that up for every vendor in the vendor
      * master, by warehouse, for one month:
      *   RCVD  - lines whose first receipt came in this month;
      *   AVGLD / WRST - average and worst lead time of those lines,
      *           in days from the order date to the first receipt;
      *   PROM  - the lead time the vendor promised (third field of
      *           the vendor master line, days; blank = none);
      *   ONTM  - on-time rate: first receipts within the promised
      *           lead, out of those plus the lines still open with
      *           nothing received past the promised lead (LATE) -
      *           an order that never came is not on time;
      *   FILL  - fill rate: received against ordered, over the lines
      *           closed this month (CLSD), full or short (SHRT - the
      *           posting run closes short a part-received line with
      *           no receipt for SHORTDAYS days), by the close date
      *           the posting run puts on the line;
      *   UNMT  - receipts posted this month that matched no open
      *           order line, from the ledger, leaving out batches
      *           since reversed.
      * SCOR is the average of the on-time and fill rates the vendor
      * has figures for; vendors print lowest score first, each with
      * its warehouses lowest first beneath it, and vendors with no
      * activity last.
      * Run settings (environment):
      *   SCOREMONTH - the month scored, YYYYMM (default: the month
      *             before the run date);
      *   VENDORFILE, OPENPOFILE, MOVELEDGER - file overrides.
      * * * * * *

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

            SELECT Scorecard-Report
                Assign to printer "Vendor-Scorecard".

       DATA DIVISION.
       FILE SECTION.

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
       FD Scorecard-Report
           Record contains 80 characters.

       01  Report-Line               PIC X(80) .

       WORKING-STORAGE SECTION.

       01  Flags-n-Switches.
           05 Vendor-EOF             PIC X Value 'N'.
           05 OpenPO-EOF             PIC X Value 'N'.
           05 Ledger-EOF             PIC X Value 'N'.
           05 Cell-Overflow          PIC X Value 'N'.
           05 RB-Overflow            PIC X Value 'N'.
           05 Batch-Reversed         PIC X.

       01  Score-Counts.
           05 PO-Read-Count          PIC 9(6) Value ZERO.
           05 PO-Unknown-Count       PIC 9(6) Value ZERO.
           05 Ledger-Read-Count      PIC 9(7) Value ZERO.

       01  Misc.
           05 Score-Month            PIC X(6).
           05 Score-Month-Num REDEFINES Score-Month.
               10 SM-Year            PIC 9(4).
               10 SM-Month           PIC 99.
           05 Next-Month-Date        PIC X(8).
           05 Next-Month-Num REDEFINES Next-Month-Date.
               10 NM-Year            PIC 9(4).
               10 NM-Month           PIC 99.
               10 NM-Day             PIC 99.
           05 As-Of-Serial           PIC S9(9).
           05 Order-Serial           PIC S9(9).
           05 Lead-Days              PIC S9(9).
           05 Closed-On              PIC X(8).
           05 Find-Vendor            PIC X.
           05 Find-WH                PIC X(4).
           05 Hit-Vendor             PIC 99.
           05 Report-Spacing         PIC 9.
           05 Rank-Score             PIC 9(3).
           05 Rank-Short             PIC 9(5).

       01  WS-Current-Date.
           05  WS-Year               PIC 99.
           05  WS-Month              PIC 99.
           05  WS-Day                PIC 99.

       01  Run-Parameters.
           05 VendorMaster-Filename PIC X(72)
                                          Value 'Vendor-Master.txt'.
           05 OpenPO-Filename       PIC X(72)
                                          Value 'Open-PO.txt'.
           05 Ledger-Filename       PIC X(72)
                                          Value 'Movement-Ledger.txt'.
           05 Env-Value             PIC X(72).

       01  File-Statuses.
           05 Vendor-Status       PIC XX Value '00'.
           05 OpenPO-Status       PIC XX Value '00'.
           05 Ledger-Status       PIC XX Value '00'.

      * * * Vendors from the vendor master, with their promised lead
      * and their all-warehouse figures. * * *
       01  Vendor-Table.
           05  Vendor-Item Occurs 50 Times.
               10 Vendor-Key         PIC X.
               10 VI-Vendor-Name     PIC X(40).
               10 VI-Lead-Days       PIC 9(3).
               10 VI-Done            PIC X.
               10 VI-Stats.
                   15 VI-Lines-Recv  PIC 9(5).
                   15 VI-Lead-Sum    PIC 9(7).
                   15 VI-Lead-Worst  PIC 9(4).
                   15 VI-Lead-Known  PIC 9(5).
                   15 VI-On-Time     PIC 9(5).
                   15 VI-Late-Open   PIC 9(5).
                   15 VI-Closed      PIC 9(5).
                   15 VI-Ordered     PIC 9(7).
                   15 VI-Received    PIC 9(7).
                   15 VI-Short       PIC 9(5).
                   15 VI-Unmatched   PIC 9(5).
                   15 VI-Score       PIC 9(3).
       01  Vendor-Count              PIC 99 Value ZERO.
       01  Vendor-Sub                PIC 99.
       01  Vendor-Scan               PIC 99.
       01  Parse-VCode            PIC X.
       01  Parse-VName            PIC X(40).
       01  Parse-VLead            PIC X(5).

      * * * One entry per vendor and warehouse with activity. The
      * figures are laid out exactly as the vendor's, so either moves
      * whole into the scoring work area. * * *
       01  Cell-Table.
           05 CL-Entry Occurs 300 Times.
               10 CL-Vendor-Sub      PIC 99.
               10 CL-WH              PIC X(4).
               10 CL-Done            PIC X.
               10 CL-Stats.
                   15 CL-Lines-Recv  PIC 9(5).
                   15 CL-Lead-Sum    PIC 9(7).
                   15 CL-Lead-Worst  PIC 9(4).
                   15 CL-Lead-Known  PIC 9(5).
                   15 CL-On-Time     PIC 9(5).
                   15 CL-Late-Open   PIC 9(5).
                   15 CL-Closed      PIC 9(5).
                   15 CL-Ordered     PIC 9(7).
                   15 CL-Received    PIC 9(7).
                   15 CL-Short       PIC 9(5).
                   15 CL-Unmatched   PIC 9(5).
                   15 CL-Score       PIC 9(3).
       01  Cell-Count                PIC 9(3) Value ZERO.
       01  Cell-Sub                  PIC 9(3).
       01  Cell-Hit                  PIC 9(3).
       01  Cell-Scan                 PIC 9(3).

      * * * Scoring work area * * *
       01  Work-Stats.
           05 WK-Lines-Recv          PIC 9(5).
           05 WK-Lead-Sum            PIC 9(7).
           05 WK-Lead-Worst          PIC 9(4).
           05 WK-Lead-Known          PIC 9(5).
           05 WK-On-Time             PIC 9(5).
           05 WK-Late-Open           PIC 9(5).
           05 WK-Closed              PIC 9(5).
           05 WK-Ordered             PIC 9(7).
           05 WK-Received            PIC 9(7).
           05 WK-Short               PIC 9(5).
           05 WK-Unmatched           PIC 9(5).
           05 WK-Score               PIC 9(3).
       01  Work-Figures.
           05 WK-On-Time-Pct         PIC 9(3).
           05 WK-Fill-Pct            PIC 9(3).
           05 WK-Rates               PIC 9.
           05 WK-Avg-Lead            PIC 9(4)v9.

      * * * Batches backed out by a reversal - their receipts are not
      * held against the vendor. * * *
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

      * * * Date-to-day-count work area, for the lead times - same
      * arithmetic the posting run uses. * * *
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
               'VENDOR PERFORMANCE SCORECARD'.

       01  Month-Line.
           05                    PIC X(10) Value SPACES.
           05                    PIC X(14) Value 'MONTH SCORED: '.
           05 MS-Year       PIC X(4).
           05                    PIC X Value '/'.
           05 MS-Month      PIC XX.
           05                    PIC X(24) Value
               '   LOWEST SCORE FIRST'.

       01  Legend-Line-One.
           05                    PIC X(27) Value
               'RCVD=LINES FIRST RECEIVED  '.
           05                    PIC X(53) Value
               'AVGLD/WRST=LEAD DAYS  PROM=PROMISED LEAD'.
       01  Legend-Line-Two.
           05                    PIC X(37) Value
               'ONTM=ON TIME  FILL=RECEIVED/ORDERED  '.
           05                    PIC X(43) Value
               'CLSD/SHRT=LINES CLOSED/SHORT'.
       01  Legend-Line-Three.
           05                    PIC X(35) Value
               'LATE=OPEN PAST PROMISED LEAD, NONE '.
           05                    PIC X(45) Value
               'RECEIVED  UNMT=UNMATCHED RECEIPTS'.

       01  Score-Column-Line.
           05                    PIC X(2) Value 'V '.
           05                    PIC X(13) Value 'NAME'.
           05                    PIC X(6) Value 'WHSE'.
           05                    PIC X(5) Value 'RCVD '.
           05                    PIC X(6) Value 'AVGLD '.
           05                    PIC X(5) Value 'WRST '.
           05                    PIC X(5) Value 'PROM '.
           05                    PIC X(5) Value 'ONTM '.
           05                    PIC X(5) Value 'FILL '.
           05                    PIC X(5) Value 'CLSD '.
           05                    PIC X(5) Value 'SHRT '.
           05                    PIC X(5) Value 'LATE '.
           05                    PIC X(5) Value 'UNMT '.
           05                    PIC X(4) Value 'SCOR'.

       01  Score-Detail-Line.
           05 SD-Vendor          PIC X.
           05                    PIC X Value SPACE.
           05 SD-Name            PIC X(12).
           05                    PIC X Value SPACE.
           05 SD-WH              PIC X(4).
           05                    PIC XX Value SPACES.
           05 SD-Lines           PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 SD-Avg-Lead        PIC ZZ9.9.
           05                    PIC X Value SPACE.
           05 SD-Worst           PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 SD-Promised        PIC X(4).
           05                    PIC X Value SPACE.
           05 SD-On-Time         PIC X(4).
           05                    PIC X Value SPACE.
           05 SD-Fill            PIC X(4).
           05                    PIC X Value SPACE.
           05 SD-Closed          PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 SD-Short           PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 SD-Late            PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 SD-Unmatched       PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 SD-Score           PIC X(4).

       01  Pct-Edit.
           05 PE-Number          PIC ZZ9.
           05                    PIC X Value '%'.
       01  Days-Edit.
           05                    PIC X Value SPACE.
           05 DE-Number          PIC ZZ9.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 120-Init-Parameters
           PERFORM 180-Load-Vendor-Table
           PERFORM 200-Score-Open-PO
           PERFORM 300-Score-Ledger
           PERFORM 400-Total-Vendors
           PERFORM 600-Print-Scorecard
           DISPLAY 'VENDOR SCORECARD ' Score-Month
                   ': PO LINES=' PO-Read-Count
                   ' UNKNOWN VENDOR=' PO-Unknown-Count
                   ' LEDGER ENTRIES=' Ledger-Read-Count
           STOP RUN
           .
      * The month defaults to the one before the run date. The
      * figures are as of the month's last day, or today while the
      * month is still running.
       120-Init-Parameters.
           ACCEPT WS-Current-Date FROM DATE
           MOVE SPACES to DS-Date
           MOVE '20' to DS-Date(1:2)
           MOVE WS-Year to DS-Date(3:2)
           MOVE WS-Month to DS-Date(5:2)
           MOVE WS-Day to DS-Date(7:2)
           PERFORM 860-Date-To-Serial
           MOVE DS-Serial to Today-Serial
           IF WS-Month = 1
               COMPUTE SM-Year = DS-Year - 1
               MOVE 12 to SM-Month
           ELSE
               MOVE DS-Year to SM-Year
               COMPUTE SM-Month = WS-Month - 1
           END-IF

           ACCEPT Env-Value FROM ENVIRONMENT 'SCOREMONTH'
           IF Env-Value NOT = SPACES
               IF Env-Value(1:6) IS NUMERIC
                       AND Env-Value(5:2) >= '01'
                       AND Env-Value(5:2) <= '12'
                       AND Env-Value(7:1) = SPACE
                   MOVE Env-Value(1:6) to Score-Month
               ELSE
                   DISPLAY '*** SCOREMONTH IS YYYYMM - SCORING '
                       Score-Month ' INSTEAD'
               END-IF
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

           IF SM-Month = 12
               COMPUTE NM-Year = SM-Year + 1
               MOVE 1 to NM-Month
           ELSE
               MOVE SM-Year to NM-Year
               COMPUTE NM-Month = SM-Month + 1
           END-IF
           MOVE 1 to NM-Day
           MOVE Next-Month-Date to DS-Date
           PERFORM 860-Date-To-Serial
           COMPUTE As-Of-Serial = DS-Serial - 1
           IF As-Of-Serial > Today-Serial
               MOVE Today-Serial to As-Of-Serial
           END-IF
           .
      * Reads the vendor master file into the vendor table, with the
      * promised lead from the third field; if it is missing or
      * empty, falls back to the original seven vendors (no promised
      * leads) so the scorecard still runs - the same fallback every
      * other loader uses.
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
               MOVE ZEROS to VI-Stats(Vendor-Sub)
               MOVE 'N' to VI-Done(Vendor-Sub)
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
      * One pass of the open-PO file. A missing file just means no
      * orders have been cut yet.
       200-Score-Open-PO.
           OPEN INPUT Open-PO-File
           IF OpenPO-Status = '00'
               PERFORM UNTIL OpenPO-EOF = 'Y'
                   READ Open-PO-File
                       AT END
                           MOVE 'Y' to OpenPO-EOF
                       NOT AT END
                           ADD 1 to PO-Read-Count
                           PERFORM 210-Score-PO-Line
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Open-PO-File
           .
      * Credits one order line to its vendor and warehouse: its lead
      * time if its first receipt came in this month, its fill if it
      * closed this month, and a late line if it is still open with
      * nothing received past the promised lead.
       210-Score-PO-Line.
           MOVE OPO-Vendor to Find-Vendor
           MOVE OPO-WHID to Find-WH
           PERFORM 215-Find-Vendor
           IF Hit-Vendor = ZERO
               ADD 1 to PO-Unknown-Count
           ELSE
               MOVE OPO-Order-Date to DS-Date
               PERFORM 860-Date-To-Serial
               MOVE DS-Serial to Order-Serial
               IF DS-Valid = 'Y' AND Order-Serial <= As-Of-Serial
                   PERFORM 220-Find-Cell
                   IF Cell-Hit > ZERO
                       PERFORM 230-Credit-Line
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
      * Finds (or adds) the vendor/warehouse entry for Hit-Vendor and
      * the warehouse in Find-WH; Cell-Hit is zero when the table
      * is full.
       220-Find-Cell.
           MOVE ZERO to Cell-Hit
           PERFORM VARYING Cell-Scan FROM 1 BY 1
                   UNTIL Cell-Scan > Cell-Count
                      OR Cell-Hit > ZERO
               IF CL-Vendor-Sub(Cell-Scan) = Hit-Vendor
                       AND CL-WH(Cell-Scan) = Find-WH
                   MOVE Cell-Scan to Cell-Hit
               END-IF
           END-PERFORM
           IF Cell-Hit = ZERO
               IF Cell-Count < 300
                   ADD 1 to Cell-Count
                   MOVE Cell-Count to Cell-Hit
                   MOVE Hit-Vendor to CL-Vendor-Sub(Cell-Hit)
                   MOVE Find-WH to CL-WH(Cell-Hit)
                   MOVE 'N' to CL-Done(Cell-Hit)
                   MOVE ZEROS to CL-Stats(Cell-Hit)
               ELSE
                   IF Cell-Overflow = 'N'
                       MOVE 'Y' to Cell-Overflow
                       DISPLAY '*** VENDOR/WAREHOUSE TABLE FULL - '
                           'FURTHER WAREHOUSES NOT SCORED ***'
                   END-IF
               END-IF
           END-IF
           .
       230-Credit-Line.
           IF OPO-First-Recv(1:6) = Score-Month
               MOVE OPO-First-Recv to DS-Date
               PERFORM 860-Date-To-Serial
               IF DS-Valid = 'Y'
                   COMPUTE Lead-Days = DS-Serial - Order-Serial
                   IF Lead-Days < ZERO
                       MOVE ZERO to Lead-Days
                   END-IF
                   IF Lead-Days > 9999
                       MOVE 9999 to Lead-Days
                   END-IF
                   ADD 1 to CL-Lines-Recv(Cell-Hit)
                   ADD Lead-Days to CL-Lead-Sum(Cell-Hit)
                   IF Lead-Days > CL-Lead-Worst(Cell-Hit)
                       MOVE Lead-Days to CL-Lead-Worst(Cell-Hit)
                   END-IF
                   IF VI-Lead-Days(Hit-Vendor) > ZERO
                       ADD 1 to CL-Lead-Known(Cell-Hit)
                       IF Lead-Days <= VI-Lead-Days(Hit-Vendor)
                           ADD 1 to CL-On-Time(Cell-Hit)
                       END-IF
                   END-IF
               END-IF
           END-IF
      * A line is credited to the month it closed - a short close
      * comes SHORTDAYS after the last receipt. A line closed before
      * the posting run dated its closes goes by its last receipt.
           IF OPO-Close-Date NOT = SPACES
               MOVE OPO-Close-Date to Closed-On
           ELSE
               MOVE OPO-Last-Recv to Closed-On
           END-IF
           IF (OPO-Status = 'C' OR OPO-Status = 'S')
                   AND Closed-On(1:6) = Score-Month
               ADD 1 to CL-Closed(Cell-Hit)
               ADD OPO-Ordered to CL-Ordered(Cell-Hit)
               ADD OPO-Received to CL-Received(Cell-Hit)
               IF OPO-Status = 'S'
                   ADD 1 to CL-Short(Cell-Hit)
               END-IF
           END-IF
           IF OPO-Status = 'O' AND OPO-Received = ZERO
                   AND VI-Lead-Days(Hit-Vendor) > ZERO
                   AND (As-Of-Serial - Order-Serial)
                       > VI-Lead-Days(Hit-Vendor)
               ADD 1 to CL-Late-Open(Cell-Hit)
           END-IF
           .
      * Two passes of the ledger: the batches a reversal backed out,
      * then this month's posted receipts that matched less than
      * they brought in.
       300-Score-Ledger.
           OPEN INPUT Movement-Ledger-File
           IF Ledger-Status = '00'
               PERFORM UNTIL Ledger-EOF = 'Y'
                   READ Movement-Ledger-File
                       AT END
                           MOVE 'Y' to Ledger-EOF
                       NOT AT END
                           IF ML-Source = 'V'
                               PERFORM 305-Note-Reversed-Batch
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Movement-Ledger-File
           MOVE 'N' to Ledger-EOF
           OPEN INPUT Movement-Ledger-File
           IF Ledger-Status = '00'
               PERFORM UNTIL Ledger-EOF = 'Y'
                   READ Movement-Ledger-File
                       AT END
                           MOVE 'Y' to Ledger-EOF
                       NOT AT END
                           ADD 1 to Ledger-Read-Count
                           IF ML-Source = 'P' AND ML-Action = 'R'
                                   AND ML-Run-Date(1:6) = Score-Month
                                   AND ML-PO-Qty IS NUMERIC
                                   AND ML-PO-Qty = ZERO
                               PERFORM 310-Score-Unmatched
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Movement-Ledger-File
           IF RB-Overflow = 'Y'
               DISPLAY '*** REVERSED BATCH TABLE FULL - SOME '
                   'REVERSED RECEIPTS MAY BE COUNTED ***'
           END-IF
           .
       305-Note-Reversed-Batch.
           MOVE 'N' to Batch-Reversed
           PERFORM VARYING RB-Sub FROM 1 BY 1
                   UNTIL RB-Sub > RB-Count
                      OR Batch-Reversed = 'Y'
               IF RB-Batch(RB-Sub) = ML-Batch
                   MOVE 'Y' to Batch-Reversed
               END-IF
           END-PERFORM
           IF Batch-Reversed = 'N'
               IF RB-Count < 200
                   ADD 1 to RB-Count
                   MOVE ML-Batch to RB-Batch(RB-Count)
               ELSE
                   MOVE 'Y' to RB-Overflow
               END-IF
           END-IF
           .
       310-Score-Unmatched.
           MOVE 'N' to Batch-Reversed
           PERFORM VARYING RB-Sub FROM 1 BY 1
                   UNTIL RB-Sub > RB-Count
                      OR Batch-Reversed = 'Y'
               IF RB-Batch(RB-Sub) = ML-Batch
                   MOVE 'Y' to Batch-Reversed
               END-IF
           END-PERFORM
           IF Batch-Reversed = 'N'
               MOVE ML-Vendor to Find-Vendor
               MOVE ML-WHID to Find-WH
               PERFORM 215-Find-Vendor
               IF Hit-Vendor > ZERO
                   PERFORM 220-Find-Cell
                   IF Cell-Hit > ZERO
                       ADD 1 to CL-Unmatched(Cell-Hit)
                   END-IF
               END-IF
           END-IF
           .
      * Scores every warehouse entry, then rolls them up into their
      * vendor's all-warehouse figures and scores those.
       400-Total-Vendors.
           PERFORM VARYING Cell-Sub FROM 1 BY 1
                   UNTIL Cell-Sub > Cell-Count
               MOVE CL-Stats(Cell-Sub) to Work-Stats
               PERFORM 650-Score-Work
               MOVE WK-Score to CL-Score(Cell-Sub)
               MOVE CL-Vendor-Sub(Cell-Sub) to Vendor-Sub
               ADD CL-Lines-Recv(Cell-Sub) to VI-Lines-Recv(Vendor-Sub)
               ADD CL-Lead-Sum(Cell-Sub) to VI-Lead-Sum(Vendor-Sub)
               IF CL-Lead-Worst(Cell-Sub) > VI-Lead-Worst(Vendor-Sub)
                   MOVE CL-Lead-Worst(Cell-Sub)
                       to VI-Lead-Worst(Vendor-Sub)
               END-IF
               ADD CL-Lead-Known(Cell-Sub) to VI-Lead-Known(Vendor-Sub)
               ADD CL-On-Time(Cell-Sub) to VI-On-Time(Vendor-Sub)
               ADD CL-Late-Open(Cell-Sub) to VI-Late-Open(Vendor-Sub)
               ADD CL-Closed(Cell-Sub) to VI-Closed(Vendor-Sub)
               ADD CL-Ordered(Cell-Sub) to VI-Ordered(Vendor-Sub)
               ADD CL-Received(Cell-Sub) to VI-Received(Vendor-Sub)
               ADD CL-Short(Cell-Sub) to VI-Short(Vendor-Sub)
               ADD CL-Unmatched(Cell-Sub) to VI-Unmatched(Vendor-Sub)
           END-PERFORM
           PERFORM VARYING Vendor-Sub FROM 1 BY 1
                   UNTIL Vendor-Sub > Vendor-Count
               MOVE VI-Stats(Vendor-Sub) to Work-Stats
               PERFORM 650-Score-Work
               MOVE WK-Score to VI-Score(Vendor-Sub)
           END-PERFORM
           .
       600-Print-Scorecard.
           OPEN OUTPUT Scorecard-Report
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           MOVE 1 to Report-Spacing
           WRITE Report-Line from Heading-One
               After Advancing Report-Spacing
           WRITE Report-Line from Heading-Two
               After Advancing Report-Spacing
           MOVE Score-Month(1:4) to MS-Year
           MOVE Score-Month(5:2) to MS-Month
           MOVE 2 to Report-Spacing
           WRITE Report-Line from Month-Line
               After Advancing Report-Spacing
           WRITE Report-Line from Legend-Line-One
               After Advancing Report-Spacing
           MOVE 1 to Report-Spacing
           WRITE Report-Line from Legend-Line-Two
               After Advancing Report-Spacing
           WRITE Report-Line from Legend-Line-Three
               After Advancing Report-Spacing
           MOVE 2 to Report-Spacing
           WRITE Report-Line from Score-Column-Line
               After Advancing Report-Spacing
           IF Cell-Overflow = 'Y'
               MOVE SPACES to Report-Line
               MOVE '*** TABLE FULL - REPORT INCOMPLETE ***'
                   to Report-Line
               WRITE Report-Line After Advancing Report-Spacing
           END-IF
           MOVE 1 to Vendor-Sub
           PERFORM UNTIL Vendor-Sub = ZERO
               PERFORM 610-Print-Next-Vendor
           END-PERFORM
           IF PO-Unknown-Count > ZERO
               MOVE SPACES to Report-Line
               STRING 'ORDER LINES FOR VENDORS NOT ON THE VENDOR '
                          DELIMITED BY SIZE
                      'MASTER: ' DELIMITED BY SIZE
                      PO-Unknown-Count DELIMITED BY SIZE
                      INTO Report-Line
               END-STRING
               MOVE 2 to Report-Spacing
               WRITE Report-Line After Advancing Report-Spacing
           END-IF
           CLOSE Scorecard-Report
           .
      * Picks the lowest-scored vendor not yet printed - a ranking
      * pass per vendor, the same way the vendor spend page ranks -
      * and prints it, then its warehouses.
       610-Print-Next-Vendor.
           MOVE ZERO to Vendor-Sub
           PERFORM VARYING Vendor-Scan FROM 1 BY 1
                   UNTIL Vendor-Scan > Vendor-Count
               IF VI-Done(Vendor-Scan) = 'N'
                   IF Vendor-Sub = ZERO
                       MOVE Vendor-Scan to Vendor-Sub
                   ELSE
                       MOVE VI-Score(Vendor-Sub) to Rank-Score
                       MOVE VI-Short(Vendor-Sub) to Rank-Short
                       IF VI-Score(Vendor-Scan) < Rank-Score
                               OR (VI-Score(Vendor-Scan) = Rank-Score
                               AND VI-Short(Vendor-Scan) > Rank-Short)
                           MOVE Vendor-Scan to Vendor-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Vendor-Sub > ZERO
               MOVE 'Y' to VI-Done(Vendor-Sub)
               MOVE VI-Stats(Vendor-Sub) to Work-Stats
               PERFORM 650-Score-Work
               PERFORM 660-Format-Line
               MOVE Vendor-Key(Vendor-Sub) to SD-Vendor
               MOVE VI-Vendor-Name(Vendor-Sub) to SD-Name
               MOVE 'ALL ' to SD-WH
               IF VI-Lead-Days(Vendor-Sub) = ZERO
                   MOVE ' N/A' to SD-Promised
               ELSE
                   MOVE VI-Lead-Days(Vendor-Sub) to DE-Number
                   MOVE Days-Edit to SD-Promised
               END-IF
               MOVE 2 to Report-Spacing
               WRITE Report-Line from Score-Detail-Line
                   After Advancing Report-Spacing
               MOVE 1 to Report-Spacing
               MOVE 1 to Cell-Sub
               PERFORM UNTIL Cell-Sub = ZERO
                   PERFORM 620-Print-Next-Cell
               END-PERFORM
           END-IF
           .
       620-Print-Next-Cell.
           MOVE ZERO to Cell-Sub
           PERFORM VARYING Cell-Scan FROM 1 BY 1
                   UNTIL Cell-Scan > Cell-Count
               IF CL-Done(Cell-Scan) = 'N'
                       AND CL-Vendor-Sub(Cell-Scan) = Vendor-Sub
                   IF Cell-Sub = ZERO
                       MOVE Cell-Scan to Cell-Sub
                   ELSE
                       IF CL-Score(Cell-Scan) < CL-Score(Cell-Sub)
                           MOVE Cell-Scan to Cell-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Cell-Sub > ZERO
               MOVE 'Y' to CL-Done(Cell-Sub)
               MOVE CL-Stats(Cell-Sub) to Work-Stats
               PERFORM 650-Score-Work
               PERFORM 660-Format-Line
               MOVE SPACE to SD-Vendor
               MOVE SPACES to SD-Name
               MOVE CL-WH(Cell-Sub) to SD-WH
               MOVE SPACES to SD-Promised
               WRITE Report-Line from Score-Detail-Line
                   After Advancing Report-Spacing
           END-IF
           .
      * Rates from the figures in the work area. The score is the
      * average of the rates there are figures for; with neither it
      * is 999, which ranks after every scored vendor.
       650-Score-Work.
           MOVE ZERO to WK-Rates
           MOVE ZERO to WK-On-Time-Pct WK-Fill-Pct WK-Avg-Lead
           IF (WK-Lead-Known + WK-Late-Open) > ZERO
               COMPUTE WK-On-Time-Pct ROUNDED =
                   (WK-On-Time * 100) / (WK-Lead-Known + WK-Late-Open)
               ADD 1 to WK-Rates
           END-IF
           IF WK-Ordered > ZERO
               IF WK-Received >= WK-Ordered
                   MOVE 100 to WK-Fill-Pct
               ELSE
                   COMPUTE WK-Fill-Pct ROUNDED =
                       (WK-Received * 100) / WK-Ordered
               END-IF
               ADD 1 to WK-Rates
           END-IF
           IF WK-Lines-Recv > ZERO
               COMPUTE WK-Avg-Lead ROUNDED =
                   WK-Lead-Sum / WK-Lines-Recv
           END-IF
           EVALUATE TRUE
               WHEN WK-Rates = ZERO
                   MOVE 999 to WK-Score
               WHEN (WK-Lead-Known + WK-Late-Open) = ZERO
                   MOVE WK-Fill-Pct to WK-Score
               WHEN WK-Ordered = ZERO
                   MOVE WK-On-Time-Pct to WK-Score
               WHEN OTHER
                   COMPUTE WK-Score ROUNDED =
                       (WK-On-Time-Pct + WK-Fill-Pct) / 2
           END-EVALUATE
           .
       660-Format-Line.
           MOVE WK-Lines-Recv to SD-Lines
           MOVE WK-Avg-Lead to SD-Avg-Lead
           MOVE WK-Lead-Worst to SD-Worst
           IF (WK-Lead-Known + WK-Late-Open) = ZERO
               MOVE ' N/A' to SD-On-Time
           ELSE
               MOVE WK-On-Time-Pct to PE-Number
               MOVE Pct-Edit to SD-On-Time
           END-IF
           IF WK-Ordered = ZERO
               MOVE ' N/A' to SD-Fill
           ELSE
               MOVE WK-Fill-Pct to PE-Number
               MOVE Pct-Edit to SD-Fill
           END-IF
           MOVE WK-Closed to SD-Closed
           MOVE WK-Short to SD-Short
           MOVE WK-Late-Open to SD-Late
           MOVE WK-Unmatched to SD-Unmatched
           IF WK-Score = 999
               MOVE ' N/A' to SD-Score
           ELSE
               MOVE WK-Score to DE-Number
               MOVE Days-Edit to SD-Score
           END-IF
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
