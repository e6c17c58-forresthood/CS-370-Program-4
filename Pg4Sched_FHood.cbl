       IDENTIFICATION DIVISION.
       program-id. Pg4Sched_FHood.
       author. Forrest Hood.

      * * * * * *
      * Cycle count scheduler. Picks each day's counts instead of a
      * supervisor picking sections off a printout, so high-value
      * slots are counted more often than cheap ones and no slot goes
      * uncounted for good.
      * The count history file (written by the cycle count run,
      * Pg4Count_FHood, one record per reconciled count) is first
      * sorted and cut down to the latest count of each slot, then
      * matched against the inventory master in key order. Every
      * slot on the master with a readable stock is ranked within its
      * warehouse by stock value (stock times average cost) and
      * classed A, B, or C by its cumulative share of the warehouse's
      * value - 70% and 90%, the same breaks the dead-stock report
      * uses. A slot is due when it has never been counted or its
      * last count is as old as its class's count frequency.
      * Three outputs:
      *   count sheets   - one page per warehouse listing the due
      *                    slots, blind: no book quantity is shown,
      *                    only a blank to write the count in;
      *   count skeleton - the same slots in the 23-byte count record
      *                    layout, key, slot, and today's date filled
      *                    in and the quantity left blank, so the
      *                    counters only key the quantity before the
      *                    file goes to the cycle count run;
      *   coverage       - per warehouse: slots, A/B/C split, slots
      *                    current, due, never counted, sheeted, and
      *                    put off by the daily cap, with the share
      *                    counted within frequency; a warehouse under
      *                    the target, or with counts put off, is
      *                    flagged BEHIND.
      * Run settings (environment):
      *   COUNTFREQA, COUNTFREQB, COUNTFREQC - days between counts
      *             for each class (defaults 30, 90, 365);
      *   COUNTCAP  - most slots sheeted per warehouse per day, A
      *             first, then B, then C (default 0, no cap);
      *   COVERTARGET - coverage percent below which a warehouse is
      *             behind (default 95);
      *   INVMASTER, COUNTHIST, COUNTSKEL - file overrides.
      *
      * Count history record layout (40 bytes):
      *   warehouse X(4), vendor X, product X(3), slot 99,
      *   count date X(8) YYYYMMDD, counted 9(5),
      *   book stock S9(4) sign trailing separate, filler X(12)
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

      * Every reconciled count, appended by the cycle count run and
      * cut back to one record per slot here.
            SELECT OPTIONAL Count-History-File
                Assign dynamic CountHist-Filename
                Organization is line sequential
                File Status is CountHist-Status.

      * The sorted history, left on disk until the next run so a
      * failure while the history is rewritten loses nothing.
            SELECT Sorted-History-File
                Assign dynamic HistSort-Filename
                Organization is line sequential
                File Status is HistSort-Status.

      * Pre-filled counts for the counters to key the quantities on.
            SELECT Count-Skeleton-File
                Assign dynamic Skeleton-Filename
            Organization is line sequential.

            SELECT Count-Sheet-Report
                Assign to printer "Count-Sheets".

            SELECT Coverage-Report
                Assign to printer "Count-Coverage".

            SELECT History-Sort-File
                Assign to "HistSort.tmp".

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
       FD Count-History-File
           Record contains 40 characters.

       01  Count-History-Record.
           05 CH-Match-Key.
               10 CH-Key.
                   15 CH-WHID        PIC X(4) .
                   15 CH-Vendor      PIC X .
                   15 CH-Product     PIC X(3) .
               10 CH-Slot            PIC 99 .
           05 CH-Date                PIC X(8) .
           05 CH-Counted             PIC 9(5) .
           05 CH-Book                PIC S9(4)
                                     Sign is Trailing Separate.
           05 FILLER                 PIC X(12) .
      *
       FD Sorted-History-File
           Record contains 40 characters.

       01  Sorted-History-Record.
           05 SH-Match-Key           PIC X(10) .
           05 FILLER                 PIC X(30) .
      *
       FD Count-Skeleton-File
           Record contains 23 characters.

       01  Count-Record.
           05 CC-WHID                PIC X(4) .
           05 CC-Vendor              PIC X .
           05 CC-Product             PIC X(3) .
           05 CC-Slot                PIC XX .
           05 CC-Qty                 PIC X(5) .
           05 CC-Date                PIC X(8) .
      *
       FD Count-Sheet-Report
           Record contains 80 characters.

       01  Sheet-Line                PIC X(80) .
      *
       FD Coverage-Report
           Record contains 80 characters.

       01  Coverage-Line             PIC X(80) .
      *
       SD History-Sort-File
           Record contains 40 characters.

       01  History-Sort-Record.
           05 HS-Key                 PIC X(8) .
           05 HS-Slot                PIC 99 .
           05 HS-Date                PIC X(8) .
           05 Filler                 PIC X(22) .

       WORKING-STORAGE SECTION.

       01  Flags-n-Switches.
           05 Master-EOF             PIC X Value 'N'.
           05 History-EOF            PIC X Value 'N'.
           05 Sorted-EOF             PIC X Value 'N'.
           05 First-Record           PIC X Value 'Y'.
           05 Hold-Full              PIC X Value 'N'.
           05 SLT-Overflow           PIC X Value 'N'.
           05 Any-Sheet              PIC X Value 'N'.
           05 History-Open           PIC X Value 'N'.

       01  Schedule-Counts.
           05 Hist-Read-Count        PIC 9(7) Value ZERO.
           05 Hist-Kept-Count        PIC 9(7) Value ZERO.
           05 Master-Read-Count      PIC 9(6) Value ZERO.
           05 Behind-Count           PIC 9(4) Value ZERO.

       01  Run-Settings.
           05 Freq-A-Days            PIC 9(4) Value 30.
           05 Freq-B-Days            PIC 9(4) Value 90.
           05 Freq-C-Days            PIC 9(4) Value 365.
           05 Count-Cap              PIC 9(4) Value ZERO.
           05 Cover-Target           PIC 9(3) Value 95.

       01  Misc.
           05 WH-Hold                PIC X(4).
           05 Slot-Sub               PIC 99.
           05 Slot-Freq              PIC 9(4).
           05 Pick-Pass              PIC 9.
           05 Pick-Class             PIC X.
           05 Class-Letters          PIC X(3) Value 'ABC'.
           05 Cover-Pct              PIC 9(3).
           05 Cap-Edit               PIC ZZZ9.
           05 Today-Date             PIC X(8).
           05 Sheet-Spacing          PIC 9.
           05 Cover-Spacing          PIC 9.

      * Key of the master slot being looked up and of the history
      * record in hand, compared as one field in key order. The
      * history key goes to HIGH-VALUES at end of file.
       01  Master-Match-Key.
           05 MK-Key                 PIC X(8).
           05 MK-Slot                PIC 99.
       01  History-Match-Key         PIC X(10).
       01  History-Date              PIC X(8).

      * Latest count of the slot being compacted.
       01  History-Hold.
           05 HH-Match-Key           PIC X(10).
           05 FILLER                 PIC X(30).

      * * * One warehouse's countable slots, in master key order. The
      * class, due, and sheet flags are set once the warehouse is
      * complete. * * *
       01  Slot-Table.
           05 SLT-Entry OCCURS 2000 TIMES.
               10 SLT-Vendor         PIC X.
               10 SLT-Product        PIC X(3).
               10 SLT-Slot           PIC 99.
               10 SLT-Name           PIC X(13).
               10 SLT-Size           PIC X.
               10 SLT-Lot            PIC X(6).
               10 SLT-Value          PIC 9(7)v99.
               10 SLT-Last-Date      PIC X(8).
               10 SLT-Days           PIC 9(4).
               10 SLT-Class          PIC X.
               10 SLT-Ranked         PIC X.
               10 SLT-Due            PIC X.
               10 SLT-Sheet          PIC X.
       01  Slot-Table-Control.
           05 SLT-Count              PIC 9(4) Value ZERO.
           05 SLT-Sub                PIC 9(4).
           05 SLT-Scan               PIC 9(4).
           05 SLT-Max-Sub            PIC 9(4).

      * * * Per-warehouse and company coverage figures * * *
       01  Coverage-Fields.
           05 WH-Value-Total         PIC S9(9)v99.
           05 WH-Value-Cum           PIC S9(9)v99.
           05 WH-Class-A             PIC 9(5).
           05 WH-Class-B             PIC 9(5).
           05 WH-Class-C             PIC 9(5).
           05 WH-Current             PIC 9(5).
           05 WH-Due                 PIC 9(5).
           05 WH-Never               PIC 9(5).
           05 WH-Sheeted             PIC 9(5).
           05 WH-Deferred            PIC 9(5).
           05 WH-Full                PIC X Value 'N'.
       01  Company-Fields.
           05 Co-Slots               PIC 9(6) Value ZERO.
           05 Co-Class-A             PIC 9(6) Value ZERO.
           05 Co-Class-B             PIC 9(6) Value ZERO.
           05 Co-Class-C             PIC 9(6) Value ZERO.
           05 Co-Current             PIC 9(6) Value ZERO.
           05 Co-Due                 PIC 9(6) Value ZERO.
           05 Co-Never               PIC 9(6) Value ZERO.
           05 Co-Sheeted             PIC 9(6) Value ZERO.
           05 Co-Deferred            PIC 9(6) Value ZERO.

       01  WS-Current-Date.
           05  WS-Year               PIC 99.
           05  WS-Month              PIC 99.
           05  WS-Day                PIC 99.

       01  Run-Parameters.
           05 InvMaster-Filename    PIC X(72)
                                          Value 'Inventory-Master.dat'.
           05 CountHist-Filename    PIC X(72)
                                          Value 'Count-History.txt'.
           05 HistSort-Filename     PIC X(72)
                                     Value 'Count-History-Sorted.txt'.
           05 Skeleton-Filename     PIC X(72)
                                          Value 'Count-Skeleton.txt'.
           05 Env-Value             PIC X(72).

       01  File-Statuses.
           05 IM-Status           PIC XX Value '00'.
           05 CountHist-Status    PIC XX Value '00'.
           05 HistSort-Status     PIC XX Value '00'.

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

      * * * Date-to-day-count work area, for aging the last count -
      * same arithmetic the posting run uses. * * *
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
           05 Age-Days               PIC S9(9).
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
           05 H2-Title           PIC X(28).

       01  Sheet-Warehouse-Heading.
           05                    PIC XX Value SPACES.
           05                    PIC X(11) Value 'WAREHOUSE: '.
           05 SWH-ID             PIC X(4).
           05                    PIC X(5) Value SPACES.
           05                    PIC X(26) Value
               'COUNTED BY: ______________'.
           05                    PIC X(3) Value SPACES.
           05                    PIC X(20) Value
               'CHECKED BY: ________'.

       01  Sheet-Column-Line.
           05                    PIC X(3) Value 'VN '.
           05                    PIC X(5) Value 'PRD  '.
           05                    PIC X(5) Value 'SLOT '.
           05                    PIC X(14) Value 'NAME          '.
           05                    PIC X(3) Value 'SZ '.
           05                    PIC X(8) Value 'LOT     '.
           05                    PIC X(4) Value 'CLS '.
           05                    PIC X(12) Value 'LAST COUNT  '.
           05                    PIC X(7) Value 'COUNTED'.

       01  Sheet-Detail-Line.
           05 SD-Vendor          PIC X.
           05                    PIC XX Value SPACES.
           05 SD-Product         PIC XXX.
           05                    PIC XX Value SPACES.
           05 SD-Slot            PIC Z9.
           05                    PIC XXX Value SPACES.
           05 SD-Name            PIC X(13).
           05                    PIC X Value SPACE.
           05 SD-Size            PIC X.
           05                    PIC XX Value SPACES.
           05 SD-Lot             PIC X(6).
           05                    PIC XX Value SPACES.
           05 SD-Class           PIC X.
           05                    PIC XXX Value SPACES.
           05 SD-Last-Count      PIC X(10).
           05                    PIC XX Value SPACES.
           05                    PIC X(10) Value '__________'.

       01  Last-Count-Edit.
           05 LC-Month           PIC XX.
           05                    PIC X Value '/'.
           05 LC-Day             PIC XX.
           05                    PIC X Value '/'.
           05 LC-Year            PIC X(4).

       01  Sheet-Total-Line.
           05                    PIC X(10) Value SPACES.
           05                    PIC X(21) Value
               'SLOTS ON THIS SHEET: '.
           05 STL-Count          PIC ZZZZ9.

       01  Coverage-Setting-Line.
           05                    PIC X(22) Value
               'COUNT EVERY - A DAYS: '.
           05 CSL-Freq-A         PIC ZZZ9.
           05                    PIC X(9) Value '  B DAYS:'.
           05 CSL-Freq-B         PIC ZZZZ9.
           05                    PIC X(9) Value '  C DAYS:'.
           05 CSL-Freq-C         PIC ZZZZ9.
           05                    PIC X(7) Value '  CAP: '.
           05 CSL-Cap            PIC X(4).
           05                    PIC X(10) Value '  TARGET: '.
           05 CSL-Target         PIC ZZ9.
           05                    PIC X Value '%'.

       01  Coverage-Column-Line.
           05                    PIC X(6) Value 'WHSE  '.
           05                    PIC X(6) Value 'SLOTS '.
           05                    PIC X(5) Value '   A '.
           05                    PIC X(5) Value '   B '.
           05                    PIC X(6) Value '   C  '.
           05                    PIC X(7) Value ' CURR  '.
           05                    PIC X(7) Value '  DUE  '.
           05                    PIC X(7) Value 'NEVER  '.
           05                    PIC X(7) Value 'SHEET  '.
           05                    PIC X(7) Value 'DEFER  '.
           05                    PIC X(5) Value 'COVER'.

       01  Coverage-Detail-Line.
           05 CD-WHID            PIC X(4).
           05                    PIC XX Value SPACES.
           05 CD-Slots           PIC ZZZZ9.
           05                    PIC X Value SPACE.
           05 CD-Class-A         PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 CD-Class-B         PIC ZZZ9.
           05                    PIC X Value SPACE.
           05 CD-Class-C         PIC ZZZ9.
           05                    PIC XX Value SPACES.
           05 CD-Current         PIC ZZZZ9.
           05                    PIC XX Value SPACES.
           05 CD-Due             PIC ZZZZ9.
           05                    PIC XX Value SPACES.
           05 CD-Never           PIC ZZZZ9.
           05                    PIC XX Value SPACES.
           05 CD-Sheeted         PIC ZZZZ9.
           05                    PIC XX Value SPACES.
           05 CD-Deferred        PIC ZZZZ9.
           05                    PIC XX Value SPACES.
           05 CD-Cover           PIC ZZ9.
           05                    PIC X Value '%'.
           05                    PIC XX Value SPACES.
           05 CD-Flag            PIC X(6).

       01  Coverage-Behind-Line.
           05                    PIC X(10) Value SPACES.
           05                    PIC X(29) Value
               'WAREHOUSES BEHIND SCHEDULE: '.
           05 CBL-Count          PIC ZZZ9.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 120-Init-Parameters
           PERFORM 200-Compact-History
           IF RETURN-CODE < 8
               PERFORM 300-Schedule-Counts
           END-IF
           STOP RUN
           .
      * Same override style as the posting run. Out-of-range or
      * unreadable settings keep their defaults.
       120-Init-Parameters.
           ACCEPT WS-Current-Date FROM DATE
           MOVE SPACES to Today-Date
           MOVE '20' to Today-Date(1:2)
           MOVE WS-Year to Today-Date(3:2)
           MOVE WS-Month to Today-Date(5:2)
           MOVE WS-Day to Today-Date(7:2)
           MOVE Today-Date to DS-Date
           PERFORM 860-Date-To-Serial
           MOVE DS-Serial to Today-Serial

           ACCEPT Env-Value FROM ENVIRONMENT 'INVMASTER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to InvMaster-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'COUNTHIST'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to CountHist-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'COUNTSKEL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Skeleton-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'COUNTFREQA'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value > ZERO
                       AND NP-Value < 9999
                   MOVE NP-Value to Freq-A-Days
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'COUNTFREQB'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value > ZERO
                       AND NP-Value < 9999
                   MOVE NP-Value to Freq-B-Days
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'COUNTFREQC'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value > ZERO
                       AND NP-Value < 9999
                   MOVE NP-Value to Freq-C-Days
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'COUNTCAP'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value <= 9999
                   MOVE NP-Value to Count-Cap
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'COVERTARGET'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value <= 100
                   MOVE NP-Value to Cover-Target
               END-IF
           END-IF
           .
      * Sorts the count history by slot and count date and writes
      * back only the latest count of each slot, so the history
      * stays one record per slot however many counts are appended.
      * No history yet just means nothing has been counted.
       200-Compact-History.
           OPEN INPUT Count-History-File
           IF CountHist-Status = '00'
               CLOSE Count-History-File
               SORT History-Sort-File
                   ON ASCENDING KEY HS-Key
                   ON ASCENDING KEY HS-Slot
                   ON ASCENDING KEY HS-Date
                USING Count-History-File
                GIVING Sorted-History-File
               OPEN INPUT Sorted-History-File
               IF HistSort-Status NOT = '00'
                   DISPLAY '*** CANNOT OPEN SORTED COUNT HISTORY: '
                       HistSort-Filename ' STATUS ' HistSort-Status
                   MOVE 8 to RETURN-CODE
               ELSE
                   PERFORM 205-Rewrite-History
                   CLOSE Sorted-History-File
               END-IF
           ELSE
               IF CountHist-Status = '05'
                   CLOSE Count-History-File
               ELSE
                   DISPLAY '*** CANNOT OPEN COUNT HISTORY: '
                       CountHist-Filename ' STATUS ' CountHist-Status
                   MOVE 8 to RETURN-CODE
               END-IF
           END-IF
           .
      * A history that cannot be opened for rewriting is left as it
      * was - uncompacted, out of slot order - and the counts are not
      * scheduled against it.
       205-Rewrite-History.
           OPEN OUTPUT Count-History-File
           IF CountHist-Status NOT = '00'
               DISPLAY '*** CANNOT REWRITE COUNT HISTORY: '
                   CountHist-Filename ' STATUS ' CountHist-Status
               MOVE 8 to RETURN-CODE
           ELSE
               PERFORM UNTIL Sorted-EOF = 'Y'
                   READ Sorted-History-File
                       AT END
                           MOVE 'Y' to Sorted-EOF
                       NOT AT END
                           ADD 1 to Hist-Read-Count
                           PERFORM 210-Compact-One-Record
                   END-READ
               END-PERFORM
               IF Hold-Full = 'Y'
                   WRITE Count-History-Record from History-Hold
                   ADD 1 to Hist-Kept-Count
               END-IF
               CLOSE Count-History-File
               DISPLAY 'COUNT HISTORY: READ=' Hist-Read-Count
                       ' KEPT=' Hist-Kept-Count
           END-IF
           .
      * The held record is written once the sorted file moves on to
      * another slot - the last one held for a slot is its latest.
       210-Compact-One-Record.
           IF Hold-Full = 'Y'
                   AND SH-Match-Key NOT = HH-Match-Key
               WRITE Count-History-Record from History-Hold
               ADD 1 to Hist-Kept-Count
           END-IF
           MOVE Sorted-History-Record to History-Hold
           MOVE 'Y' to Hold-Full
           .
      * Reads the master in key order alongside the compacted
      * history, collecting each warehouse's slots and scheduling the
      * warehouse when the master moves on to the next one.
       300-Schedule-Counts.
           OPEN INPUT Inventory-Master
           IF IM-Status NOT = '00'
               DISPLAY '*** CANNOT OPEN MASTER: ' InvMaster-Filename
                       ' STATUS ' IM-Status
               MOVE 8 to RETURN-CODE
           ELSE
               OPEN INPUT Count-History-File
               IF CountHist-Status = '00' OR '05'
                   MOVE 'Y' to History-Open
                   PERFORM 310-Read-History
               ELSE
                   MOVE 'Y' to History-EOF
                   MOVE HIGH-VALUES to History-Match-Key
               END-IF
               OPEN OUTPUT Count-Skeleton-File
               OPEN OUTPUT Count-Sheet-Report
               OPEN OUTPUT Coverage-Report
               PERFORM 350-Coverage-Headings
               PERFORM UNTIL Master-EOF = 'Y'
                   READ Inventory-Master NEXT RECORD
                       AT END
                           MOVE 'Y' to Master-EOF
                       NOT AT END
                           ADD 1 to Master-Read-Count
                           PERFORM 320-Collect-Slots
                   END-READ
                   IF Master-EOF = 'N' AND IM-Status NOT = '00'
                       DISPLAY '*** MASTER READ ERROR STATUS '
                           IM-Status
                       MOVE 'Y' to Master-EOF
                       MOVE 8 to RETURN-CODE
                   END-IF
               END-PERFORM
               IF First-Record = 'N'
                   PERFORM 400-Warehouse-Schedule
               END-IF
               PERFORM 600-Print-Company-Coverage
               CLOSE Coverage-Report
               CLOSE Count-Sheet-Report
               CLOSE Count-Skeleton-File
               IF History-Open = 'Y'
                   CLOSE Count-History-File
               END-IF
               CLOSE Inventory-Master
               DISPLAY 'COUNT SCHEDULE: SLOTS=' Co-Slots
                       ' DUE=' Co-Due
                       ' SHEETED=' Co-Sheeted
                       ' DEFERRED=' Co-Deferred
               IF SLT-Overflow = 'Y' AND RETURN-CODE = ZERO
                   MOVE 4 to RETURN-CODE
               END-IF
           END-IF
           .
       310-Read-History.
           READ Count-History-File
               AT END
                   MOVE 'Y' to History-EOF
           END-READ
           IF History-EOF = 'N' AND CountHist-Status NOT = '00'
               DISPLAY '*** COUNT HISTORY READ ERROR STATUS '
                   CountHist-Status
               MOVE 'Y' to History-EOF
               MOVE 4 to RETURN-CODE
           END-IF
           IF History-EOF = 'Y'
               MOVE HIGH-VALUES to History-Match-Key
           ELSE
               MOVE CH-Match-Key to History-Match-Key
               MOVE CH-Date to History-Date
           END-IF
           .
      * Adds one master record's countable slots - any slot with a
      * readable stock, the same test the cycle count run applies -
      * to the warehouse's table, with its last count date.
       320-Collect-Slots.
           EVALUATE TRUE
               WHEN First-Record = 'Y'
                   MOVE 'N' to First-Record
                   MOVE IM-WHID to WH-Hold
               WHEN IM-WHID NOT = WH-Hold
                   PERFORM 400-Warehouse-Schedule
                   MOVE IM-WHID to WH-Hold
           END-EVALUATE
           PERFORM VARYING Slot-Sub FROM 1 BY 1 UNTIL Slot-Sub > 10
               IF IMD-Stock(Slot-Sub) NOT = SPACES
                       AND IMD-Stock(Slot-Sub) IS NUMERIC
                   PERFORM 330-Add-Slot
               END-IF
           END-PERFORM
           .
       330-Add-Slot.
           IF SLT-Count < 2000
               ADD 1 to SLT-Count
               MOVE IM-Vendor to SLT-Vendor(SLT-Count)
               MOVE IM-Product to SLT-Product(SLT-Count)
               MOVE Slot-Sub to SLT-Slot(SLT-Count)
               MOVE IMD-Name(Slot-Sub) to SLT-Name(SLT-Count)
               MOVE IMD-Size(Slot-Sub) to SLT-Size(SLT-Count)
               MOVE IMD-Lot(Slot-Sub) to SLT-Lot(SLT-Count)
               IF IMD-Stock(Slot-Sub) > ZERO
                       AND IMD-Price(Slot-Sub) IS NUMERIC
                       AND IMD-Price(Slot-Sub) > ZERO
                   COMPUTE SLT-Value(SLT-Count) =
                       IMD-Stock(Slot-Sub) * IMD-Price(Slot-Sub)
               ELSE
                   MOVE ZERO to SLT-Value(SLT-Count)
               END-IF
               MOVE 'N' to SLT-Ranked(SLT-Count)
               MOVE 'N' to SLT-Due(SLT-Count)
               MOVE 'N' to SLT-Sheet(SLT-Count)
               MOVE SPACE to SLT-Class(SLT-Count)
               PERFORM 335-Find-Last-Count
           ELSE
               IF WH-Full = 'N'
                   MOVE 'Y' to WH-Full
                   MOVE 'Y' to SLT-Overflow
                   DISPLAY '*** SLOT TABLE FULL FOR WAREHOUSE '
                       WH-Hold ' - FURTHER SLOTS NOT SCHEDULED ***'
               END-IF
           END-IF
           .
      * Brings the history up to this slot. History for slots no
      * longer on the master is passed over. A count date that will
      * not convert counts as never counted.
       335-Find-Last-Count.
           MOVE IM-Key to MK-Key
           MOVE Slot-Sub to MK-Slot
           PERFORM UNTIL History-Match-Key >= Master-Match-Key
               PERFORM 310-Read-History
           END-PERFORM
           MOVE SPACES to SLT-Last-Date(SLT-Count)
           MOVE 9999 to SLT-Days(SLT-Count)
           IF History-Match-Key = Master-Match-Key
               MOVE History-Date to DS-Date
               PERFORM 860-Date-To-Serial
               IF DS-Valid = 'Y'
                   MOVE History-Date to SLT-Last-Date(SLT-Count)
                   COMPUTE Age-Days = Today-Serial - DS-Serial
                   EVALUATE TRUE
                       WHEN Age-Days < ZERO
                           MOVE ZERO to SLT-Days(SLT-Count)
                       WHEN Age-Days > 9998
                           MOVE 9998 to SLT-Days(SLT-Count)
                       WHEN OTHER
                           MOVE Age-Days to SLT-Days(SLT-Count)
                   END-EVALUATE
               END-IF
           END-IF
           .
       350-Coverage-Headings.
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           MOVE 'CYCLE COUNT COVERAGE REPORT' to H2-Title
           MOVE 1 to Cover-Spacing
           WRITE Coverage-Line from Heading-One
               After Advancing Cover-Spacing
           WRITE Coverage-Line from Heading-Two
               After Advancing Cover-Spacing
           MOVE Freq-A-Days to CSL-Freq-A
           MOVE Freq-B-Days to CSL-Freq-B
           MOVE Freq-C-Days to CSL-Freq-C
           IF Count-Cap = ZERO
               MOVE 'NONE' to CSL-Cap
           ELSE
               MOVE Count-Cap to Cap-Edit
               MOVE Cap-Edit to CSL-Cap
           END-IF
           MOVE Cover-Target to CSL-Target
           MOVE 2 to Cover-Spacing
           WRITE Coverage-Line from Coverage-Setting-Line
               After Advancing Cover-Spacing
           WRITE Coverage-Line from Coverage-Column-Line
               After Advancing Cover-Spacing
           MOVE 1 to Cover-Spacing
           MOVE 'CYCLE COUNT SHEETS' to H2-Title
           .
      * One warehouse complete: class its slots, mark the due ones,
      * pick the day's sheet, print it and the skeleton, and write
      * the warehouse's coverage line. The table is then cleared for
      * the next warehouse.
       400-Warehouse-Schedule.
           MOVE ZERO to WH-Value-Total
           MOVE ZERO to WH-Value-Cum
           MOVE ZERO to WH-Class-A WH-Class-B WH-Class-C
           MOVE ZERO to WH-Current WH-Due WH-Never
           MOVE ZERO to WH-Sheeted WH-Deferred
           PERFORM VARYING SLT-Sub FROM 1 BY 1
                   UNTIL SLT-Sub > SLT-Count
               ADD SLT-Value(SLT-Sub) to WH-Value-Total
           END-PERFORM
           MOVE 1 to SLT-Max-Sub
           PERFORM UNTIL SLT-Max-Sub = ZERO
               PERFORM 410-Class-Next-Slot
           END-PERFORM
           PERFORM 420-Mark-Due-Slots
           PERFORM 430-Pick-Sheet-Slots
           IF WH-Sheeted > ZERO
               PERFORM 440-Print-Count-Sheet
           END-IF
           PERFORM 460-Coverage-Line
           MOVE ZERO to SLT-Count
           MOVE 'N' to WH-Full
           .
      * Finds the largest not-yet-classed value in the warehouse and
      * classes it by the cumulative share - the same ranking pass
      * the dead-stock report uses. A slot with no value is always C.
       410-Class-Next-Slot.
           MOVE ZERO to SLT-Max-Sub
           PERFORM VARYING SLT-Scan FROM 1 BY 1
                   UNTIL SLT-Scan > SLT-Count
               IF SLT-Ranked(SLT-Scan) = 'N'
                   IF SLT-Max-Sub = ZERO
                           OR SLT-Value(SLT-Scan) >
                               SLT-Value(SLT-Max-Sub)
                       MOVE SLT-Scan to SLT-Max-Sub
                   END-IF
               END-IF
           END-PERFORM
           IF SLT-Max-Sub > ZERO
               MOVE 'Y' to SLT-Ranked(SLT-Max-Sub)
               ADD SLT-Value(SLT-Max-Sub) to WH-Value-Cum
               EVALUATE TRUE
                   WHEN SLT-Value(SLT-Max-Sub) = ZERO
                       MOVE 'C' to SLT-Class(SLT-Max-Sub)
                       ADD 1 to WH-Class-C
                   WHEN (WH-Value-Cum * 100) <= (WH-Value-Total * 70)
                       MOVE 'A' to SLT-Class(SLT-Max-Sub)
                       ADD 1 to WH-Class-A
                   WHEN (WH-Value-Cum * 100) <= (WH-Value-Total * 90)
                       MOVE 'B' to SLT-Class(SLT-Max-Sub)
                       ADD 1 to WH-Class-B
                   WHEN OTHER
                       MOVE 'C' to SLT-Class(SLT-Max-Sub)
                       ADD 1 to WH-Class-C
               END-EVALUATE
           END-IF
           .
      * Due: never counted, or last counted at least the class's
      * frequency ago.
       420-Mark-Due-Slots.
           PERFORM VARYING SLT-Sub FROM 1 BY 1
                   UNTIL SLT-Sub > SLT-Count
               EVALUATE SLT-Class(SLT-Sub)
                   WHEN 'A'
                       MOVE Freq-A-Days to Slot-Freq
                   WHEN 'B'
                       MOVE Freq-B-Days to Slot-Freq
                   WHEN OTHER
                       MOVE Freq-C-Days to Slot-Freq
               END-EVALUATE
               EVALUATE TRUE
                   WHEN SLT-Last-Date(SLT-Sub) = SPACES
                       MOVE 'Y' to SLT-Due(SLT-Sub)
                       ADD 1 to WH-Due
                       ADD 1 to WH-Never
                   WHEN SLT-Days(SLT-Sub) >= Slot-Freq
                       MOVE 'Y' to SLT-Due(SLT-Sub)
                       ADD 1 to WH-Due
                   WHEN OTHER
                       ADD 1 to WH-Current
               END-EVALUATE
           END-PERFORM
           .
      * Puts the due slots on the sheet, A class first, then B, then
      * C, until the daily cap is reached. Anything over the cap is
      * put off to a later day and counted as deferred.
       430-Pick-Sheet-Slots.
           PERFORM VARYING Pick-Pass FROM 1 BY 1 UNTIL Pick-Pass > 3
               MOVE Class-Letters(Pick-Pass:1) to Pick-Class
               PERFORM VARYING SLT-Sub FROM 1 BY 1
                       UNTIL SLT-Sub > SLT-Count
                   IF SLT-Due(SLT-Sub) = 'Y'
                           AND SLT-Class(SLT-Sub) = Pick-Class
                       IF Count-Cap = ZERO
                               OR WH-Sheeted < Count-Cap
                           MOVE 'Y' to SLT-Sheet(SLT-Sub)
                           ADD 1 to WH-Sheeted
                       ELSE
                           ADD 1 to WH-Deferred
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      * One page per warehouse, slots in master key order so the
      * counters walk the warehouse once. Blind: the book stock is
      * never printed. Each sheeted slot also goes to the skeleton.
       440-Print-Count-Sheet.
           MOVE 'Y' to Any-Sheet
           WRITE Sheet-Line from Heading-One
               After Advancing PAGE
           MOVE 1 to Sheet-Spacing
           WRITE Sheet-Line from Heading-Two
               After Advancing Sheet-Spacing
           MOVE WH-Hold to SWH-ID
           MOVE 2 to Sheet-Spacing
           WRITE Sheet-Line from Sheet-Warehouse-Heading
               After Advancing Sheet-Spacing
           WRITE Sheet-Line from Sheet-Column-Line
               After Advancing Sheet-Spacing
           MOVE 1 to Sheet-Spacing
           PERFORM VARYING SLT-Sub FROM 1 BY 1
                   UNTIL SLT-Sub > SLT-Count
               IF SLT-Sheet(SLT-Sub) = 'Y'
                   PERFORM 445-Print-Sheet-Line
                   PERFORM 450-Write-Skeleton
               END-IF
           END-PERFORM
           MOVE WH-Sheeted to STL-Count
           MOVE 2 to Sheet-Spacing
           WRITE Sheet-Line from Sheet-Total-Line
               After Advancing Sheet-Spacing
           .
       445-Print-Sheet-Line.
           MOVE SLT-Vendor(SLT-Sub) to SD-Vendor
           MOVE SLT-Product(SLT-Sub) to SD-Product
           MOVE SLT-Slot(SLT-Sub) to SD-Slot
           MOVE SLT-Name(SLT-Sub) to SD-Name
           MOVE SLT-Size(SLT-Sub) to SD-Size
           MOVE SLT-Lot(SLT-Sub) to SD-Lot
           MOVE SLT-Class(SLT-Sub) to SD-Class
           IF SLT-Last-Date(SLT-Sub) = SPACES
               MOVE 'NEVER' to SD-Last-Count
           ELSE
               MOVE SLT-Last-Date(SLT-Sub)(5:2) to LC-Month
               MOVE SLT-Last-Date(SLT-Sub)(7:2) to LC-Day
               MOVE SLT-Last-Date(SLT-Sub)(1:4) to LC-Year
               MOVE Last-Count-Edit to SD-Last-Count
           END-IF
           WRITE Sheet-Line from Sheet-Detail-Line
               After Advancing Sheet-Spacing
           .
      * The skeleton count: key, slot, and today's date filled in,
      * quantity blank for the counters to key.
       450-Write-Skeleton.
           MOVE WH-Hold to CC-WHID
           MOVE SLT-Vendor(SLT-Sub) to CC-Vendor
           MOVE SLT-Product(SLT-Sub) to CC-Product
           MOVE SLT-Slot(SLT-Sub) to CC-Slot
           MOVE SPACES to CC-Qty
           MOVE Today-Date to CC-Date
           WRITE Count-Record
           .
      * Coverage is the share of the warehouse's slots counted within
      * their class frequency before today's sheet. A warehouse with
      * no countable slots is not behind.
       460-Coverage-Line.
           IF SLT-Count = ZERO
               MOVE 100 to Cover-Pct
           ELSE
               COMPUTE Cover-Pct = (WH-Current * 100) / SLT-Count
           END-IF
           MOVE WH-Hold to CD-WHID
           MOVE SLT-Count to CD-Slots
           MOVE WH-Class-A to CD-Class-A
           MOVE WH-Class-B to CD-Class-B
           MOVE WH-Class-C to CD-Class-C
           MOVE WH-Current to CD-Current
           MOVE WH-Due to CD-Due
           MOVE WH-Never to CD-Never
           MOVE WH-Sheeted to CD-Sheeted
           MOVE WH-Deferred to CD-Deferred
           MOVE Cover-Pct to CD-Cover
           EVALUATE TRUE
               WHEN WH-Full = 'Y'
                   MOVE '*FULL*' to CD-Flag
                   ADD 1 to Behind-Count
               WHEN Cover-Pct < Cover-Target
                       OR WH-Deferred > ZERO
                   MOVE 'BEHIND' to CD-Flag
                   ADD 1 to Behind-Count
               WHEN OTHER
                   MOVE SPACES to CD-Flag
           END-EVALUATE
           WRITE Coverage-Line from Coverage-Detail-Line
               After Advancing Cover-Spacing
           ADD SLT-Count to Co-Slots
           ADD WH-Class-A to Co-Class-A
           ADD WH-Class-B to Co-Class-B
           ADD WH-Class-C to Co-Class-C
           ADD WH-Current to Co-Current
           ADD WH-Due to Co-Due
           ADD WH-Never to Co-Never
           ADD WH-Sheeted to Co-Sheeted
           ADD WH-Deferred to Co-Deferred
           .
      * Company line and the count of warehouses behind. With no
      * slot due anywhere the sheet report says so instead of coming
      * out empty.
       600-Print-Company-Coverage.
           IF First-Record = 'Y'
               MOVE SPACES to Coverage-Line
               MOVE 'NO MASTER RECORDS TO SCHEDULE' to Coverage-Line
               MOVE 2 to Cover-Spacing
               WRITE Coverage-Line After Advancing Cover-Spacing
           ELSE
               IF Co-Slots = ZERO
                   MOVE 100 to Cover-Pct
               ELSE
                   COMPUTE Cover-Pct = (Co-Current * 100) / Co-Slots
               END-IF
               MOVE 'ALL ' to CD-WHID
               MOVE Co-Slots to CD-Slots
               MOVE Co-Class-A to CD-Class-A
               MOVE Co-Class-B to CD-Class-B
               MOVE Co-Class-C to CD-Class-C
               MOVE Co-Current to CD-Current
               MOVE Co-Due to CD-Due
               MOVE Co-Never to CD-Never
               MOVE Co-Sheeted to CD-Sheeted
               MOVE Co-Deferred to CD-Deferred
               MOVE Cover-Pct to CD-Cover
               MOVE SPACES to CD-Flag
               MOVE 2 to Cover-Spacing
               WRITE Coverage-Line from Coverage-Detail-Line
                   After Advancing Cover-Spacing
               MOVE Behind-Count to CBL-Count
               WRITE Coverage-Line from Coverage-Behind-Line
                   After Advancing Cover-Spacing
           END-IF
           IF Any-Sheet = 'N'
               MOVE SPACES to Sheet-Line
               MOVE 'NO SLOTS DUE FOR COUNT TODAY' to Sheet-Line
               MOVE 1 to Sheet-Spacing
               WRITE Sheet-Line After Advancing Sheet-Spacing
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
