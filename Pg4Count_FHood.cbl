      *   slot XX      product slot 01-10 within the master record
      *   quantity X(5) counted units, spaces allowed either side
      *   count date X(8) YYYYMMDD
      *
      * Modification History:
      * Every count reconciled against the master is now also added
      * to the count history file (Count-History.txt, COUNTHIST) -
      * key, slot, count date, counted and book quantity - so the
      * count scheduler (Pg4Sched_FHood) knows when each slot was
      * last counted. The file is only ever extended here; the
      * scheduler keeps it down to one record per slot.
      * An adjustment over the dollar tolerance (ADJTOLAMT, whole
      * dollars, default 500) or, on a slot with book stock, over the
      * percentage tolerance (ADJTOLPCT, percent of book, default 0 =
      * not used) no longer goes to the adjustment file. It is held
      * on the pending approval file (Pending-Adjustments.txt,
      * PENDADJ) for a supervisor to approve, reject, or send back
      * for recount with the approval program (Pg4Approve_FHood),
      * and is marked HELD on the variance report. If the pending
      * file cannot be opened a held adjustment goes to the error
      * file instead - never straight to posting.
      * * * * * *

       ENVIRONMENT DIVISION.
                Assign dynamic Adjust-Filename
            Organization is line sequential.

      * Every reconciled count, for the count scheduler.
            SELECT OPTIONAL Count-History-File
                Assign dynamic CountHist-Filename
                Organization is line sequential
                File Status is CountHist-Status.

      * Adjustments over tolerance, held for supervisor approval.
            SELECT OPTIONAL Pending-Adjust-File
                Assign dynamic Pending-Filename
                Organization is line sequential
                File Status is Pending-Status.

            SELECT Variance-Report
                Assign to printer "Cycle-Count-Report".

           05 ADJ-Slot               PIC XX .
           05 ADJ-Qty                PIC X(5) .
           05 ADJ-Cost               PIC X(5) .
      *
       FD Count-History-File
           Record contains 40 characters.

       01  Count-History-Record.
           05 CH-Key.
               10 CH-WHID            PIC X(4) .
               10 CH-Vendor          PIC X .
               10 CH-Product         PIC X(3) .
           05 CH-Slot                PIC 99 .
           05 CH-Date                PIC X(8) .
           05 CH-Counted             PIC 9(5) .
           05 CH-Book                PIC S9(4)
                                     Sign is Trailing Separate.
           05 FILLER                 PIC X(12) .
      *
       FD Pending-Adjust-File
           Record contains 80 characters.

      * The held 'A' transaction exactly as it would post, then what
      * the supervisor needs to decide on it. The decision fields
      * are filled in by the approval program.
       01  Pending-Record.
           05 PA-Adjust.
               10 PA-Action          PIC X .
               10 PA-WHID            PIC X(4) .
               10 PA-Vendor          PIC X .
               10 PA-Product         PIC X(3) .
               10 PA-Slot            PIC XX .
               10 PA-Qty             PIC X(5) .
               10 PA-Cost            PIC X(5) .
           05 PA-Count-Date          PIC X(8) .
           05 PA-Held-Date           PIC X(8) .
           05 PA-Book                PIC S9(4)
                                     Sign is Trailing Separate.
           05 PA-Var-Cost            PIC S9(7)v99
                                     Sign is Trailing Separate.
           05 PA-Unit-Cost           PIC 9(3)v99 .
           05 PA-Status              PIC X .
           05 PA-Decided-By          PIC X(8) .
           05 PA-Decided-Date        PIC X(8) .
           05 PA-Decided-Time        PIC X(6) .
      *
       FD Variance-Report
           Record contains 80 characters.
           05 Count-Read-Count       PIC 9(6) Value ZERO.
           05 Count-Match-Count      PIC 9(6) Value ZERO.
           05 Count-Adjust-Count     PIC 9(6) Value ZERO.
           05 Count-Held-Count       PIC 9(6) Value ZERO.
           05 Count-Error-Count      PIC 9(6) Value ZERO.

       01  Misc.
           05 Variance-Cost          PIC S9(7)v99.
           05 WH-Hold                PIC X(4).
           05 Proper-Spacing         PIC 9.
           05 History-Open           PIC X Value 'N'.
           05 Today-Date             PIC X(8).
           05 Pending-Open           PIC X Value 'N'.
           05 Hold-Adjust            PIC X Value 'N'.
           05 Abs-Var-Qty            PIC 9(6).
           05 Abs-Var-Cost           PIC 9(7)v99.

       01  Total-Fields.
           05 WH-Var-Total           PIC S9(8)v99 Value ZERO.
                                          Value 'Physical-Counts.txt'.
           05 Adjust-Filename       PIC X(72)
                                   Value 'Cycle-Count-Adjustments.txt'.
           05 CountHist-Filename    PIC X(72)
                                          Value 'Count-History.txt'.
           05 Pending-Filename      PIC X(72)
                                       Value 'Pending-Adjustments.txt'.
           05 Tol-Amount            PIC 9(5) Value 500.
           05 Tol-Percent           PIC 9(3) Value ZERO.
           05 Env-Value             PIC X(72).

       01  File-Statuses.
           05 IM-Status           PIC XX Value '00'.
           05 Count-Status        PIC XX Value '00'.
           05 CountHist-Status    PIC XX Value '00'.
           05 Pending-Status      PIC XX Value '00'.

      * * * Free-form number parse work area - accepts one run of
      * digits with leading or trailing spaces and rejects anything
           05 VD-Unit-Cost       PIC $$$9.99.
           05                    PIC XX Value SPACES.
           05 VD-Dollar-Var      PIC $$$,$$9.99-.
           05                    PIC XX Value SPACES.
           05 VD-Hold            PIC X(4).

       01  Warehouse-Total-Line.
           05                    PIC X(10) Value SPACES.
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Adjust-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'COUNTHIST'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to CountHist-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'PENDADJ'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Pending-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'ADJTOLAMT'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 400-Parse-Number
               IF NP-Valid = 'Y'
                   MOVE NP-Value to Tol-Amount
               END-IF
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'ADJTOLPCT'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 400-Parse-Number
               IF NP-Valid = 'Y' AND NP-Value <= 999
                   MOVE NP-Value to Tol-Percent
               END-IF
           END-IF
           .
      * Reads the count file end to end, reconciling each count
      * against the master and breaking per-warehouse totals on a
                   OPEN OUTPUT Error-File
                   OPEN OUTPUT Variance-Report
                   PERFORM 220-Report-Headings
                   PERFORM 230-Open-Count-History
                   PERFORM 235-Open-Pending-File
                   PERFORM UNTIL Count-EOF = 'Y'
                       READ Count-File
                           AT END
                   CLOSE Error-File
                   CLOSE Adjustment-File
                   CLOSE Count-File
                   IF History-Open = 'Y'
                       CLOSE Count-History-File
                   END-IF
                   IF Pending-Open = 'Y'
                       CLOSE Pending-Adjust-File
                   END-IF
                   DISPLAY 'CYCLE COUNT: READ=' Count-Read-Count
                           ' MATCHED=' Count-Match-Count
                           ' ADJUSTMENTS=' Count-Adjust-Count
                           ' HELD=' Count-Held-Count
                           ' ERRORS=' Count-Error-Count
                   IF Count-Error-Count > ZERO
                           AND RETURN-CODE = ZERO
               After Advancing Proper-Spacing
           WRITE Report-Line from Heading-Two
               After Advancing Proper-Spacing
           MOVE SPACES to Today-Date
           MOVE '20' to Today-Date(1:2)
           MOVE WS-Year to Today-Date(3:2)
           MOVE WS-Month to Today-Date(5:2)
           MOVE WS-Day to Today-Date(7:2)
           .
      * The count history is extended, never rewritten here. A
      * history that cannot be opened does not stop the counts from
      * reconciling - it only leaves the scheduler a day behind - so
      * the run goes on and ends with a warning.
       230-Open-Count-History.
           OPEN EXTEND Count-History-File
           IF CountHist-Status = '00' OR '05'
               MOVE 'Y' to History-Open
           ELSE
               DISPLAY '*** CANNOT OPEN COUNT HISTORY: '
                   CountHist-Filename ' STATUS ' CountHist-Status
               DISPLAY '*** COUNTS NOT RECORDED FOR THE SCHEDULER'
               MOVE 4 to RETURN-CODE
           END-IF
           .
      * Held adjustments pile up here across runs until a supervisor
      * decides them, so the file is only ever extended by this run.
       235-Open-Pending-File.
           OPEN EXTEND Pending-Adjust-File
           IF Pending-Status = '00' OR '05'
               MOVE 'Y' to Pending-Open
           ELSE
               DISPLAY '*** CANNOT OPEN PENDING ADJUSTMENTS: '
                   Pending-Filename ' STATUS ' Pending-Status
               DISPLAY '*** ADJUSTMENTS OVER TOLERANCE GO TO THE '
                   'ERROR FILE'
               MOVE 4 to RETURN-CODE
           END-IF
           .
      * Validates one count, looks the item up on the master, prints
      * its variance line, and writes the adjustment when the count
                   MOVE Variance-Qty to VD-Variance
                   MOVE IMD-Price(Slot-Number) to VD-Unit-Cost
                   MOVE Variance-Cost to VD-Dollar-Var
                   MOVE 'N' to Hold-Adjust
                   MOVE SPACES to VD-Hold
                   IF Variance-Qty NOT = ZERO
                       PERFORM 385-Check-Tolerance
                   END-IF
                   WRITE Report-Line from Variance-Detail-Line
                       After Advancing Proper-Spacing
                   MOVE 1 to Proper-Spacing
                   ADD 1 to WH-Line-Count
                   ADD Variance-Cost to WH-Var-Total
                   ADD Variance-Cost to Grand-Var-Total
                   EVALUATE TRUE
                       WHEN Variance-Qty = ZERO
                           CONTINUE
                       WHEN Hold-Adjust = 'Y'
                           PERFORM 387-Hold-Adjustment
                       WHEN OTHER
                           PERFORM 380-Write-Adjustment
                   END-EVALUATE
                   PERFORM 390-Record-Count-History
           END-EVALUATE
           .
      * Fires the warehouse break and heading when the count file
           WRITE Adjust-Record
           ADD 1 to Count-Adjust-Count
           .
      * An adjustment is held when its dollar variance is over the
      * dollar tolerance, or its quantity variance is over the
      * percentage tolerance of a positive book stock. A tolerance
      * of zero is not applied.
       385-Check-Tolerance.
           IF Variance-Cost < ZERO
               COMPUTE Abs-Var-Cost = ZERO - Variance-Cost
           ELSE
               MOVE Variance-Cost to Abs-Var-Cost
           END-IF
           IF Variance-Qty < ZERO
               COMPUTE Abs-Var-Qty = ZERO - Variance-Qty
           ELSE
               MOVE Variance-Qty to Abs-Var-Qty
           END-IF
           IF Tol-Amount > ZERO AND Abs-Var-Cost > Tol-Amount
               MOVE 'Y' to Hold-Adjust
           END-IF
           IF Tol-Percent > ZERO AND Book-Stock > ZERO
                   AND (Abs-Var-Qty * 100) > (Book-Stock * Tol-Percent)
               MOVE 'Y' to Hold-Adjust
           END-IF
           IF Hold-Adjust = 'Y'
               MOVE 'HELD' to VD-Hold
           END-IF
           .
      * Writes the over-tolerance adjustment to the pending file as
      * the same 'A' transaction 380 would have written, with the
      * book, dollar variance, and unit cost the supervisor decides
      * on. With no pending file it is an error, not an adjustment.
       387-Hold-Adjustment.
           IF Pending-Open = 'Y'
               MOVE SPACES to Pending-Record
               MOVE 'A' to PA-Action
               MOVE CC-WHID to PA-WHID
               MOVE CC-Vendor to PA-Vendor
               MOVE CC-Product to PA-Product
               MOVE CC-Slot to PA-Slot
               MOVE Counted-Qty to PA-Qty
               MOVE SPACES to PA-Cost
               IF CC-Date IS NUMERIC
                   MOVE CC-Date to PA-Count-Date
               ELSE
                   MOVE Today-Date to PA-Count-Date
               END-IF
               MOVE Today-Date to PA-Held-Date
               MOVE Book-Stock to PA-Book
               MOVE Variance-Cost to PA-Var-Cost
               MOVE IMD-Price(Slot-Number) to PA-Unit-Cost
               MOVE 'P' to PA-Status
               WRITE Pending-Record
               ADD 1 to Count-Held-Count
           ELSE
               MOVE 'ADJ HOLD UNAVAILABLE' to Error-Reason
           END-IF
           .
      * Records the reconciled count for the scheduler, dated by the
      * count date the counters keyed (today if it is not a date).
       390-Record-Count-History.
           IF History-Open = 'Y'
               MOVE SPACES to Count-History-Record
               MOVE CC-WHID to CH-WHID
               MOVE CC-Vendor to CH-Vendor
               MOVE CC-Product to CH-Product
               MOVE Slot-Number to CH-Slot
               IF CC-Date IS NUMERIC
                   MOVE CC-Date to CH-Date
               ELSE
                   MOVE Today-Date to CH-Date
               END-IF
               MOVE Counted-Qty to CH-Counted
               MOVE Book-Stock to CH-Book
               WRITE Count-History-Record
           END-IF
           .

       500-Warehouse-Break.
           MOVE WH-Hold to WVT-ID
