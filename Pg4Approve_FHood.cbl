       IDENTIFICATION DIVISION.
       program-id. Pg4Approve_FHood.
       author. Forrest Hood.

      * * * * * *
      * Supervisor approval of held cycle-count adjustments. The
      * cycle count run (Pg4Count_FHood) holds any adjustment over
      * its dollar or percentage tolerance on the pending approval
      * file instead of writing it to the posting feed, so one
      * miscounted pallet cannot wipe out book value with nobody
      * signing off.
      * Two run modes, picked by the RUNMODE environment variable:
      *   (default)  - interactive: lists the pending adjustments by
      *                warehouse and lets the supervisor approve,
      *                reject, or send each one back for recount.
      *                An adjustment is approved only while the slot's
      *                stock on the master is still the book stock it
      *                was counted against - once anything has posted
      *                to the slot since the count, the counted
      *                quantity no longer holds and the slot must be
      *                recounted. On save (where that is checked
      *                again) approved adjustments are added to the
      *                approved adjustments file (Approved-
      *                Adjustments.txt, APPROVEDADJ - the same 'A'
      *                transactions the count run writes, each with
      *                the book stock it was counted against, which
      *                the daily posting run takes after its
      *                transaction file, posts only to a slot still
      *                holding that book stock, and takes off the
      *                file once posted; the count run's own
      *                adjustment file is rewritten by every count
      *                and is no place to leave them), recounts are
      *                added to the recount file as count records with
      *                the quantity left blank for the counters to
      *                key, and the pending file is rewritten with the
      *                undecided items - along with any the count run
      *                held while the session was open.
      *   EXCEPTIONS - prints the exceptions list only: every item
      *                still pending after PENDDAYS days (default 3).
      *                The same list is on the interactive menu.
      * Every decision is stamped to the approval log (date, time,
      * operator, decision, item) the same way the maintenance
      * program stamps its audit log. Nothing is released until the
      * supervisor saves.
      *
      * Pending record layout (80 bytes):
      *   adjustment X(21)    the 'A' transaction as it would post
      *   count date X(8), held date X(8)  YYYYMMDD
      *   book stock S9(4), dollar variance S9(7)v99, both sign
      *   trailing separate; unit cost 9(3)v99
      *   status X            P pending, A approved, R rejected,
      *                       C sent back for recount
      *   decided by X(8), decided date X(8), decided time X(6)
      * * * * * *

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL Pending-Adjust-File
                Assign dynamic Pending-Filename
                Organization is line sequential
                File Status is Pending-Status.

      * Released approvals, which the daily posting run takes.
            SELECT OPTIONAL Approved-Adjust-File
                Assign dynamic ApprovedAdj-Filename
                Organization is line sequential
                File Status is Adjust-Status.

      * Persistent inventory master - read only, to see whether a
      * slot has moved since it was counted.
            SELECT Inventory-Master
                Assign dynamic InvMaster-Filename
                Organization is indexed
                Access is random
                Record key is IM-Key
                File Status is IM-Status.

      * Slots sent back for recount, in the count record layout.
            SELECT OPTIONAL Recount-File
                Assign dynamic Recount-Filename
                Organization is line sequential
                File Status is Recount-Status.

      * Permanent log of every decision.
            SELECT OPTIONAL Approval-Log-File
                Assign dynamic ApprovalLog-Filename
                Organization is line sequential
                File Status is ApprovalLog-Status.

            SELECT Exception-Report
                Assign to printer "Pending-Exceptions".

       DATA DIVISION.
       FILE SECTION.

       FD Pending-Adjust-File
           Record contains 80 characters.

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
      * The approved 'A' transaction, and the book stock the slot
      * held when it was counted.
       FD Approved-Adjust-File
           Record contains 26 characters.

       01  Adjust-Record.
           05 AJ-Adjust              PIC X(21) .
           05 AJ-Book                PIC S9(4)
                                     Sign is Trailing Separate.
      *
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
           05 IM-Last-Issue OCCURS 10 TIMES
                                     PIC X(8) .
      *
       FD Recount-File
           Record contains 23 characters.

       01  Count-Record.
           05 CC-WHID                PIC X(4) .
           05 CC-Vendor              PIC X .
           05 CC-Product             PIC X(3) .
           05 CC-Slot                PIC XX .
           05 CC-Qty                 PIC X(5) .
           05 CC-Date                PIC X(8) .
      *
       FD Approval-Log-File
           Record contains 198 characters.

       01  Audit-Record.
           05 AU-Date                 PIC X(8) .
           05                         PIC X .
           05 AU-Time                 PIC X(6) .
           05                         PIC X .
           05 AU-User                 PIC X(8) .
           05                         PIC X .
           05 AU-Action               PIC X(12) .
           05                         PIC X .
           05 AU-Detail               PIC X(160) .
      *
       FD Exception-Report
           Record contains 80 characters.

       01  Report-Line               PIC X(80) .

       WORKING-STORAGE SECTION.

       01  Flags-n-Switches.
           05 Pending-EOF            PIC X Value 'N'.
           05 Pending-Overflow       PIC X Value 'N'.
           05 Done-Flag              PIC X Value 'N'.
           05 Input-OK               PIC X Value 'N'.
           05 Changes-Made           PIC X Value 'N'.
           05 Save-OK                PIC X Value 'Y'.
           05 Any-Listed             PIC X Value 'N'.

       01  Misc.
           05 Run-Mode               PIC X(12) Value SPACES.
           05 Menu-Choice            PIC X.
           05 Blank-Choices          PIC 9 Value ZERO.
           05 In-WHCode              PIC X(5).
           05 In-Item-Raw            PIC X(5).
           05 In-Confirm             PIC X.
           05 Hit-Sub                PIC 9(4).
           05 Operator-ID            PIC X(8).
           05 Time-Now               PIC X(8).
           05 Today-Date             PIC X(8).
           05 Decision               PIC X.
           05 Decision-Word          PIC X(12).
           05 List-WH                PIC X(4).
           05 Hold-Action            PIC X(12).
           05 Hold-Detail            PIC X(160).
           05 Release-Count          PIC 9(5) Value ZERO.
           05 Recount-Count          PIC 9(5) Value ZERO.
           05 Reject-Count           PIC 9(5) Value ZERO.
           05 Kept-Count             PIC 9(5) Value ZERO.
           05 Late-Count             PIC 9(5) Value ZERO.
           05 Late-Total             PIC S9(9)v99 Value ZERO.
           05 Pending-Days           PIC 9(4) Value 3.
           05 Report-Spacing         PIC 9.
           05 Loaded-Record-Count    PIC 9(5) Value ZERO.
           05 Reread-Count           PIC 9(5) Value ZERO.
           05 Carried-Count          PIC 9(5) Value ZERO.
           05 Check-Slot             PIC 99.
           05 Check-Book-Ed          PIC ZZZ9-.
           05 Check-Now-Ed           PIC ZZZ9-.

       01  WS-Current-Date.
           05  WS-Year               PIC 99.
           05  WS-Month              PIC 99.
           05  WS-Day                PIC 99.

       01  Run-Parameters.
           05 Pending-Filename      PIC X(72)
                                       Value 'Pending-Adjustments.txt'.
           05 ApprovedAdj-Filename  PIC X(72)
                                      Value 'Approved-Adjustments.txt'.
           05 InvMaster-Filename    PIC X(72)
                                          Value 'Inventory-Master.dat'.
           05 Recount-Filename      PIC X(72)
                                          Value 'Recount-Requests.txt'.
           05 ApprovalLog-Filename  PIC X(72)
                                       Value 'Adjustment-Approval.log'.
           05 Env-Value             PIC X(72).

       01  File-Statuses.
           05 Pending-Status      PIC XX Value '00'.
           05 Adjust-Status       PIC XX Value '00'.
           05 Recount-Status      PIC XX Value '00'.
           05 ApprovalLog-Status  PIC XX Value '00'.
           05 IM-Status           PIC XX Value '00'.

      * * * The pending file, held whole while the supervisor works.
      * PT-Listed marks a row already shown in a by-warehouse
      * pass. * * *
       01  Pending-Table.
           05 PT-Entry OCCURS 500 TIMES.
               10 PT-Record          PIC X(80).
               10 PT-Listed          PIC X.
       01  PT-Count                  PIC 9(4) Value ZERO.
       01  PT-Sub                    PIC 9(4).
       01  PT-Scan                   PIC 9(4).
       01  Item-Sub                  PIC 9(4).

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

      * * * Date-to-day-count work area, for aging the held items -
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

      * One pending item, as listed on the screen and the report.
       01  Item-Line.
           05 IL-Item            PIC ZZZ9.
           05                    PIC XX Value SPACES.
           05 IL-WHID            PIC X(4).
           05                    PIC X Value SPACE.
           05 IL-Vendor          PIC X.
           05                    PIC X Value SPACE.
           05 IL-Product         PIC XXX.
           05                    PIC X Value SPACE.
           05 IL-Slot            PIC XX.
           05                    PIC XX Value SPACES.
           05 IL-Counted         PIC X(5).
           05                    PIC XX Value SPACES.
           05 IL-Book            PIC ZZZ9-.
           05                    PIC XX Value SPACES.
           05 IL-Var-Cost        PIC $$$$,$$9.99-.
           05                    PIC XX Value SPACES.
           05 IL-Held-Date       PIC X(8).
           05                    PIC XX Value SPACES.
           05 IL-Days            PIC ZZZ9.

       01  Item-Column-Line.
           05                    PIC X(6) Value 'ITEM  '.
           05                    PIC X(16) Value 'WHSE V PRD SL   '.
           05                    PIC X(7) Value 'COUNT  '.
           05                    PIC X(7) Value ' BOOK  '.
           05                    PIC X(14) Value '   DOLLAR VAR '.
           05                    PIC X(10) Value 'HELD ON   '.
           05                    PIC X(4) Value 'DAYS'.

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
           05                    PIC X(30) Value
               'PENDING ADJUSTMENT EXCEPTIONS'.

       01  Exception-Threshold-Line.
           05                    PIC X(10) Value SPACES.
           05                    PIC X(28) Value
               'PENDING LONGER THAN (DAYS): '.
           05 ETL-Days           PIC ZZZ9.

       01  Exception-Total-Line.
           05                    PIC X(10) Value SPACES.
           05                    PIC X(15) Value 'ITEMS OVERDUE: '.
           05 ETT-Count          PIC ZZZZ9.
           05                    PIC X(15) Value '   DOLLAR VAR: '.
           05 ETT-Cost           PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 110-Init-Parameters
           PERFORM 130-Load-Pending-Table
           IF Run-Mode = 'EXCEPTIONS'
               PERFORM 700-Print-Exceptions
               STOP RUN
           END-IF
           IF Pending-Overflow = 'Y'
               DISPLAY '*** MORE THAN 500 ITEMS PENDING - DECIDE NONE '
                   'UNTIL THE FILE IS SPLIT. NOTHING CHANGED.'
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-Identify-Operator
           OPEN EXTEND Approval-Log-File
           IF ApprovalLog-Status NOT = '00'
                   AND ApprovalLog-Status NOT = '05'
               DISPLAY '*** CANNOT OPEN APPROVAL LOG '
                   ApprovalLog-Filename
                   ' (STATUS ' ApprovalLog-Status ') - NO DECISIONS '
                   'WITHOUT AN AUDIT TRAIL.'
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'SIGNON' to AU-Action
           MOVE SPACES to AU-Detail
           PERFORM 900-Write-Audit
           PERFORM UNTIL Done-Flag = 'Y'
               PERFORM 200-Show-Menu
           END-PERFORM
           IF Changes-Made = 'Y'
               PERFORM 600-Save-Files
               IF Save-OK = 'Y'
                   MOVE 'SAVED' to AU-Action
                   MOVE SPACES to AU-Detail
                   STRING 'RELEASED ' DELIMITED BY SIZE
                          Release-Count DELIMITED BY SIZE
                          ' RECOUNT ' DELIMITED BY SIZE
                          Recount-Count DELIMITED BY SIZE
                          ' REJECTED ' DELIMITED BY SIZE
                          Reject-Count DELIMITED BY SIZE
                          ' STILL PENDING ' DELIMITED BY SIZE
                          Kept-Count DELIMITED BY SIZE
                          INTO AU-Detail
                   END-STRING
                   PERFORM 900-Write-Audit
                   DISPLAY 'DECISIONS SAVED.'
               ELSE
                   MOVE 'SAVE-FAILED' to AU-Action
                   MOVE SPACES to AU-Detail
                   PERFORM 900-Write-Audit
                   DISPLAY '*** SAVE FAILED - SEE MESSAGES ABOVE.'
                   MOVE 8 to RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'NO DECISIONS MADE.'
           END-IF
           CLOSE Approval-Log-File
           STOP RUN
           .
       110-Init-Parameters.
           ACCEPT Env-Value FROM ENVIRONMENT 'RUNMODE'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Run-Mode
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'PENDADJ'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Pending-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'APPROVEDADJ'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to ApprovedAdj-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'INVMASTER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to InvMaster-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'RECOUNTFILE'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to Recount-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'APPROVALLOG'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to ApprovalLog-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'PENDDAYS'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:5) to NP-Text
               PERFORM 800-Parse-Number
               IF NP-Valid = 'Y'
                   IF NP-Value > 9999
                       MOVE 9999 to Pending-Days
                   ELSE
                       MOVE NP-Value to Pending-Days
                   END-IF
               END-IF
           END-IF
           ACCEPT WS-Current-Date FROM DATE
           MOVE SPACES to Today-Date
           MOVE '20' to Today-Date(1:2)
           MOVE WS-Year to Today-Date(3:2)
           MOVE WS-Month to Today-Date(5:2)
           MOVE WS-Day to Today-Date(7:2)
           MOVE Today-Date to DS-Date
           PERFORM 860-Date-To-Serial
           MOVE DS-Serial to Today-Serial
           .
      * Every log line carries who decided - taken from the sign-on
      * when the system provides it, keyed in when not.
       120-Identify-Operator.
           MOVE SPACES to Operator-ID
           ACCEPT Env-Value FROM ENVIRONMENT 'USER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value(1:8) to Operator-ID
           END-IF
           PERFORM UNTIL Operator-ID NOT = SPACES
                      OR Blank-Choices > 2
               DISPLAY 'ENTER OPERATOR ID (1-8 CHARS): '
                   WITH NO ADVANCING
               ACCEPT Operator-ID
               IF Operator-ID = SPACES
                   ADD 1 to Blank-Choices
               END-IF
           END-PERFORM
           IF Operator-ID = SPACES
               DISPLAY '*** NO OPERATOR ID - STOPPING.'
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO to Blank-Choices
           .
      * Loads the pending file whole. Only undecided items are
      * carried; a decided line left by an earlier save cannot be
      * decided again. More than the table holds is refused rather
      * than cut short, since the file is rewritten on save. How
      * many lines were read is kept, so the save can tell what the
      * count run has held since.
       130-Load-Pending-Table.
           MOVE ZERO to PT-Count
           MOVE ZERO to Loaded-Record-Count
           OPEN INPUT Pending-Adjust-File
           IF Pending-Status = '00'
               PERFORM UNTIL Pending-EOF = 'Y'
                   READ Pending-Adjust-File
                       AT END
                           MOVE 'Y' to Pending-EOF
                       NOT AT END
                           ADD 1 to Loaded-Record-Count
                           IF PA-Status = 'P'
                               IF PT-Count < 500
                                   ADD 1 to PT-Count
                                   MOVE Pending-Record
                                       to PT-Record(PT-Count)
                                   MOVE 'N' to PT-Listed(PT-Count)
                               ELSE
                                   MOVE 'Y' to Pending-Overflow
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF Pending-Status = '00' OR '05' OR '10'
               CLOSE Pending-Adjust-File
           END-IF
           .
      * The one screen: the pending count, the actions, and a prompt.
       200-Show-Menu.
           DISPLAY ' '
           DISPLAY 'CYCLE COUNT ADJUSTMENT APPROVAL'
           DISPLAY '  ITEMS PENDING: ' PT-Count
           DISPLAY '  1 = LIST PENDING BY WAREHOUSE'
           DISPLAY '  2 = APPROVE      3 = REJECT      4 = RECOUNT'
           DISPLAY '  5 = EXCEPTIONS (PENDING OVER ' Pending-Days
                   ' DAYS)'
           DISPLAY '  0 = SAVE AND EXIT'
           DISPLAY 'CHOICE: ' WITH NO ADVANCING
           MOVE SPACE to Menu-Choice
           ACCEPT Menu-Choice
           IF Menu-Choice = SPACE
               ADD 1 to Blank-Choices
               IF Blank-Choices > 2
                   DISPLAY '*** NO INPUT - EXITING WITHOUT SAVING.'
                   MOVE 'N' to Changes-Made
                   MOVE 'Y' to Done-Flag
               END-IF
           ELSE
               MOVE ZERO to Blank-Choices
           END-IF
           EVALUATE Menu-Choice
               WHEN '1' PERFORM 210-List-Pending
               WHEN '2'
                   MOVE 'A' to Decision
                   PERFORM 300-Decide-Item
               WHEN '3'
                   MOVE 'R' to Decision
                   PERFORM 300-Decide-Item
               WHEN '4'
                   MOVE 'C' to Decision
                   PERFORM 300-Decide-Item
               WHEN '5' PERFORM 250-List-Exceptions
               WHEN '0' MOVE 'Y' to Done-Flag
               WHEN SPACE CONTINUE
               WHEN OTHER DISPLAY 'UNKNOWN CHOICE: ' Menu-Choice
           END-EVALUATE
           .
      * Lists one warehouse's undecided items, or every warehouse in
      * turn when the code is left blank. Item numbers are what the
      * decisions are keyed by.
       210-List-Pending.
           DISPLAY 'WAREHOUSE CODE (BLANK = ALL): ' WITH NO ADVANCING
           MOVE SPACES to In-WHCode
           ACCEPT In-WHCode
           MOVE 'N' to Any-Listed
           PERFORM VARYING PT-Sub FROM 1 BY 1 UNTIL PT-Sub > PT-Count
               MOVE 'N' to PT-Listed(PT-Sub)
           END-PERFORM
           IF In-WHCode = SPACES
               PERFORM VARYING PT-Sub FROM 1 BY 1
                       UNTIL PT-Sub > PT-Count
                   MOVE PT-Record(PT-Sub) to Pending-Record
                   IF PT-Listed(PT-Sub) = 'N' AND PA-Status = 'P'
                       MOVE PA-WHID to List-WH
                       PERFORM 220-List-Warehouse
                   END-IF
               END-PERFORM
           ELSE
               MOVE In-WHCode(1:4) to List-WH
               PERFORM 220-List-Warehouse
           END-IF
           IF Any-Listed = 'N'
               DISPLAY 'NOTHING PENDING.'
           END-IF
           .
       220-List-Warehouse.
           DISPLAY ' '
           DISPLAY 'WAREHOUSE: ' List-WH
           DISPLAY Item-Column-Line
           PERFORM VARYING PT-Scan FROM 1 BY 1
                   UNTIL PT-Scan > PT-Count
               MOVE PT-Record(PT-Scan) to Pending-Record
               IF PA-WHID = List-WH AND PA-Status = 'P'
                   MOVE 'Y' to PT-Listed(PT-Scan)
                   MOVE 'Y' to Any-Listed
                   MOVE PT-Scan to Item-Sub
                   PERFORM 230-Format-Item
                   DISPLAY Item-Line
               END-IF
           END-PERFORM
           .
      * Fills the item line from the record in Pending-Record;
      * Item-Sub is its item number.
       230-Format-Item.
           MOVE Item-Sub to IL-Item
           MOVE PA-WHID to IL-WHID
           MOVE PA-Vendor to IL-Vendor
           MOVE PA-Product to IL-Product
           MOVE PA-Slot to IL-Slot
           MOVE PA-Qty to IL-Counted
           MOVE PA-Book to IL-Book
           MOVE PA-Var-Cost to IL-Var-Cost
           MOVE PA-Held-Date to IL-Held-Date
           PERFORM 240-Age-Item
           IF Age-Days > 9999
               MOVE 9999 to IL-Days
           ELSE
               MOVE Age-Days to IL-Days
           END-IF
           .
      * Days the item has been pending. A held date that will not
      * convert ages as overdue, so it surfaces on the exceptions.
       240-Age-Item.
           MOVE PA-Held-Date to DS-Date
           PERFORM 860-Date-To-Serial
           IF DS-Valid = 'Y'
               COMPUTE Age-Days = Today-Serial - DS-Serial
               IF Age-Days < ZERO
                   MOVE ZERO to Age-Days
               END-IF
           ELSE
               MOVE 9999 to Age-Days
           END-IF
           .
       250-List-Exceptions.
           MOVE 'N' to Any-Listed
           DISPLAY 'PENDING LONGER THAN ' Pending-Days ' DAYS:'
           DISPLAY Item-Column-Line
           PERFORM VARYING PT-Sub FROM 1 BY 1 UNTIL PT-Sub > PT-Count
               MOVE PT-Record(PT-Sub) to Pending-Record
               IF PA-Status = 'P'
                   PERFORM 240-Age-Item
                   IF Age-Days > Pending-Days
                       MOVE 'Y' to Any-Listed
                       MOVE PT-Sub to Item-Sub
                       PERFORM 230-Format-Item
                       DISPLAY Item-Line
                   END-IF
               END-IF
           END-PERFORM
           IF Any-Listed = 'N'
               DISPLAY 'NONE.'
           END-IF
           .
      * Approve, reject, or recount one item, by its item number from
      * the list. The item is shown and confirmed before the decision
      * is stamped; it takes effect when the supervisor saves.
       300-Decide-Item.
           EVALUATE Decision
               WHEN 'A' MOVE 'APPROVE' to Decision-Word
               WHEN 'R' MOVE 'REJECT' to Decision-Word
               WHEN OTHER MOVE 'RECOUNT' to Decision-Word
           END-EVALUATE
           PERFORM 310-Accept-Item
           IF Input-OK = 'Y'
               MOVE Hit-Sub to PT-Sub
               MOVE PT-Record(PT-Sub) to Pending-Record
               DISPLAY Item-Column-Line
               MOVE PT-Sub to Item-Sub
               PERFORM 230-Format-Item
               DISPLAY Item-Line
               IF Decision = 'A'
                   PERFORM 320-Check-Book-Stock
               END-IF
           END-IF
           IF Input-OK = 'Y'
               DISPLAY Decision-Word ' THIS ITEM (Y/N): '
                   WITH NO ADVANCING
               MOVE SPACE to In-Confirm
               ACCEPT In-Confirm
               IF In-Confirm = 'Y' OR In-Confirm = 'y'
                   ACCEPT Time-Now FROM TIME
                   MOVE Decision to PA-Status
                   MOVE Operator-ID to PA-Decided-By
                   MOVE Today-Date to PA-Decided-Date
                   MOVE Time-Now(1:6) to PA-Decided-Time
                   MOVE Pending-Record to PT-Record(PT-Sub)
                   MOVE 'Y' to Changes-Made
                   MOVE Decision-Word to AU-Action
                   MOVE SPACES to AU-Detail
                   STRING PA-Adjust DELIMITED BY SIZE
                          ' BOOK ' DELIMITED BY SIZE
                          IL-Book DELIMITED BY SIZE
                          ' VAR ' DELIMITED BY SIZE
                          IL-Var-Cost DELIMITED BY SIZE
                          ' HELD ' DELIMITED BY SIZE
                          PA-Held-Date DELIMITED BY SIZE
                          INTO AU-Detail
                   END-STRING
                   PERFORM 900-Write-Audit
                   DISPLAY Decision-Word ' RECORDED FOR ITEM '
                       IL-Item
               ELSE
                   DISPLAY 'NOT CHANGED.'
               END-IF
           END-IF
           .
      * Item numbers are the list's; an item already decided this
      * session cannot be decided again.
       310-Accept-Item.
           DISPLAY 'ITEM NUMBER: ' WITH NO ADVANCING
           MOVE SPACES to In-Item-Raw
           ACCEPT In-Item-Raw
           MOVE In-Item-Raw to NP-Text
           PERFORM 800-Parse-Number
           MOVE 'N' to Input-OK
           IF NP-Valid = 'Y' AND NP-Value >= 1
                   AND NP-Value <= PT-Count
               MOVE NP-Value to Hit-Sub
               MOVE PT-Record(Hit-Sub) to Pending-Record
               IF PA-Status = 'P'
                   MOVE 'Y' to Input-OK
               ELSE
                   DISPLAY 'ITEM ' NP-Value ' IS ALREADY DECIDED.'
               END-IF
           ELSE
               DISPLAY 'NO SUCH ITEM - LIST THE PENDING ITEMS FIRST.'
           END-IF
           .
      * The counted quantity is only good while nothing else has
      * posted to the slot: the 'A' sets the slot outright, so a
      * receipt or issue posted since the count would be wiped out.
      * Input-OK stays 'Y' only when the master slot still holds the
      * book stock the count was reconciled against. The posting run
      * checks it once more before the count is posted.
       320-Check-Book-Stock.
           MOVE 'N' to Input-OK
           MOVE SPACES to NP-Text
           MOVE PA-Slot to NP-Text
           PERFORM 800-Parse-Number
           IF NP-Valid = 'Y' AND NP-Value >= 1 AND NP-Value <= 10
               MOVE NP-Value to Check-Slot
               OPEN INPUT Inventory-Master
               IF IM-Status NOT = '00'
                   DISPLAY '*** CANNOT OPEN MASTER: ' InvMaster-Filename
                   DISPLAY '*** STATUS ' IM-Status
                       ' - STOCK NOT CHECKED, NOT APPROVED.'
               ELSE
                   MOVE PA-WHID to IM-WHID
                   MOVE PA-Vendor to IM-Vendor
                   MOVE PA-Product to IM-Product
                   READ Inventory-Master
                       INVALID KEY
                           DISPLAY 'ITEM IS NO LONGER ON THE MASTER - '
                               'NOT APPROVED.'
                       NOT INVALID KEY
                           PERFORM 325-Compare-Book-Stock
                   END-READ
                   CLOSE Inventory-Master
               END-IF
           ELSE
               DISPLAY 'BAD SLOT ON THE HELD ITEM - NOT APPROVED.'
           END-IF
           .
       325-Compare-Book-Stock.
           IF IMD-Stock(Check-Slot) IS NUMERIC
               IF IMD-Stock(Check-Slot) = PA-Book
                   MOVE 'Y' to Input-OK
               ELSE
                   MOVE PA-Book to Check-Book-Ed
                   MOVE IMD-Stock(Check-Slot) to Check-Now-Ed
                   DISPLAY 'STOCK HAS MOVED SINCE THE COUNT (BOOK '
                       Check-Book-Ed ' NOW ' Check-Now-Ed
                       ') - SEND IT FOR RECOUNT.'
               END-IF
           ELSE
               DISPLAY 'SLOT IS EMPTY ON THE MASTER - NOT APPROVED.'
           END-IF
           .
      * Takes in what the count run has held since sign-on, then
      * releases the approved adjustments and the recounts, and
      * rewrites the pending file only when both went out - so a
      * failed release leaves every item pending to be decided again,
      * never lost.
       600-Save-Files.
           MOVE 'Y' to Save-OK
           PERFORM 605-Carry-New-Pending
           IF Save-OK = 'Y'
               PERFORM 607-Release-Decisions
           END-IF
           IF Save-OK = 'Y'
               OPEN OUTPUT Pending-Adjust-File
               IF Pending-Status NOT = '00'
                   DISPLAY '*** CANNOT REWRITE ' Pending-Filename
                       ' (STATUS ' Pending-Status ') - RELEASED ITEMS '
                       'WILL LIST AGAIN; DO NOT RELEASE THEM TWICE.'
                   MOVE 'N' to Save-OK
               ELSE
                   PERFORM VARYING PT-Sub FROM 1 BY 1
                           UNTIL PT-Sub > PT-Count
                       MOVE PT-Record(PT-Sub) to Pending-Record
                       IF PA-Status = 'P'
                           WRITE Pending-Record
                           ADD 1 to Kept-Count
                       END-IF
                   END-PERFORM
                   CLOSE Pending-Adjust-File
               END-IF
           END-IF
           .
      * The count run only ever extends the pending file, so anything
      * past the lines read at sign-on was held while the session was
      * open; it is taken into the table to be written back undecided.
      * A file shorter than at sign-on has been saved over by another
      * session, and nothing is saved over it in turn.
       605-Carry-New-Pending.
           MOVE ZERO to Reread-Count
           MOVE ZERO to Carried-Count
           MOVE 'N' to Pending-EOF
           OPEN INPUT Pending-Adjust-File
           IF Pending-Status = '00'
               PERFORM UNTIL Pending-EOF = 'Y'
                   READ Pending-Adjust-File
                       AT END
                           MOVE 'Y' to Pending-EOF
                       NOT AT END
                           ADD 1 to Reread-Count
                           IF Reread-Count > Loaded-Record-Count
                                   AND PA-Status = 'P'
                               IF PT-Count < 500
                                   ADD 1 to PT-Count
                                   MOVE Pending-Record
                                       to PT-Record(PT-Count)
                                   MOVE 'N' to PT-Listed(PT-Count)
                                   ADD 1 to Carried-Count
                               ELSE
                                   MOVE 'N' to Save-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF Pending-Status = '00' OR '05' OR '10'
               CLOSE Pending-Adjust-File
           END-IF
           EVALUATE TRUE
               WHEN Reread-Count < Loaded-Record-Count
                   DISPLAY '*** ' Pending-Filename ' HAS BEEN SAVED '
                       'OVER SINCE SIGN-ON - NOTHING SAVED; SIGN ON '
                       'AGAIN.'
                   MOVE 'N' to Save-OK
               WHEN Save-OK = 'N'
                   DISPLAY '*** MORE THAN 500 ITEMS PENDING WITH THOSE '
                       'HELD SINCE SIGN-ON - NOTHING SAVED.'
               WHEN Carried-Count > ZERO
                   DISPLAY Carried-Count ' ITEM(S) HELD SINCE SIGN-ON '
                       'KEPT PENDING.'
           END-EVALUATE
           .
       607-Release-Decisions.
           OPEN EXTEND Approved-Adjust-File
           IF Adjust-Status NOT = '00' AND Adjust-Status NOT = '05'
               DISPLAY '*** CANNOT OPEN ' ApprovedAdj-Filename
                   ' (STATUS ' Adjust-Status ')'
               MOVE 'N' to Save-OK
           ELSE
               OPEN EXTEND Recount-File
               IF Recount-Status NOT = '00'
                       AND Recount-Status NOT = '05'
                   DISPLAY '*** CANNOT OPEN ' Recount-Filename
                       ' (STATUS ' Recount-Status ')'
                   MOVE 'N' to Save-OK
               ELSE
                   PERFORM VARYING PT-Sub FROM 1 BY 1
                           UNTIL PT-Sub > PT-Count
                       MOVE PT-Record(PT-Sub) to Pending-Record
                       PERFORM 610-Release-Item
                   END-PERFORM
                   CLOSE Recount-File
               END-IF
               CLOSE Approved-Adjust-File
           END-IF
           .
      * Approved: the held 'A' transaction goes to the posting feed
      * untouched, with the book stock it was counted against -
      * provided the slot still has not moved since the count; one
      * that has goes back to pending, to be sent for recount.
      * Recount: a count record with the quantity blank, dated today,
      * for the counters to key.
       610-Release-Item.
           EVALUATE PA-Status
               WHEN 'A'
                   PERFORM 320-Check-Book-Stock
                   IF Input-OK = 'Y'
                       MOVE PA-Adjust to AJ-Adjust
                       MOVE PA-Book to AJ-Book
                       WRITE Adjust-Record
                       ADD 1 to Release-Count
                   ELSE
                       PERFORM 615-Return-To-Pending
                   END-IF
               WHEN 'C'
                   MOVE PA-WHID to CC-WHID
                   MOVE PA-Vendor to CC-Vendor
                   MOVE PA-Product to CC-Product
                   MOVE PA-Slot to CC-Slot
                   MOVE SPACES to CC-Qty
                   MOVE Today-Date to CC-Date
                   WRITE Count-Record
                   ADD 1 to Recount-Count
               WHEN 'R'
                   ADD 1 to Reject-Count
           END-EVALUATE
           .
       615-Return-To-Pending.
           MOVE 'UNRELEASED' to AU-Action
           MOVE SPACES to AU-Detail
           STRING PA-Adjust DELIMITED BY SIZE
                  ' STOCK MOVED SINCE COUNT - BACK TO PENDING'
                      DELIMITED BY SIZE
                  INTO AU-Detail
           END-STRING
           PERFORM 900-Write-Audit
           DISPLAY 'ITEM ' PA-WHID ' ' PA-Vendor PA-Product ' SLOT '
               PA-Slot ' NOT RELEASED - BACK TO PENDING.'
           MOVE 'P' to PA-Status
           MOVE SPACES to PA-Decided-By
           MOVE SPACES to PA-Decided-Date
           MOVE SPACES to PA-Decided-Time
           MOVE Pending-Record to PT-Record(PT-Sub)
           .
      * The exceptions list: every item still pending after the set
      * number of days, oldest warehouse sections first as they sit
      * on the file, with the dollars they are holding up.
       700-Print-Exceptions.
           OPEN OUTPUT Exception-Report
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           MOVE 1 to Report-Spacing
           WRITE Report-Line from Heading-One
               After Advancing Report-Spacing
           WRITE Report-Line from Heading-Two
               After Advancing Report-Spacing
           MOVE Pending-Days to ETL-Days
           MOVE 2 to Report-Spacing
           WRITE Report-Line from Exception-Threshold-Line
               After Advancing Report-Spacing
           IF Pending-Overflow = 'Y'
               MOVE SPACES to Report-Line
               MOVE '*** TABLE FULL - REPORT INCOMPLETE ***'
                   to Report-Line
               WRITE Report-Line After Advancing Report-Spacing
               MOVE 4 to RETURN-CODE
           END-IF
           WRITE Report-Line from Item-Column-Line
               After Advancing Report-Spacing
           MOVE 1 to Report-Spacing
           PERFORM VARYING PT-Sub FROM 1 BY 1 UNTIL PT-Sub > PT-Count
               MOVE PT-Record(PT-Sub) to Pending-Record
               PERFORM 240-Age-Item
               IF Age-Days > Pending-Days
                   MOVE PT-Sub to Item-Sub
                   PERFORM 230-Format-Item
                   WRITE Report-Line from Item-Line
                       After Advancing Report-Spacing
                   ADD 1 to Late-Count
                   ADD PA-Var-Cost to Late-Total
               END-IF
           END-PERFORM
           MOVE Late-Count to ETT-Count
           MOVE Late-Total to ETT-Cost
           MOVE 2 to Report-Spacing
           WRITE Report-Line from Exception-Total-Line
               After Advancing Report-Spacing
           CLOSE Exception-Report
           DISPLAY 'PENDING ADJUSTMENTS: ' PT-Count
                   ' OVERDUE: ' Late-Count
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
      * Stamps one log line: when, who, what. AU-Action and AU-Detail
      * are set by the caller first, so they are saved around the
      * blanking of the record (whose separator bytes would otherwise
      * stay LOW-VALUES and spoil the line).
       900-Write-Audit.
           MOVE AU-Action to Hold-Action
           MOVE AU-Detail to Hold-Detail
           MOVE SPACES to Audit-Record
           MOVE Hold-Action to AU-Action
           MOVE Hold-Detail to AU-Detail
           ACCEPT WS-Current-Date FROM DATE
           MOVE '20' to AU-Date(1:2)
           MOVE WS-Year to AU-Date(3:2)
           MOVE WS-Month to AU-Date(5:2)
           MOVE WS-Day to AU-Date(7:2)
           ACCEPT Time-Now FROM TIME
           MOVE Time-Now(1:6) to AU-Time
           MOVE Operator-ID to AU-User
           WRITE Audit-Record
           .
