       IDENTIFICATION DIVISION.
       program-id. Pg4Inquiry_FHood.
       author. Forrest Hood.

      * * * * * *
      * Interactive stock availability inquiry. A warehouse calling to
      * ask who has a product no longer waits on the flash report -
      * which is stale by mid-morning - because this reads the
      * inventory master live.
      * Asked by vendor and product, it reads the master record for
      * that vendor/product in every warehouse on the warehouse
      * control file and shows each warehouse's stock slot by slot:
      * name, size, lot, expiry, stock, average cost, last issue date,
      * and the reorder point the full run would hold the slot to
      * (flagged when the stock is under it). Beside each warehouse
      * is its total on hand and the quantity still open on the
      * open-PO file, and the inquiry ends with the company total:
      * on hand, how much of that is past its expiry, and on order.
      * Asked by name, it scans the master for every product whose
      * slot name contains the text keyed (either case), lists the
      * vendor/products found, and shows the one picked.
      * Nothing is written; the files are only read.
      * Run settings (environment):
      *   INVMASTER, WHCTL, VENDORFILE, OPENPOFILE, REORDERCTL - file
      *             overrides.
      * * * * * *

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Persistent inventory master, keyed warehouse/vendor/product -
      * read here, never updated.
            SELECT Inventory-Master
                Assign dynamic InvMaster-Filename
                Organization is indexed
                Access is dynamic
                Record key is IM-Key
                File Status is IM-Status.

            SELECT OPTIONAL Warehouse-Control-File
                Assign dynamic WHCTL-Filename
                Organization is line sequential
                File Status is WHCTL-Status.

            SELECT OPTIONAL Vendor-Master-File
                Assign dynamic VendorMaster-Filename
                Organization is line sequential
                File Status is Vendor-Status.

      * The open-PO file, read afresh for every inquiry.
            SELECT OPTIONAL Open-PO-File
                Assign dynamic OpenPO-Filename
                Organization is line sequential
                File Status is OpenPO-Status.

            SELECT OPTIONAL Reorder-Control-File
                Assign dynamic ReorderCtl-Filename
                Organization is line sequential
                File Status is Reorder-Status.

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
      * Master-only movement tracking maintained by the posting run.
           05 IM-Last-Issue OCCURS 10 TIMES
                                     PIC X(8) .
      *
       FD Warehouse-Control-File
           Record contains 80 characters.

       01  WHCTL-Record               PIC X(80) .
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
       FD Reorder-Control-File
           Record contains 80 characters.

       01  RCF-Record                 PIC X(80) .

       WORKING-STORAGE SECTION.

       01  Flags-n-Switches.
           05 WHCTL-EOF              PIC X Value 'N'.
           05 Vendor-EOF             PIC X Value 'N'.
           05 OpenPO-EOF             PIC X Value 'N'.
           05 Reorder-EOF            PIC X Value 'N'.
           05 Master-EOF             PIC X Value 'N'.
           05 Done-Flag              PIC X Value 'N'.
           05 Input-OK               PIC X Value 'N'.
           05 Entry-Found            PIC X Value 'N'.
           05 Reorder-Found          PIC X Value 'N'.
           05 Below-Point            PIC X Value 'N'.
           05 Match-Overflow         PIC X Value 'N'.

       01  Misc.
           05 Menu-Choice            PIC X.
           05 Blank-Choices          PIC 9 Value ZERO.
           05 In-VCode-Raw           PIC XX.
           05 In-VCode               PIC X.
           05 In-Product-Raw         PIC X(4).
           05 In-Product             PIC X(3).
           05 In-Name                PIC X(13).
           05 In-Item-Raw            PIC X(5).
           05 Name-Len               PIC 99.
           05 Name-Start             PIC 99.
           05 Work-Name              PIC X(13).
           05 Match-Tally            PIC 99.
           05 Hit-Sub                PIC 99.
           05 Scan-Sub               PIC 99.
           05 Slot-Sub               PIC 99.
           05 Today-Date             PIC X(8).
           05 Reorder-Point          PIC S9(4).
           05 Slot-Stock             PIC S9(5).

       01  Inquiry-Totals.
           05 WH-On-Hand             PIC S9(6).
           05 Co-On-Hand             PIC S9(7).
           05 Co-Expired             PIC S9(7).
           05 Co-Open-PO             PIC 9(7).
           05 Co-Stocked             PIC 99.

       01  WS-Current-Date.
           05  WS-Year               PIC 99.
           05  WS-Month              PIC 99.
           05  WS-Day                PIC 99.

       01  Run-Parameters.
           05 InvMaster-Filename    PIC X(72)
                                          Value 'Inventory-Master.dat'.
           05 WHCTL-Filename        PIC X(72)
                                          Value 'Warehouse-Control.txt'.
           05 VendorMaster-Filename PIC X(72)
                                          Value 'Vendor-Master.txt'.
           05 OpenPO-Filename       PIC X(72)
                                          Value 'Open-PO.txt'.
           05 ReorderCtl-Filename   PIC X(72)
                                          Value 'Reorder-Control.txt'.
           05 Env-Value             PIC X(72).

       01  File-Statuses.
           05 IM-Status           PIC XX Value '00'.
           05 WHCTL-Status        PIC XX Value '00'.
           05 Vendor-Status       PIC XX Value '00'.
           05 OpenPO-Status       PIC XX Value '00'.
           05 Reorder-Status      PIC XX Value '00'.

      * * * Warehouses to ask, from the warehouse control file - a
      * warehouse with two feeds is listed once - with the quantity
      * open on order for the inquiry in hand. * * *
       01  Warehouse-Table.
           05 WH-Entry Occurs 20 Times.
               10 WHT-Code           PIC X(4).
               10 WHT-Open-PO        PIC 9(6).
       01  WH-Count                 PIC 99 Value ZERO.
       01  WH-Sub                   PIC 99.
       01  Parse-WHCode           PIC X(4).

       01  Vendor-Table.
           05  Vendor-Item Occurs 50 Times.
               10 Vendor-Key         PIC X.
               10 VI-Vendor-Name     PIC X(40).
       01  Vendor-Count              PIC 99 Value ZERO.
       01  Parse-VCode            PIC X.
       01  Parse-VName            PIC X(40).

      * * * Reorder control table, loaded and resolved the way the
      * full run does it: an exact product/size line, then the
      * product's '*' line, then the flat threshold. * * *
       01  Reorder-Control-Table.
           05 RCT-Entry Occurs 100 Times.
               10 RCT-Product        PIC X(3).
               10 RCT-Size           PIC X.
               10 RCT-Point          PIC S9(4).
               10 RCT-Qty            PIC 9(4).
       01  RCT-Count                 PIC 9(3) Value ZERO.
       01  RCT-Sub                   PIC 9(3).
       01  RCT-Wild                  PIC 9(3).
       01  Reorder-Threshold         PIC S9(4) Value +50.
       01  Parse-RProduct         PIC X(3).
       01  Parse-RSize            PIC X.
       01  Parse-RPoint           PIC X(4).
       01  Parse-RQty             PIC X(4).

      * * * Vendor/products a name search turned up. * * *
       01  Match-Table.
           05 MT-Entry Occurs 20 Times.
               10 MT-Vendor          PIC X.
               10 MT-Product         PIC X(3).
               10 MT-Name            PIC X(13).
       01  MT-Count                  PIC 99 Value ZERO.
       01  MT-Sub                    PIC 99.

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

      * * * Screen lines * * *

       01  Item-Heading.
           05                    PIC X(8) Value 'VENDOR: '.
           05 IH-Vendor          PIC X.
           05                    PIC X Value SPACE.
           05 IH-Vendor-Name     PIC X(20).
           05                    PIC X(11) Value '  PRODUCT: '.
           05 IH-Product         PIC X(3).

       01  Slot-Column-Line.
           05                    PIC X(6) Value '  SL  '.
           05                    PIC X(14) Value 'NAME'.
           05                    PIC X(2) Value 'S '.
           05                    PIC X(7) Value 'LOT'.
           05                    PIC X(9) Value 'EXPIRY'.
           05                    PIC X(6) Value 'STOCK '.
           05                    PIC X(8) Value 'AVG COST'.
           05                    PIC X(11) Value ' LAST ISSUE'.
           05                    PIC X(5) Value '  ROP'.

       01  Slot-Line.
           05                    PIC X(2) Value SPACES.
           05 SLL-Slot           PIC Z9.
           05                    PIC X(2) Value SPACES.
           05 SLL-Name           PIC X(13).
           05                    PIC X Value SPACE.
           05 SLL-Size           PIC X.
           05                    PIC X Value SPACE.
           05 SLL-Lot            PIC X(6).
           05                    PIC X Value SPACE.
           05 SLL-Expiry         PIC X(8).
           05                    PIC X Value SPACE.
           05 SLL-Stock          PIC ZZZ9-.
           05                    PIC X Value SPACE.
           05 SLL-Cost           PIC ZZZ9.99.
           05                    PIC XX Value SPACES.
           05 SLL-Last-Issue     PIC X(8).
           05                    PIC X Value SPACE.
           05 SLL-Point          PIC ZZZ9-.
           05 SLL-Flag           PIC X(6).

       01  Warehouse-Line.
           05 WL-WHID            PIC X(4).
           05                    PIC XX Value SPACES.
           05 WL-Text            PIC X(11).
           05 WL-On-Hand         PIC ZZZZZ9-.
           05                    PIC X(11) Value '   OPEN PO '.
           05 WL-Open-PO         PIC ZZZZZ9.
           05                    PIC XX Value SPACES.
           05 WL-Note            PIC X(20).

       01  Company-Line.
           05                    PIC X(17) Value 'COMPANY  ON HAND '.
           05 CL-On-Hand         PIC ZZZZZZ9-.
           05                    PIC X(4) Value ' IN '.
           05 CL-Stocked         PIC Z9.
           05                    PIC X(7) Value ' WHSES '.
           05                    PIC X(9) Value ' EXPIRED '.
           05 CL-Expired         PIC ZZZZZZ9-.
           05                    PIC X(10) Value '  OPEN PO '.
           05 CL-Open-PO         PIC ZZZZZZ9.

       01  Match-Line.
           05                    PIC X(2) Value SPACES.
           05 ML-Item            PIC Z9.
           05                    PIC X(3) Value SPACES.
           05 ML-Vendor          PIC X.
           05                    PIC X Value SPACE.
           05 ML-Product         PIC X(3).
           05                    PIC X(3) Value SPACES.
           05 ML-Name            PIC X(13).

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 110-Init-Parameters
           OPEN INPUT Inventory-Master
           IF IM-Status NOT = '00'
               DISPLAY '*** CANNOT OPEN MASTER: ' InvMaster-Filename
                       ' STATUS ' IM-Status
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 130-Load-Warehouse-Table
           PERFORM 150-Load-Vendor-Table
           PERFORM 160-Load-Reorder-Table
           PERFORM UNTIL Done-Flag = 'Y'
               PERFORM 200-Show-Menu
           END-PERFORM
           CLOSE Inventory-Master
           STOP RUN
           .
       110-Init-Parameters.
           ACCEPT WS-Current-Date FROM DATE
           MOVE SPACES to Today-Date
           MOVE '20' to Today-Date(1:2)
           MOVE WS-Year to Today-Date(3:2)
           MOVE WS-Month to Today-Date(5:2)
           MOVE WS-Day to Today-Date(7:2)
           ACCEPT Env-Value FROM ENVIRONMENT 'INVMASTER'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to InvMaster-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'WHCTL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to WHCTL-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'VENDORFILE'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to VendorMaster-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'OPENPOFILE'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to OpenPO-Filename
           END-IF
           ACCEPT Env-Value FROM ENVIRONMENT 'REORDERCTL'
           IF Env-Value NOT = SPACES
               MOVE Env-Value to ReorderCtl-Filename
           END-IF
           .
      * Reads the warehouse codes off the warehouse control file,
      * once each. With no control file the warehouses are taken
      * from the master itself.
       130-Load-Warehouse-Table.
           MOVE ZERO to WH-Count
           OPEN INPUT Warehouse-Control-File
           IF WHCTL-Status = '00'
               PERFORM UNTIL WHCTL-EOF = 'Y'
                   READ Warehouse-Control-File
                       AT END
                           MOVE 'Y' to WHCTL-EOF
                       NOT AT END
                           MOVE SPACES to Parse-WHCode
                           UNSTRING WHCTL-Record DELIMITED BY ','
                               INTO Parse-WHCode
                           END-UNSTRING
                           IF Parse-WHCode NOT = SPACES
                               PERFORM 135-Add-Warehouse
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Warehouse-Control-File
           IF WH-Count = ZERO
               PERFORM 140-Warehouses-From-Master
           END-IF
           .
       135-Add-Warehouse.
           MOVE 'N' to Entry-Found
           PERFORM VARYING WH-Sub FROM 1 BY 1
                   UNTIL WH-Sub > WH-Count
                      OR Entry-Found = 'Y'
               IF WHT-Code(WH-Sub) = Parse-WHCode
                   MOVE 'Y' to Entry-Found
               END-IF
           END-PERFORM
           IF Entry-Found = 'N'
               IF WH-Count < 20
                   ADD 1 to WH-Count
                   MOVE Parse-WHCode to WHT-Code(WH-Count)
               ELSE
                   DISPLAY '*** WAREHOUSE TABLE FULL - NOT ASKING '
                       Parse-WHCode
               END-IF
           END-IF
           .
      * The master is in warehouse order, so each new warehouse code
      * is a change from the record before.
       140-Warehouses-From-Master.
           MOVE LOW-VALUES to IM-Key
           START Inventory-Master KEY IS NOT LESS THAN IM-Key
               INVALID KEY
                   MOVE 'Y' to Master-EOF
           END-START
           MOVE SPACES to Parse-WHCode
           PERFORM UNTIL Master-EOF = 'Y'
               READ Inventory-Master NEXT RECORD
                   AT END
                       MOVE 'Y' to Master-EOF
                   NOT AT END
                       IF IM-WHID NOT = Parse-WHCode
                           MOVE IM-WHID to Parse-WHCode
                           PERFORM 135-Add-Warehouse
                       END-IF
               END-READ
               IF Master-EOF = 'N' AND IM-Status NOT = '00'
                   DISPLAY '*** MASTER READ ERROR STATUS ' IM-Status
                   MOVE 'Y' to Master-EOF
               END-IF
           END-PERFORM
           .
      * Vendor names for the headings; the original seven when there
      * is no vendor master, the same fallback every loader uses.
       150-Load-Vendor-Table.
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
                               UNSTRING VMF-Record DELIMITED BY ','
                                   INTO Parse-VCode
                                        Parse-VName
                               END-UNSTRING
                               IF Parse-VCode NOT = SPACE
                                   ADD 1 to Vendor-Count
                                   MOVE Parse-VCode
                                       to Vendor-Key(Vendor-Count)
                                   MOVE Parse-VName
                                       to VI-Vendor-Name(Vendor-Count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Vendor-Master-File
           IF Vendor-Count = 0
               PERFORM 155-Load-Default-Vendors
           END-IF
           .
       155-Load-Default-Vendors.
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
           .
      * Same parse as the full run's reorder control loader; a line
      * that does not parse is left out.
       160-Load-Reorder-Table.
           MOVE ZERO to RCT-Count
           OPEN INPUT Reorder-Control-File
           IF Reorder-Status = '00'
               PERFORM UNTIL Reorder-EOF = 'Y'
                   READ Reorder-Control-File
                       AT END
                           MOVE 'Y' to Reorder-EOF
                       NOT AT END
                           IF RCT-Count < 100
                               PERFORM 165-Parse-Reorder-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Reorder-Control-File
           .
       165-Parse-Reorder-Line.
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
           ADD 1 to RCT-Count
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
           IF NP-Valid NOT = 'Y'
               SUBTRACT 1 FROM RCT-Count
           END-IF
           .
       200-Show-Menu.
           DISPLAY ' '
           DISPLAY 'STOCK AVAILABILITY INQUIRY'
           DISPLAY '  WAREHOUSES: ' WH-Count
           DISPLAY '  1 = BY VENDOR AND PRODUCT'
           DISPLAY '  2 = BY PRODUCT NAME'
           DISPLAY '  0 = EXIT'
           DISPLAY 'CHOICE: ' WITH NO ADVANCING
           MOVE SPACE to Menu-Choice
           ACCEPT Menu-Choice
           IF Menu-Choice = SPACE
               ADD 1 to Blank-Choices
               IF Blank-Choices > 2
                   DISPLAY '*** NO INPUT - EXITING.'
                   MOVE 'Y' to Done-Flag
               END-IF
           ELSE
               MOVE ZERO to Blank-Choices
           END-IF
           EVALUATE Menu-Choice
               WHEN '1' PERFORM 300-Inquire-By-Key
               WHEN '2' PERFORM 400-Inquire-By-Name
               WHEN '0' MOVE 'Y' to Done-Flag
               WHEN SPACE CONTINUE
               WHEN OTHER DISPLAY 'UNKNOWN CHOICE: ' Menu-Choice
           END-EVALUATE
           .
       300-Inquire-By-Key.
           PERFORM 310-Accept-Vendor
           IF Input-OK = 'Y'
               PERFORM 320-Accept-Product
           END-IF
           IF Input-OK = 'Y'
               PERFORM 350-Show-Availability
           END-IF
           .
      * A vendor code is one character; one not on the vendor master
      * is still looked up, with a note, since stock may outlive its
      * vendor.
       310-Accept-Vendor.
           MOVE 'N' to Input-OK
           DISPLAY 'VENDOR CODE: ' WITH NO ADVANCING
           MOVE SPACES to In-VCode-Raw
           ACCEPT In-VCode-Raw
           IF In-VCode-Raw(1:1) = SPACE OR In-VCode-Raw(2:1) NOT = SPACE
               DISPLAY 'A VENDOR CODE IS ONE CHARACTER.'
           ELSE
               MOVE In-VCode-Raw(1:1) to In-VCode
               MOVE 'Y' to Input-OK
               PERFORM 330-Find-Vendor
               IF Hit-Sub = ZERO
                   DISPLAY 'NOTE: VENDOR ' In-VCode
                       ' IS NOT ON THE VENDOR MASTER.'
               END-IF
           END-IF
           .
       320-Accept-Product.
           MOVE 'N' to Input-OK
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING
           MOVE SPACES to In-Product-Raw
           ACCEPT In-Product-Raw
           IF In-Product-Raw(1:1) = SPACE
                   OR In-Product-Raw(4:1) NOT = SPACE
               DISPLAY 'A PRODUCT CODE IS UP TO 3 CHARACTERS.'
           ELSE
               MOVE In-Product-Raw(1:3) to In-Product
               MOVE 'Y' to Input-OK
           END-IF
           .
       330-Find-Vendor.
           MOVE ZERO to Hit-Sub
           PERFORM VARYING Scan-Sub FROM 1 BY 1
                   UNTIL Scan-Sub > Vendor-Count
                      OR Hit-Sub > ZERO
               IF Vendor-Key(Scan-Sub) = In-VCode
                   MOVE Scan-Sub to Hit-Sub
               END-IF
           END-PERFORM
           .
      * The whole answer for In-VCode/In-Product: every warehouse's
      * slots and on-order quantity, then the company line.
       350-Show-Availability.
           PERFORM 360-Total-Open-PO
           MOVE ZERO to Co-On-Hand Co-Expired Co-Open-PO Co-Stocked
           PERFORM 330-Find-Vendor
           MOVE In-VCode to IH-Vendor
           IF Hit-Sub = ZERO
               MOVE 'NOT ON VENDOR MASTER' to IH-Vendor-Name
           ELSE
               MOVE VI-Vendor-Name(Hit-Sub) to IH-Vendor-Name
           END-IF
           MOVE In-Product to IH-Product
           DISPLAY ' '
           DISPLAY Item-Heading
           DISPLAY Slot-Column-Line
           PERFORM VARYING WH-Sub FROM 1 BY 1 UNTIL WH-Sub > WH-Count
               PERFORM 370-Show-Warehouse
           END-PERFORM
           MOVE Co-On-Hand to CL-On-Hand
           MOVE Co-Stocked to CL-Stocked
           MOVE Co-Expired to CL-Expired
           MOVE Co-Open-PO to CL-Open-PO
           DISPLAY ' '
           DISPLAY Company-Line
           .
      * What each warehouse still has coming on open order lines for
      * the vendor/product - ordered less received.
       360-Total-Open-PO.
           PERFORM VARYING WH-Sub FROM 1 BY 1 UNTIL WH-Sub > WH-Count
               MOVE ZERO to WHT-Open-PO(WH-Sub)
           END-PERFORM
           MOVE 'N' to OpenPO-EOF
           OPEN INPUT Open-PO-File
           IF OpenPO-Status = '00'
               PERFORM UNTIL OpenPO-EOF = 'Y'
                   READ Open-PO-File
                       AT END
                           MOVE 'Y' to OpenPO-EOF
                       NOT AT END
                           IF OPO-Vendor = In-VCode
                                   AND OPO-Product = In-Product
                                   AND OPO-Status = 'O'
                                   AND OPO-Ordered IS NUMERIC
                                   AND OPO-Received IS NUMERIC
                                   AND OPO-Received < OPO-Ordered
                               PERFORM 365-Add-Open-PO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Open-PO-File
           .
       365-Add-Open-PO.
           PERFORM VARYING WH-Sub FROM 1 BY 1 UNTIL WH-Sub > WH-Count
               IF WHT-Code(WH-Sub) = OPO-WHID
                   COMPUTE WHT-Open-PO(WH-Sub) = WHT-Open-PO(WH-Sub)
                       + OPO-Ordered - OPO-Received
               END-IF
           END-PERFORM
           .
      * One warehouse, read straight off the master.
       370-Show-Warehouse.
           MOVE SPACES to Warehouse-Line
           MOVE WHT-Code(WH-Sub) to WL-WHID
           MOVE WHT-Open-PO(WH-Sub) to WL-Open-PO
           ADD WHT-Open-PO(WH-Sub) to Co-Open-PO
           MOVE WHT-Code(WH-Sub) to IM-WHID
           MOVE In-VCode to IM-Vendor
           MOVE In-Product to IM-Product
           READ Inventory-Master
               INVALID KEY
                   MOVE 'N' to Entry-Found
               NOT INVALID KEY
                   MOVE 'Y' to Entry-Found
           END-READ
           IF Entry-Found = 'N' AND IM-Status NOT = '23'
               MOVE 'NOT READABLE' to WL-Text
               MOVE ZERO to WL-On-Hand
               MOVE SPACES to WL-Note
               STRING 'MASTER STATUS ' DELIMITED BY SIZE
                      IM-Status DELIMITED BY SIZE
                   INTO WL-Note
               END-STRING
           ELSE
               IF Entry-Found = 'N'
                   MOVE 'NOT STOCKED' to WL-Text
                   MOVE ZERO to WL-On-Hand
               ELSE
                   MOVE ZERO to WH-On-Hand
                   MOVE 'N' to Below-Point
                   PERFORM VARYING Slot-Sub FROM 1 BY 1
                           UNTIL Slot-Sub > 10
                       IF IMD-Name(Slot-Sub) NOT = SPACES
                           PERFORM 380-Show-Slot
                       END-IF
                   END-PERFORM
                   MOVE 'ON HAND' to WL-Text
                   MOVE WH-On-Hand to WL-On-Hand
                   IF Below-Point = 'Y'
                       MOVE 'BELOW REORDER POINT' to WL-Note
                   END-IF
                   ADD WH-On-Hand to Co-On-Hand
                   IF WH-On-Hand > ZERO
                       ADD 1 to Co-Stocked
                   END-IF
               END-IF
           END-IF
           DISPLAY Warehouse-Line
           .
      * One slot. Stock past its expiry is shown and counted on hand
      * but totalled apart on the company line.
       380-Show-Slot.
           MOVE SPACES to Slot-Line
           MOVE Slot-Sub to SLL-Slot
           MOVE IMD-Name(Slot-Sub) to SLL-Name
           MOVE IMD-Size(Slot-Sub) to SLL-Size
           MOVE IMD-Lot(Slot-Sub) to SLL-Lot
           MOVE IMD-Expiry(Slot-Sub) to SLL-Expiry
           IF IMD-Stock(Slot-Sub) IS NUMERIC
               MOVE IMD-Stock(Slot-Sub) to Slot-Stock
           ELSE
               MOVE ZERO to Slot-Stock
           END-IF
           MOVE Slot-Stock to SLL-Stock
           ADD Slot-Stock to WH-On-Hand
           IF IMD-Price(Slot-Sub) IS NUMERIC
               MOVE IMD-Price(Slot-Sub) to SLL-Cost
           ELSE
               MOVE ZERO to SLL-Cost
           END-IF
           IF IM-Last-Issue(Slot-Sub) = SPACES
               MOVE 'NONE' to SLL-Last-Issue
           ELSE
               MOVE IM-Last-Issue(Slot-Sub) to SLL-Last-Issue
           END-IF
           PERFORM 390-Find-Reorder-Point
           MOVE Reorder-Point to SLL-Point
           IF Slot-Stock < Reorder-Point
               MOVE ' BELOW' to SLL-Flag
               MOVE 'Y' to Below-Point
           END-IF
           IF IMD-Expiry(Slot-Sub) IS NUMERIC
                   AND IMD-Expiry(Slot-Sub) < Today-Date
                   AND Slot-Stock > ZERO
               MOVE ' EXPD' to SLL-Flag
               ADD Slot-Stock to Co-Expired
           END-IF
           DISPLAY Slot-Line
           .
      * The point the inventory run holds this slot to, resolved in
      * the same order: exact product/size, then '*', then flat.
       390-Find-Reorder-Point.
           MOVE Reorder-Threshold to Reorder-Point
           MOVE 'N' to Reorder-Found
           MOVE ZERO to RCT-Wild
           PERFORM VARYING RCT-Sub FROM 1 BY 1
                   UNTIL RCT-Sub > RCT-Count
                      OR Reorder-Found = 'Y'
               IF RCT-Product(RCT-Sub) = IM-Product
                   IF RCT-Size(RCT-Sub) = IMD-Size(Slot-Sub)
                       MOVE 'Y' to Reorder-Found
                       MOVE RCT-Point(RCT-Sub) to Reorder-Point
                   ELSE
                       IF RCT-Size(RCT-Sub) = '*'
                               AND RCT-Wild = ZERO
                           MOVE RCT-Sub to RCT-Wild
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Reorder-Found = 'N' AND RCT-Wild > ZERO
               MOVE RCT-Point(RCT-Wild) to Reorder-Point
           END-IF
           .
      * Scans the whole master for slot names containing the text,
      * either case, then shows the vendor/product picked from the
      * list.
       400-Inquire-By-Name.
           DISPLAY 'NAME (OR PART OF IT): ' WITH NO ADVANCING
           MOVE SPACES to In-Name
           ACCEPT In-Name
           INSPECT In-Name CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO to Name-Start
           PERFORM VARYING Scan-Sub FROM 1 BY 1
                   UNTIL Scan-Sub > 13 OR Name-Start > ZERO
               IF In-Name(Scan-Sub:1) NOT = SPACE
                   MOVE Scan-Sub to Name-Start
               END-IF
           END-PERFORM
           IF Name-Start = ZERO
               DISPLAY 'NO NAME KEYED.'
           ELSE
               MOVE ZERO to Name-Len
               PERFORM VARYING Scan-Sub FROM 13 BY -1
                       UNTIL Scan-Sub < Name-Start OR Name-Len > ZERO
                   IF In-Name(Scan-Sub:1) NOT = SPACE
                       COMPUTE Name-Len = Scan-Sub - Name-Start + 1
                   END-IF
               END-PERFORM
               PERFORM 410-Scan-Names
               PERFORM 420-Pick-Match
           END-IF
           .
       410-Scan-Names.
           MOVE ZERO to MT-Count
           MOVE 'N' to Match-Overflow
           MOVE 'N' to Master-EOF
           MOVE LOW-VALUES to IM-Key
           START Inventory-Master KEY IS NOT LESS THAN IM-Key
               INVALID KEY
                   MOVE 'Y' to Master-EOF
           END-START
           PERFORM UNTIL Master-EOF = 'Y'
               READ Inventory-Master NEXT RECORD
                   AT END
                       MOVE 'Y' to Master-EOF
                   NOT AT END
                       PERFORM VARYING Slot-Sub FROM 1 BY 1
                               UNTIL Slot-Sub > 10
                           PERFORM 415-Match-Slot
                       END-PERFORM
               END-READ
               IF Master-EOF = 'N' AND IM-Status NOT = '00'
                   DISPLAY '*** MASTER READ ERROR STATUS ' IM-Status
                   MOVE 'Y' to Master-EOF
               END-IF
           END-PERFORM
           .
      * A vendor/product is listed once, under the first name found.
       415-Match-Slot.
           MOVE IMD-Name(Slot-Sub) to Work-Name
           INSPECT Work-Name CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO to Match-Tally
           INSPECT Work-Name TALLYING Match-Tally
               FOR ALL In-Name(Name-Start:Name-Len)
           IF Match-Tally > ZERO
               MOVE 'N' to Entry-Found
               PERFORM VARYING MT-Sub FROM 1 BY 1
                       UNTIL MT-Sub > MT-Count
                          OR Entry-Found = 'Y'
                   IF MT-Vendor(MT-Sub) = IM-Vendor
                           AND MT-Product(MT-Sub) = IM-Product
                       MOVE 'Y' to Entry-Found
                   END-IF
               END-PERFORM
               IF Entry-Found = 'N'
                   IF MT-Count < 20
                       ADD 1 to MT-Count
                       MOVE IM-Vendor to MT-Vendor(MT-Count)
                       MOVE IM-Product to MT-Product(MT-Count)
                       MOVE IMD-Name(Slot-Sub) to MT-Name(MT-Count)
                   ELSE
                       MOVE 'Y' to Match-Overflow
                   END-IF
               END-IF
           END-IF
           .
       420-Pick-Match.
           IF MT-Count = ZERO
               DISPLAY 'NO PRODUCT NAME CONTAINS '
                   In-Name(Name-Start:Name-Len)
           ELSE
               DISPLAY '  ITEM V PRD   NAME'
               PERFORM VARYING MT-Sub FROM 1 BY 1
                       UNTIL MT-Sub > MT-Count
                   MOVE MT-Sub to ML-Item
                   MOVE MT-Vendor(MT-Sub) to ML-Vendor
                   MOVE MT-Product(MT-Sub) to ML-Product
                   MOVE MT-Name(MT-Sub) to ML-Name
                   DISPLAY Match-Line
               END-PERFORM
               IF Match-Overflow = 'Y'
                   DISPLAY 'MORE THAN 20 FOUND - KEY MORE OF THE NAME '
                       'TO NARROW IT.'
               END-IF
               DISPLAY 'SHOW ITEM (BLANK = NONE): ' WITH NO ADVANCING
               MOVE SPACES to In-Item-Raw
               ACCEPT In-Item-Raw
               IF In-Item-Raw NOT = SPACES
                   MOVE In-Item-Raw to NP-Text
                   PERFORM 800-Parse-Number
                   IF NP-Valid = 'Y' AND NP-Value >= 1
                           AND NP-Value <= MT-Count
                       MOVE NP-Value to MT-Sub
                       MOVE MT-Vendor(MT-Sub) to In-VCode
                       MOVE MT-Product(MT-Sub) to In-Product
                       PERFORM 350-Show-Availability
                   ELSE
                       DISPLAY 'NO SUCH ITEM.'
                   END-IF
               END-IF
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
