      * change is stamped to the maintenance audit log (date, time,
      * operator, action, before/after) so we know who changed what
      * before a bad run.
      *
      * Modification History:
      * A vendor master line may now carry a third field, the lead
      * time in days the vendor promised (code,name,days). Adding a
      * vendor asks for it (blank = not promised), a new menu choice
      * changes it, and the save writes it back - the vendor
      * scorecard (Pg4Score_FHood) measures on-time receipt against
      * it. The other loaders read only the first two fields, so the
      * third is invisible to them.
      * * * * * *

       ENVIRONMENT DIVISION.
           05 In-Path                PIC X(72).
           05 In-VCode               PIC X.
           05 In-VName               PIC X(40).
           05 In-Lead-Raw            PIC X(5).
           05 In-Lead                PIC 9(3).
           05 Lead-Ended             PIC X.
           05 Lead-Char              PIC X.
           05 Lead-Digit REDEFINES Lead-Char
                                     PIC 9.
           05 Lead-Sub               PIC 9.
           05 Hit-Sub                PIC 99.
           05 Scan-Sub               PIC 99.
           05 Chk-Sub                PIC 9.
           05  Vendor-Item Occurs 50 Times.
               10 Vendor-Key         PIC X.
               10 VI-Vendor-Name     PIC X(40).
               10 VI-Lead-Days       PIC 9(3).
       01  Vendor-Count              PIC 99 Value ZERO.
       01  Parse-VCode            PIC X.
       01  Parse-VName            PIC X(40).
       01  Parse-VLead            PIC X(5).

       PROCEDURE DIVISION.

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
                                       to Vendor-Key(Vendor-Count)
                                   MOVE Parse-VName
                                       to VI-Vendor-Name(Vendor-Count)
                                   MOVE Parse-VLead to In-Lead-Raw
                                   PERFORM 447-Edit-Lead
                                   IF Input-OK = 'N'
                                       DISPLAY 'NOTE: VENDOR '
                                           Parse-VCode ' LEAD DAYS '
                                           'UNREADABLE - DROPPED.'
                                   END-IF
                                   MOVE In-Lead
                                       to VI-Lead-Days(Vendor-Count)
                               END-IF
                           ELSE
                               DISPLAY '*** VENDOR TABLE FULL - '
                   'PATH'
           DISPLAY '  5 = RETIRE WAREHOUSE   6 = ADD VENDOR'
           DISPLAY '  7 = CHANGE VENDOR NAME 8 = RETIRE VENDOR'
           DISPLAY '  9 = CHANGE VENDOR LEAD DAYS'
           DISPLAY '  0 = SAVE AND EXIT'
           DISPLAY 'CHOICE: ' WITH NO ADVANCING
           MOVE SPACE to Menu-Choice
               WHEN '6' PERFORM 400-Add-Vendor
               WHEN '7' PERFORM 410-Change-Vendor
               WHEN '8' PERFORM 420-Retire-Vendor
               WHEN '9' PERFORM 415-Change-Vendor-Lead
               WHEN '0' MOVE 'Y' to Done-Flag
               WHEN SPACE CONTINUE
               WHEN OTHER DISPLAY 'UNKNOWN CHOICE: ' Menu-Choice
       220-List-Vendors.
           PERFORM VARYING Scan-Sub FROM 1 BY 1
                   UNTIL Scan-Sub > Vendor-Count
               IF VI-Lead-Days(Scan-Sub) = ZERO
                   DISPLAY '  ' Vendor-Key(Scan-Sub) ' '
                       VI-Vendor-Name(Scan-Sub)
               ELSE
                   DISPLAY '  ' Vendor-Key(Scan-Sub) ' '
                       VI-Vendor-Name(Scan-Sub) ' LEAD '
                       VI-Lead-Days(Scan-Sub) ' DAYS'
               END-IF
           END-PERFORM
           .
      * A warehouse code must be exactly 4 non-blank characters, and
                           'UNIQUE.'
                   ELSE
                       PERFORM 440-Accept-VName
                       IF Input-OK = 'Y'
                           PERFORM 445-Accept-Lead
                       END-IF
                       IF Input-OK = 'Y'
                           ADD 1 to Vendor-Count
                           MOVE In-VCode
                               to Vendor-Key(Vendor-Count)
                           MOVE In-VName
                               to VI-Vendor-Name(Vendor-Count)
                           MOVE In-Lead
                               to VI-Lead-Days(Vendor-Count)
                           MOVE 'Y' to Changes-Made
                           MOVE 'ADD-VEND' to AU-Action
                           MOVE SPACES to AU-Detail
                           STRING In-VCode DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  In-VName DELIMITED BY '  '
                                  ' LEAD ' DELIMITED BY SIZE
                                  In-Lead DELIMITED BY SIZE
                                  INTO AU-Detail
                           END-STRING
                           PERFORM 900-Write-Audit
               END-IF
           END-IF
           .
      * The promised lead time, in days; zero is not promised.
       415-Change-Vendor-Lead.
           PERFORM 430-Accept-VCode
           IF Input-OK = 'Y'
               PERFORM 450-Find-Vendor
               IF Entry-Found = 'N'
                   DISPLAY 'VENDOR ' In-VCode ' IS NOT ON FILE.'
               ELSE
                   DISPLAY 'CURRENT LEAD DAYS: '
                       VI-Lead-Days(Hit-Sub)
                   PERFORM 445-Accept-Lead
                   IF Input-OK = 'Y'
                       MOVE 'CHG-LEAD' to AU-Action
                       MOVE SPACES to AU-Detail
                       STRING In-VCode DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              VI-Lead-Days(Hit-Sub)
                                  DELIMITED BY SIZE
                              ' -> ' DELIMITED BY SIZE
                              In-Lead DELIMITED BY SIZE
                              INTO AU-Detail
                       END-STRING
                       MOVE In-Lead to VI-Lead-Days(Hit-Sub)
                       MOVE 'Y' to Changes-Made
                       PERFORM 900-Write-Audit
                       DISPLAY 'CHANGED VENDOR ' In-VCode
                   END-IF
               END-IF
           END-IF
           .
      * Refuses to retire a vendor that still appears in the current
      * merged inventory - and refuses when that cannot be verified.
       420-Retire-Vendor.
                   END-IF
           END-EVALUATE
           .
       445-Accept-Lead.
           DISPLAY 'PROMISED LEAD DAYS (BLANK = NONE): '
               WITH NO ADVANCING
           MOVE SPACES to In-Lead-Raw
           ACCEPT In-Lead-Raw
           PERFORM 447-Edit-Lead
           IF Input-OK = 'N'
               DISPLAY 'LEAD DAYS ARE A WHOLE NUMBER FROM 0 TO 999.'
           END-IF
           .
      * Edits the lead days in In-Lead-Raw into In-Lead: blank is
      * zero, otherwise one run of up to three digits, with spaces
      * allowed either side.
       447-Edit-Lead.
           MOVE ZERO to In-Lead
           MOVE 'Y' to Input-OK
           MOVE 'N' to Lead-Ended
           PERFORM VARYING Lead-Sub FROM 1 BY 1 UNTIL Lead-Sub > 5
               MOVE In-Lead-Raw(Lead-Sub:1) to Lead-Char
               EVALUATE TRUE
                   WHEN Lead-Char = SPACE
                       IF Lead-Ended = 'D'
                           MOVE 'Y' to Lead-Ended
                       END-IF
                   WHEN Lead-Char >= '0' AND Lead-Char <= '9'
                       IF Lead-Ended = 'Y' OR In-Lead > 99
                           MOVE 'N' to Input-OK
                       ELSE
                           COMPUTE In-Lead =
                               (In-Lead * 10) + Lead-Digit
                           MOVE 'D' to Lead-Ended
                       END-IF
                   WHEN OTHER
                       MOVE 'N' to Input-OK
               END-EVALUATE
           END-PERFORM
           IF Input-OK = 'N'
               MOVE ZERO to In-Lead
           END-IF
           .
       450-Find-Vendor.
           MOVE 'N' to Entry-Found
           MOVE ZERO to Hit-Sub
               PERFORM VARYING Scan-Sub FROM 1 BY 1
                       UNTIL Scan-Sub > Vendor-Count
                   MOVE SPACES to VMF-Record
                   IF VI-Lead-Days(Scan-Sub) = ZERO
                       STRING Vendor-Key(Scan-Sub) DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              VI-Vendor-Name(Scan-Sub)
                                  DELIMITED BY SIZE
                              INTO VMF-Record
                       END-STRING
                   ELSE
      * The name is cut at its first double space so the lead days
      * follow it directly.
                       STRING Vendor-Key(Scan-Sub) DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              VI-Vendor-Name(Scan-Sub)
                                  DELIMITED BY '  '
                              ',' DELIMITED BY SIZE
                              VI-Lead-Days(Scan-Sub)
                                  DELIMITED BY SIZE
                              INTO VMF-Record
                       END-STRING
                   END-IF
                   WRITE VMF-Record
               END-PERFORM
               CLOSE Vendor-Master-File
