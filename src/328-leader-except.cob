       IDENTIFICATION DIVISION.
       PROGRAM-ID. 328-LEADER-EXCEPT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 06, 2026.
      * PRE-EVENT LEADERSHIP EXCEPTION REPORT.  EVERY TROOP ON THE
      * SIGNED-ON EVENT IS RUN THROUGH THE SAME TWO-DEEP LEADERSHIP
      * AND YOUTH PROTECTION RULES THE GATE USES (908-LEADER-CHECK),
      * AND EACH TROOP THAT WOULD BE HELD AT CHECK-IN IS LISTED WITH
      * ITS SCOUTMASTER'S PHONE FROM UNITS.DAT, THE REASONS, AND THE
      * ADULTS ON ITS ROSTER WHOSE TRAINING IS LAPSED OR MISSING, SO
      * THE REGISTRAR CAN CALL AHEAD.  A TROOP NOT YET CHECKED IN IS
      * JUDGED ON ITS SIGNED-UP COUNTS; A CHECKED-IN TROOP ON ITS
      * ACTUAL COUNTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY ROSTSEL.
           COPY UNITSEL.
           SELECT FC-LEADER-RPT ASSIGN TO './db/leader_exceptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY ROSTFD.
           COPY UNITFD.
       FD  FC-LEADER-RPT.
       01  RPT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY LDRLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(28)
               VALUE "LEADERSHIP EXCEPTIONS   RUN ".
           02 WS-HDG-MONTH PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-HDG-DAY PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-HDG-YEAR PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-HDG-HOUR PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 WS-HDG-MINUTE PIC 9(02).
           02 FILLER PIC X(08) VALUE "    PAGE".
           02 WS-HDG-PAGE PIC ZZZ9.
       01 WS-EVENT-LINE.
           02 FILLER PIC X(06) VALUE "EVENT ".
           02 WS-EVT-ID PIC 999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-EVT-NAME PIC X(30).
       01 WS-TROOP-LINE.
           02 FILLER PIC X(06) VALUE "TROOP ".
           02 WS-TL-AREA PIC 9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-TL-UNIT PIC 999.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-TL-STATUS PIC X(16).
           02 FILLER PIC X(09) VALUE " ADULTS: ".
           02 WS-TL-ADULTS PIC Z9.
           02 FILLER PIC X(09) VALUE "  YOUTH: ".
           02 WS-TL-YOUTH PIC Z9.
           02 FILLER PIC X(10) VALUE "  NEEDED: ".
           02 WS-TL-NEEDED PIC Z9.
       01 WS-LEADER-LINE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "LEADER: ".
           02 WS-LL-NAME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-LL-PHONE PIC X(12).
       01 WS-REASON-LINE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "* ".
           02 WS-RL-REASON PIC X(60).
       01 WS-ADULT-LINE.
           02 FILLER PIC X(08) VALUE SPACES.
           02 WS-AL-NAME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-AL-STATUS PIC X(08).
           02 WS-AL-DATE.
               03 WS-AL-MONTH PIC 9(02).
               03 FILLER PIC X(01) VALUE "/".
               03 WS-AL-DAY PIC 9(02).
               03 FILLER PIC X(01) VALUE "/".
               03 WS-AL-YEAR PIC 9(04).
       01 WS-ADULT-DATE-X REDEFINES WS-ADULT-LINE.
           02 FILLER PIC X(48).
           02 WS-AL-DATE-X PIC X(12).
       01 WS-TRAINING-DATE.
           02 WS-TD-YEAR PIC 9(04).
           02 WS-TD-MONTH PIC 9(02).
           02 WS-TD-DAY PIC 9(02).
       01 WS-TRAINING-DATE-N REDEFINES WS-TRAINING-DATE PIC 9(08).
       01 WS-RULE-LINE PIC X(72) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(90).
       01 WS-REASON-IX PIC 9.
       01 WS-TROOP-ADULTS PIC 9(02).
       01 WS-TROOP-YOUTH PIC 9(02).
       01 WS-TROOP-COUNT PIC 9(05).
       01 WS-HELD-COUNT PIC 9(05).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       01 WS-CAMPERS-DONE PIC 9.
           88 WS-ALL-CAMPERS-DONE VALUE 1.
       01 WS-ROSTER-DONE-SW PIC X(01).
           88 WS-NO-MORE-ROSTER-NAMES VALUE "Y".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
              10  WS-CURRENT-YEAR    PIC  9(4).
              10  WS-CURRENT-MONTH   PIC  9(2).
              10  WS-CURRENT-DAY     PIC  9(2).
           05  WS-CURRENT-TIME.
              10  WS-CURRENT-HOUR    PIC  9(2).
              10  WS-CURRENT-MINUTE  PIC  9(2).
              10  WS-CURRENT-SECOND  PIC  9(2).
              10  WS-CURRENT-MS      PIC  9(2).
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
           COPY SESSLK.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       328-LEADER-EXCEPT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-TROOP-COUNT
           MOVE ZEROES TO WS-HELD-COUNT
           MOVE ZEROES TO WS-CAMPERS-DONE
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-MONTH TO WS-HDG-MONTH
           MOVE WS-CURRENT-DAY TO WS-HDG-DAY
           MOVE WS-CURRENT-YEAR TO WS-HDG-YEAR
           MOVE WS-CURRENT-HOUR TO WS-HDG-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-HDG-MINUTE
           MOVE SESS-EVENT-ID TO WS-EVT-ID
           MOVE SESS-EVENT-NAME TO WS-EVT-NAME
           OPEN OUTPUT FC-LEADER-RPT
           PERFORM 329-PAGE-HEADING
           OPEN INPUT FC-UNITS
           PERFORM 923-CHECK-UNITS
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE ZEROES TO FD-CAMPER-AREA
           MOVE ZEROES TO FD-CAMPER-UNIT
           START FC-CAMPERS KEY IS NOT LESS THAN FD-CAMPER-KEY
               INVALID KEY
                   MOVE 1 TO WS-CAMPERS-DONE
           END-START
           PERFORM 330-SCAN-TROOP UNTIL WS-ALL-CAMPERS-DONE
           CLOSE FC-CAMPERS
           CLOSE FC-UNITS
           IF WS-HELD-COUNT = ZEROES
                   MOVE "  NO TROOPS ON THIS EVENT WOULD BE HELD"
                       TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           END-IF
           MOVE WS-RULE-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TROOPS CHECKED: " DELIMITED BY SIZE
               WS-TROOP-COUNT DELIMITED BY SIZE
               "   TROOPS HELD: " DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           CLOSE FC-LEADER-RPT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "LEADERSHIP EXCEPTIONS"
           DISPLAY " "
           DISPLAY "  TROOPS CHECKED:   " WS-TROOP-COUNT
           DISPLAY "  TROOPS HELD:      " WS-HELD-COUNT
           DISPLAY "  WRITTEN TO DB/LEADER_EXCEPTIONS.TXT"
           DISPLAY " "
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT WS-DUMMY
           EXIT PROGRAM.
       329-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EVENT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 3 TO WS-LINE-COUNT.
       330-SCAN-TROOP.
           READ FC-CAMPERS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPERS-DONE
               NOT AT END
                   IF FD-CAMPER-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE 1 TO WS-CAMPERS-DONE
                   ELSE
                       PERFORM 335-CHECK-TROOP
                   END-IF
           END-READ.
       335-CHECK-TROOP.
           ADD 1 TO WS-TROOP-COUNT
           IF FD-CHECKED-IN
                   MOVE FD-ACTAUL-ADULTS TO WS-TROOP-ADULTS
                   MOVE FD-ACTUAL-YOUTH TO WS-TROOP-YOUTH
           ELSE
                   MOVE FD-ADULTS TO WS-TROOP-ADULTS
                   MOVE FD-YOUTH TO WS-TROOP-YOUTH
           END-IF
           MOVE SESS-EVENT-ID TO LDR-EVENT
           MOVE FD-CAMPER-AREA TO LDR-AREA
           MOVE FD-CAMPER-UNIT TO LDR-UNIT
           MOVE WS-TROOP-ADULTS TO LDR-ADULTS
           MOVE WS-TROOP-YOUTH TO LDR-YOUTH
           CALL '908-LEADER-CHECK' USING LDR-RECORD
           IF LDR-HOLD
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 340-PRINT-TROOP
           END-IF.
       340-PRINT-TROOP.
           IF WS-LINE-COUNT >= 45
                   PERFORM 329-PAGE-HEADING
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE FD-CAMPER-AREA TO WS-TL-AREA
           MOVE FD-CAMPER-UNIT TO WS-TL-UNIT
           IF FD-CHECKED-IN
                   MOVE "ON SITE" TO WS-TL-STATUS
           ELSE
                   MOVE "SIGNED UP" TO WS-TL-STATUS
           END-IF
           MOVE WS-TROOP-ADULTS TO WS-TL-ADULTS
           MOVE WS-TROOP-YOUTH TO WS-TL-YOUTH
           MOVE LDR-ADULTS-NEEDED TO WS-TL-NEEDED
           MOVE WS-TROOP-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE FD-CAMPER-AREA TO UNIT-AREA
           MOVE FD-CAMPER-UNIT TO UNIT-NO
           READ FC-UNITS
               INVALID KEY
                   MOVE "NO UNIT RECORD ON FILE" TO WS-LL-NAME
                   MOVE SPACES TO WS-LL-PHONE
               NOT INVALID KEY
                   MOVE UNIT-LEADER-NAME TO WS-LL-NAME
                   MOVE UNIT-LEADER-PHONE TO WS-LL-PHONE
           END-READ
           MOVE WS-LEADER-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           PERFORM 345-PRINT-REASON
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > LDR-REASON-COUNT
           IF LDR-LAPSED-ADULTS > ZEROES
                   PERFORM 350-LIST-LAPSED
           END-IF.
       345-PRINT-REASON.
           MOVE LDR-REASON (WS-REASON-IX) TO WS-RL-REASON
           MOVE WS-REASON-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
      * THE ADULTS BEHIND A YPT REASON, READ FROM ROSTER.DAT AGAINST
      * THE SAME EVENT DATE 908 USED.
       350-LIST-LAPSED.
           MOVE "N" TO WS-ROSTER-DONE-SW
           MOVE SESS-EVENT-ID TO ROST-EVENT
           MOVE FD-CAMPER-AREA TO ROST-AREA
           MOVE FD-CAMPER-UNIT TO ROST-UNIT
           MOVE ZEROES TO ROST-SEQ
           OPEN INPUT FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           START FC-ROSTER KEY IS NOT LESS THAN ROST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ROSTER-DONE-SW
           END-START
           PERFORM 355-CHECK-ROSTER-NAME UNTIL WS-NO-MORE-ROSTER-NAMES
           CLOSE FC-ROSTER.
       355-CHECK-ROSTER-NAME.
           READ FC-ROSTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROSTER-DONE-SW
               NOT AT END
                   IF ROST-EVENT NOT EQUAL SESS-EVENT-ID
                           OR ROST-AREA NOT EQUAL FD-CAMPER-AREA
                           OR ROST-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-ROSTER-DONE-SW
                   ELSE
                       IF ROST-ADULT AND
                               ROST-TRAINING-EXPIRES < LDR-EVENT-DATE
                           PERFORM 360-PRINT-ADULT
                       END-IF
                   END-IF
           END-READ.
       360-PRINT-ADULT.
           MOVE ROST-NAME TO WS-AL-NAME
           IF ROST-TRAINING-EXPIRES = ZEROES
                   MOVE SPACES TO WS-AL-STATUS
                   MOVE "NONE ON FILE" TO WS-AL-DATE-X
           ELSE
                   MOVE ROST-TRAINING-EXPIRES TO WS-TRAINING-DATE-N
                   MOVE "EXPIRES " TO WS-AL-STATUS
                   MOVE WS-TD-MONTH TO WS-AL-MONTH
                   MOVE WS-TD-DAY TO WS-AL-DAY
                   MOVE WS-TD-YEAR TO WS-AL-YEAR
           END-IF
           MOVE WS-ADULT-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 329-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE WS-CAMPR-STAT TO ERR-STATUS
                   MOVE FD-CAMPER-TROOP TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       913-CHECK-ROSTER.
           IF NOT WS-ROST-STAT-OK
                   MOVE "ROSTER.DAT" TO ERR-FILE
                   MOVE WS-ROST-STAT TO ERR-STATUS
                   MOVE ROST-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       923-CHECK-UNITS.
           IF NOT WS-UNIT-STAT-OK
                   MOVE "UNITS.DAT" TO ERR-FILE
                   MOVE WS-UNIT-STAT TO ERR-STATUS
                   MOVE UNIT-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "328-LEADER-EXCEPT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
