       IDENTIFICATION DIVISION.
       PROGRAM-ID. 322-CONFIRM-PACKET.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 03, 2026.
      * PRE-EVENT CONFIRMATION PACKET PRINT RUN.  WALKS CAMPERS.DAT
      * FOR THE SIGNED-ON EVENT AND PRINTS ONE PAGE PER REGISTERED
      * TROOP FOR THE OFFICE TO MAIL A WEEK AHEAD: THE SCOUTMASTER
      * FROM THE UNIT MASTER, THE SIGNED-UP COUNTS, THE CAMPSITE
      * ASSIGNMENT OR THE WAITLIST/OFFER STATUS FROM WAITLIST.DAT AND
      * HOLDS.DAT, THE EXPECTED FEE PRICED THE WAY 316-DEPOSIT-ENTRY
      * PRICES IT, THE DEPOSITS RECEIVED, THE BALANCE DUE, AND EVERY
      * ROSTER NAME STILL MISSING A HEALTH FORM - SO THE GATE IS NOT
      * THE FIRST PLACE A TROOP HEARS ABOUT ANY OF IT.  BUILT THE WAY
      * 321-EMERG-ROSTER-RPT BUILDS ITS PRINT FILE; EACH TROOP STARTS
      * UNDER ITS OWN PAGE HEADING.  EVERY PACKET ALSO CARRIES THE
      * TROOP'S PASS NUMBER FROM 903-PASS-NUMBER FOR THE EXPRESS
      * CHECK-IN LANE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY UNITSEL.
           COPY WAITSEL.
           COPY HOLDSEL.
           COPY RATESEL.
           COPY PAYSEL.
           COPY ROSTSEL.
           SELECT FC-PACKET-RPT ASSIGN TO './db/confirm_packets.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY UNITFD.
           COPY WAITFD.
           COPY HOLDFD.
           COPY RATEFD.
           COPY PAYFD.
           COPY ROSTFD.
       FD  FC-PACKET-RPT.
       01  RPT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY PASSLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(28)
               VALUE "PRE-EVENT CONFIRMATION  RUN ".
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
           02 FILLER PIC X(07) VALUE "TROOP: ".
           02 WS-TRP-AREA PIC 9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-TRP-UNIT PIC 999.
           02 WS-TRP-CONTINUED PIC X(12).
       01 WS-ATTN-LINE.
           02 FILLER PIC X(07) VALUE "ATTN:  ".
           02 WS-ATTN-LEADER PIC X(30).
           02 FILLER PIC X(08) VALUE "  PHONE ".
           02 WS-ATTN-PHONE PIC X(12).
       01 WS-COUNT-LINE.
           02 FILLER PIC X(19) VALUE "SIGNED UP:  ADULTS ".
           02 WS-CNT-ADULTS PIC Z9.
           02 FILLER PIC X(09) VALUE "   YOUTH ".
           02 WS-CNT-YOUTH PIC Z9.
           02 FILLER PIC X(09) VALUE "   TOTAL ".
           02 WS-CNT-TOTAL PIC ZZ9.
       01 WS-PASS-LINE.
           02 FILLER PIC X(12) VALUE "TROOP PASS: ".
           02 WS-PASS-NUMBER PIC 9(08).
           02 FILLER PIC X(42)
               VALUE "   - SHOW AT THE GATE FOR EXPRESS CHECK-IN".
       01 WS-FEE-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-FEE-LABEL PIC X(20).
           02 WS-FEE-AMOUNT PIC -ZZZZ9.99.
       01 WS-NAME-LINE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-NAME-NAME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-NAME-TYPE PIC X(05).
       01 WS-RULE-LINE PIC X(72) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(90).
       01 WS-ADULT-RATE PIC 9(03)V99.
       01 WS-YOUTH-RATE PIC 9(03)V99.
       01 WS-EXPECTED-FEE PIC 9(05)V99.
       01 WS-PAID-TOTAL PIC S9(05)V99.
       01 WS-BALANCE-DUE PIC S9(05)V99.
       01 WS-TOTAL-CAMPERS PIC 9(03).
       01 WS-MISSING-COUNT PIC 9(03).
       01 WS-PACKET-COUNT PIC 9(05).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       01 WS-SITE-SHOWN-SW PIC X(01).
           88 WS-SITE-SHOWN VALUE "Y".
       01 WS-CAMPERS-DONE PIC 9.
           88 WS-ALL-CAMPERS-DONE VALUE 1.
       01 WS-WAIT-DONE-SW PIC X(01).
           88 WS-NO-MORE-WAITLIST VALUE "Y".
       01 WS-PAYS-DONE-SW PIC X(01).
           88 WS-NO-MORE-PAYMENTS VALUE "Y".
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
       322-PACKET-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-PACKET-COUNT
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
           PERFORM 324-READ-RATES
           OPEN OUTPUT FC-PACKET-RPT
           OPEN INPUT FC-UNITS
           PERFORM 923-CHECK-UNITS
           OPEN INPUT FC-WAITLIST
           PERFORM 912-CHECK-WAITLIST
           OPEN INPUT FC-HOLDS
           PERFORM 922-CHECK-HOLDS
           OPEN INPUT FC-PAYMENTS
           PERFORM 918-CHECK-PAYMENTS
           OPEN INPUT FC-ROSTER
           PERFORM 913-CHECK-ROSTER
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
           CLOSE FC-ROSTER
           CLOSE FC-PAYMENTS
           CLOSE FC-HOLDS
           CLOSE FC-WAITLIST
           CLOSE FC-UNITS
           CLOSE FC-PACKET-RPT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "PRE-EVENT CONFIRMATION PACKETS"
           DISPLAY " "
           DISPLAY "  PACKETS PRINTED:  " WS-PACKET-COUNT
           DISPLAY "  WRITTEN TO DB/CONFIRM_PACKETS.TXT"
           DISPLAY " "
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT WS-DUMMY
           EXIT PROGRAM.
       324-READ-RATES.
           MOVE ZEROES TO WS-ADULT-RATE
           MOVE ZEROES TO WS-YOUTH-RATE
           OPEN INPUT FC-RATES
           PERFORM 917-CHECK-RATES
           READ FC-RATES
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RATE-ADULT TO WS-ADULT-RATE
                   MOVE RATE-YOUTH TO WS-YOUTH-RATE
           END-READ
           CLOSE FC-RATES.
      * EVERY PAGE OPENS WITH THE RUN HEADING, THE EVENT, AND THE
      * TROOP, SO A TROOP THAT RUNS OVER ONE PAGE STILL HAS ITS
      * NAME ON THE SECOND PAGE.
       325-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EVENT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE FD-CAMPER-AREA TO WS-TRP-AREA
           MOVE FD-CAMPER-UNIT TO WS-TRP-UNIT
           MOVE WS-TROOP-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 4 TO WS-LINE-COUNT.
       330-SCAN-TROOP.
           READ FC-CAMPERS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPERS-DONE
               NOT AT END
                   IF FD-CAMPER-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE 1 TO WS-CAMPERS-DONE
                   ELSE
                       PERFORM 340-PRINT-PACKET
                   END-IF
           END-READ.
       340-PRINT-PACKET.
           ADD 1 TO WS-PACKET-COUNT
           MOVE SPACES TO WS-TRP-CONTINUED
           PERFORM 325-PAGE-HEADING
           MOVE " (CONTINUED)" TO WS-TRP-CONTINUED
           PERFORM 342-LOOKUP-UNIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           COMPUTE WS-TOTAL-CAMPERS = FD-ADULTS + FD-YOUTH
           MOVE FD-ADULTS TO WS-CNT-ADULTS
           MOVE FD-YOUTH TO WS-CNT-YOUTH
           MOVE WS-TOTAL-CAMPERS TO WS-CNT-TOTAL
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           PERFORM 343-PASS-NUMBER
           PERFORM 345-SITE-STATUS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           PERFORM 350-FEE-LINES
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           PERFORM 360-MISSING-FORMS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE "PLEASE BRING ANY MISSING HEALTH FORMS AND THE BALANCE D
      -        "UE TO THE GATE." TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
       342-LOOKUP-UNIT.
           MOVE FD-CAMPER-AREA TO UNIT-AREA
           MOVE FD-CAMPER-UNIT TO UNIT-NO
           READ FC-UNITS
               INVALID KEY
                   MOVE "SCOUTMASTER" TO WS-ATTN-LEADER
                   MOVE SPACES TO WS-ATTN-PHONE
               NOT INVALID KEY
                   MOVE UNIT-LEADER-NAME TO WS-ATTN-LEADER
                   MOVE UNIT-LEADER-PHONE TO WS-ATTN-PHONE
           END-READ
           MOVE WS-ATTN-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
       343-PASS-NUMBER.
           MOVE "B" TO PASS-FUNCTION
           MOVE FD-CAMPER-EVENT TO PASS-EVENT
           MOVE FD-CAMPER-AREA TO PASS-AREA
           MOVE FD-CAMPER-UNIT TO PASS-UNIT
           CALL '903-PASS-NUMBER' USING PASS-RECORD
           MOVE PASS-NUMBER-9 TO WS-PASS-NUMBER
           MOVE WS-PASS-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
      * A SITE ON THE TROOP RECORD (PRE-ASSIGNED BY AUTO CAMPSITE OR
      * TAKEN AT CHECK-IN) WINS; OTHERWISE AN OUTSTANDING OFFER ON
      * HOLDS.DAT, THEN EVERY WAITLIST ENTRY FOR THE TROOP.
       345-SITE-STATUS.
           MOVE "N" TO WS-SITE-SHOWN-SW
           IF FD-ASSIGNED-MAIN-CAMP NOT = SPACES AND
                   FD-ASSIGNED-MAIN-CAMP NOT = LOW-VALUES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "CAMPSITE:   " DELIMITED BY SIZE
                       FD-ASSIGNED-MAIN-CAMP DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       FD-ASSIGNED-SUBCAMP DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
                   MOVE "Y" TO WS-SITE-SHOWN-SW
           END-IF
           IF NOT WS-SITE-SHOWN
                   MOVE FD-CAMPER-EVENT TO HOLD-EVENT
                   MOVE FD-CAMPER-AREA TO HOLD-AREA
                   MOVE FD-CAMPER-UNIT TO HOLD-UNIT
                   READ FC-HOLDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "CAMPSITE:   OFFER HELD AT "
                               DELIMITED BY SIZE
                               HOLD-MAIN-CAMP DELIMITED BY SIZE
                               " / " DELIMITED BY SIZE
                               HOLD-SUBCAMP DELIMITED BY SIZE
                               " - CLAIM BY " DELIMITED BY SIZE
                               HOLD-EXPIRE-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               HOLD-EXPIRE-TIME (1:4) DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                           PERFORM 380-WRITE-RPT-LINE
                           MOVE "Y" TO WS-SITE-SHOWN-SW
                   END-READ
           END-IF
           IF NOT WS-SITE-SHOWN
                   MOVE "N" TO WS-WAIT-DONE-SW
                   MOVE FD-CAMPER-EVENT TO WAIT-EVENT
                   MOVE FD-CAMPER-AREA TO WAIT-AREA
                   MOVE FD-CAMPER-UNIT TO WAIT-UNIT
                   MOVE LOW-VALUES TO WAIT-MAIN-CAMP
                   MOVE LOW-VALUES TO WAIT-SUBCAMP
                   START FC-WAITLIST KEY IS NOT LESS THAN WAIT-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-WAIT-DONE-SW
                   END-START
                   PERFORM 347-SCAN-WAITLIST UNTIL WS-NO-MORE-WAITLIST
           END-IF
           IF NOT WS-SITE-SHOWN
                   MOVE "CAMPSITE:   TO BE ASSIGNED AT THE GATE"
                       TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           END-IF.
       347-SCAN-WAITLIST.
           READ FC-WAITLIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WAIT-DONE-SW
               NOT AT END
                   IF WAIT-EVENT NOT EQUAL FD-CAMPER-EVENT OR
                           WAIT-AREA NOT EQUAL FD-CAMPER-AREA OR
                           WAIT-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-WAIT-DONE-SW
                   ELSE
                       MOVE SPACES TO WS-PRINT-LINE
                       IF WAIT-MAIN-CAMP = SPACES OR
                               WAIT-MAIN-CAMP = ZEROES
                           STRING "CAMPSITE:   WAITLISTED FOR ANY SITE"
                               DELIMITED BY SIZE
                               " SINCE " DELIMITED BY SIZE
                               WAIT-DATE DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                       ELSE
                           STRING "CAMPSITE:   WAITLISTED FOR "
                               DELIMITED BY SIZE
                               WAIT-MAIN-CAMP DELIMITED BY SIZE
                               " / " DELIMITED BY SIZE
                               WAIT-SUBCAMP DELIMITED BY SIZE
                               " SINCE " DELIMITED BY SIZE
                               WAIT-DATE DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                       END-IF
                       PERFORM 380-WRITE-RPT-LINE
                       MOVE "Y" TO WS-SITE-SHOWN-SW
                   END-IF
           END-READ.
      * PRICED THE SAME WAY AS 316-DEPOSIT-ENTRY - THE STORED AMOUNT
      * DUE ONCE CHECKED IN, OTHERWISE SIGNED-UP COUNTS AT CURRENT
      * RATES.
       350-FEE-LINES.
           IF FD-CHECKED-IN AND FD-AMOUNT-DUE NOT = ZEROES
                   MOVE FD-AMOUNT-DUE TO WS-EXPECTED-FEE
           ELSE
                   COMPUTE WS-EXPECTED-FEE =
                       FD-ADULTS * WS-ADULT-RATE +
                       FD-YOUTH * WS-YOUTH-RATE
           END-IF
           PERFORM 352-SUM-PAYMENTS
           COMPUTE WS-BALANCE-DUE = WS-EXPECTED-FEE - WS-PAID-TOTAL
           MOVE "CAMP FEE" TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE "EXPECTED FEE:" TO WS-FEE-LABEL
           MOVE WS-EXPECTED-FEE TO WS-FEE-AMOUNT
           MOVE WS-FEE-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE "DEPOSITS RECEIVED:" TO WS-FEE-LABEL
           MOVE WS-PAID-TOTAL TO WS-FEE-AMOUNT
           MOVE WS-FEE-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE "BALANCE DUE:" TO WS-FEE-LABEL
           MOVE WS-BALANCE-DUE TO WS-FEE-AMOUNT
           MOVE WS-FEE-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
       352-SUM-PAYMENTS.
           MOVE ZEROES TO WS-PAID-TOTAL
           MOVE "N" TO WS-PAYS-DONE-SW
           MOVE FD-CAMPER-EVENT TO PAY-EVENT
           MOVE FD-CAMPER-AREA TO PAY-AREA
           MOVE FD-CAMPER-UNIT TO PAY-UNIT
           MOVE ZEROES TO PAY-SEQ
           START FC-PAYMENTS KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PAYS-DONE-SW
           END-START
           PERFORM 353-SUM-PAYMENT UNTIL WS-NO-MORE-PAYMENTS.
       353-SUM-PAYMENT.
           READ FC-PAYMENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PAYS-DONE-SW
               NOT AT END
                   IF PAY-EVENT NOT EQUAL FD-CAMPER-EVENT OR
                           PAY-AREA NOT EQUAL FD-CAMPER-AREA OR
                           PAY-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-PAYS-DONE-SW
                   ELSE
                       IF NOT PAY-VOIDED
                           IF PAY-REFUND
                               SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
                           ELSE
                               ADD PAY-AMOUNT TO WS-PAID-TOTAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       360-MISSING-FORMS.
           MOVE ZEROES TO WS-MISSING-COUNT
           MOVE "HEALTH FORMS STILL MISSING:" TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE "N" TO WS-ROSTER-DONE-SW
           MOVE FD-CAMPER-EVENT TO ROST-EVENT
           MOVE FD-CAMPER-AREA TO ROST-AREA
           MOVE FD-CAMPER-UNIT TO ROST-UNIT
           MOVE ZEROES TO ROST-SEQ
           START FC-ROSTER KEY IS NOT LESS THAN ROST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ROSTER-DONE-SW
           END-START
           PERFORM 365-SCAN-NAME UNTIL WS-NO-MORE-ROSTER-NAMES
           IF WS-MISSING-COUNT = ZEROES
                   MOVE "    NONE - EVERY NAME ON THE ROSTER HAS A FORM
      -                "ON FILE" TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           END-IF.
       365-SCAN-NAME.
           READ FC-ROSTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROSTER-DONE-SW
               NOT AT END
                   IF ROST-EVENT NOT EQUAL FD-CAMPER-EVENT
                           OR ROST-AREA NOT EQUAL FD-CAMPER-AREA
                           OR ROST-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-ROSTER-DONE-SW
                   ELSE
                       IF NOT ROST-HEALTH-FORM-ON-FILE
                           ADD 1 TO WS-MISSING-COUNT
                           MOVE ROST-NAME TO WS-NAME-NAME
                           IF ROST-ADULT
                               MOVE "ADULT" TO WS-NAME-TYPE
                           ELSE
                               MOVE "YOUTH" TO WS-NAME-TYPE
                           END-IF
                           MOVE WS-NAME-LINE TO WS-PRINT-LINE
                           PERFORM 380-WRITE-RPT-LINE
                       END-IF
                   END-IF
           END-READ.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 325-PAGE-HEADING
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
       912-CHECK-WAITLIST.
           IF NOT WS-WAIT-STAT-OK
                   MOVE "WAITLIST.DAT" TO ERR-FILE
                   MOVE WS-WAIT-STAT TO ERR-STATUS
                   MOVE WAIT-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       913-CHECK-ROSTER.
           IF NOT WS-ROST-STAT-OK
                   MOVE "ROSTER.DAT" TO ERR-FILE
                   MOVE WS-ROST-STAT TO ERR-STATUS
                   MOVE ROST-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       917-CHECK-RATES.
           IF NOT WS-RATE-STAT-OK
                   MOVE "RATES.DAT" TO ERR-FILE
                   MOVE WS-RATE-STAT TO ERR-STATUS
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       918-CHECK-PAYMENTS.
           IF NOT WS-PAY-STAT-OK
                   MOVE "PAYMENTS.DAT" TO ERR-FILE
                   MOVE WS-PAY-STAT TO ERR-STATUS
                   MOVE PAY-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       922-CHECK-HOLDS.
           IF NOT WS-HOLD-STAT-OK
                   MOVE "HOLDS.DAT" TO ERR-FILE
                   MOVE WS-HOLD-STAT TO ERR-STATUS
                   MOVE HOLD-KEY TO ERR-KEY
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
           MOVE "322-CONFIRM-PACKET" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
