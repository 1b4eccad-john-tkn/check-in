       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. DEC 03, 2024.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-12-2026  JC  LOST AND DAMAGED EQUIPMENT CHARGES FROM THE
      *                   LOAN DESK ARE ADDED BACK INTO THE AMOUNT DUE
      *                   WHENEVER THE FEE IS FIGURED AGAIN.
      *   10-11-2026  JC  AN EXPRESS LANE TAKES THE PASS NUMBER PRINTED
      *                   ON THE CONFIRMATION PACKET AND CHECKS IN, IN
      *                   ONE KEYSTROKE, A TROOP ALREADY ON A SITE, PAID
      *                   UP, WITH ALL HEALTH FORMS IN AND ARRIVING AS
      *                   SIGNED UP; ANY OTHER TROOP GOES TO THE FULL
      *                   FLOW WITH THE REASON SHOWN.
      *   10-10-2026  JC  GATE PAYMENTS CARRY A BLANK ONLINE TRANSACTION
      *                   ID ON PAYMENTS.DAT.
      *   10-08-2026  JC  CAPACITY IS TESTED, TAKEN, AND BACKED OUT
      *                   THROUGH 909-NIGHT-CAP ON ONLY THE NIGHTS THE
      *                   TROOP IS STAYING, FROM ITS ARRIVAL AND
      *                   DEPARTURE DATES.
      *   10-06-2026  JC  A TROOP WITH FEWER THAN TWO ADULTS, TOO FEW
      *                   ADULTS FOR ITS YOUTH, OR AN ADULT WHOSE YOUTH
      *                   PROTECTION TRAINING LAPSES BEFORE THE EVENT IS
      *                   HELD BY 908-LEADER-CHECK; ONLY A SUPERVISOR ID
      *                   AND PIN CAN OVERRIDE THE HOLD, AND THE
      *                   OVERRIDE IS WRITTEN TO THE AUDIT TRAIL AS
      *                   LDROVR.
      *   10-02-2026  JC  GATE PAYMENTS CARRY A BLANK CAMPERSHIP FUND ID
      *                   ON PAYMENTS.DAT.
      *   10-01-2026  JC  THE ASSIGNMENT SCREEN SHOWS THE UNIT'S
      *                   SCOUTMASTER AND PHONE FROM THE UNIT MASTER
      *                   SO THE GATE CAN CONFIRM WHO IS RESPONSIBLE
      *                   FOR THE TROOP.
      *   08-29-2026  JC  EVERY PAYMENT POSTED GETS A SEQUENTIAL
      *                   RECEIPT NUMBER FROM 905-NEXT-RECEIPT AND A
      *                   PRINTED RECEIPT FROM 906-PRINT-RECEIPT, SO
           COPY AUDTSEL.
           COPY RATESEL.
           COPY PAYSEL.
           COPY LOANSEL.
           COPY HOLDSEL.
           COPY UNITSEL.
           COPY USERSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY AUDTFD.
           COPY RATEFD.
           COPY PAYFD.
           COPY LOANFD.
           COPY HOLDFD.
           COPY UNITFD.
           COPY USERFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY RCPTLK.
           COPY LDRLK.
           COPY NGTLK.
           COPY PASSLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-TROOP.
               02 WS-ASSIGN-SUBCAMP PIC X(15).
               02 WS-ASSIGN-ADULTS PIC 99.
               02 WS-ASSIGN-YOUTH PIC 99.
       01 WS-TROOP-STAY.
               02 WS-TROOP-ARRIVE-DATE PIC 9(08).
               02 WS-TROOP-DEPART-DATE PIC 9(08).
       01 WS-TOTAL-CAMPERS PIC 999.
       01 WS-BEFORE-CAPACITY-LEFT PIC 9(03).
       01 WS-DUMMY PIC X.
       01 WS-ADULT-RATE PIC 9(03)V99.
       01 WS-YOUTH-RATE PIC 9(03)V99.
       01 WS-AMOUNT-DUE PIC 9(05)V99.
       01 WS-LOANS-DONE-SW PIC X(01).
           88 WS-NO-MORE-LOANS VALUE "Y".
       01 WS-PAID-TOTAL PIC S9(05)V99.
       01 WS-BALANCE-DUE PIC S9(05)V99.
       01 WS-PAY-METHOD PIC X(01).
       01 WS-MISSING-FORMS-X PIC ZZ9.
       01 WS-FORMS-DONE-SW PIC X(01).
           88 WS-FORMS-SCANNED VALUE "Y".
       01 WS-UNIT-LEADER PIC X(30).
       01 WS-UNIT-PHONE PIC X(12).
       01 WS-SUPV-ID PIC X(10).
       01 WS-SUPV-PIN PIC X(04).
       01 WS-OVERRIDE-SW PIC X(01).
           88 WS-OVERRIDE-OK VALUE "Y".
       01 WS-EXPRESS-PASS PIC 9(08).
       01 WS-EXPRESS-AS-SIGNED PIC X(01).
       01 WS-EXPRESS-REASON PIC X(80).
       01 WS-BALANCE-DUE-X PIC -(5)9.99.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
              10  WS-CURRENT-YEAR    PIC  9(4).
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
           COPY SESSLK.
       01 WS-CHECKIN-LANE PIC X(01).
           88 WS-EXPRESS-LANE VALUE "E".
       SCREEN SECTION.
       01 CLEAR-SCREEN.
               05 BLANK SCREEN.
           05 PIC 9 USING WS-TROOP-AREA.
           05 LINE 13 COL 2 VALUE IS "TROOP UNIT:".
           05 PIC 999 USING WS-TROOP-UNIT.
       01 SS-EXPRESS-ENTRY AUTO.
           05 LINE 1 COL 29 VALUE IS "CHECK IN - EXPRESS LANE".
           05 LINE 12 COL 2 VALUE IS "PASS NUMBER:".
           05 LINE 12 COL 31 PIC 9(08) USING WS-EXPRESS-PASS.
           05 LINE 13 COL 2 VALUE IS "ARRIVED AS SIGNED UP (Y/N):".
           05 LINE 13 COL 31 PIC X USING WS-EXPRESS-AS-SIGNED.
           05 LINE 23 COL 1 VALUE IS "F3 - EXIT   F9 - CHECK IN".
       01 SS-ASSIGN-ENTRY AUTO.
           05 LINE 1 COL 30 VALUE IS "CHECK IN - ASSIGN CAMPSITE".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 5 COL 21 PIC Z9 USING FD-ADULTS.
           05 LINE 6 COL 2 VALUE IS "SIGNED UP YOUTH:".
           05 LINE 6 COL 21 PIC Z9 USING FD-YOUTH.
           05 LINE 8 COL 2 VALUE IS "SCOUTMASTER:".
           05 LINE 8 COL 21 PIC X(30) USING WS-UNIT-LEADER
               FOREGROUND-COLOR IS 3.
           05 LINE 9 COL 2 VALUE IS "LEADER PHONE:".
           05 LINE 9 COL 21 PIC X(12) USING WS-UNIT-PHONE
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "ACTUAL ADULTS AT GATE:".
           05 PIC 99 USING WS-ASSIGN-ADULTS.
           05 LINE 13 COL 2 VALUE IS "ACTUAL YOUTH AT GATE:".
           05 PIC XX USING WS-ASSIGN-MAIN-CAMP.
           05 LINE 15 COL 2 VALUE IS "ASSIGN SUB CAMP:".
           05 PIC X(15) USING WS-ASSIGN-SUBCAMP.
       01 SS-LEADER-HOLD AUTO.
           05 LINE 1 COL 27 VALUE IS "CHECK IN - LEADERSHIP HOLD".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 3 COL 10 PIC 9 USING WS-DISPLAY-TROOP-AREA.
           05 LINE 3 COL 12 PIC 999 USING WS-DISPLAY-TROOP-UNIT.
           05 LINE 5 COL 2 VALUE IS "ADULTS AT GATE:".
           05 LINE 5 COL 21 PIC Z9 USING WS-ASSIGN-ADULTS
               FOREGROUND-COLOR IS 3.
           05 LINE 6 COL 2 VALUE IS "YOUTH AT GATE:".
           05 LINE 6 COL 21 PIC Z9 USING WS-ASSIGN-YOUTH
               FOREGROUND-COLOR IS 3.
           05 LINE 7 COL 2 VALUE IS "ADULTS REQUIRED:".
           05 LINE 7 COL 21 PIC Z9 USING LDR-ADULTS-NEEDED
               FOREGROUND-COLOR IS 3.
           05 LINE 9 COL 2 VALUE IS "TROOP IS HELD FOR:".
           05 LINE 10 COL 4 PIC X(60) USING LDR-REASON-1
               FOREGROUND-COLOR IS 3.
           05 LINE 11 COL 4 PIC X(60) USING LDR-REASON-2
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 4 PIC X(60) USING LDR-REASON-3
               FOREGROUND-COLOR IS 3.
           05 LINE 15 COL 2 VALUE IS "SUPERVISOR ID:".
           05 LINE 15 COL 21 PIC X(10) USING WS-SUPV-ID.
           05 LINE 16 COL 2 VALUE IS "SUPERVISOR PIN:".
           05 LINE 16 COL 21 PIC X(4) USING WS-SUPV-PIN SECURE.
           05 LINE 23 COL 1
               VALUE IS "F3 - BACK TO COUNTS   F9 - OVERRIDE HOLD".
       01 SS-PAYMENT-ENTRY AUTO.
           05 LINE 1 COL 31 VALUE IS "CHECK IN - CAMP FEES".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD
           WS-CHECKIN-LANE.
       310-CHECK-IN-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 312-NEXT-TROOP.
       311-CLEAR-DATA.
           MOVE ZEROES TO WS-TROOP-AREA
           MOVE ZEROES TO WS-TROOP-UNIT
           MOVE SPACES TO WS-ASSIGN-MAIN-CAMP
           MOVE SPACES TO WS-ASSIGN-SUBCAMP
           MOVE ZEROES TO WS-ASSIGN-ADULTS
           MOVE ZEROES TO WS-ASSIGN-YOUTH
           MOVE ZEROES TO WS-TROOP-ARRIVE-DATE
           MOVE ZEROES TO WS-TROOP-DEPART-DATE
           MOVE ZEROES TO WS-EXPRESS-PASS
           MOVE "Y" TO WS-EXPRESS-AS-SIGNED.
      * THE EXPRESS LANE GOES BACK TO THE PASS SCREEN FOR THE NEXT
      * TROOP, EVEN WHEN A TROOP WAS SENT THROUGH THE FULL FLOW.
       312-NEXT-TROOP.
           PERFORM 311-CLEAR-DATA
           IF WS-EXPRESS-LANE
                   PERFORM 380-EXPRESS-PASS
           ELSE
                   PERFORM 320-FIND-TROOP
           END-IF.
       320-FIND-TROOP.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
                               ELSE
                                   MOVE FD-ADULTS TO WS-ASSIGN-ADULTS
                                   MOVE FD-YOUTH TO WS-ASSIGN-YOUTH
                                   MOVE FD-ARRIVE-DATE
                                       TO WS-TROOP-ARRIVE-DATE
                                   MOVE FD-DEPART-DATE
                                       TO WS-TROOP-DEPART-DATE
                                   PERFORM 323-COUNT-MISSING-FORMS
                                   PERFORM 326-LOOKUP-UNIT
                                   PERFORM 330-ASSIGN-CAMP
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      * THE LEADER CONTACT COMES OFF THE UNIT MASTER, WHICH IS NOT
      * KEYED BY EVENT.  A UNIT NOT ON FILE DOES NOT STOP THE CHECK-IN
      * - THE CLERK JUST SEES THAT THERE IS NOBODY ON RECORD.
       326-LOOKUP-UNIT.
           MOVE WS-TROOP-AREA TO UNIT-AREA
           MOVE WS-TROOP-UNIT TO UNIT-NO
           OPEN INPUT FC-UNITS
           PERFORM 923-CHECK-UNITS
           READ FC-UNITS
               INVALID KEY
                   MOVE "NOT ON UNIT MASTER" TO WS-UNIT-LEADER
                   MOVE SPACES TO WS-UNIT-PHONE
               NOT INVALID KEY
                   MOVE UNIT-LEADER-NAME TO WS-UNIT-LEADER
                   MOVE UNIT-LEADER-PHONE TO WS-UNIT-PHONE
           END-READ
           CLOSE FC-UNITS.
       330-ASSIGN-CAMP.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           DISPLAY SS-ASSIGN-ENTRY
           ACCEPT SS-ASSIGN-ENTRY
           IF KEY-STATUS = 1003
                   PERFORM 312-NEXT-TROOP
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 330-ASSIGN-CAMP
           END-IF
           IF KEY-STATUS = 1009
                   PERFORM 332-CHECK-LEADERSHIP
                   IF LDR-HOLD
                       MOVE SPACES TO WS-SUPV-ID
                       MOVE SPACES TO WS-SUPV-PIN
                       PERFORM 333-LEADER-HOLD
                   ELSE
                       PERFORM 340-PROCESS-ASSIGNMENT
                   END-IF
           END-IF.
      * COUNCIL POLICY: TWO ADULTS MINIMUM, ENOUGH ADULTS FOR THE
      * YOUTH, AND CURRENT YOUTH PROTECTION TRAINING FOR EVERY ADULT
      * ON THE ROSTER - JUDGED ON THE COUNTS JUST KEYED AT THE GATE.
       332-CHECK-LEADERSHIP.
           MOVE SESS-EVENT-ID TO LDR-EVENT
           MOVE WS-TROOP-AREA TO LDR-AREA
           MOVE WS-TROOP-UNIT TO LDR-UNIT
           MOVE WS-ASSIGN-ADULTS TO LDR-ADULTS
           MOVE WS-ASSIGN-YOUTH TO LDR-YOUTH
           CALL '908-LEADER-CHECK' USING LDR-RECORD.
      * A HELD TROOP GOES NO FURTHER UNLESS A SUPERVISOR KEYS THEIR
      * OWN ID AND PIN (A SUPERVISOR SIGNED ON AT THIS STATION JUST
      * PRESSES F9).  F3 GOES BACK TO THE COUNTS, SO A MISCOUNT AT THE
      * GATE CAN BE CORRECTED WITHOUT AN OVERRIDE.
       333-LEADER-HOLD.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-LEADER-HOLD
           ACCEPT SS-LEADER-HOLD
           EVALUATE KEY-STATUS
               WHEN 1003
                       PERFORM 330-ASSIGN-CAMP
               WHEN 1009
                       PERFORM 334-VERIFY-SUPERVISOR
                       IF WS-OVERRIDE-OK
                           PERFORM 335-AUDIT-OVERRIDE
                           PERFORM 340-PROCESS-ASSIGNMENT
                       ELSE
                           MOVE SPACES TO WS-SUPV-PIN
                           PERFORM 333-LEADER-HOLD
                       END-IF
               WHEN OTHER
                       PERFORM 333-LEADER-HOLD
           END-EVALUATE.
       334-VERIFY-SUPERVISOR.
           MOVE "N" TO WS-OVERRIDE-SW
           IF SESS-SUPERVISOR AND WS-SUPV-ID = SPACES
                   MOVE SESS-USER-ID TO WS-SUPV-ID
                   MOVE "Y" TO WS-OVERRIDE-SW
           ELSE
                   MOVE WS-SUPV-ID TO USR-ID
                   OPEN INPUT FC-USERS
                   PERFORM 916-CHECK-USERS
                   READ FC-USERS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF USR-SUPERVISOR AND NOT USR-LOCKED
                                   AND WS-SUPV-PIN = USR-PIN
                               MOVE "Y" TO WS-OVERRIDE-SW
                           END-IF
                   END-READ
                   CLOSE FC-USERS
                   IF NOT WS-OVERRIDE-OK
                       MOVE "SUPERVISOR ID OR PIN NOT VALID" TO WS-MSG
                   END-IF
           END-IF.
      * THE OVERRIDE GOES ON THE AUDIT TRAIL UNDER THE SUPERVISOR'S
      * ID, AGAINST THE SITE REQUESTED, WITH NO CAPACITY MOVEMENT.
       335-AUDIT-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-CURRENT-HOUR TO AUD-TIME (1:2)
           MOVE WS-CURRENT-MINUTE TO AUD-TIME (3:2)
           MOVE WS-CURRENT-SECOND TO AUD-TIME (5:2)
           MOVE WS-CURRENT-MS TO AUD-TIME (7:2)
           MOVE WS-SUPV-ID TO AUD-USER
           MOVE SESS-STATION TO AUD-STATION
           MOVE "LDROVR" TO AUD-ACTION
           MOVE WS-ASSIGN-MAIN-CAMP TO AUD-MAIN-CAMP
           MOVE WS-ASSIGN-SUBCAMP TO AUD-SUBCAMP
           MOVE ZEROES TO AUD-BEFORE-TOTAL-CAPACITY
           MOVE ZEROES TO AUD-BEFORE-CAPACITY-LEFT
           MOVE ZEROES TO AUD-AFTER-TOTAL-CAPACITY
           MOVE ZEROES TO AUD-AFTER-CAPACITY-LEFT
           OPEN EXTEND FC-CAMP-AUDIT
           PERFORM 914-CHECK-AUDIT
           WRITE AUD-RECORD
           PERFORM 914-CHECK-AUDIT
           CLOSE FC-CAMP-AUDIT.
      * THE ROOM IS TESTED AND TAKEN ONLY ON THE NIGHTS THE TROOP IS
      * STAYING - A SITE FULL ON SATURDAY CAN STILL TAKE A TROOP THAT
      * LEAVES SATURDAY MORNING.
       340-PROCESS-ASSIGNMENT.
           COMPUTE WS-TOTAL-CAMPERS = WS-ASSIGN-ADULTS + WS-ASSIGN-YOUTH
           MOVE SESS-EVENT-ID TO NGT-EVENT
           MOVE WS-TROOP-ARRIVE-DATE TO NGT-ARRIVE-DATE
           MOVE WS-TROOP-DEPART-DATE TO NGT-DEPART-DATE
           MOVE ZEROES TO NGT-FIRST-NIGHT
           MOVE WS-ASSIGN-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE WS-ASSIGN-SUBCAMP TO FS-CAMP-SUBCAMP
           OPEN I-O FC-CAMPS
                       CLOSE FC-CAMPS
                       PERFORM 330-ASSIGN-CAMP
                   ELSE
                   SET NGT-CHECK TO TRUE
                   PERFORM 345-CALL-NIGHT-CAP
                   IF NOT NGT-FITS
                       MOVE "NO ROOM ON THE TROOP'S NIGHTS - TROOP ADDED
      -                    " TO WAITLIST" TO WS-MSG
                       CLOSE FC-CAMPS
                       PERFORM 360-WAITLIST-TROOP
                       PERFORM 330-ASSIGN-CAMP
                   ELSE
                       MOVE FS-CAMP-CAPACITY-LEFT
                           TO WS-BEFORE-CAPACITY-LEFT
                       SET NGT-TAKE TO TRUE
                       PERFORM 345-CALL-NIGHT-CAP
                       REWRITE FS-CAMP
                       PERFORM 910-CHECK-CAMPS
                       IF WS-CAMP-STAT = "00"
                           MOVE FS-CAMP TO JRNL-IMAGE
                           SET JRNL-CAMPS TO TRUE
                           SET JRNL-CHANGE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                       END-IF
                       MOVE "CHKIN" TO WS-AUDIT-ACTION
                       PERFORM 365-WRITE-AUDIT
                       CLOSE FC-CAMPS
                   CLOSE FC-CAMPS
                   PERFORM 330-ASSIGN-CAMP
           END-IF.
       345-CALL-NIGHT-CAP.
           MOVE WS-TOTAL-CAMPERS TO NGT-SPOTS
           MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
           MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           MOVE NGT-NIGHTS TO FS-CAMP-NIGHTS
           MOVE NGT-CAPACITY-LEFT TO FS-CAMP-CAPACITY-LEFT.
       365-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO AUD-DATE
                   PERFORM 911-CHECK-CAMPERS
                   IF WS-CAMPR-STAT = "00"
                       MOVE "Y" TO WS-CHECKIN-DONE-SW
                       MOVE FD-CAMPER TO JRNL-IMAGE
                       SET JRNL-CAMPERS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                       IF WS-MSG = SPACES
                           MOVE "TROOP CHECKED IN" TO WS-MSG
                       END-IF
                   PERFORM 355-COLLECT-FEES
           END-IF
           PERFORM 370-PRINT-ROSTER
           PERFORM 312-NEXT-TROOP.
       351-READ-CAMPER-LOCK.
           ADD 1 TO WS-LOCK-TRIES
           READ FC-CAMPERS WITH LOCK
           IF WS-CAMP-STAT = "00"
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   SET NGT-GIVE TO TRUE
                   PERFORM 345-CALL-NIGHT-CAP
                   REWRITE FS-CAMP
                   PERFORM 910-CHECK-CAMPS
                   IF WS-CAMP-STAT = "00"
                       MOVE FS-CAMP TO JRNL-IMAGE
                       SET JRNL-CAMPS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
                   MOVE "CHKREV" TO WS-AUDIT-ACTION
                   PERFORM 365-WRITE-AUDIT
                   MOVE "Y" TO WS-BACKOUT-DONE-SW
           CLOSE FC-RATES
           COMPUTE WS-AMOUNT-DUE =
               FD-ACTAUL-ADULTS * WS-ADULT-RATE +
               FD-ACTUAL-YOUTH * WS-YOUTH-RATE
           PERFORM 366-ADD-LOAN-CHARGES.
      * LOST AND DAMAGED EQUIPMENT CHARGES POSTED AT THE LOAN DESK
      * STAY IN THE AMOUNT DUE WHENEVER THE FEE IS FIGURED AGAIN.
       366-ADD-LOAN-CHARGES.
           MOVE "N" TO WS-LOANS-DONE-SW
           MOVE FD-CAMPER-EVENT TO LOAN-EVENT
           MOVE FD-CAMPER-AREA TO LOAN-AREA
           MOVE FD-CAMPER-UNIT TO LOAN-UNIT
           MOVE ZEROES TO LOAN-SEQ
           OPEN INPUT FC-LOANS
           PERFORM 931-CHECK-LOANS
           START FC-LOANS KEY IS NOT LESS THAN LOAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOANS-DONE-SW
           END-START
           PERFORM 367-SCAN-LOAN-CHARGE UNTIL WS-NO-MORE-LOANS
           CLOSE FC-LOANS.
       367-SCAN-LOAN-CHARGE.
           READ FC-LOANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOANS-DONE-SW
               NOT AT END
                   IF LOAN-EVENT NOT EQUAL FD-CAMPER-EVENT OR
                           LOAN-AREA NOT EQUAL FD-CAMPER-AREA OR
                           LOAN-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-LOANS-DONE-SW
                   ELSE
                       ADD LOAN-CHARGE TO WS-AMOUNT-DUE
                   END-IF
           END-READ.
       355-COLLECT-FEES.
           PERFORM 356-SUM-PAYMENTS
           COMPUTE WS-BALANCE-DUE = WS-AMOUNT-DUE - WS-PAID-TOTAL
                   MOVE SESS-STATION TO PAY-STATION
                   MOVE SESS-USER-ID TO PAY-USER
                   MOVE "N" TO PAY-SETTLED-SW
                   MOVE SPACES TO PAY-FUND-ID
                   MOVE SPACES TO PAY-TXN-ID
                   CALL '905-NEXT-RECEIPT' USING RCPT-RECEIPT-NO
                   MOVE RCPT-RECEIPT-NO TO PAY-RECEIPT-NO
                   WRITE PAY-RECORD
                           MOVE "PAYMENT NOT SAVED - DUPLICATE SEQUENCE"
                               TO WS-MSG
                       NOT INVALID KEY
                           MOVE PAY-RECORD TO JRNL-IMAGE
                           SET JRNL-PAYMENTS TO TRUE
                           SET JRNL-ADD TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                           PERFORM 359-PRINT-RECEIPT
                   END-WRITE
                   PERFORM 918-CHECK-PAYMENTS
                   REWRITE WAIT-RECORD
           END-WRITE
           PERFORM 912-CHECK-WAITLIST
           IF WS-WAIT-STAT = "00"
               MOVE WAIT-RECORD TO JRNL-IMAGE
               SET JRNL-WAITLIST TO TRUE
               SET JRNL-ADD TO TRUE
               PERFORM 985-WRITE-JOURNAL
           END-IF
           CLOSE FC-WAITLIST.
      * EXPRESS LANE.  THE PASS PRINTED ON THE CONFIRMATION PACKET
      * CARRIES THE EVENT AND TROOP UNDER A CHECK DIGIT, SO A MIS-KEYED
      * OR MIS-SCANNED PASS IS CAUGHT BEFORE ANY FILE IS READ.
       380-EXPRESS-PASS.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-EXPRESS-ENTRY
           ACCEPT SS-EXPRESS-ENTRY
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 380-EXPRESS-PASS
           END-IF
           IF KEY-STATUS = 1009
                   MOVE WS-EXPRESS-PASS TO PASS-NUMBER-9
                   MOVE "V" TO PASS-FUNCTION
                   CALL '903-PASS-NUMBER' USING PASS-RECORD
                   IF NOT PASS-VALID
                       MOVE "PASS NUMBER NOT VALID - CHECK THE DIGITS OR
      -                    " USE CHECK IN" TO WS-MSG
                       PERFORM 380-EXPRESS-PASS
                   ELSE
                   IF PASS-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE "PASS IS FOR ANOTHER EVENT - CHANGE EVENT FI
      -                    "RST" TO WS-MSG
                       PERFORM 380-EXPRESS-PASS
                   ELSE
                   IF WS-EXPRESS-AS-SIGNED NOT = "Y" AND
                           WS-EXPRESS-AS-SIGNED NOT = "N"
                       MOVE "ARRIVED AS SIGNED UP MUST BE Y OR N"
                           TO WS-MSG
                       PERFORM 380-EXPRESS-PASS
                   ELSE
                       MOVE PASS-AREA TO WS-TROOP-AREA
                       MOVE PASS-UNIT TO WS-TROOP-UNIT
                       PERFORM 381-EXPRESS-TROOP
                   END-IF
                   END-IF
                   END-IF
           END-IF.
       381-EXPRESS-TROOP.
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE WS-TROOP-AREA TO FD-CAMPER-AREA
           MOVE WS-TROOP-UNIT TO FD-CAMPER-UNIT
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           READ FC-CAMPERS
               INVALID KEY
                   MOVE "TROOP ON PASS NOT FOUND - USE CHECK IN"
                       TO WS-MSG
                   CLOSE FC-CAMPERS
                   PERFORM 380-EXPRESS-PASS
               NOT INVALID KEY
                   CLOSE FC-CAMPERS
                   IF FD-CHECKED-IN
                       MOVE "TROOP ALREADY CHECKED IN - USE ADJUST COUNT
      -                    "S FOR LATE ARRIVALS" TO WS-MSG
                       PERFORM 380-EXPRESS-PASS
                   ELSE
                       PERFORM 322-CHECK-FOR-OFFER
                       IF WS-TROOP-HAS-OFFER
                           MOVE "TROOP HAS A CAMPSITE OFFER - USE ACCEP
      -                        "T OFFER" TO WS-MSG
                           PERFORM 380-EXPRESS-PASS
                       ELSE
                           PERFORM 382-EXPRESS-SCREEN
                       END-IF
                   END-IF
           END-READ.
      * ONE KEYSTROKE ONLY FOR A TROOP THAT NEEDS NOTHING FROM THE
      * CLERK - A SITE ALREADY ASSIGNED AND OPEN, EVERYONE HERE WHO
      * SIGNED UP, EVERY HEALTH FORM IN, NOTHING OWED AT THE SIGNED-UP
      * COUNTS, AND NO LEADERSHIP HOLD.  ANYTHING ELSE GOES TO THE
      * ASSIGNMENT SCREEN OF THE FULL FLOW WITH THE REASON SHOWN.
       382-EXPRESS-SCREEN.
           MOVE FD-ADULTS TO WS-ASSIGN-ADULTS
           MOVE FD-YOUTH TO WS-ASSIGN-YOUTH
           MOVE FD-ARRIVE-DATE TO WS-TROOP-ARRIVE-DATE
           MOVE FD-DEPART-DATE TO WS-TROOP-DEPART-DATE
           MOVE FD-ASSIGNED-MAIN-CAMP TO WS-ASSIGN-MAIN-CAMP
           MOVE FD-ASSIGNED-SUBCAMP TO WS-ASSIGN-SUBCAMP
           MOVE SPACES TO WS-EXPRESS-REASON
           PERFORM 323-COUNT-MISSING-FORMS
           PERFORM 326-LOOKUP-UNIT
           IF WS-ASSIGN-MAIN-CAMP = SPACES
                   MOVE "NOT EXPRESS - NO CAMPSITE ASSIGNED YET"
                       TO WS-EXPRESS-REASON
           END-IF
           IF WS-EXPRESS-REASON = SPACES
                   PERFORM 383-EXPRESS-SITE-OPEN
           END-IF
           IF WS-EXPRESS-REASON = SPACES AND WS-EXPRESS-AS-SIGNED = "N"
                   MOVE "NOT EXPRESS - KEY THE ACTUAL COUNTS"
                       TO WS-EXPRESS-REASON
           END-IF
           IF WS-EXPRESS-REASON = SPACES AND WS-MISSING-FORMS > ZEROES
                   MOVE SPACES TO WS-EXPRESS-REASON
                   STRING "NOT EXPRESS - " DELIMITED BY SIZE
                       WS-MISSING-FORMS-X DELIMITED BY SIZE
                       " CAMPER(S) MISSING HEALTH FORMS"
                           DELIMITED BY SIZE
                       INTO WS-EXPRESS-REASON
           END-IF
           IF WS-EXPRESS-REASON = SPACES
                   PERFORM 384-EXPRESS-BALANCE
           END-IF
           IF WS-EXPRESS-REASON = SPACES
                   PERFORM 332-CHECK-LEADERSHIP
                   IF LDR-HOLD
                       MOVE "NOT EXPRESS - LEADERSHIP HOLD"
                           TO WS-EXPRESS-REASON
                   END-IF
           END-IF
           IF WS-EXPRESS-REASON = SPACES
                   PERFORM 385-EXPRESS-CHECK-IN
           ELSE
                   MOVE WS-EXPRESS-REASON TO WS-MSG
                   PERFORM 330-ASSIGN-CAMP
           END-IF.
       383-EXPRESS-SITE-OPEN.
           MOVE WS-ASSIGN-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE WS-ASSIGN-SUBCAMP TO FS-CAMP-SUBCAMP
           OPEN INPUT FC-CAMPS
           PERFORM 910-CHECK-CAMPS
           READ FC-CAMPS
               INVALID KEY
                   MOVE "NOT EXPRESS - ASSIGNED CAMPSITE NOT ON FILE"
                       TO WS-EXPRESS-REASON
               NOT INVALID KEY
                   IF FS-CAMP-CLOSED
                       MOVE "NOT EXPRESS - ASSIGNED CAMPSITE IS CLOSED"
                           TO WS-EXPRESS-REASON
                   END-IF
           END-READ
           CLOSE FC-CAMPS.
      * THE FEE IS FIGURED AT THE SIGNED-UP COUNTS, WHICH IS WHAT THE
      * TROOP RECORD WILL CARRY ONCE IT IS CHECKED IN.
       384-EXPRESS-BALANCE.
           MOVE FD-ADULTS TO FD-ACTAUL-ADULTS
           MOVE FD-YOUTH TO FD-ACTUAL-YOUTH
           PERFORM 352-COMPUTE-FEE
           PERFORM 356-SUM-PAYMENTS
           COMPUTE WS-BALANCE-DUE = WS-AMOUNT-DUE - WS-PAID-TOTAL
           IF WS-BALANCE-DUE NOT = ZEROES
                   MOVE WS-BALANCE-DUE TO WS-BALANCE-DUE-X
                   MOVE SPACES TO WS-EXPRESS-REASON
                   STRING "NOT EXPRESS - BALANCE DUE " DELIMITED BY SIZE
                       WS-BALANCE-DUE-X DELIMITED BY SIZE
                       INTO WS-EXPRESS-REASON
           END-IF.
      * THE SITE WAS HELD FOR THE SIGNED-UP COUNT WHEN IT WAS
      * ASSIGNED, SO NO CAPACITY MOVES HERE - THE AUDIT RECORD SHOWS
      * THE SAME ROOM BEFORE AND AFTER.  THE TROOP RECORD IS LOCKED
      * AND RE-CHECKED IN CASE ANOTHER LINE GOT TO IT FIRST.
       385-EXPRESS-CHECK-IN.
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE WS-TROOP-AREA TO FD-CAMPER-AREA
           MOVE WS-TROOP-UNIT TO FD-CAMPER-UNIT
           OPEN I-O FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           MOVE ZEROES TO WS-LOCK-TRIES
           PERFORM 351-READ-CAMPER-LOCK
           PERFORM 351-READ-CAMPER-LOCK
               UNTIL NOT WS-CAMPR-STAT-HELD OR WS-LOCK-TRIES >= 5
           MOVE "N" TO WS-CHECKIN-DONE-SW
           EVALUATE TRUE
               WHEN WS-CAMPR-STAT-HELD
                   MOVE "TROOP RECORD IN USE BY ANOTHER STATION - TRY AG
      -                "AIN" TO WS-MSG
               WHEN WS-CAMPR-STAT = "23"
                   MOVE "TROOP NOT FOUND" TO WS-MSG
               WHEN WS-CAMPR-STAT = "00" AND FD-CHECKED-IN
                   MOVE "TROOP ALREADY CHECKED IN AT ANOTHER STATION"
                       TO WS-MSG
               WHEN WS-CAMPR-STAT = "00"
                   MOVE FD-ADULTS TO FD-ACTAUL-ADULTS
                   MOVE FD-YOUTH TO FD-ACTUAL-YOUTH
                   SET FD-CHECKED-IN TO TRUE
                   PERFORM 352-COMPUTE-FEE
                   MOVE WS-AMOUNT-DUE TO FD-AMOUNT-DUE
                   REWRITE FD-CAMPER
                   PERFORM 911-CHECK-CAMPERS
                   IF WS-CAMPR-STAT = "00"
                       MOVE "Y" TO WS-CHECKIN-DONE-SW
                       MOVE FD-CAMPER TO JRNL-IMAGE
                       SET JRNL-CAMPERS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
               WHEN OTHER
                   PERFORM 911-CHECK-CAMPERS
           END-EVALUATE
           CLOSE FC-CAMPERS
           IF WS-CHECKIN-DONE
                   PERFORM 386-EXPRESS-AUDIT
                   MOVE SPACES TO WS-MSG
                   STRING "TROOP " DELIMITED BY SIZE
                       WS-TROOP-AREA DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-TROOP-UNIT DELIMITED BY SIZE
                       " CHECKED IN - EXPRESS - SITE " DELIMITED BY SIZE
                       WS-ASSIGN-MAIN-CAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ASSIGN-SUBCAMP DELIMITED BY "  "
                       INTO WS-MSG
           END-IF
           PERFORM 312-NEXT-TROOP.
       386-EXPRESS-AUDIT.
           MOVE WS-ASSIGN-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE WS-ASSIGN-SUBCAMP TO FS-CAMP-SUBCAMP
           OPEN INPUT FC-CAMPS
           PERFORM 910-CHECK-CAMPS
           READ FC-CAMPS
               INVALID KEY
                   MOVE ZEROES TO FS-CAMP-TOTAL-CAPACITY
                   MOVE ZEROES TO FS-CAMP-CAPACITY-LEFT
           END-READ
           CLOSE FC-CAMPS
           MOVE WS-ASSIGN-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE WS-ASSIGN-SUBCAMP TO FS-CAMP-SUBCAMP
           MOVE FS-CAMP-CAPACITY-LEFT TO WS-BEFORE-CAPACITY-LEFT
           MOVE "CHKIN" TO WS-AUDIT-ACTION
           PERFORM 365-WRITE-AUDIT.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       916-CHECK-USERS.
           IF NOT WS-USER-STAT-OK
                   MOVE "USERS.DAT" TO ERR-FILE
                   MOVE WS-USER-STAT TO ERR-STATUS
                   MOVE USR-ID TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       917-CHECK-RATES.
           IF NOT WS-RATE-STAT-OK
                   MOVE "RATES.DAT" TO ERR-FILE
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
       931-CHECK-LOANS.
           IF NOT WS-LOAN-STAT-OK
                   MOVE "LOANS.DAT" TO ERR-FILE
                   MOVE WS-LOAN-STAT TO ERR-STATUS
                   MOVE LOAN-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "310-CHECKIN" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "310-CHECK-IN" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
