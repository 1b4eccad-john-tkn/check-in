      * RETURNING THE CAPACITY AND RE-DRIVING THE PROMOTION ENGINE SO
      * THE NEXT TROOP IN LINE GETS THE ROOM.  UNCLAIMED OFFERS ARE
      * RELEASED BY THE 314-OFFER-SWEEP EXPIRY RUN.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-12-2026  JC  LOST AND DAMAGED EQUIPMENT CHARGES FROM THE
      *                   LOAN DESK ARE ADDED BACK INTO THE AMOUNT DUE
      *                   WHENEVER THE FEE IS FIGURED AGAIN.
      *   10-10-2026  JC  GATE PAYMENTS CARRY A BLANK ONLINE TRANSACTION
      *                   ID ON PAYMENTS.DAT.
      *   10-08-2026  JC  THE HELD-VERSUS-ACTUAL DIFFERENCE AND A
      *                   RELEASED OFFER ARE SETTLED THROUGH 909-NIGHT-
      *                   CAP ON THE NIGHTS THE HOLD TOOK.
      *   10-06-2026  JC  ACCEPTING AN OFFER APPLIES THE SAME TWO-DEEP
      *                   LEADERSHIP AND YOUTH PROTECTION HOLD AS CHECK-
      *                   IN, WITH THE SAME SUPERVISOR OVERRIDE.
      *   10-02-2026  JC  GATE PAYMENTS CARRY A BLANK CAMPERSHIP FUND ID
      *                   ON PAYMENTS.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
           COPY HOLDSEL.
           COPY RATESEL.
           COPY PAYSEL.
           COPY LOANSEL.
           COPY ROSTSEL.
           COPY USERSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY HOLDFD.
           COPY RATEFD.
           COPY PAYFD.
           COPY LOANFD.
           COPY ROSTFD.
           COPY USERFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY RCPTLK.
           COPY LDRLK.
           COPY NGTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-TROOP.
               02 WS-HELD-MAIN-CAMP PIC X(2).
               02 WS-HELD-SUBCAMP PIC X(15).
       01 WS-HELD-SIZE PIC 999.
       01 WS-HELD-FIRST-NIGHT PIC 9.
       01 WS-HELD-LAST-NIGHT PIC 9.
       01 WS-EXPIRE-DATE PIC 9(08).
       01 WS-EXPIRE-TIME PIC 9(08).
       01 WS-ACTUAL-ADULTS PIC 99.
       01 WS-ACTUAL-YOUTH PIC 99.
       01 WS-NEW-TOTAL PIC 999.
       01 WS-DELTA PIC S999.
       01 WS-DELTA-SPOTS PIC 999.
       01 WS-BEFORE-CAPACITY-LEFT PIC 9(03).
       01 WS-ADULT-RATE PIC 9(03)V99.
       01 WS-YOUTH-RATE PIC 9(03)V99.
       01 WS-AMOUNT-DUE PIC 9(05)V99.
       01 WS-LOANS-DONE-SW PIC X(01).
           88 WS-NO-MORE-LOANS VALUE "Y".
       01 WS-PAID-TOTAL PIC S9(05)V99.
       01 WS-BALANCE-DUE PIC S9(05)V99.
       01 WS-PAY-METHOD PIC X(01).
       01 WS-PROMO-RETURN PIC 9.
       01 WS-CAMP-UPDATED-SW PIC X(01).
           88 WS-CAMP-UPDATED VALUE "Y".
       01 WS-MISSING-FORMS PIC 999.
       01 WS-MISSING-FORMS-X PIC ZZ9.
       01 WS-FORMS-DONE-SW PIC X(01).
           88 WS-FORMS-SCANNED VALUE "Y".
       01 WS-SUPV-ID PIC X(10).
       01 WS-SUPV-PIN PIC X(04).
       01 WS-OVERRIDE-SW PIC X(01).
           88 WS-OVERRIDE-OK VALUE "Y".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
              10  WS-CURRENT-YEAR    PIC  9(4).
           05 PIC 99 USING WS-ACTUAL-YOUTH.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F8 - RELEASE OFFER   F
      -        "9 - ACCEPT".
       01 SS-LEADER-HOLD AUTO.
           05 LINE 1 COL 25 VALUE IS "ACCEPT OFFER - LEADERSHIP HOLD".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 3 COL 10 PIC 9 USING WS-DISPLAY-TROOP-AREA.
           05 LINE 3 COL 12 PIC 999 USING WS-DISPLAY-TROOP-UNIT.
           05 LINE 5 COL 2 VALUE IS "ADULTS AT GATE:".
           05 LINE 5 COL 21 PIC Z9 USING WS-ACTUAL-ADULTS
               FOREGROUND-COLOR IS 3.
           05 LINE 6 COL 2 VALUE IS "YOUTH AT GATE:".
           05 LINE 6 COL 21 PIC Z9 USING WS-ACTUAL-YOUTH
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
           05 LINE 1 COL 29 VALUE IS "ACCEPT OFFER - CAMP FEES".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           MOVE SPACES TO WS-HELD-MAIN-CAMP
           MOVE SPACES TO WS-HELD-SUBCAMP
           MOVE ZEROES TO WS-HELD-SIZE
           MOVE ZEROES TO WS-HELD-FIRST-NIGHT
           MOVE ZEROES TO WS-HELD-LAST-NIGHT
           MOVE ZEROES TO WS-ACTUAL-ADULTS
           MOVE ZEROES TO WS-ACTUAL-YOUTH.
      * THE TROOP RECORD IS READ WITH A LOCK HELD THROUGH THE ACCEPT
                   MOVE HOLD-MAIN-CAMP TO WS-HELD-MAIN-CAMP
                   MOVE HOLD-SUBCAMP TO WS-HELD-SUBCAMP
                   MOVE HOLD-SIZE TO WS-HELD-SIZE
                   MOVE HOLD-FIRST-NIGHT TO WS-HELD-FIRST-NIGHT
                   MOVE HOLD-LAST-NIGHT TO WS-HELD-LAST-NIGHT
                   MOVE HOLD-EXPIRE-DATE TO WS-EXPIRE-DATE
                   MOVE HOLD-EXPIRE-TIME TO WS-EXPIRE-TIME
                   PERFORM 328-LOCK-TROOP
               WHEN 1008
                       PERFORM 360-RELEASE-OFFER
               WHEN 1009
                       PERFORM 332-CHECK-LEADERSHIP
                       IF LDR-HOLD
                           MOVE SPACES TO WS-SUPV-ID
                           MOVE SPACES TO WS-SUPV-PIN
                           PERFORM 333-LEADER-HOLD
                       ELSE
                           PERFORM 340-PROCESS-ACCEPT
                       END-IF
               WHEN OTHER
                       PERFORM 330-OFFER-SCREEN
           END-EVALUATE.
      * SAME TWO-DEEP LEADERSHIP HOLD AS 310-CHECK-IN, SO A TROOP
      * COMING IN OFF THE WAITLIST IS HELD TO THE SAME COUNCIL RULES.
       332-CHECK-LEADERSHIP.
           MOVE SESS-EVENT-ID TO LDR-EVENT
           MOVE WS-TROOP-AREA TO LDR-AREA
           MOVE WS-TROOP-UNIT TO LDR-UNIT
           MOVE WS-ACTUAL-ADULTS TO LDR-ADULTS
           MOVE WS-ACTUAL-YOUTH TO LDR-YOUTH
           CALL '908-LEADER-CHECK' USING LDR-RECORD.
       333-LEADER-HOLD.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-LEADER-HOLD
           ACCEPT SS-LEADER-HOLD
           EVALUATE KEY-STATUS
               WHEN 1003
                       PERFORM 330-OFFER-SCREEN
               WHEN 1009
                       PERFORM 334-VERIFY-SUPERVISOR
                       IF WS-OVERRIDE-OK
                           PERFORM 335-AUDIT-OVERRIDE
                           PERFORM 340-PROCESS-ACCEPT
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
           MOVE WS-HELD-MAIN-CAMP TO AUD-MAIN-CAMP
           MOVE WS-HELD-SUBCAMP TO AUD-SUBCAMP
           MOVE ZEROES TO AUD-BEFORE-TOTAL-CAPACITY
           MOVE ZEROES TO AUD-BEFORE-CAPACITY-LEFT
           MOVE ZEROES TO AUD-AFTER-TOTAL-CAPACITY
           MOVE ZEROES TO AUD-AFTER-CAPACITY-LEFT
           OPEN EXTEND FC-CAMP-AUDIT
           PERFORM 914-CHECK-AUDIT
           WRITE AUD-RECORD
           PERFORM 914-CHECK-AUDIT
           CLOSE FC-CAMP-AUDIT.
      * THE HELD SPOTS WERE ALREADY TAKEN FROM THE SITE AT OFFER
      * TIME, SO ONLY THE DIFFERENCE BETWEEN THE GATE COUNTS AND THE
      * HELD SIZE MOVES NOW - SAME SETTLING AS 312-ADJUST-COUNTS.
                       PERFORM 330-OFFER-SCREEN
                   END-IF
           END-IF.
      * THE DIFFERENCE BETWEEN THE HELD SIZE AND THE REAL COUNTS IS
      * SETTLED ON THE SAME NIGHTS THE HOLD TOOK.
       345-SETTLE-CAPACITY.
           MOVE "N" TO WS-CAMP-UPDATED-SW
           IF WS-DELTA > ZEROES
                   MOVE WS-DELTA TO WS-DELTA-SPOTS
           ELSE
                   COMPUTE WS-DELTA-SPOTS = ZEROES - WS-DELTA
           END-IF
           MOVE WS-HELD-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE WS-HELD-SUBCAMP TO FS-CAMP-SUBCAMP
           OPEN I-O FC-CAMPS
                   MOVE "OFFERED CAMPSITE NOT ON FILE - SEE A SUPERVISOR
      -                "" TO WS-MSG
               NOT INVALID KEY
                   SET NGT-CHECK TO TRUE
                   PERFORM 348-CALL-NIGHT-CAP
                   IF WS-DELTA > ZEROES AND NOT NGT-FITS
                       MOVE "NO ROOM ON OFFERED SITE FOR THE EXTRA CAMPE
      -                    "RS" TO WS-MSG
                   ELSE
                       MOVE FS-CAMP-CAPACITY-LEFT
                           TO WS-BEFORE-CAPACITY-LEFT
                       IF WS-DELTA > ZEROES
                           SET NGT-TAKE TO TRUE
                       ELSE
                           SET NGT-GIVE TO TRUE
                       END-IF
                       PERFORM 348-CALL-NIGHT-CAP
                       REWRITE FS-CAMP
                       PERFORM 910-CHECK-CAMPS
                       IF WS-CAMP-STAT = "00"
                           MOVE FS-CAMP TO JRNL-IMAGE
                           SET JRNL-CAMPS TO TRUE
                           SET JRNL-CHANGE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                       END-IF
                       MOVE "OFACPT" TO WS-AUDIT-ACTION
                       PERFORM 355-WRITE-AUDIT
                       MOVE "Y" TO WS-CAMP-UPDATED-SW
      -                " AGAIN" TO WS-MSG
           END-IF
           CLOSE FC-CAMPS.
      * A HOLD WRITTEN BEFORE NIGHTS WERE KEPT CARRIES ZERO NIGHTS;
      * 909-NIGHT-CAP THEN TREATS IT AS THE WHOLE EVENT.
       348-CALL-NIGHT-CAP.
           MOVE SESS-EVENT-ID TO NGT-EVENT
           MOVE ZEROES TO NGT-ARRIVE-DATE
           MOVE ZEROES TO NGT-DEPART-DATE
           MOVE WS-HELD-FIRST-NIGHT TO NGT-FIRST-NIGHT
           MOVE WS-HELD-LAST-NIGHT TO NGT-LAST-NIGHT
           MOVE WS-DELTA-SPOTS TO NGT-SPOTS
           MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
           MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           MOVE NGT-NIGHTS TO FS-CAMP-NIGHTS
           MOVE NGT-CAPACITY-LEFT TO FS-CAMP-CAPACITY-LEFT.
      * THE HOLD IS ONLY DROPPED ONCE THE CAMPER REWRITE CONFIRMS -
      * OTHERWISE THE RESERVED CAPACITY WOULD BE CONSUMED WITH NO
      * CHECKED-IN TROOP AND NO HOLD LEFT TO RETRY.  A FAILED
           REWRITE FD-CAMPER
           PERFORM 911-CHECK-CAMPERS
           IF WS-CAMPR-STAT = "00"
                   MOVE FD-CAMPER TO JRNL-IMAGE
                   SET JRNL-CAMPERS TO TRUE
                   SET JRNL-CHANGE TO TRUE
                   PERFORM 985-WRITE-JOURNAL
                   CLOSE FC-CAMPERS
                   PERFORM 354-DROP-HOLD
                   MOVE "OFFER ACCEPTED - TROOP CHECKED IN" TO WS-MSG
           IF WS-CAMP-STAT = "00"
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   IF WS-DELTA > ZEROES
                       SET NGT-GIVE TO TRUE
                   ELSE
                       SET NGT-TAKE TO TRUE
                   END-IF
                   PERFORM 348-CALL-NIGHT-CAP
                   REWRITE FS-CAMP
                   PERFORM 910-CHECK-CAMPS
                   IF WS-CAMP-STAT = "00"
                       MOVE FS-CAMP TO JRNL-IMAGE
                       SET JRNL-CAMPS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
                   MOVE "OFAREV" TO WS-AUDIT-ACTION
                   PERFORM 355-WRITE-AUDIT
           END-IF
           CLOSE FC-RATES
           COMPUTE WS-AMOUNT-DUE =
               FD-ACTAUL-ADULTS * WS-ADULT-RATE +
               FD-ACTUAL-YOUTH * WS-YOUTH-RATE
           PERFORM 358-ADD-LOAN-CHARGES.
      * LOST AND DAMAGED EQUIPMENT CHARGES POSTED AT THE LOAN DESK
      * STAY IN THE AMOUNT DUE WHENEVER THE FEE IS FIGURED AGAIN,
      * SAME AS 366-ADD-LOAN-CHARGES IN 310-CHECK-IN.
       358-ADD-LOAN-CHARGES.
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
           PERFORM 359-SCAN-LOAN-CHARGE UNTIL WS-NO-MORE-LOANS
           CLOSE FC-LOANS.
       359-SCAN-LOAN-CHARGE.
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
      * SAME COUNCIL HEALTH AND SAFETY WARNING 310-CHECK-IN GIVES THE
      * GATE - A TROOP ARRIVING THROUGH AN ACCEPTED OFFER IS STILL A
      * TROOP WALKING IN, SO THE CLERK HEARS ABOUT MISSING FORMS
           DELETE FC-HOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HOLD-RECORD TO JRNL-IMAGE
                   SET JRNL-HOLDS TO TRUE
                   SET JRNL-DELETE TO TRUE
                   PERFORM 985-WRITE-JOURNAL
           END-DELETE
           PERFORM 922-CHECK-HOLDS
           CLOSE FC-HOLDS.
               NOT INVALID KEY
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   MOVE WS-HELD-SIZE TO WS-DELTA-SPOTS
                   SET NGT-GIVE TO TRUE
                   PERFORM 348-CALL-NIGHT-CAP
                   REWRITE FS-CAMP
                   PERFORM 910-CHECK-CAMPS
                   IF WS-CAMP-STAT = "00"
                       MOVE FS-CAMP TO JRNL-IMAGE
                       SET JRNL-CAMPS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
                   MOVE "OFREL" TO WS-AUDIT-ACTION
                   PERFORM 355-WRITE-AUDIT
           END-READ
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
                           PERFORM 382-PRINT-RECEIPT
                   END-WRITE
                   PERFORM 918-CHECK-PAYMENTS
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
       931-CHECK-LOANS.
           IF NOT WS-LOAN-STAT-OK
                   MOVE "LOANS.DAT" TO ERR-FILE
                   MOVE WS-LOAN-STAT TO ERR-STATUS
                   MOVE LOAN-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "313-GATE-OFFER" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "313-GATE-OFFER" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
