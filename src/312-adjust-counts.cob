      * MONEY CAN BE COLLECTED ON THE SPOT.  BUILT LIKE 310-CHECK-IN,
      * WITH THE TROOP RECORD READ UNDER A LOCK HELD THROUGH THE
      * REWRITE SO ANOTHER STATION CANNOT WIPE THE ADJUSTMENT.
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
      *   10-08-2026  JC  THE HEADCOUNT DIFFERENCE IS TAKEN, GIVEN BACK,
      *                   AND BACKED OUT THROUGH 909-NIGHT-CAP ON ONLY
      *                   THE NIGHTS THE TROOP IS STAYING.
      *   10-02-2026  JC  GATE PAYMENTS CARRY A BLANK CAMPERSHIP FUND ID
      *                   ON PAYMENTS.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
           COPY AUDTSEL.
           COPY RATESEL.
           COPY PAYSEL.
           COPY LOANSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY AUDTFD.
           COPY RATEFD.
           COPY PAYFD.
           COPY LOANFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY RCPTLK.
           COPY NGTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-TROOP.
       01 WS-OLD-TOTAL PIC 999.
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
       01 WS-AUDIT-ACTION PIC X(06).
       01 WS-CAMP-UPDATED-SW PIC X(01).
           88 WS-CAMP-UPDATED VALUE "Y".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
              10  WS-CURRENT-YEAR    PIC  9(4).
                       PERFORM 330-ADJUST-SCREEN
                   END-IF
           END-IF.
      * THE DIFFERENCE IS TAKEN OR GIVEN BACK ON ONLY THE NIGHTS THE
      * TROOP IS STAYING, AND A GROWING TROOP MUST FIT ON EVERY ONE.
       350-UPDATE-CAMPSITE.
           MOVE "N" TO WS-CAMP-UPDATED-SW
           MOVE FD-CAMPER-EVENT TO NGT-EVENT
           MOVE FD-ARRIVE-DATE TO NGT-ARRIVE-DATE
           MOVE FD-DEPART-DATE TO NGT-DEPART-DATE
           MOVE ZEROES TO NGT-FIRST-NIGHT
           IF WS-DELTA > ZEROES
                   MOVE WS-DELTA TO WS-DELTA-SPOTS
           ELSE
                   COMPUTE WS-DELTA-SPOTS = ZEROES - WS-DELTA
           END-IF
           MOVE FD-ASSIGNED-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE FD-ASSIGNED-SUBCAMP TO FS-CAMP-SUBCAMP
           OPEN I-O FC-CAMPS
                   MOVE "ASSIGNED CAMPSITE NOT ON FILE - COUNTS NOT CHAN
      -                "GED" TO WS-MSG
               NOT INVALID KEY
                   SET NGT-CHECK TO TRUE
                   PERFORM 352-CALL-NIGHT-CAP
                   IF WS-DELTA > ZEROES AND NOT NGT-FITS
                       MOVE "NO ROOM ON ASSIGNED SITE FOR THE EXTRA CAMP
      -                    "ERS - TRANSFER FIRST" TO WS-MSG
                   ELSE
                       MOVE FS-CAMP-CAPACITY-LEFT
                           TO WS-BEFORE-CAPACITY-LEFT
                       IF WS-DELTA > ZEROES
                           SET NGT-TAKE TO TRUE
                       ELSE
                           SET NGT-GIVE TO TRUE
                       END-IF
                       PERFORM 352-CALL-NIGHT-CAP
                       REWRITE FS-CAMP
                       PERFORM 910-CHECK-CAMPS
                       IF WS-CAMP-STAT = "00"
                           MOVE FS-CAMP TO JRNL-IMAGE
                           SET JRNL-CAMPS TO TRUE
                           SET JRNL-CHANGE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                       END-IF
                       MOVE "ADJUST" TO WS-AUDIT-ACTION
                       PERFORM 355-WRITE-AUDIT
                       MOVE "Y" TO WS-CAMP-UPDATED-SW
      -                " AGAIN" TO WS-MSG
           END-IF
           CLOSE FC-CAMPS.
       352-CALL-NIGHT-CAP.
           MOVE WS-DELTA-SPOTS TO NGT-SPOTS
           MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
           MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           MOVE NGT-NIGHTS TO FS-CAMP-NIGHTS
           MOVE NGT-CAPACITY-LEFT TO FS-CAMP-CAPACITY-LEFT.
       355-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO AUD-DATE
           REWRITE FD-CAMPER
           PERFORM 911-CHECK-CAMPERS
           IF WS-CAMPR-STAT = "00"
                   MOVE FD-CAMPER TO JRNL-IMAGE
                   SET JRNL-CAMPERS TO TRUE
                   SET JRNL-CHANGE TO TRUE
                   PERFORM 985-WRITE-JOURNAL
                   CLOSE FC-CAMPERS
                   MOVE "COUNTS ADJUSTED" TO WS-MSG
                   PERFORM 370-COLLECT-FEES
           IF WS-CAMP-STAT = "00"
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   IF WS-DELTA > ZEROES
                       SET NGT-GIVE TO TRUE
                   ELSE
                       SET NGT-TAKE TO TRUE
                   END-IF
                   PERFORM 352-CALL-NIGHT-CAP
                   REWRITE FS-CAMP
                   PERFORM 910-CHECK-CAMPS
                   IF WS-CAMP-STAT = "00"
                       MOVE FS-CAMP TO JRNL-IMAGE
                       SET JRNL-CAMPS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
                   MOVE "ADJREV" TO WS-AUDIT-ACTION
                   PERFORM 355-WRITE-AUDIT
           END-IF
           CLOSE FC-RATES
           COMPUTE WS-AMOUNT-DUE =
               FD-ACTAUL-ADULTS * WS-ADULT-RATE +
               FD-ACTUAL-YOUTH * WS-YOUTH-RATE
           PERFORM 366-ADD-LOAN-CHARGES.
      * LOST AND DAMAGED EQUIPMENT CHARGES POSTED AT THE LOAN DESK
      * STAY IN THE AMOUNT DUE WHENEVER THE FEE IS FIGURED AGAIN,
      * SAME AS 366-ADD-LOAN-CHARGES IN 310-CHECK-IN.
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
       370-COLLECT-FEES.
           PERFORM 375-SUM-PAYMENTS
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
                           PERFORM 382-PRINT-RECEIPT
                   END-WRITE
                   PERFORM 918-CHECK-PAYMENTS
                   MOVE PAY-KEY TO ERR-KEY
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
           MOVE "312-ADJUST-COUNTS" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "312-ADJUST-COUNTS" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
