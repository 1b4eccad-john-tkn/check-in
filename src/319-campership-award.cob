       IDENTIFICATION DIVISION.
       PROGRAM-ID. 319-CAMPERSHIP-AWARD.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 02, 2026.
      * CAMPERSHIP (FEE ASSISTANCE) AWARD SCREEN.  A SUPERVISOR PICKS
      * A TROOP ON THE SIGNED-ON EVENT AND A SPONSOR FUND ON FUNDS.DAT
      * AND AWARDS PART OR ALL OF THE TROOP'S BALANCE.  THE AWARD IS
      * POSTED TO PAYMENTS.DAT AS METHOD S WITH THE FUND ID, SO IT
      * CREDITS THE TROOP'S PAID-TO-DATE LIKE ANY OTHER PAYMENT AND
      * GETS A NUMBERED RECEIPT, BUT IT NEVER SHOWS UP IN A CASH
      * DRAWER AT SETTLEMENT.  THE FUND'S BALANCE IS REDUCED AS THE
      * AWARD POSTS; AN AWARD LARGER THAN THE FUND HAS LEFT, OR THAN
      * THE TROOP STILL OWES, IS REFUSED.  BUILT LIKE 316-DEPOSIT-
      * ENTRY.  REACHED ONLY THROUGH THE UTILITIES MENU, WHICH
      * ALREADY REQUIRES A SUPERVISOR SIGN-ON; THE ROLE IS CHECKED
      * AGAIN HERE THE WAY 359-VOID-REFUND DOES.
      * THE AWARD PAYMENT IS ALSO JOURNALED THROUGH
      * 902-WRITE-JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY RATESEL.
           COPY PAYSEL.
           COPY FUNDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY RATEFD.
           COPY PAYFD.
           COPY FUNDFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY RCPTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-TROOP.
               02 WS-TROOP-AREA PIC 9.
               02 WS-TROOP-UNIT PIC 999.
       01 WS-DISPLAY-TROOP.
               02 WS-DISPLAY-TROOP-AREA PIC 9.
               02 WS-DISPLAY-TROOP-UNIT PIC 999.
       01 WS-FUND-ID PIC X(04).
       01 WS-DISPLAY-FUND PIC X(04).
       01 WS-FUND-SPONSOR PIC X(30).
       01 WS-FUND-AVAILABLE PIC S9(07)V99.
       01 WS-ADULT-RATE PIC 9(03)V99.
       01 WS-YOUTH-RATE PIC 9(03)V99.
       01 WS-EXPECTED-FEE PIC 9(05)V99.
       01 WS-PAID-TOTAL PIC S9(05)V99.
       01 WS-BALANCE-DUE PIC S9(05)V99.
       01 WS-AWARD-AMOUNT PIC 9(05)V99.
       01 WS-AWARD-REASON PIC X(30).
       01 WS-PAY-SEQ PIC 9(03).
       01 WS-PAYS-DONE-SW PIC X(01).
           88 WS-NO-MORE-PAYMENTS VALUE "Y".
       01 WS-AWARD-POSTED-SW PIC X(01).
           88 WS-AWARD-POSTED VALUE "Y".
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
       SCREEN SECTION.
       01 CLEAR-SCREEN.
               05 BLANK SCREEN.
       01 SS-FIND-ENTRY AUTO.
           05 LINE 1 COL 27 VALUE IS "CAMPERSHIP AWARD - FIND TROOP".
           05 LINE 12 COL 2 VALUE IS "TROOP AREA:".
           05 PIC 9 USING WS-TROOP-AREA.
           05 LINE 13 COL 2 VALUE IS "TROOP UNIT:".
           05 PIC 999 USING WS-TROOP-UNIT.
           05 LINE 14 COL 2 VALUE IS "FUND ID:".
           05 PIC X(4) USING WS-FUND-ID.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - FIND".
       01 SS-AWARD-ENTRY AUTO.
           05 LINE 1 COL 32 VALUE IS "CAMPERSHIP AWARD".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 3 COL 10 PIC 9 USING WS-DISPLAY-TROOP-AREA.
           05 LINE 3 COL 12 PIC 999 USING WS-DISPLAY-TROOP-UNIT.
           05 LINE 4 COL 2 VALUE IS "FUND:".
           05 LINE 4 COL 10 PIC X(4) USING WS-DISPLAY-FUND
               FOREGROUND-COLOR IS 3.
           05 LINE 4 COL 16 PIC X(30) USING WS-FUND-SPONSOR
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 2 VALUE IS "FUND BALANCE:".
           05 LINE 5 COL 17 PIC -ZZZZZZ9.99 USING WS-FUND-AVAILABLE
               FOREGROUND-COLOR IS 3.
           05 LINE 7 COL 2 VALUE IS "EXPECTED FEE:".
           05 LINE 7 COL 18 PIC ZZZZ9.99 USING WS-EXPECTED-FEE
               FOREGROUND-COLOR IS 3.
           05 LINE 8 COL 2 VALUE IS "PAID TO DATE:".
           05 LINE 8 COL 18 PIC -ZZZZ9.99 USING WS-PAID-TOTAL
               FOREGROUND-COLOR IS 3.
           05 LINE 9 COL 2 VALUE IS "BALANCE DUE:".
           05 LINE 9 COL 18 PIC -ZZZZ9.99 USING WS-BALANCE-DUE
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "AWARD AMOUNT:".
           05 PIC 9(5)V99 USING WS-AWARD-AMOUNT.
           05 LINE 13 COL 2 VALUE IS "REASON:".
           05 PIC X(30) USING WS-AWARD-REASON.
           05 LINE 23 COL 1 VALUE IS "F3 - DONE   F9 - POST AWARD".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       319-AWARD-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           IF NOT SESS-SUPERVISOR
                   EXIT PROGRAM
           END-IF
           PERFORM 320-CLEAR-DATA
           PERFORM 322-FIND-TROOP.
       320-CLEAR-DATA.
           MOVE ZEROES TO WS-TROOP-AREA
           MOVE ZEROES TO WS-TROOP-UNIT
           MOVE SPACES TO WS-FUND-ID.
       322-FIND-TROOP.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-FIND-ENTRY
           ACCEPT SS-FIND-ENTRY
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 322-FIND-TROOP
           END-IF
           IF KEY-STATUS = 1009
                   MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
                   MOVE WS-TROOP-AREA TO FD-CAMPER-AREA
                   MOVE WS-TROOP-UNIT TO FD-CAMPER-UNIT
                   OPEN INPUT FC-CAMPERS
                   PERFORM 911-CHECK-CAMPERS
                   READ FC-CAMPERS
                       INVALID KEY
                           MOVE "TROOP NOT FOUND - ADD CAMPERS FIRST"
                               TO WS-MSG
                           CLOSE FC-CAMPERS
                           PERFORM 322-FIND-TROOP
                       NOT INVALID KEY
                           CLOSE FC-CAMPERS
                           PERFORM 324-FIND-FUND
                   END-READ
           END-IF.
       324-FIND-FUND.
           MOVE WS-FUND-ID TO FUND-ID
           OPEN INPUT FC-FUNDS
           PERFORM 924-CHECK-FUNDS
           READ FC-FUNDS
               INVALID KEY
                   MOVE "FUND NOT FOUND - ADD IT IN FILE MAINTENANCE"
                       TO WS-MSG
                   CLOSE FC-FUNDS
                   PERFORM 322-FIND-TROOP
               NOT INVALID KEY
                   MOVE FUND-SPONSOR TO WS-FUND-SPONSOR
                   MOVE FUND-BALANCE TO WS-FUND-AVAILABLE
                   CLOSE FC-FUNDS
                   MOVE ZEROES TO WS-AWARD-AMOUNT
                   MOVE SPACES TO WS-AWARD-REASON
                   PERFORM 330-AWARD-SCREEN
           END-READ.
      * PRICED THE SAME WAY AS 316-DEPOSIT-ENTRY - THE STORED AMOUNT
      * DUE ONCE CHECKED IN, OTHERWISE SIGNED-UP COUNTS AT CURRENT
      * RATES.
       325-COMPUTE-EXPECTED.
           IF FD-CHECKED-IN AND FD-AMOUNT-DUE NOT = ZEROES
                   MOVE FD-AMOUNT-DUE TO WS-EXPECTED-FEE
           ELSE
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
                   CLOSE FC-RATES
                   COMPUTE WS-EXPECTED-FEE =
                       FD-ADULTS * WS-ADULT-RATE +
                       FD-YOUTH * WS-YOUTH-RATE
           END-IF.
       330-AWARD-SCREEN.
           PERFORM 325-COMPUTE-EXPECTED
           PERFORM 340-SUM-PAYMENTS
           COMPUTE WS-BALANCE-DUE = WS-EXPECTED-FEE - WS-PAID-TOTAL
           MOVE WS-TROOP-AREA TO WS-DISPLAY-TROOP-AREA
           MOVE WS-TROOP-UNIT TO WS-DISPLAY-TROOP-UNIT
           MOVE WS-FUND-ID TO WS-DISPLAY-FUND
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-AWARD-ENTRY
           ACCEPT SS-AWARD-ENTRY
           IF KEY-STATUS = 1003
                   PERFORM 320-CLEAR-DATA
                   PERFORM 322-FIND-TROOP
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 330-AWARD-SCREEN
           END-IF
           IF KEY-STATUS = 1009
                   PERFORM 350-POST-AWARD
                   IF WS-AWARD-POSTED
                       MOVE ZEROES TO WS-AWARD-AMOUNT
                       MOVE SPACES TO WS-AWARD-REASON
                   END-IF
                   PERFORM 330-AWARD-SCREEN
           END-IF.
       340-SUM-PAYMENTS.
           MOVE ZEROES TO WS-PAID-TOTAL
           MOVE ZEROES TO WS-PAY-SEQ
           MOVE "N" TO WS-PAYS-DONE-SW
           OPEN INPUT FC-PAYMENTS
           PERFORM 918-CHECK-PAYMENTS
           MOVE SESS-EVENT-ID TO PAY-EVENT
           MOVE WS-TROOP-AREA TO PAY-AREA
           MOVE WS-TROOP-UNIT TO PAY-UNIT
           MOVE ZEROES TO PAY-SEQ
           START FC-PAYMENTS KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PAYS-DONE-SW
           END-START
           PERFORM 345-SUM-PAYMENT UNTIL WS-NO-MORE-PAYMENTS
           CLOSE FC-PAYMENTS.
       345-SUM-PAYMENT.
           READ FC-PAYMENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PAYS-DONE-SW
               NOT AT END
                   IF PAY-EVENT NOT EQUAL SESS-EVENT-ID OR
                           PAY-AREA NOT EQUAL WS-TROOP-AREA OR
                           PAY-UNIT NOT EQUAL WS-TROOP-UNIT
                       MOVE "Y" TO WS-PAYS-DONE-SW
                   ELSE
                       IF NOT PAY-VOIDED
                           IF PAY-REFUND
                               SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
                           ELSE
                               ADD PAY-AMOUNT TO WS-PAID-TOTAL
                           END-IF
                       END-IF
                       MOVE PAY-SEQ TO WS-PAY-SEQ
                   END-IF
           END-READ.
      * THE FUND IS READ AGAIN UNDER I-O JUST BEFORE THE AWARD POSTS
      * SO THE BALANCE CHECKED IS THE ONE ON FILE NOW, NOT THE ONE
      * ON THE SCREEN WHEN IT WAS PAINTED.  IT IS READ WITH LOCK AND
      * THE LOCK HELD ACROSS THE PAYMENT WRITE AND THE FUND REWRITE,
      * SO TWO STATIONS CANNOT BOTH SPEND THE SAME BALANCE.
       350-POST-AWARD.
           MOVE "N" TO WS-AWARD-POSTED-SW
           IF WS-AWARD-AMOUNT = ZEROES
                   MOVE "AWARD AMOUNT IS REQUIRED" TO WS-MSG
           ELSE
           IF WS-AWARD-AMOUNT > WS-BALANCE-DUE
                   MOVE "AWARD IS MORE THAN THE TROOP STILL OWES"
                       TO WS-MSG
           ELSE
                   MOVE WS-FUND-ID TO FUND-ID
                   OPEN I-O FC-FUNDS
                   PERFORM 924-CHECK-FUNDS
                   READ FC-FUNDS WITH LOCK
                       INVALID KEY
                           MOVE "FUND NOT FOUND" TO WS-MSG
                       NOT INVALID KEY
                           MOVE FUND-BALANCE TO WS-FUND-AVAILABLE
                           IF WS-AWARD-AMOUNT > FUND-BALANCE
                               MOVE "NOT ENOUGH LEFT IN THE FUND FOR THI
      -                            "S AWARD" TO WS-MSG
                           ELSE
                               PERFORM 355-WRITE-AWARD
                           END-IF
                   END-READ
                   IF WS-FUND-STAT-HELD
                       MOVE "FUND IN USE BY ANOTHER STATION - TRY AGAIN"
                           TO WS-MSG
                   END-IF
                   CLOSE FC-FUNDS
           END-IF
           END-IF.
       355-WRITE-AWARD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           OPEN I-O FC-PAYMENTS
           PERFORM 918-CHECK-PAYMENTS
           MOVE SESS-EVENT-ID TO PAY-EVENT
           MOVE WS-TROOP-AREA TO PAY-AREA
           MOVE WS-TROOP-UNIT TO PAY-UNIT
           ADD 1 TO WS-PAY-SEQ
           MOVE WS-PAY-SEQ TO PAY-SEQ
           MOVE "S" TO PAY-METHOD
           MOVE WS-AWARD-AMOUNT TO PAY-AMOUNT
           MOVE WS-CURRENT-DATE TO PAY-DATE
           MOVE "P" TO PAY-TYPE
           MOVE "N" TO PAY-VOID-SW
           MOVE ZEROES TO PAY-REF-SEQ
           MOVE WS-AWARD-REASON TO PAY-REASON
           MOVE SESS-STATION TO PAY-STATION
           MOVE SESS-USER-ID TO PAY-USER
           MOVE "N" TO PAY-SETTLED-SW
           MOVE WS-FUND-ID TO PAY-FUND-ID
           MOVE SPACES TO PAY-TXN-ID
           CALL '905-NEXT-RECEIPT' USING RCPT-RECEIPT-NO
           MOVE RCPT-RECEIPT-NO TO PAY-RECEIPT-NO
           WRITE PAY-RECORD
               INVALID KEY
                   MOVE "AWARD NOT SAVED - DUPLICATE SEQUENCE"
                       TO WS-MSG
               NOT INVALID KEY
                   MOVE "Y" TO WS-AWARD-POSTED-SW
                   MOVE PAY-RECORD TO JRNL-IMAGE
                   SET JRNL-PAYMENTS TO TRUE
                   SET JRNL-ADD TO TRUE
                   PERFORM 985-WRITE-JOURNAL
           END-WRITE
           PERFORM 918-CHECK-PAYMENTS
           CLOSE FC-PAYMENTS
           IF WS-AWARD-POSTED
                   ADD WS-AWARD-AMOUNT TO FUND-AWARDED
                   ADD 1 TO FUND-AWARD-COUNT
                   COMPUTE FUND-BALANCE = FUND-START-BAL
                       - FUND-AWARDED + FUND-RETURNED
                   REWRITE FUND-RECORD
                   PERFORM 924-CHECK-FUNDS
                   MOVE FUND-BALANCE TO WS-FUND-AVAILABLE
                   PERFORM 352-PRINT-RECEIPT
           END-IF.
       352-PRINT-RECEIPT.
           MOVE SESS-EVENT-ID TO RCPT-EVENT
           MOVE WS-TROOP-AREA TO RCPT-AREA
           MOVE WS-TROOP-UNIT TO RCPT-UNIT
           MOVE WS-CURRENT-DATE TO RCPT-DATE
           MOVE WS-CURRENT-HOUR TO RCPT-TIME (1:2)
           MOVE WS-CURRENT-MINUTE TO RCPT-TIME (3:2)
           MOVE WS-CURRENT-SECOND TO RCPT-TIME (5:2)
           MOVE WS-CURRENT-MS TO RCPT-TIME (7:2)
           MOVE "S" TO RCPT-METHOD
           MOVE WS-AWARD-AMOUNT TO RCPT-AMOUNT
           COMPUTE RCPT-PAID-TOTAL = WS-PAID-TOTAL + WS-AWARD-AMOUNT
           COMPUTE RCPT-BALANCE = WS-EXPECTED-FEE - RCPT-PAID-TOTAL
           MOVE SESS-USER-ID TO RCPT-USER
           MOVE SESS-STATION TO RCPT-STATION
           MOVE "N" TO RCPT-DUPLICATE-SW
           CALL '906-PRINT-RECEIPT' USING RCPT-RECORD
           MOVE SPACES TO WS-MSG
           STRING "AWARD POSTED - RECEIPT " DELIMITED BY SIZE
               RCPT-RECEIPT-NO DELIMITED BY SIZE
               INTO WS-MSG.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE WS-CAMPR-STAT TO ERR-STATUS
                   MOVE FD-CAMPER-TROOP TO ERR-KEY
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
       924-CHECK-FUNDS.
           IF NOT WS-FUND-STAT-OK
                   MOVE "FUNDS.DAT" TO ERR-FILE
                   MOVE WS-FUND-STAT TO ERR-STATUS
                   MOVE FUND-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "319-CAMPERSHIP-AWARD" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "319-CAMPERSHIP-AWARD" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
