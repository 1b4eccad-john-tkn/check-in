       IDENTIFICATION DIVISION.
       PROGRAM-ID. 309-ONLINE-PAY.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 10, 2026.
      * ONLINE REGISTRATION PAYMENT IMPORT.  TROOPS THAT PAY THROUGH
      * THE COUNCIL'S ONLINE REGISTRATION SITE USED TO BE RE-KEYED
      * INTO 316-DEPOSIT-ENTRY FROM THE PRINTED SETTLEMENT EMAIL.
      * THIS LOADS THE PAYMENT PROCESSOR'S DAILY SETTLEMENT FILE,
      * DB/SETTLEMENT.CSV, ONE HEADER ROW THEN ONE ROW PER
      * TRANSACTION:
      *     TXN ID,TYPE,EVENT,AREA,UNIT,AMOUNT,SETTLED,ORIGINAL TXN ID
      * TYPE IS PAYMENT OR CHARGEBACK (ONLY THE FIRST LETTER IS
      * READ); AMOUNT IS DOLLARS AND CENTS (125.00); SETTLED IS THE
      * SETTLEMENT DATE (CCYYMMDD), TODAY IF LEFT EMPTY.  ORIGINAL
      * TXN ID IS ONLY FILLED IN ON A CHARGEBACK AND NAMES THE
      * PAYMENT THE CARD HOLDER DISPUTED.
      * EACH PAYMENT ROW IS MATCHED TO ITS TROOP ON CAMPERS.DAT BY
      * EVENT AND AREA/UNIT AND POSTED TO PAYMENTS.DAT AS METHOD O
      * (ONLINE) UNDER A RECEIPT NUMBER FROM 905-NEXT-RECEIPT, WITH
      * THE PROCESSOR'S TRANSACTION ID KEPT ON THE RECORD.  A ROW
      * WHOSE TRANSACTION ID IS ALREADY ON THE TROOP'S PAYMENTS IS A
      * DUPLICATE AND IS NOT POSTED AGAIN, SO RELOADING THE SAME FILE
      * DOES NO HARM.  A CHARGEBACK IS POSTED AS A REFUND-TYPE
      * REVERSAL POINTING BACK AT THE ORIGINAL PAYMENT, THE WAY
      * 359-VOID-REFUND POSTS A REFUND, AND IS REFUSED WHEN IT IS FOR
      * MORE THAN IS LEFT OF THAT PAYMENT.  UNMATCHED ROWS, DUPLICATES,
      * AND EVERY CHARGEBACK ARE LISTED IN DB/SETTLEMENT_EXCEPT.RPT
      * WITH THE REASON, THE WAY THE SIGNUP IMPORT LISTS ITS REJECTS,
      * SO THE OFFICE CAN FOLLOW UP ON EACH ONE.
      * EVERY PAYMENT POSTED IS ALSO JOURNALED THROUGH
      * 902-WRITE-JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY PAYSEL.
           SELECT FC-SETTLE-CSV ASSIGN TO './db/settlement.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLE-STAT.
           SELECT FC-SETTLE-EXCEPT
               ASSIGN TO './db/settlement_except.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCRPT-STAT.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY PAYFD.
       FD  FC-SETTLE-CSV.
       01  CSV-SETTLE-LINE PIC X(120).
       FD  FC-SETTLE-EXCEPT.
       01  EXCEPT-LINE PIC X(162).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY RCPTLK.
       01 WS-SETTLE-STAT PIC X(02).
       01 WS-EXCRPT-STAT PIC X(02).
       01 WS-IN-FIELDS.
           02 WS-IN-TXN-ID PIC X(20).
           02 WS-IN-TYPE-X PIC X(01).
               88 WS-IN-PAYMENT VALUES "P" "p".
               88 WS-IN-CHARGEBACK VALUES "C" "c".
           02 WS-IN-EVENT-X PIC X(05).
           02 WS-IN-AREA-X PIC X(01).
           02 WS-IN-UNIT-X PIC X(05).
           02 WS-IN-AMOUNT-X PIC X(10).
           02 WS-IN-DATE-X PIC X(08).
           02 WS-IN-ORIG-TXN-ID PIC X(20).
       01 WS-ROW-EVENT PIC 9(03).
       01 WS-ROW-UNIT PIC 9(03).
       01 WS-ROW-AMOUNT PIC 9(05)V99.
       01 WS-ROW-DATE PIC 9(08).
       01 WS-AMT-WORK PIC X(10).
       01 WS-AMT-DOLLARS-X PIC X(05).
       01 WS-AMT-CENTS-X PIC X(02).
       01 WS-AMT-CENTS PIC 9(02).
       01 WS-NUM-WORK PIC X(05).
       01 WS-NUM-OUT PIC 9(05).
       01 WS-NUM-IX PIC 9(01).
       01 WS-NUM-DIGIT-X PIC X(01).
       01 WS-NUM-DIGIT-9 PIC 9(01).
       01 WS-NUM-VALID-SW PIC X(01).
           88 WS-NUM-VALID VALUE "Y".
       01 WS-NUM-END-SW PIC X(01).
           88 WS-NUM-ENDED VALUE "Y".
       01 WS-NUM-ANY-SW PIC X(01).
           88 WS-NUM-ANY-DIGIT VALUE "Y".
       01 WS-ROW-OK-SW PIC X(01).
           88 WS-ROW-OK VALUE "Y".
       01 WS-LAST-SEQ PIC 9(03).
       01 WS-DUP-SW PIC X(01).
           88 WS-DUPLICATE-TXN VALUE "Y".
       01 WS-ORIG-SW PIC X(01).
           88 WS-ORIG-FOUND VALUE "Y".
       01 WS-ORIG-SEQ PIC 9(03).
       01 WS-ORIG-VOID-SW PIC X(01).
           88 WS-ORIG-VOIDED VALUE "Y".
       01 WS-ORIG-AMOUNT PIC 9(05)V99.
       01 WS-ORIG-REVERSED PIC 9(05)V99.
       01 WS-ORIG-REMAINING PIC S9(05)V99.
       01 WS-PAYS-DONE-SW PIC X(01).
           88 WS-NO-MORE-PAYMENTS VALUE "Y".
       01 WS-EXCEPT-DETAIL.
           02 WS-EXC-REASON PIC X(40).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-EXC-ROW PIC X(120).
       01 WS-ROWS-READ PIC 9(05).
       01 WS-PAYMENTS-POSTED PIC 9(05).
       01 WS-CHARGEBACKS-POSTED PIC 9(05).
       01 WS-ROWS-REJECTED PIC 9(05).
       01 WS-POSTED-TOTAL PIC 9(07)V99.
       01 WS-REVERSED-TOTAL PIC 9(07)V99.
       01 WS-TOTAL-ED PIC Z,ZZZ,ZZ9.99.
       01 WS-CSV-DONE-SW PIC X(01).
           88 WS-NO-MORE-CSV VALUE "Y".
       01 WS-FIRST-ROW-SW PIC X(01).
           88 WS-FIRST-ROW VALUE "Y".
       01 WS-DUMMY PIC X(01).
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
       309-ONLINE-PAY-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-ROWS-READ
           MOVE ZEROES TO WS-PAYMENTS-POSTED
           MOVE ZEROES TO WS-CHARGEBACKS-POSTED
           MOVE ZEROES TO WS-ROWS-REJECTED
           MOVE ZEROES TO WS-POSTED-TOTAL
           MOVE ZEROES TO WS-REVERSED-TOTAL
           MOVE "N" TO WS-CSV-DONE-SW
           MOVE "Y" TO WS-FIRST-ROW-SW
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "ONLINE REGISTRATION PAYMENT IMPORT"
           OPEN INPUT FC-SETTLE-CSV
           IF WS-SETTLE-STAT NOT = "00"
                   DISPLAY "SETTLEMENT FILE NOT FOUND (DB/SETTLEMENT.CSV
      -                ") - STATUS " WS-SETTLE-STAT
                   MOVE "Y" TO WS-CSV-DONE-SW
           END-IF
           OPEN OUTPUT FC-SETTLE-EXCEPT
           MOVE "REASON                                    ROW"
               TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           OPEN I-O FC-PAYMENTS
           PERFORM 918-CHECK-PAYMENTS
           PERFORM 310-PROCESS-ROW UNTIL WS-NO-MORE-CSV
           CLOSE FC-PAYMENTS
           CLOSE FC-CAMPERS
           CLOSE FC-SETTLE-EXCEPT
           CLOSE FC-SETTLE-CSV
           DISPLAY " "
           DISPLAY "  ROWS READ:          " WS-ROWS-READ
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-ED
           DISPLAY "  PAYMENTS POSTED:    " WS-PAYMENTS-POSTED
               "   " WS-TOTAL-ED
           MOVE WS-REVERSED-TOTAL TO WS-TOTAL-ED
           DISPLAY "  CHARGEBACKS POSTED: " WS-CHARGEBACKS-POSTED
               "  -" WS-TOTAL-ED
           DISPLAY "  ROWS REJECTED:      " WS-ROWS-REJECTED
           DISPLAY "  EXCEPTIONS LISTED IN DB/SETTLEMENT_EXCEPT.RPT"
           DISPLAY " "
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT WS-DUMMY
           EXIT PROGRAM.
       310-PROCESS-ROW.
           READ FC-SETTLE-CSV
               AT END
                   MOVE "Y" TO WS-CSV-DONE-SW
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 320-SPLIT-ROW
           END-READ.
      * THE PROCESSOR ALWAYS EXPORTS A COLUMN-HEADER ROW, SO A
      * NON-NUMERIC EVENT ON ROW ONE IS SKIPPED WITHOUT AN EXCEPTION.
       320-SPLIT-ROW.
           MOVE SPACES TO WS-IN-FIELDS
           UNSTRING CSV-SETTLE-LINE DELIMITED BY ","
               INTO WS-IN-TXN-ID WS-IN-TYPE-X WS-IN-EVENT-X
                    WS-IN-AREA-X WS-IN-UNIT-X WS-IN-AMOUNT-X
                    WS-IN-DATE-X WS-IN-ORIG-TXN-ID
           IF WS-FIRST-ROW AND WS-IN-EVENT-X (1:1) IS NOT NUMERIC
                   MOVE "N" TO WS-FIRST-ROW-SW
                   SUBTRACT 1 FROM WS-ROWS-READ
           ELSE
                   MOVE "N" TO WS-FIRST-ROW-SW
                   PERFORM 330-EDIT-ROW
                   IF WS-ROW-OK
                       PERFORM 348-FIND-TROOP
                   END-IF
           END-IF.
       330-EDIT-ROW.
           MOVE "Y" TO WS-ROW-OK-SW
           MOVE WS-IN-EVENT-X TO WS-NUM-WORK
           PERFORM 344-EDIT-NUMBER
           IF NOT WS-NUM-VALID OR WS-NUM-OUT > 999
                   MOVE "EVENT NOT NUMERIC" TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
                   MOVE WS-NUM-OUT TO WS-ROW-EVENT
                   MOVE WS-IN-UNIT-X TO WS-NUM-WORK
                   PERFORM 344-EDIT-NUMBER
                   IF WS-IN-AREA-X IS NOT NUMERIC OR
                           NOT WS-NUM-VALID OR WS-NUM-OUT > 999
                       MOVE "AREA/UNIT NOT NUMERIC" TO WS-EXC-REASON
                       PERFORM 390-WRITE-EXCEPTION
                   ELSE
                       MOVE WS-NUM-OUT TO WS-ROW-UNIT
                       PERFORM 332-EDIT-TRANSACTION
                   END-IF
           END-IF.
       332-EDIT-TRANSACTION.
           IF WS-IN-TXN-ID = SPACES
                   MOVE "TRANSACTION ID MISSING" TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
           IF NOT WS-IN-PAYMENT AND NOT WS-IN-CHARGEBACK
                   MOVE "TYPE MUST BE PAYMENT OR CHARGEBACK"
                       TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
           IF WS-IN-CHARGEBACK AND WS-IN-ORIG-TXN-ID = SPACES
                   MOVE "CHARGEBACK - NO ORIGINAL TXN ID"
                       TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
                   PERFORM 336-EDIT-AMOUNT
                   IF NOT WS-NUM-VALID OR WS-ROW-AMOUNT = ZEROES
                       MOVE "AMOUNT NOT VALID" TO WS-EXC-REASON
                       PERFORM 390-WRITE-EXCEPTION
                   ELSE
                       PERFORM 338-EDIT-DATE
                   END-IF
           END-IF
           END-IF
           END-IF.
      * THE PROCESSOR SHOWS A CHARGEBACK AMOUNT EITHER WAY ROUND, SO A
      * LEADING MINUS SIGN IS DROPPED - THE TYPE SAYS WHICH WAY THE
      * MONEY WENT.  CENTS MAY BE ONE DIGIT, TWO, OR LEFT OFF.
       336-EDIT-AMOUNT.
           MOVE ZEROES TO WS-ROW-AMOUNT
           MOVE WS-IN-AMOUNT-X TO WS-AMT-WORK
           IF WS-IN-AMOUNT-X (1:1) = "-"
                   MOVE WS-IN-AMOUNT-X (2:9) TO WS-AMT-WORK
           END-IF
           MOVE SPACES TO WS-AMT-DOLLARS-X
           MOVE SPACES TO WS-AMT-CENTS-X
           UNSTRING WS-AMT-WORK DELIMITED BY "."
               INTO WS-AMT-DOLLARS-X WS-AMT-CENTS-X
           MOVE WS-AMT-DOLLARS-X TO WS-NUM-WORK
           PERFORM 344-EDIT-NUMBER
           IF WS-NUM-VALID
                   MOVE WS-NUM-OUT TO WS-ROW-AMOUNT
                   MOVE ZEROES TO WS-AMT-CENTS
                   IF WS-AMT-CENTS-X (2:1) = SPACE
                       MOVE "0" TO WS-AMT-CENTS-X (2:1)
                   END-IF
                   IF WS-AMT-CENTS-X (1:1) = SPACE
                       MOVE "0" TO WS-AMT-CENTS-X (1:1)
                   END-IF
                   IF WS-AMT-CENTS-X IS NUMERIC
                       MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS
                       COMPUTE WS-ROW-AMOUNT =
                           WS-ROW-AMOUNT + WS-AMT-CENTS / 100
                   ELSE
                       MOVE "N" TO WS-NUM-VALID-SW
                   END-IF
           END-IF.
       338-EDIT-DATE.
           IF WS-IN-DATE-X = SPACES
                   MOVE WS-CURRENT-DATE TO WS-ROW-DATE
           ELSE
           IF WS-IN-DATE-X IS NOT NUMERIC
                   MOVE "SETTLEMENT DATE NOT VALID" TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
                   MOVE WS-IN-DATE-X TO WS-ROW-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-ROW-DATE)
                           NOT = ZEROES
                       MOVE "SETTLEMENT DATE NOT VALID"
                           TO WS-EXC-REASON
                       PERFORM 390-WRITE-EXCEPTION
                   END-IF
           END-IF
           END-IF.
      * ACCEPTS DIGITS FOLLOWED BY TRAILING SPACES AND RETURNS THE
      * RIGHT-JUSTIFIED ZERO-FILLED VALUE, THE SAME EDIT THE SIGNUP
      * IMPORT USES.  AN EMPTY FIELD, A NON-DIGIT, OR A DIGIT AFTER A
      * SPACE IS INVALID.
       344-EDIT-NUMBER.
           MOVE ZEROES TO WS-NUM-OUT
           MOVE "Y" TO WS-NUM-VALID-SW
           MOVE "N" TO WS-NUM-END-SW
           MOVE "N" TO WS-NUM-ANY-SW
           PERFORM 346-EDIT-NUM-DIGIT
               VARYING WS-NUM-IX FROM 1 BY 1 UNTIL WS-NUM-IX > 5
           IF NOT WS-NUM-ANY-DIGIT
                   MOVE "N" TO WS-NUM-VALID-SW
           END-IF.
       346-EDIT-NUM-DIGIT.
           MOVE WS-NUM-WORK (WS-NUM-IX:1) TO WS-NUM-DIGIT-X
           IF WS-NUM-DIGIT-X = SPACE
                   MOVE "Y" TO WS-NUM-END-SW
           ELSE
                   IF WS-NUM-DIGIT-X IS NUMERIC AND NOT WS-NUM-ENDED
                       MOVE "Y" TO WS-NUM-ANY-SW
                       MOVE WS-NUM-DIGIT-X TO WS-NUM-DIGIT-9
                       COMPUTE WS-NUM-OUT =
                           WS-NUM-OUT * 10 + WS-NUM-DIGIT-9
                   ELSE
                       MOVE "N" TO WS-NUM-VALID-SW
                   END-IF
           END-IF.
       348-FIND-TROOP.
           MOVE WS-ROW-EVENT TO FD-CAMPER-EVENT
           MOVE WS-IN-AREA-X TO FD-CAMPER-AREA
           MOVE WS-ROW-UNIT TO FD-CAMPER-UNIT
           READ FC-CAMPERS
               INVALID KEY
                   MOVE "NO MATCHING TROOP ON CAMPERS.DAT"
                       TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 350-SCAN-PAYMENTS
                   IF WS-DUPLICATE-TXN
                       MOVE "DUPLICATE - TRANSACTION ALREADY POSTED"
                           TO WS-EXC-REASON
                       PERFORM 390-WRITE-EXCEPTION
                   ELSE
                       IF WS-IN-PAYMENT
                           PERFORM 360-POST-PAYMENT
                       ELSE
                           PERFORM 370-POST-CHARGEBACK
                       END-IF
                   END-IF
           END-READ.
      * ONE PASS OVER THE TROOP'S PAYMENTS FINDS THE LAST SEQUENCE IN
      * USE, WHETHER THIS TRANSACTION ID IS ALREADY ON FILE, AND - FOR
      * A CHARGEBACK - THE PAYMENT IT REVERSES AND HOW MUCH OF IT HAS
      * ALREADY BEEN GIVEN BACK.  A REVERSAL ALWAYS SITS UNDER A
      * HIGHER SEQUENCE THAN ITS PAYMENT, SO THE PAYMENT IS IN HAND
      * BY THE TIME ITS REVERSALS ARE READ.  SOME PROCESSORS REUSE
      * THE PAYMENT'S ID ON ITS CHARGEBACK, SO A PAYMENT ROW IS ONLY A
      * DUPLICATE OF A PAYMENT AND A CHARGEBACK OF A REVERSAL.
       350-SCAN-PAYMENTS.
           MOVE ZEROES TO WS-LAST-SEQ
           MOVE "N" TO WS-DUP-SW
           MOVE "N" TO WS-ORIG-SW
           MOVE ZEROES TO WS-ORIG-SEQ
           MOVE "N" TO WS-ORIG-VOID-SW
           MOVE ZEROES TO WS-ORIG-AMOUNT
           MOVE ZEROES TO WS-ORIG-REVERSED
           MOVE "N" TO WS-PAYS-DONE-SW
           MOVE FD-CAMPER-EVENT TO PAY-EVENT
           MOVE FD-CAMPER-AREA TO PAY-AREA
           MOVE FD-CAMPER-UNIT TO PAY-UNIT
           MOVE ZEROES TO PAY-SEQ
           START FC-PAYMENTS KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PAYS-DONE-SW
           END-START
           PERFORM 355-SCAN-PAYMENT UNTIL WS-NO-MORE-PAYMENTS.
       355-SCAN-PAYMENT.
           READ FC-PAYMENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PAYS-DONE-SW
               NOT AT END
                   IF PAY-EVENT NOT EQUAL FD-CAMPER-EVENT OR
                           PAY-AREA NOT EQUAL FD-CAMPER-AREA OR
                           PAY-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-PAYS-DONE-SW
                   ELSE
                       MOVE PAY-SEQ TO WS-LAST-SEQ
                       IF PAY-TXN-ID = WS-IN-TXN-ID AND
                               ((WS-IN-PAYMENT AND NOT PAY-REFUND) OR
                               (WS-IN-CHARGEBACK AND PAY-REFUND))
                           MOVE "Y" TO WS-DUP-SW
                       END-IF
                       IF WS-IN-CHARGEBACK AND
                               PAY-TXN-ID = WS-IN-ORIG-TXN-ID AND
                               NOT PAY-REFUND
                           MOVE "Y" TO WS-ORIG-SW
                           MOVE PAY-SEQ TO WS-ORIG-SEQ
                           MOVE PAY-VOID-SW TO WS-ORIG-VOID-SW
                           MOVE PAY-AMOUNT TO WS-ORIG-AMOUNT
                       END-IF
                       IF WS-ORIG-FOUND AND PAY-REFUND AND
                               PAY-REF-SEQ = WS-ORIG-SEQ AND
                               NOT PAY-VOIDED
                           ADD PAY-AMOUNT TO WS-ORIG-REVERSED
                       END-IF
                   END-IF
           END-READ.
       360-POST-PAYMENT.
           PERFORM 380-BUILD-PAYMENT
           MOVE "P" TO PAY-TYPE
           MOVE ZEROES TO PAY-REF-SEQ
           MOVE SPACES TO PAY-REASON
           WRITE PAY-RECORD
               INVALID KEY
                   MOVE "PAYMENT NOT SAVED - DUPLICATE SEQUENCE"
                       TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-PAYMENTS-POSTED
                   ADD WS-ROW-AMOUNT TO WS-POSTED-TOTAL
                   MOVE PAY-RECORD TO JRNL-IMAGE
                   SET JRNL-PAYMENTS TO TRUE
                   SET JRNL-ADD TO TRUE
                   PERFORM 985-WRITE-JOURNAL
           END-WRITE
           PERFORM 918-CHECK-PAYMENTS.
      * THE CHARGEBACK IS ITS OWN PAY-RECORD UNDER THE NEXT FREE
      * SEQUENCE, TYPED R AND POINTING BACK AT THE ONLINE PAYMENT IT
      * REVERSES, SO THE ORIGINAL IS NEVER DISTURBED.  IT IS LISTED
      * ON THE EXCEPTION REPORT EVEN WHEN IT POSTS CLEAN - THE OFFICE
      * HAS TO CHASE THE TROOP FOR THE MONEY.  A CHARGEBACK FOR MORE
      * THAN IS LEFT OF THE PAYMENT AFTER ITS EARLIER REFUNDS AND
      * CHARGEBACKS IS REFUSED, SO A BAD FEED ROW CANNOT GIVE BACK
      * MORE THAN THE TROOP EVER PAID.
       370-POST-CHARGEBACK.
           COMPUTE WS-ORIG-REMAINING =
               WS-ORIG-AMOUNT - WS-ORIG-REVERSED
           IF NOT WS-ORIG-FOUND
                   MOVE "CHARGEBACK - ORIGINAL PAYMENT NOT FOUND"
                       TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
           IF WS-ORIG-VOIDED
                   MOVE "CHARGEBACK - ORIGINAL PAYMENT VOIDED"
                       TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
           IF WS-ROW-AMOUNT > WS-ORIG-REMAINING
                   MOVE "CHARGEBACK - MORE THAN THE PAYMENT LEFT"
                       TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
                   PERFORM 380-BUILD-PAYMENT
                   MOVE "R" TO PAY-TYPE
                   MOVE WS-ORIG-SEQ TO PAY-REF-SEQ
                   MOVE SPACES TO PAY-REASON
                   STRING "ONLINE CHARGEBACK " DELIMITED BY SIZE
                       WS-IN-ORIG-TXN-ID DELIMITED BY SPACE
                       INTO PAY-REASON
                   WRITE PAY-RECORD
                       INVALID KEY
                           MOVE "CHARGEBACK NOT SAVED - DUPLICATE SEQ"
                               TO WS-EXC-REASON
                           PERFORM 390-WRITE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-CHARGEBACKS-POSTED
                           ADD WS-ROW-AMOUNT TO WS-REVERSED-TOTAL
                           MOVE PAY-RECORD TO JRNL-IMAGE
                           SET JRNL-PAYMENTS TO TRUE
                           SET JRNL-ADD TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                           MOVE SPACES TO WS-EXC-REASON
                           STRING "CHARGEBACK POSTED - REVERSES SEQ "
                               DELIMITED BY SIZE
                               WS-ORIG-SEQ DELIMITED BY SIZE
                               INTO WS-EXC-REASON
                           PERFORM 395-LIST-CHARGEBACK
                   END-WRITE
                   PERFORM 918-CHECK-PAYMENTS
           END-IF
           END-IF
           END-IF.
       380-BUILD-PAYMENT.
           MOVE FD-CAMPER-EVENT TO PAY-EVENT
           MOVE FD-CAMPER-AREA TO PAY-AREA
           MOVE FD-CAMPER-UNIT TO PAY-UNIT
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO PAY-SEQ
           MOVE "O" TO PAY-METHOD
           MOVE WS-ROW-AMOUNT TO PAY-AMOUNT
           MOVE WS-ROW-DATE TO PAY-DATE
           MOVE "N" TO PAY-VOID-SW
           MOVE SESS-STATION TO PAY-STATION
           MOVE SESS-USER-ID TO PAY-USER
           MOVE "N" TO PAY-SETTLED-SW
           MOVE SPACES TO PAY-FUND-ID
           MOVE WS-IN-TXN-ID TO PAY-TXN-ID
           CALL '905-NEXT-RECEIPT' USING RCPT-RECEIPT-NO
           MOVE RCPT-RECEIPT-NO TO PAY-RECEIPT-NO.
       390-WRITE-EXCEPTION.
           MOVE "N" TO WS-ROW-OK-SW
           ADD 1 TO WS-ROWS-REJECTED
           PERFORM 395-LIST-CHARGEBACK.
       395-LIST-CHARGEBACK.
           MOVE CSV-SETTLE-LINE TO WS-EXC-ROW
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE
           WRITE EXCEPT-LINE.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE WS-CAMPR-STAT TO ERR-STATUS
                   MOVE FD-CAMPER-TROOP TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       918-CHECK-PAYMENTS.
           IF NOT WS-PAY-STAT-OK
                   MOVE "PAYMENTS.DAT" TO ERR-FILE
                   MOVE WS-PAY-STAT TO ERR-STATUS
                   MOVE PAY-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "309-ONLINE-PAY" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "309-ONLINE-PAY" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
