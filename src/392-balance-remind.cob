       IDENTIFICATION DIVISION.
       PROGRAM-ID. 392-BALANCE-REMIND.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 09, 2026.
      * BALANCE-DUE REMINDERS.  EVERY TROOP STILL OWING CAMP FEES -
      * AMOUNT DUE OFF THE TROOP RECORD LESS PAYMENTS, FIGURED THE
      * SAME WAY AS THE OUTSTANDING BALANCE REPORT - IS SENT A BALDUE
      * NOTICE FOR THE BALANCE THROUGH 904-WRITE-NOTICE.  RUN
      * UNATTENDED AS A STEP IN THE OVERNIGHT JOB STREAM
      * (950-JOB-STREAM) SO THE REMINDERS GO OUT ON A SCHEDULE, OR BY
      * HAND FROM THE UTILITIES MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY PAYSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY PAYFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY NTCLK.
       01 WS-PAID-TOTAL PIC S9(05)V99.
       01 WS-BALANCE-DUE PIC S9(05)V99.
       01 WS-REMIND-COUNT PIC 9(05).
       01 WS-UNSENT-COUNT PIC 9(05).
       01 WS-CAMPERS-DONE PIC 9.
           88 WS-ALL-CAMPERS-DONE VALUE 1.
       01 WS-PAYS-DONE PIC 9.
           88 WS-ALL-PAYS-DONE VALUE 1.
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
       PROCEDURE DIVISION USING WS-RETURN-CD.
       392-BALANCE-REMIND-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-CAMPERS-DONE
           MOVE ZEROES TO WS-REMIND-COUNT
           MOVE ZEROES TO WS-UNSENT-COUNT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "BALANCE-DUE REMINDERS"
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           OPEN INPUT FC-PAYMENTS
           PERFORM 918-CHECK-PAYMENTS
           PERFORM 393-REMIND-TROOP UNTIL WS-ALL-CAMPERS-DONE
           CLOSE FC-PAYMENTS
           CLOSE FC-CAMPERS
           DISPLAY " "
           DISPLAY "REMINDERS WRITTEN: " WS-REMIND-COUNT
           IF WS-UNSENT-COUNT > ZEROES
                   DISPLAY "NOT WRITTEN (SEE ERROR LOG): "
                       WS-UNSENT-COUNT
           END-IF
           EXIT PROGRAM.
       393-REMIND-TROOP.
           READ FC-CAMPERS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPERS-DONE
               NOT AT END
                   PERFORM 398-SUM-PAYMENTS
                   COMPUTE WS-BALANCE-DUE =
                       FD-AMOUNT-DUE - WS-PAID-TOTAL
                   IF WS-BALANCE-DUE > ZEROES
                       PERFORM 395-WRITE-REMINDER
                   END-IF
           END-READ.
       395-WRITE-REMINDER.
           MOVE "BALDUE" TO NTC-TYPE
           MOVE FD-CAMPER-EVENT TO NTC-EVENT
           MOVE FD-CAMPER-AREA TO NTC-AREA
           MOVE FD-CAMPER-UNIT TO NTC-UNIT
           MOVE FD-ASSIGNED-MAIN-CAMP TO NTC-MAIN-CAMP
           MOVE FD-ASSIGNED-SUBCAMP TO NTC-SUBCAMP
           MOVE ZEROES TO NTC-HELD-SIZE
           MOVE ZEROES TO NTC-EXPIRE-DATE
           MOVE ZEROES TO NTC-EXPIRE-TIME
           MOVE WS-BALANCE-DUE TO NTC-AMOUNT-DUE
           CALL '904-WRITE-NOTICE' USING NTC-RECORD
           IF NTC-SEQ = ZEROES
                   ADD 1 TO WS-UNSENT-COUNT
           ELSE
                   ADD 1 TO WS-REMIND-COUNT
           END-IF.
       398-SUM-PAYMENTS.
           MOVE ZEROES TO WS-PAID-TOTAL
           MOVE ZEROES TO WS-PAYS-DONE
           MOVE FD-CAMPER-EVENT TO PAY-EVENT
           MOVE FD-CAMPER-AREA TO PAY-AREA
           MOVE FD-CAMPER-UNIT TO PAY-UNIT
           MOVE ZEROES TO PAY-SEQ
           START FC-PAYMENTS KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE 1 TO WS-PAYS-DONE
           END-START
           PERFORM 399-SUM-PAYMENT UNTIL WS-ALL-PAYS-DONE.
       399-SUM-PAYMENT.
           READ FC-PAYMENTS NEXT RECORD
               AT END
                   MOVE 1 TO WS-PAYS-DONE
               NOT AT END
                   IF PAY-EVENT NOT EQUAL FD-CAMPER-EVENT OR
                           PAY-AREA NOT EQUAL FD-CAMPER-AREA OR
                           PAY-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE 1 TO WS-PAYS-DONE
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
       990-LOG-FILE-ERROR.
           MOVE "392-BALANCE-REMIND" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
