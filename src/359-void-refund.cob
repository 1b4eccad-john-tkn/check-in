      * REQUIRES A SUPERVISOR SIGN-ON; THE ROLE IS CHECKED AGAIN HERE
      * THE WAY 330-CAMP-MAINT GUARDS ITS DELETE.
      * MODIFICATION HISTORY
      *   10-15-2026  JC  A CAMPERSHIP FUND HELD BY ANOTHER STATION IS
      *                   RETRIED BEFORE ITS CREDIT-BACK IS LOGGED AS
      *                   MISSED.
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-10-2026  JC  REFUNDS CARRY A BLANK ONLINE TRANSACTION ID ON
      *                   PAYMENTS.DAT.
      *   10-02-2026  JC  VOIDS AND REFUNDS OF CAMPERSHIP AWARDS (METHOD
      *                   S) ARE POSTED BACK TO THE SPONSOR FUND ON
      *                   FUNDS.DAT, AND A REFUND CARRIES THE FUND ID OF
      *                   THE AWARD IT REVERSES.
      *   08-31-2026  JC  A PAYMENT ON A DAY THE DRAWER HAS ALREADY
      *                   BEEN SETTLED IS LOCKED AGAINST VOIDS, AND
      *                   REFUNDS ARE STAMPED WITH THE STATION AND
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAYSEL.
           COPY FUNDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY PAYFD.
           COPY FUNDFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY RCPTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
               02 WS-DISPLAY-TROOP-UNIT PIC 999.
       01 WS-FIND-SEQ PIC 999.
       01 WS-SHOW-METHOD PIC X(01).
           88 WS-SHOW-CAMPERSHIP VALUE "S".
       01 WS-SHOW-AMOUNT PIC 9(05)V99.
       01 WS-SHOW-DATE PIC 9(08).
       01 WS-SHOW-TYPE PIC X(01).
           88 WS-SHOW-REFUND VALUE "R".
       01 WS-SHOW-VOID PIC X(01).
       01 WS-SHOW-FUND PIC X(04).
       01 WS-FUND-AWARD-ADJ PIC S9(05)V99.
       01 WS-FUND-RETURN-ADJ PIC S9(05)V99.
       01 WS-FUND-COUNT-ADJ PIC S9(01).
       01 WS-REFUND-AMOUNT PIC 9(05)V99.
       01 WS-REASON PIC X(30).
       01 WS-MAX-SEQ PIC 999.
       01 WS-LOCK-TRIES PIC 9(02).
       01 WS-PAYS-DONE-SW PIC X(01).
           88 WS-NO-MORE-PAYMENTS VALUE "Y".
       01  WS-CURRENT-DATE-FIELDS.
                           MOVE PAY-DATE TO WS-SHOW-DATE
                           MOVE PAY-TYPE TO WS-SHOW-TYPE
                           MOVE PAY-VOID-SW TO WS-SHOW-VOID
                           MOVE PAY-FUND-ID TO WS-SHOW-FUND
                           MOVE PAY-AMOUNT TO WS-REFUND-AMOUNT
                           PERFORM 364-ACTION-SCREEN
                   END-READ
                           MOVE "VOID FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE "PAYMENT VOIDED" TO WS-MSG
                           MOVE PAY-RECORD TO JRNL-IMAGE
                           SET JRNL-PAYMENTS TO TRUE
                           SET JRNL-CHANGE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                           IF WS-SHOW-CAMPERSHIP
                               PERFORM 368-VOID-FUND-ENTRY
                           END-IF
                   END-REWRITE
                   PERFORM 918-CHECK-PAYMENTS
                   CLOSE FC-PAYMENTS
           END-IF
           END-IF
           END-IF.
      * A VOIDED CAMPERSHIP AWARD WAS NEVER REALLY PAID, SO IT COMES
      * BACK OUT OF THE FUND'S AWARDS; A VOIDED REFUND OF ONE TAKES
      * BACK WHAT THE REFUND HAD RETURNED TO THE FUND.
       368-VOID-FUND-ENTRY.
           MOVE ZEROES TO WS-FUND-AWARD-ADJ
           MOVE ZEROES TO WS-FUND-RETURN-ADJ
           MOVE ZEROES TO WS-FUND-COUNT-ADJ
           IF WS-SHOW-REFUND
                   COMPUTE WS-FUND-RETURN-ADJ = 0 - WS-SHOW-AMOUNT
           ELSE
                   COMPUTE WS-FUND-AWARD-ADJ = 0 - WS-SHOW-AMOUNT
                   MOVE -1 TO WS-FUND-COUNT-ADJ
           END-IF
           PERFORM 376-ADJUST-FUND.
      * THE REFUND IS ITS OWN PAY-RECORD UNDER THE NEXT FREE
      * SEQUENCE, TYPED R AND POINTING BACK AT THE PAYMENT IT
      * REVERSES, SO THE ORIGINAL COLLECTION IS NEVER DISTURBED.
                   MOVE SESS-STATION TO PAY-STATION
                   MOVE SESS-USER-ID TO PAY-USER
                   MOVE "N" TO PAY-SETTLED-SW
                   MOVE WS-SHOW-FUND TO PAY-FUND-ID
                   MOVE SPACES TO PAY-TXN-ID
                   CALL '905-NEXT-RECEIPT' USING RCPT-RECEIPT-NO
                   MOVE RCPT-RECEIPT-NO TO PAY-RECEIPT-NO
                   WRITE PAY-RECORD
                           MOVE "REFUND NOT SAVED - DUPLICATE SEQUENCE"
                               TO WS-MSG
                       NOT INVALID KEY
                           MOVE PAY-RECORD TO JRNL-IMAGE
                           SET JRNL-PAYMENTS TO TRUE
                           SET JRNL-ADD TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                           PERFORM 374-PRINT-REFUND-RECEIPT
                           IF WS-SHOW-CAMPERSHIP
                               MOVE ZEROES TO WS-FUND-AWARD-ADJ
                               MOVE WS-REFUND-AMOUNT
                                   TO WS-FUND-RETURN-ADJ
                               MOVE ZEROES TO WS-FUND-COUNT-ADJ
                               PERFORM 376-ADJUST-FUND
                           END-IF
                   END-WRITE
                   PERFORM 918-CHECK-PAYMENTS
                   CLOSE FC-PAYMENTS
           STRING "REFUND POSTED - RECEIPT " DELIMITED BY SIZE
               RCPT-RECEIPT-NO DELIMITED BY SIZE
               INTO WS-MSG.
      * A REFUND OF A CAMPERSHIP AWARD IS MONEY GOING BACK TO THE
      * SPONSOR FUND, NOT OUT OF A CASH BOX - FUNDS.DAT IS CREDITED
      * SO THE NEXT AWARD CAN USE IT.  THE PAYMENT HAS ALREADY POSTED
      * BY NOW, SO A FUND HELD BY THE AWARD SCREEN AT ANOTHER STATION
      * IS RETRIED A FEW TIMES THE WAY 907-RELEASE-SEATS DOES; IF IT
      * STAYS BUSY THE MISS IS LOGGED SO THE FUND CAN BE CORRECTED IN
      * FUND MAINTENANCE.
       376-ADJUST-FUND.
           MOVE WS-SHOW-FUND TO FUND-ID
           OPEN I-O FC-FUNDS
           PERFORM 924-CHECK-FUNDS
           MOVE ZEROES TO WS-LOCK-TRIES
           PERFORM 377-READ-FUND-LOCK
           PERFORM 377-READ-FUND-LOCK
               UNTIL NOT WS-FUND-STAT-HELD OR WS-LOCK-TRIES >= 5
           EVALUATE TRUE
               WHEN WS-FUND-STAT = "00"
                   ADD WS-FUND-AWARD-ADJ TO FUND-AWARDED
                   ADD WS-FUND-RETURN-ADJ TO FUND-RETURNED
                   ADD WS-FUND-COUNT-ADJ TO FUND-AWARD-COUNT
                   COMPUTE FUND-BALANCE = FUND-START-BAL
                       - FUND-AWARDED + FUND-RETURNED
                   REWRITE FUND-RECORD
                   PERFORM 924-CHECK-FUNDS
               WHEN WS-FUND-STAT = "23"
                   MOVE SPACES TO WS-MSG
                   STRING "CAMPERSHIP FUND " DELIMITED BY SIZE
                       WS-SHOW-FUND DELIMITED BY SIZE
                       " NOT ON FILE - FUND NOT UPDATED"
                       DELIMITED BY SIZE
                       INTO WS-MSG
               WHEN OTHER
                   PERFORM 924-CHECK-FUNDS
           END-EVALUATE
           CLOSE FC-FUNDS.
       377-READ-FUND-LOCK.
           ADD 1 TO WS-LOCK-TRIES
           READ FC-FUNDS WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
       918-CHECK-PAYMENTS.
           IF NOT WS-PAY-STAT-OK
                   MOVE "PAYMENTS.DAT" TO ERR-FILE
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
           MOVE "359-VOID-REFUND" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "359-VOID-REFUND" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
