      * EXPECTED FEE SHOWN IS THE STORED AMOUNT DUE ONCE A TROOP IS
      * CHECKED IN, OTHERWISE THE SIGNED-UP COUNTS PRICED AT THE
      * CURRENT RATES.DAT RATES.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-10-2026  JC  GATE PAYMENTS CARRY A BLANK ONLINE TRANSACTION
      *                   ID ON PAYMENTS.DAT.
      *   10-02-2026  JC  GATE PAYMENTS CARRY A BLANK CAMPERSHIP FUND ID
      *                   ON PAYMENTS.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY RCPTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
                   MOVE SESS-STATION TO PAY-STATION
                   MOVE SESS-USER-ID TO PAY-USER
                   MOVE "N" TO PAY-SETTLED-SW
                   MOVE SPACES TO PAY-FUND-ID
                   MOVE SPACES TO PAY-TXN-ID
                   CALL '905-NEXT-RECEIPT' USING RCPT-RECEIPT-NO
                   MOVE RCPT-RECEIPT-NO TO PAY-RECEIPT-NO
                   WRITE PAY-RECORD
                           MOVE "DEPOSIT NOT SAVED - DUPLICATE SEQUENCE"
                               TO WS-MSG
                       NOT INVALID KEY
                           MOVE PAY-RECORD TO JRNL-IMAGE
                           SET JRNL-PAYMENTS TO TRUE
                           SET JRNL-ADD TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                           PERFORM 352-PRINT-RECEIPT
                   END-WRITE
                   PERFORM 918-CHECK-PAYMENTS
                   MOVE PAY-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "316-DEPOSIT-ENTRY" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "316-DEPOSIT-ENTRY" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
