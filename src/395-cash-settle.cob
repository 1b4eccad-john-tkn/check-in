      * SHEET FOR THE TREASURER.  ONCE A DAY IS SETTLED EVERY ONE OF
      * ITS PAYMENTS IS FLAGGED PAY-SETTLED, WHICH LOCKS THEM AGAINST
      * FURTHER VOIDS IN 359-VOID-REFUND.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-02-2026  JC  ONLY CASH AND CHECK PAYMENTS ARE TALLIED AND
      *                   LOCKED - CAMPERSHIP AWARDS (METHOD S) NEVER
      *                   PASS THROUGH A DRAWER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-SETTLE-STAT PIC X(02).
                   MOVE 1 TO WS-PAYS-DONE
               NOT AT END
                   IF PAY-DATE = WS-SETTLE-DATE AND NOT PAY-VOIDED
                           AND PAY-DRAWER-METHOD
                       IF PAY-SETTLED
                           ADD 1 TO WS-SETTLED-COUNT
                       ELSE
           WRITE RPT-LINE.
      * A SECOND PASS FLAGS EVERY LIVE PAYMENT ON THE SETTLED DATE SO
      * 359-VOID-REFUND REFUSES TO VOID IT AFTER THE DRAWER HAS BEEN
      * COUNTED AGAINST IT.  CAMPERSHIP AWARDS NEVER WENT THROUGH A
      * DRAWER AND ARE LEFT UNLOCKED.
       480-LOCK-PAYMENTS.
           MOVE ZEROES TO WS-LOCKED-COUNT
           MOVE ZEROES TO WS-PAYS-DONE
                   MOVE 1 TO WS-PAYS-DONE
               NOT AT END
                   IF PAY-DATE = WS-SETTLE-DATE AND NOT PAY-SETTLED
                           AND PAY-DRAWER-METHOD
                       SET PAY-SETTLED TO TRUE
                       REWRITE PAY-RECORD
                       PERFORM 918-CHECK-PAYMENTS
                       IF WS-PAY-STAT = "00"
                           MOVE PAY-RECORD TO JRNL-IMAGE
                           SET JRNL-PAYMENTS TO TRUE
                           SET JRNL-CHANGE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                       END-IF
                       ADD 1 TO WS-LOCKED-COUNT
                   END-IF
           END-READ.
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "395-CASH-SETTLE" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "395-CASH-SETTLE" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
