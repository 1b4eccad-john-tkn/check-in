      * CREATE_DBS BUILDS IT EMPTY - OPEN OUTPUT, THEN LOAD EVERY
      * BACKED-UP RECORD.  THE FILE BEING RESTORED IS REPLACED IN
      * FULL, SO RUN IT ONLY WHEN THE LIVE FILE IS KNOWN BAD.
      * THIS PUTS THE FILE BACK TO THE NIGHT OF THE SNAPSHOT AND NO
      * FURTHER - TO RECOVER THE DAY'S WORK AS WELL, RUN
      * 925-ROLL-FORWARD, WHICH RESTORES THE SAME WAY AND THEN
      * REPLAYS THE TRANSACTION JOURNAL ON TOP.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  HOLDS.DAT AND PAYMENTS.DAT CAN BE RESTORED NOW
      *                   THAT 910-BACKUP UNLOADS THEM.
      *   10-07-2026  JC  BACKUP LINE WIDENED TO 160 FOR THE YOUTH
      *                   PROTECTION TRAINING DATE AND GATE SIGN-OUT
      *                   FIELDS ADDED TO THE ROSTER RECORD.
      *   08-28-2026  JC  BACKUP LINE WIDENED TO 120 FOR THE EMERGENCY
      *                   CONTACT FIELDS ADDED TO THE ROSTER RECORD.
       ENVIRONMENT DIVISION.
           COPY CAMPRSEL.
           COPY ROSTSEL.
           COPY WAITSEL.
           COPY HOLDSEL.
           COPY PAYSEL.
           SELECT FC-BACKUP ASSIGN TO WS-BK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKUP-STAT.
           COPY CAMPRFD.
           COPY ROSTFD.
           COPY WAITFD.
           COPY HOLDFD.
           COPY PAYFD.
       FD  FC-BACKUP.
       01  BK-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           88 WS-RESTORE-CAMPERS VALUES "CAMPERS" "ALL".
           88 WS-RESTORE-ROSTER VALUES "ROSTER" "ALL".
           88 WS-RESTORE-WAITLIST VALUES "WAITLIST" "ALL".
           88 WS-RESTORE-HOLDS VALUES "HOLDS" "ALL".
           88 WS-RESTORE-PAYMENTS VALUES "PAYMENTS" "ALL".
           88 WS-VALID-WHICH
               VALUES "CAMPS" "CAMPERS" "ROSTER" "WAITLIST" "HOLDS"
                      "PAYMENTS" "ALL".
       01 WS-RECORD-COUNT PIC 9(05).
       01 WS-FILE-DONE-SW PIC X(01).
           88 WS-FILE-LOADED VALUE "Y".
                   STOP RUN
           END-IF
           MOVE WS-GEN-X TO WS-GEN
           DISPLAY "ENTER FILE (CAMPS/CAMPERS/ROSTER/WAITLIST/"
               "HOLDS/PAYMENTS/ALL):"
           ACCEPT WS-WHICH
           IF NOT WS-VALID-WHICH
                   DISPLAY "UNKNOWN FILE NAME"
           IF WS-RESTORE-WAITLIST
                   PERFORM 955-RESTORE-WAITLIST
           END-IF
           IF WS-RESTORE-HOLDS
                   PERFORM 962-RESTORE-HOLDS
           END-IF
           IF WS-RESTORE-PAYMENTS
                   PERFORM 966-RESTORE-PAYMENTS
           END-IF
           DISPLAY "RESTORE COMPLETE"
           STOP RUN.
       925-RESTORE-CAMPS.
                   END-WRITE
                   PERFORM 912-CHECK-WAITLIST
           END-READ.
       962-RESTORE-HOLDS.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/holds_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-BACKUP
           IF WS-BKUP-STAT NOT = "00"
                   DISPLAY "BACKUP NOT FOUND: " WS-BK-FILENAME
           ELSE
                   OPEN OUTPUT FC-HOLDS
                   PERFORM 922-CHECK-HOLDS
                   PERFORM 964-LOAD-HOLD-RECORD UNTIL WS-FILE-LOADED
                   CLOSE FC-HOLDS
                   CLOSE FC-BACKUP
                   DISPLAY "  HOLDS.DAT    " WS-RECORD-COUNT
                       " RECORD(S) RESTORED"
           END-IF.
       964-LOAD-HOLD-RECORD.
           READ FC-BACKUP
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE BK-LINE TO HOLD-RECORD
                   WRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE KEY SKIPPED: " BK-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
                   PERFORM 922-CHECK-HOLDS
           END-READ.
       966-RESTORE-PAYMENTS.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/payments_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-BACKUP
           IF WS-BKUP-STAT NOT = "00"
                   DISPLAY "BACKUP NOT FOUND: " WS-BK-FILENAME
           ELSE
                   OPEN OUTPUT FC-PAYMENTS
                   PERFORM 918-CHECK-PAYMENTS
                   PERFORM 968-LOAD-PAY-RECORD UNTIL WS-FILE-LOADED
                   CLOSE FC-PAYMENTS
                   CLOSE FC-BACKUP
                   DISPLAY "  PAYMENTS.DAT " WS-RECORD-COUNT
                       " RECORD(S) RESTORED"
           END-IF.
       968-LOAD-PAY-RECORD.
           READ FC-BACKUP
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE BK-LINE TO PAY-RECORD
                   WRITE PAY-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE KEY SKIPPED: " BK-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
                   PERFORM 918-CHECK-PAYMENTS
           END-READ.
       910-CHECK-CAMPS.
           IF NOT WS-CAMP-STAT-OK
                   MOVE "CAMPS.DAT" TO ERR-FILE
                   MOVE ROST-KEY TO ERR-KEY
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
       990-LOG-FILE-ERROR.
           MOVE "920-RESTORE" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
