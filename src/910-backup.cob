       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. AUG 18, 2026.
      * NIGHTLY BACKUP SNAPSHOT.  UNLOADS EACH INDEXED MASTER FILE
      * (CAMPS.DAT, CAMPERS.DAT, ROSTER.DAT, WAITLIST.DAT, HOLDS.DAT,
      * PAYMENTS.DAT) TO A SEQUENTIAL BACKUP FILE, CYCLING THROUGH
      * FIVE GENERATIONS (..._BAK_G1.DAT THROUGH ..._BAK_G5.DAT) SO
      * THE LAST FIVE NIGHTS ARE ALWAYS ON DISK.  THE GENERATION JUST
      * WRITTEN AND ITS DATE ARE RECORDED IN BACKUP_GEN.DAT AND
      * APPENDED TO BACKUP_CATALOG.DAT SO 920-RESTORE CAN TELL THE
      * OPERATOR WHAT EACH GENERATION HOLDS.  RUNNABLE UNATTENDED
      * AFTER 360-EOD-RECON IN THE OVERNIGHT WINDOW.
      * EACH GENERATION ALSO HAS A TRANSACTION JOURNAL
      * (JOURNAL_GN.DAT) THAT 902-WRITE-JOURNAL FILLS WITH EVERY
      * CHANGE MADE AFTER THE SNAPSHOT; IT IS STARTED EMPTY HERE, AND
      * BACKUP_GEN.DAT NOW CARRIES THE DATE AND TIME OF THE SNAPSHOT
      * SO THE JOURNAL ENTRIES CAN BE TIED BACK TO IT.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  HOLDS.DAT AND PAYMENTS.DAT ADDED TO THE BACKUP
      *                   SET. EACH GENERATION STARTS AN EMPTY
      *                   TRANSACTION JOURNAL FOR 925-ROLL-FORWARD, AND
      *                   BACKUP_GEN.DAT RECORDS THE SNAPSHOT DATE AND
      *                   TIME.
      *   10-07-2026  JC  BACKUP LINE WIDENED TO 160 FOR THE YOUTH
      *                   PROTECTION TRAINING DATE AND GATE SIGN-OUT
      *                   FIELDS ADDED TO THE ROSTER RECORD.
      *   09-01-2026  JC  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
      *                   OVERNIGHT JOB-STREAM DRIVER (950-JOB-STREAM)
      *                   CAN CALL IT AND CARRY ON TO THE NEXT STEP;
           COPY CAMPRSEL.
           COPY ROSTSEL.
           COPY WAITSEL.
           COPY HOLDSEL.
           COPY PAYSEL.
           COPY JRNLSEL.
           SELECT FC-BACKUP ASSIGN TO WS-BK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKUP-STAT.
           COPY CAMPRFD.
           COPY ROSTFD.
           COPY WAITFD.
           COPY HOLDFD.
           COPY PAYFD.
           COPY JRNLFD.
       FD  FC-BACKUP.
       01  BK-LINE PIC X(160).
       FD  FC-BACKUP-GEN.
       01  GEN-RECORD.
           02  GEN-LAST PIC 9(01).
           02  GEN-DATE PIC 9(08).
           02  GEN-TIME PIC 9(06).
       FD  FC-BACKUP-CATALOG.
       01  CATALOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-GENF-STAT PIC X(02).
       01 WS-CATLG-STAT PIC X(02).
       01 WS-BK-FILENAME PIC X(40).
       01 WS-JRNL-FILENAME PIC X(40).
       01 WS-GEN PIC 9(01).
       01 WS-RECORD-COUNT PIC 9(05).
       01 WS-CATALOG-DETAIL.
           PERFORM 930-UNLOAD-CAMPERS
           PERFORM 940-UNLOAD-ROSTER
           PERFORM 950-UNLOAD-WAITLIST
           PERFORM 952-UNLOAD-HOLDS
           PERFORM 956-UNLOAD-PAYMENTS
           PERFORM 958-START-JOURNAL
           PERFORM 960-SAVE-GENERATION
           DISPLAY "BACKUP COMPLETE - GENERATION " WS-GEN
           GOBACK.
                   WRITE BK-LINE
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       952-UNLOAD-HOLDS.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/holds_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-HOLDS
           PERFORM 922-CHECK-HOLDS
           OPEN OUTPUT FC-BACKUP
           PERFORM 953-UNLOAD-HOLD-RECORD UNTIL WS-FILE-UNLOADED
           CLOSE FC-BACKUP
           CLOSE FC-HOLDS
           MOVE "HOLDS.DAT" TO WS-CAT-FILE
           PERFORM 970-CATALOG-FILE
           DISPLAY "  HOLDS.DAT    " WS-RECORD-COUNT " RECORD(S)".
       953-UNLOAD-HOLD-RECORD.
           READ FC-HOLDS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE SPACES TO BK-LINE
                   MOVE HOLD-RECORD TO BK-LINE
                   WRITE BK-LINE
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       956-UNLOAD-PAYMENTS.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/payments_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-PAYMENTS
           PERFORM 918-CHECK-PAYMENTS
           OPEN OUTPUT FC-BACKUP
           PERFORM 957-UNLOAD-PAY-RECORD UNTIL WS-FILE-UNLOADED
           CLOSE FC-BACKUP
           CLOSE FC-PAYMENTS
           MOVE "PAYMENTS.DAT" TO WS-CAT-FILE
           PERFORM 970-CATALOG-FILE
           DISPLAY "  PAYMENTS.DAT " WS-RECORD-COUNT " RECORD(S)".
       957-UNLOAD-PAY-RECORD.
           READ FC-PAYMENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE SPACES TO BK-LINE
                   MOVE PAY-RECORD TO BK-LINE
                   WRITE BK-LINE
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
      * THE GENERATION JUST WRITTEN GETS AN EMPTY JOURNAL BEFORE IT IS
      * MADE CURRENT - UNTIL 960 SAVES THE NEW GENERATION NUMBER THE
      * STATIONS KEEP JOURNALING ONTO THE PREVIOUS ONE, SO NOTHING
      * CHANGED DURING THE UNLOAD IS LOST FROM BOTH.
       958-START-JOURNAL.
           MOVE SPACES TO WS-JRNL-FILENAME
           STRING "./db/journal_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME
           OPEN OUTPUT FC-JOURNAL
           PERFORM 932-CHECK-JOURNAL
           CLOSE FC-JOURNAL.
       960-SAVE-GENERATION.
           OPEN OUTPUT FC-BACKUP-GEN
           MOVE WS-GEN TO GEN-LAST
           MOVE WS-CURRENT-DATE TO GEN-DATE
           MOVE WS-CURRENT-HOUR TO GEN-TIME (1:2)
           MOVE WS-CURRENT-MINUTE TO GEN-TIME (3:2)
           MOVE WS-CURRENT-SECOND TO GEN-TIME (5:2)
           WRITE GEN-RECORD
           CLOSE FC-BACKUP-GEN.
       970-CATALOG-FILE.
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       918-CHECK-PAYMENTS.
           IF NOT WS-PAY-STAT-OK
                   MOVE "PAYMENTS.DAT" TO ERR-FILE
                   MOVE WS-PAY-STAT TO ERR-STATUS
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       922-CHECK-HOLDS.
           IF NOT WS-HOLD-STAT-OK
                   MOVE "HOLDS.DAT" TO ERR-FILE
                   MOVE WS-HOLD-STAT TO ERR-STATUS
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       932-CHECK-JOURNAL.
           IF NOT WS-JRNL-STAT-OK
                   MOVE "JOURNAL.DAT" TO ERR-FILE
                   MOVE WS-JRNL-STAT TO ERR-STATUS
                   MOVE WS-JRNL-FILENAME TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "910-BACKUP" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
