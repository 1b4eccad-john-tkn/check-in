       IDENTIFICATION DIVISION.
       PROGRAM-ID. 925-ROLL-FORWARD.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 14, 2026.
      * ROLL-FORWARD RECOVERY.  WHERE 920-RESTORE ONLY PUTS A FILE
      * BACK TO THE NIGHT OF A SNAPSHOT, THIS RESTORES ALL SIX FILES
      * 910-BACKUP UNLOADS (CAMPS, CAMPERS, ROSTER, WAITLIST, HOLDS,
      * PAYMENTS) FROM THE GENERATION THE OPERATOR PICKS AND THEN
      * REPLAYS THE TRANSACTION JOURNAL WRITTEN BY 902-WRITE-JOURNAL
      * ON TOP, SO THE DAY'S CHECK-INS, PAYMENTS, TRANSFERS, AND
      * HOLDS COME BACK AS WELL.
      * EACH GENERATION'S JOURNAL HOLDS THE CHANGES MADE BETWEEN ITS
      * SNAPSHOT AND THE NEXT ONE, SO FROM AN OLDER GENERATION THE
      * REPLAY CARRIES ON THROUGH EACH LATER GENERATION'S JOURNAL IN
      * TURN UP TO THE CURRENT ONE IN BACKUP_GEN.DAT.  THE OPERATOR
      * MAY GIVE A CUT-OFF DATE AND TIME (HHMM) - THE REPLAY STOPS AT
      * THE FIRST ENTRY AFTER IT, WHICH IS HOW A BAD BATCH RUN OR A
      * MIS-KEYED TRANSFER IS BACKED OUT.  A ZERO DATE REPLAYS
      * EVERYTHING ON FILE.
      * EVERY ENTRY CARRIES THE WHOLE RECORD AS IT STOOD AFTER THE
      * CHANGE, SO AN ADD OR CHANGE IS WRITTEN, OR REWRITTEN IF THE
      * KEY IS ALREADY ON FILE, AND A DELETE REMOVES THE KEY.
      * ALL GATE STATIONS MUST BE SIGNED OFF WHILE THIS RUNS.  WHEN
      * THE REPLAY IS DONE 910-BACKUP IS CALLED TO TAKE A FRESH
      * GENERATION OF THE RECOVERED FILES, SO THE JOURNAL STARTS
      * CLEAN AND ENTRIES PAST A CUT-OFF ARE NEVER REPLAYED AGAIN - A
      * LATER RECOVERY SHOULD START FROM THAT GENERATION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPSEL.
           COPY CAMPRSEL.
           COPY ROSTSEL.
           COPY WAITSEL.
           COPY HOLDSEL.
           COPY PAYSEL.
           COPY JRNLSEL.
           SELECT FC-BACKUP ASSIGN TO WS-BK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKUP-STAT.
           SELECT FC-BACKUP-GEN ASSIGN TO './db/backup_gen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENF-STAT.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPFD.
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
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-BKUP-STAT PIC X(02).
       01 WS-GENF-STAT PIC X(02).
       01 WS-BK-FILENAME PIC X(40).
       01 WS-BK-PREFIX PIC X(08).
       01 WS-JRNL-FILENAME PIC X(40).
       01 WS-GEN-X PIC X(01).
       01 WS-GEN PIC 9(01).
       01 WS-CURRENT-GEN PIC 9(01).
       01 WS-REPLAY-GEN PIC 9(01).
       01 WS-CUTOFF-DATE-X PIC X(08).
       01 WS-CUTOFF-DATE PIC 9(08).
       01 WS-CUTOFF-TIME-X PIC X(04).
       01 WS-CUTOFF-TIME PIC 9(04).
       01 WS-ANSWER PIC X(01).
       01 WS-RECORD-COUNT PIC 9(05).
       01 WS-REPLAY-COUNT PIC 9(05).
       01 WS-TOTAL-REPLAYED PIC 9(06).
       01 WS-FILE-DONE-SW PIC X(01).
           88 WS-FILE-LOADED VALUE "Y".
       01 WS-RESTORE-OK-SW PIC X(01).
           88 WS-RESTORE-OK VALUE "Y".
       01 WS-REPLAY-DONE-SW PIC X(01).
           88 WS-REPLAY-DONE VALUE "Y".
       01 WS-CUTOFF-SW PIC X(01).
           88 WS-CUTOFF-REACHED VALUE "Y".
       PROCEDURE DIVISION.
       925-ROLL-FORWARD-MAIN.
           DISPLAY "ROLL FORWARD FROM BACKUP"
           DISPLAY "ALL GATE STATIONS MUST BE SIGNED OFF"
           PERFORM 200-CURRENT-GENERATION
           IF WS-CURRENT-GEN = ZERO
                   DISPLAY "NO BACKUP HAS BEEN TAKEN - NOTHING TO "
                       "ROLL FORWARD FROM"
                   STOP RUN
           END-IF
           DISPLAY "SEE DB/BACKUP_CATALOG.DAT FOR GENERATION DATES"
           DISPLAY "LATEST GENERATION IS " WS-CURRENT-GEN
           DISPLAY "ENTER GENERATION TO RESTORE (1-5):"
           ACCEPT WS-GEN-X
           IF WS-GEN-X < "1" OR WS-GEN-X > "5"
                   DISPLAY "GENERATION MUST BE 1 THROUGH 5"
                   STOP RUN
           END-IF
           MOVE WS-GEN-X TO WS-GEN
           PERFORM 210-ACCEPT-CUTOFF
           DISPLAY "EVERY FILE WILL BE REPLACED FROM GENERATION "
               WS-GEN
           DISPLAY "CONTINUE (Y/N):"
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   DISPLAY "ROLL FORWARD CANCELLED"
                   STOP RUN
           END-IF
           PERFORM 250-CHECK-GENERATION
           IF NOT WS-RESTORE-OK
                   DISPLAY "GENERATION " WS-GEN " IS INCOMPLETE - "
                       "NO FILE RESTORED"
                   STOP RUN
           END-IF
           PERFORM 300-RESTORE-CAMPS
           PERFORM 310-RESTORE-CAMPERS
           PERFORM 320-RESTORE-ROSTER
           PERFORM 330-RESTORE-WAITLIST
           PERFORM 340-RESTORE-HOLDS
           PERFORM 350-RESTORE-PAYMENTS
           IF NOT WS-RESTORE-OK
                   DISPLAY "GENERATION " WS-GEN " IS INCOMPLETE - "
                       "JOURNAL NOT REPLAYED"
                   STOP RUN
           END-IF
           PERFORM 400-REPLAY-JOURNALS
           DISPLAY WS-TOTAL-REPLAYED " JOURNAL ENTRIES REPLAYED"
           DISPLAY "TAKING A NEW BACKUP OF THE RECOVERED FILES"
           CALL '910-BACKUP'
           DISPLAY "ROLL FORWARD COMPLETE"
           STOP RUN.
       200-CURRENT-GENERATION.
           MOVE ZEROES TO WS-CURRENT-GEN
           OPEN INPUT FC-BACKUP-GEN
           IF WS-GENF-STAT = "00"
                   READ FC-BACKUP-GEN
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE GEN-LAST TO WS-CURRENT-GEN
                   END-READ
                   CLOSE FC-BACKUP-GEN
           END-IF.
       210-ACCEPT-CUTOFF.
           MOVE ZEROES TO WS-CUTOFF-DATE
           MOVE ZEROES TO WS-CUTOFF-TIME
           DISPLAY "REPLAY UP TO DATE (YYYYMMDD, BLANK FOR ALL):"
           ACCEPT WS-CUTOFF-DATE-X
           IF WS-CUTOFF-DATE-X = SPACES
                   DISPLAY "ALL JOURNAL ENTRIES WILL BE REPLAYED"
           ELSE
                   IF WS-CUTOFF-DATE-X IS NOT NUMERIC
                       DISPLAY "DATE MUST BE YYYYMMDD"
                       STOP RUN
                   END-IF
                   MOVE WS-CUTOFF-DATE-X TO WS-CUTOFF-DATE
                   DISPLAY "REPLAY UP TO TIME (HHMM, BLANK FOR 2359):"
                   ACCEPT WS-CUTOFF-TIME-X
                   IF WS-CUTOFF-TIME-X = SPACES
                       MOVE "2359" TO WS-CUTOFF-TIME-X
                   END-IF
                   IF WS-CUTOFF-TIME-X IS NOT NUMERIC OR
                           WS-CUTOFF-TIME-X > "2359"
                       DISPLAY "TIME MUST BE HHMM"
                       STOP RUN
                   END-IF
                   MOVE WS-CUTOFF-TIME-X TO WS-CUTOFF-TIME
                   DISPLAY "JOURNAL ENTRIES THROUGH " WS-CUTOFF-DATE
                       " " WS-CUTOFF-TIME " WILL BE REPLAYED"
           END-IF.
      * EVERY BACKUP FILE OF THE GENERATION MUST BE THERE BEFORE ANY
      * LIVE FILE IS OPENED OUTPUT - A GENERATION TAKEN BEFORE HOLDS
      * AND PAYMENTS WERE BACKED UP WOULD OTHERWISE WIPE THE FIRST
      * FOUR FILES AND THEN STOP SHORT OF THE JOURNAL REPLAY.
       250-CHECK-GENERATION.
           MOVE "Y" TO WS-RESTORE-OK-SW
           MOVE "camps" TO WS-BK-PREFIX
           PERFORM 255-CHECK-BACKUP-FILE
           MOVE "campers" TO WS-BK-PREFIX
           PERFORM 255-CHECK-BACKUP-FILE
           MOVE "roster" TO WS-BK-PREFIX
           PERFORM 255-CHECK-BACKUP-FILE
           MOVE "waitlist" TO WS-BK-PREFIX
           PERFORM 255-CHECK-BACKUP-FILE
           MOVE "holds" TO WS-BK-PREFIX
           PERFORM 255-CHECK-BACKUP-FILE
           MOVE "payments" TO WS-BK-PREFIX
           PERFORM 255-CHECK-BACKUP-FILE.
       255-CHECK-BACKUP-FILE.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/" DELIMITED BY SIZE
               WS-BK-PREFIX DELIMITED BY SPACE
               "_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           OPEN INPUT FC-BACKUP
           IF WS-BKUP-STAT NOT = "00"
                   DISPLAY "BACKUP NOT FOUND: " WS-BK-FILENAME
                   MOVE "N" TO WS-RESTORE-OK-SW
           ELSE
                   CLOSE FC-BACKUP
           END-IF.
       300-RESTORE-CAMPS.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/camps_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-BACKUP
           IF WS-BKUP-STAT NOT = "00"
                   DISPLAY "BACKUP NOT FOUND: " WS-BK-FILENAME
                   MOVE "N" TO WS-RESTORE-OK-SW
           ELSE
                   OPEN OUTPUT FC-CAMPS
                   PERFORM 910-CHECK-CAMPS
                   PERFORM 305-LOAD-CAMP-RECORD UNTIL WS-FILE-LOADED
                   CLOSE FC-CAMPS
                   CLOSE FC-BACKUP
                   DISPLAY "  CAMPS.DAT    " WS-RECORD-COUNT
                       " RECORD(S) RESTORED"
           END-IF.
       305-LOAD-CAMP-RECORD.
           READ FC-BACKUP
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE BK-LINE TO FS-CAMP
                   WRITE FS-CAMP
                       INVALID KEY
                           DISPLAY "DUPLICATE KEY SKIPPED: " BK-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
                   PERFORM 910-CHECK-CAMPS
           END-READ.
       310-RESTORE-CAMPERS.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/campers_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-BACKUP
           IF WS-BKUP-STAT NOT = "00"
                   DISPLAY "BACKUP NOT FOUND: " WS-BK-FILENAME
                   MOVE "N" TO WS-RESTORE-OK-SW
           ELSE
                   OPEN OUTPUT FC-CAMPERS
                   PERFORM 911-CHECK-CAMPERS
                   PERFORM 315-LOAD-CAMPER-RECORD UNTIL WS-FILE-LOADED
                   CLOSE FC-CAMPERS
                   CLOSE FC-BACKUP
                   DISPLAY "  CAMPERS.DAT  " WS-RECORD-COUNT
                       " RECORD(S) RESTORED"
           END-IF.
       315-LOAD-CAMPER-RECORD.
           READ FC-BACKUP
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE BK-LINE TO FD-CAMPER
                   WRITE FD-CAMPER
                       INVALID KEY
                           DISPLAY "DUPLICATE KEY SKIPPED: " BK-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
                   PERFORM 911-CHECK-CAMPERS
           END-READ.
       320-RESTORE-ROSTER.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/roster_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-BACKUP
           IF WS-BKUP-STAT NOT = "00"
                   DISPLAY "BACKUP NOT FOUND: " WS-BK-FILENAME
                   MOVE "N" TO WS-RESTORE-OK-SW
           ELSE
                   OPEN OUTPUT FC-ROSTER
                   PERFORM 913-CHECK-ROSTER
                   PERFORM 325-LOAD-ROSTER-RECORD UNTIL WS-FILE-LOADED
                   CLOSE FC-ROSTER
                   CLOSE FC-BACKUP
                   DISPLAY "  ROSTER.DAT   " WS-RECORD-COUNT
                       " RECORD(S) RESTORED"
           END-IF.
       325-LOAD-ROSTER-RECORD.
           READ FC-BACKUP
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE BK-LINE TO ROST-RECORD
                   WRITE ROST-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE KEY SKIPPED: " BK-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
                   PERFORM 913-CHECK-ROSTER
           END-READ.
       330-RESTORE-WAITLIST.
           MOVE SPACES TO WS-BK-FILENAME
           STRING "./db/waitlist_bak_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-BK-FILENAME
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-BACKUP
           IF WS-BKUP-STAT NOT = "00"
                   DISPLAY "BACKUP NOT FOUND: " WS-BK-FILENAME
                   MOVE "N" TO WS-RESTORE-OK-SW
           ELSE
                   OPEN OUTPUT FC-WAITLIST
                   PERFORM 912-CHECK-WAITLIST
                   PERFORM 335-LOAD-WAIT-RECORD UNTIL WS-FILE-LOADED
                   CLOSE FC-WAITLIST
                   CLOSE FC-BACKUP
                   DISPLAY "  WAITLIST.DAT " WS-RECORD-COUNT
                       " RECORD(S) RESTORED"
           END-IF.
       335-LOAD-WAIT-RECORD.
           READ FC-BACKUP
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE BK-LINE TO WAIT-RECORD
                   WRITE WAIT-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE KEY SKIPPED: " BK-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
                   PERFORM 912-CHECK-WAITLIST
           END-READ.
       340-RESTORE-HOLDS.
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
                   MOVE "N" TO WS-RESTORE-OK-SW
           ELSE
                   OPEN OUTPUT FC-HOLDS
                   PERFORM 922-CHECK-HOLDS
                   PERFORM 345-LOAD-HOLD-RECORD UNTIL WS-FILE-LOADED
                   CLOSE FC-HOLDS
                   CLOSE FC-BACKUP
                   DISPLAY "  HOLDS.DAT    " WS-RECORD-COUNT
                       " RECORD(S) RESTORED"
           END-IF.
       345-LOAD-HOLD-RECORD.
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
       350-RESTORE-PAYMENTS.
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
                   MOVE "N" TO WS-RESTORE-OK-SW
           ELSE
                   OPEN OUTPUT FC-PAYMENTS
                   PERFORM 918-CHECK-PAYMENTS
                   PERFORM 355-LOAD-PAY-RECORD UNTIL WS-FILE-LOADED
                   CLOSE FC-PAYMENTS
                   CLOSE FC-BACKUP
                   DISPLAY "  PAYMENTS.DAT " WS-RECORD-COUNT
                       " RECORD(S) RESTORED"
           END-IF.
       355-LOAD-PAY-RECORD.
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
      * REPLAY STARTS WITH THE RESTORED GENERATION'S OWN JOURNAL AND
      * WORKS FORWARD ONE GENERATION AT A TIME (5 WRAPS TO 1) UNTIL
      * THE CURRENT GENERATION'S JOURNAL HAS BEEN READ OR THE CUT-OFF
      * IS PASSED.
       400-REPLAY-JOURNALS.
           MOVE ZEROES TO WS-TOTAL-REPLAYED
           MOVE "N" TO WS-REPLAY-DONE-SW
           MOVE "N" TO WS-CUTOFF-SW
           MOVE WS-GEN TO WS-REPLAY-GEN
           OPEN I-O FC-CAMPS
           PERFORM 910-CHECK-CAMPS
           OPEN I-O FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           OPEN I-O FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           OPEN I-O FC-WAITLIST
           PERFORM 912-CHECK-WAITLIST
           OPEN I-O FC-HOLDS
           PERFORM 922-CHECK-HOLDS
           OPEN I-O FC-PAYMENTS
           PERFORM 918-CHECK-PAYMENTS
           PERFORM 410-REPLAY-GENERATION UNTIL WS-REPLAY-DONE
           CLOSE FC-CAMPS
           CLOSE FC-CAMPERS
           CLOSE FC-ROSTER
           CLOSE FC-WAITLIST
           CLOSE FC-HOLDS
           CLOSE FC-PAYMENTS.
       410-REPLAY-GENERATION.
           MOVE SPACES TO WS-JRNL-FILENAME
           STRING "./db/journal_g" DELIMITED BY SIZE
               WS-REPLAY-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME
           MOVE ZEROES TO WS-REPLAY-COUNT
           MOVE "N" TO WS-FILE-DONE-SW
           OPEN INPUT FC-JOURNAL
           IF WS-JRNL-STAT NOT = "00"
                   DISPLAY "NO JOURNAL FOUND: " WS-JRNL-FILENAME
           ELSE
                   PERFORM 420-REPLAY-ENTRY UNTIL WS-FILE-LOADED
                   CLOSE FC-JOURNAL
                   DISPLAY "  " WS-JRNL-FILENAME (1:20) " "
                       WS-REPLAY-COUNT " ENTRIES REPLAYED"
           END-IF
           ADD WS-REPLAY-COUNT TO WS-TOTAL-REPLAYED
           IF WS-CUTOFF-REACHED OR WS-REPLAY-GEN = WS-CURRENT-GEN
                   MOVE "Y" TO WS-REPLAY-DONE-SW
           ELSE
                   ADD 1 TO WS-REPLAY-GEN
                   IF WS-REPLAY-GEN > 5
                       MOVE 1 TO WS-REPLAY-GEN
                   END-IF
           END-IF.
       420-REPLAY-ENTRY.
           READ FC-JOURNAL
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   PERFORM 932-CHECK-JOURNAL
                   PERFORM 425-CHECK-CUTOFF
                   IF WS-CUTOFF-REACHED
                       MOVE "Y" TO WS-FILE-DONE-SW
                   ELSE
                       PERFORM 430-APPLY-ENTRY
                   END-IF
           END-READ.
       425-CHECK-CUTOFF.
           IF WS-CUTOFF-DATE NOT = ZERO
                   IF JRN-DATE > WS-CUTOFF-DATE
                       MOVE "Y" TO WS-CUTOFF-SW
                   END-IF
                   IF JRN-DATE = WS-CUTOFF-DATE AND
                           JRN-TIME (1:4) > WS-CUTOFF-TIME-X
                       MOVE "Y" TO WS-CUTOFF-SW
                   END-IF
           END-IF.
       430-APPLY-ENTRY.
           EVALUATE TRUE
               WHEN JRN-CAMPS
                   PERFORM 440-APPLY-CAMP
               WHEN JRN-CAMPERS
                   PERFORM 445-APPLY-CAMPER
               WHEN JRN-ROSTER
                   PERFORM 450-APPLY-ROSTER
               WHEN JRN-WAITLIST
                   PERFORM 455-APPLY-WAIT
               WHEN JRN-HOLDS
                   PERFORM 460-APPLY-HOLD
               WHEN JRN-PAYMENTS
                   PERFORM 465-APPLY-PAYMENT
               WHEN OTHER
                   DISPLAY "UNKNOWN JOURNAL ENTRY SKIPPED: "
                       JRN-FILE " " JRN-DATE " " JRN-TIME
           END-EVALUATE.
       440-APPLY-CAMP.
           MOVE JRN-IMAGE TO FS-CAMP
           IF JRN-DELETE
                   DELETE FC-CAMPS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           ELSE
                   WRITE FS-CAMP
                       INVALID KEY
                           REWRITE FS-CAMP
                   END-WRITE
           END-IF
           PERFORM 910-CHECK-CAMPS
           ADD 1 TO WS-REPLAY-COUNT.
       445-APPLY-CAMPER.
           MOVE JRN-IMAGE TO FD-CAMPER
           IF JRN-DELETE
                   DELETE FC-CAMPERS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           ELSE
                   WRITE FD-CAMPER
                       INVALID KEY
                           REWRITE FD-CAMPER
                   END-WRITE
           END-IF
           PERFORM 911-CHECK-CAMPERS
           ADD 1 TO WS-REPLAY-COUNT.
       450-APPLY-ROSTER.
           MOVE JRN-IMAGE TO ROST-RECORD
           IF JRN-DELETE
                   DELETE FC-ROSTER
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           ELSE
                   WRITE ROST-RECORD
                       INVALID KEY
                           REWRITE ROST-RECORD
                   END-WRITE
           END-IF
           PERFORM 913-CHECK-ROSTER
           ADD 1 TO WS-REPLAY-COUNT.
       455-APPLY-WAIT.
           MOVE JRN-IMAGE TO WAIT-RECORD
           IF JRN-DELETE
                   DELETE FC-WAITLIST
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           ELSE
                   WRITE WAIT-RECORD
                       INVALID KEY
                           REWRITE WAIT-RECORD
                   END-WRITE
           END-IF
           PERFORM 912-CHECK-WAITLIST
           ADD 1 TO WS-REPLAY-COUNT.
       460-APPLY-HOLD.
           MOVE JRN-IMAGE TO HOLD-RECORD
           IF JRN-DELETE
                   DELETE FC-HOLDS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           ELSE
                   WRITE HOLD-RECORD
                       INVALID KEY
                           REWRITE HOLD-RECORD
                   END-WRITE
           END-IF
           PERFORM 922-CHECK-HOLDS
           ADD 1 TO WS-REPLAY-COUNT.
       465-APPLY-PAYMENT.
           MOVE JRN-IMAGE TO PAY-RECORD
           IF JRN-DELETE
                   DELETE FC-PAYMENTS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           ELSE
                   WRITE PAY-RECORD
                       INVALID KEY
                           REWRITE PAY-RECORD
                   END-WRITE
           END-IF
           PERFORM 918-CHECK-PAYMENTS
           ADD 1 TO WS-REPLAY-COUNT.
       910-CHECK-CAMPS.
           IF NOT WS-CAMP-STAT-OK
                   MOVE "CAMPS.DAT" TO ERR-FILE
                   MOVE WS-CAMP-STAT TO ERR-STATUS
                   MOVE FS-CAMP-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE WS-CAMPR-STAT TO ERR-STATUS
                   MOVE FD-CAMPER-TROOP TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       912-CHECK-WAITLIST.
           IF NOT WS-WAIT-STAT-OK
                   MOVE "WAITLIST.DAT" TO ERR-FILE
                   MOVE WS-WAIT-STAT TO ERR-STATUS
                   MOVE WAIT-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       913-CHECK-ROSTER.
           IF NOT WS-ROST-STAT-OK
                   MOVE "ROSTER.DAT" TO ERR-FILE
                   MOVE WS-ROST-STAT TO ERR-STATUS
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
       932-CHECK-JOURNAL.
           IF NOT WS-JRNL-STAT-OK
                   MOVE "JOURNAL.DAT" TO ERR-FILE
                   MOVE WS-JRNL-STAT TO ERR-STATUS
                   MOVE WS-JRNL-FILENAME TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "925-ROLL-FORWARD" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
