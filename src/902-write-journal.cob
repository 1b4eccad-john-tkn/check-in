       IDENTIFICATION DIVISION.
       PROGRAM-ID. 902-WRITE-JOURNAL.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 14, 2026.
      * APPENDS ONE AFTER-IMAGE TO THE TRANSACTION JOURNAL.  EVERY
      * PROGRAM THAT ADDS, CHANGES, OR DELETES A RECORD ON CAMPS,
      * CAMPERS, ROSTER, WAITLIST, HOLDS, OR PAYMENTS CALLS HERE
      * RIGHT AFTER THE UPDATE GOES THROUGH, SO A STATION LOST IN
      * THE MIDDLE OF THE DAY COSTS NOTHING BUT THE TIME TO RUN
      * 925-ROLL-FORWARD FROM LAST NIGHT'S BACKUP.
      * THE ENTRY GOES TO THE JOURNAL OF THE LATEST GENERATION IN
      * BACKUP_GEN.DAT (JOURNAL_G1.DAT THROUGH JOURNAL_G5.DAT) -
      * 910-BACKUP STARTS THAT GENERATION'S JOURNAL EMPTY WHEN IT
      * TAKES THE SNAPSHOT, SO EACH JOURNAL HOLDS EXACTLY THE CHANGES
      * MADE ON TOP OF ITS OWN SNAPSHOT.  BEFORE THE FIRST BACKUP
      * EVER TAKEN THE GENERATION IS ZERO AND THE ENTRIES GO TO
      * JOURNAL_G0.DAT, WHICH HAS NO SNAPSHOT TO REPLAY ONTO.
      * THE GENERATION IS READ ON EVERY CALL, NOT ONCE, SO A GATE
      * SCREEN LEFT UP OVERNIGHT FOLLOWS THE BACKUP ONTO THE NEW
      * JOURNAL.  ERRORS ARE LOGGED ONLY - THE CALLER OWNS THE SCREEN
      * AND ITS UPDATE HAS ALREADY BEEN MADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY JRNLSEL.
           SELECT FC-BACKUP-GEN ASSIGN TO './db/backup_gen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENF-STAT.
       DATA DIVISION.
       FILE SECTION.
           COPY JRNLFD.
       FD  FC-BACKUP-GEN.
       01  GEN-RECORD.
           02  GEN-LAST PIC 9(01).
           02  GEN-DATE PIC 9(08).
           02  GEN-TIME PIC 9(06).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-GENF-STAT PIC X(02).
       01 WS-JRNL-FILENAME PIC X(40).
       01 WS-GEN PIC 9(01).
       01 WS-GEN-DATE PIC 9(08).
       01 WS-GEN-TIME PIC 9(06).
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
           COPY JRNLLK.
       PROCEDURE DIVISION USING JRNL-REQUEST.
       902-WRITE-JOURNAL-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           PERFORM 910-CURRENT-GENERATION
           MOVE SPACES TO WS-JRNL-FILENAME
           STRING "./db/journal_g" DELIMITED BY SIZE
               WS-GEN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME
           OPEN EXTEND FC-JOURNAL
           IF WS-JRNL-STAT = "35"
                   OPEN OUTPUT FC-JOURNAL
           END-IF
           PERFORM 932-CHECK-JOURNAL
           IF WS-JRNL-STAT = "00"
                   PERFORM 920-BUILD-ENTRY
                   WRITE JRN-RECORD
                   PERFORM 932-CHECK-JOURNAL
                   CLOSE FC-JOURNAL
           END-IF
           EXIT PROGRAM.
       910-CURRENT-GENERATION.
           MOVE ZEROES TO WS-GEN
           MOVE ZEROES TO WS-GEN-DATE
           MOVE ZEROES TO WS-GEN-TIME
           OPEN INPUT FC-BACKUP-GEN
           IF WS-GENF-STAT = "00"
                   READ FC-BACKUP-GEN
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE GEN-LAST TO WS-GEN
                           IF GEN-DATE IS NUMERIC
                               MOVE GEN-DATE TO WS-GEN-DATE
                           END-IF
                           IF GEN-TIME IS NUMERIC
                               MOVE GEN-TIME TO WS-GEN-TIME
                           END-IF
                   END-READ
                   CLOSE FC-BACKUP-GEN
           END-IF.
       920-BUILD-ENTRY.
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-CURRENT-TIME TO JRN-TIME
           MOVE WS-GEN TO JRN-GEN
           MOVE WS-GEN-DATE TO JRN-GEN-DATE
           MOVE WS-GEN-TIME TO JRN-GEN-TIME
           MOVE JRNL-STATION TO JRN-STATION
           MOVE JRNL-USER TO JRN-USER
           MOVE JRNL-PROGRAM TO JRN-PROGRAM
           MOVE JRNL-FILE TO JRN-FILE
           MOVE JRNL-ACTION TO JRN-ACTION
           MOVE JRNL-IMAGE TO JRN-IMAGE.
       932-CHECK-JOURNAL.
           IF NOT WS-JRNL-STAT-OK
                   MOVE "JOURNAL.DAT" TO ERR-FILE
                   MOVE WS-JRNL-STAT TO ERR-STATUS
                   MOVE JRNL-IMAGE TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "902-WRITE-JOURNAL" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD.
