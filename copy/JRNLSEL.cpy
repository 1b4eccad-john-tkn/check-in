      *================================================================
      *  JRNLSEL    FILE-CONTROL ENTRY FOR THE TRANSACTION JOURNAL.
      *             THERE IS ONE JOURNAL PER BACKUP GENERATION
      *             (JOURNAL_G1.DAT THROUGH JOURNAL_G5.DAT) HOLDING
      *             EVERY CHANGE MADE SINCE THAT GENERATION WAS
      *             TAKEN, SO THE NAME IS BUILT AT RUN TIME IN
      *             WS-JRNL-FILENAME - EVERY PROGRAM COPYING THIS
      *             DEFINES THAT FIELD AS PIC X(40).  A PLAIN
      *             SEQUENTIAL FILE LIKE THE AUDIT TRAIL - ONLY EVER
      *             APPENDED TO AND READ FRONT TO BACK.
      *================================================================
           SELECT FC-JOURNAL ASSIGN TO WS-JRNL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STAT.
