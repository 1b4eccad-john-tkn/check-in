      *================================================================
      *  JRNLLK     TRANSACTION JOURNAL BLOCK PASSED TO
      *             902-WRITE-JOURNAL.  THE CALLER FILLS IN ITS OWN
      *             NAME, THE STATION AND OPERATOR FROM THE SESSION
      *             (BTCH/BATCH FOR A PROGRAM RUN WITHOUT ONE), WHICH
      *             FILE WAS CHANGED AND HOW, AND THE RECORD AS IT
      *             NOW STANDS; 902 STAMPS THE DATE, TIME, AND BACKUP
      *             GENERATION AND APPENDS IT TO THE JOURNAL.  ONLY
      *             CALLED AFTER THE WRITE, REWRITE, OR DELETE HAS
      *             SUCCEEDED.
      *================================================================
       01  JRNL-REQUEST.
           02  JRNL-PROGRAM PIC X(20).
           02  JRNL-STATION PIC X(04).
           02  JRNL-USER PIC X(10).
           02  JRNL-FILE PIC X(08).
               88  JRNL-CAMPS VALUE "CAMPS".
               88  JRNL-CAMPERS VALUE "CAMPERS".
               88  JRNL-ROSTER VALUE "ROSTER".
               88  JRNL-WAITLIST VALUE "WAITLIST".
               88  JRNL-HOLDS VALUE "HOLDS".
               88  JRNL-PAYMENTS VALUE "PAYMENTS".
           02  JRNL-ACTION PIC X(01).
               88  JRNL-ADD VALUE "A".
               88  JRNL-CHANGE VALUE "C".
               88  JRNL-DELETE VALUE "D".
           02  JRNL-IMAGE PIC X(160).
