      *================================================================
      *  JRNLFD     FD AND RECORD LAYOUT FOR THE TRANSACTION JOURNAL.
      *             ONE ENTRY PER RECORD ADDED, CHANGED, OR DELETED ON
      *             CAMPS, CAMPERS, ROSTER, WAITLIST, HOLDS, OR
      *             PAYMENTS, CARRYING THE WHOLE RECORD AS IT STOOD
      *             AFTER THE CHANGE (FOR A DELETE, THE RECORD THAT
      *             WAS REMOVED - ITS KEY IS ALL THE REPLAY NEEDS).
      *             JRN-GEN AND JRN-GEN-DATE/TIME NAME THE BACKUP
      *             GENERATION THE CHANGE FOLLOWS, SO 925-ROLL-FORWARD
      *             CAN TELL AN ENTRY BELONGS ON TOP OF THE SNAPSHOT
      *             IT RESTORED.  JRN-IMAGE IS THE SAME 160 BYTES AS
      *             THE BACKUP LINE.
      *================================================================
       FD  FC-JOURNAL.
       01  JRN-RECORD.
           02  JRN-DATE PIC 9(08).
           02  JRN-TIME PIC 9(08).
           02  JRN-GEN PIC 9(01).
           02  JRN-GEN-DATE PIC 9(08).
           02  JRN-GEN-TIME PIC 9(06).
           02  JRN-STATION PIC X(04).
           02  JRN-USER PIC X(10).
           02  JRN-PROGRAM PIC X(20).
           02  JRN-FILE PIC X(08).
               88  JRN-CAMPS VALUE "CAMPS".
               88  JRN-CAMPERS VALUE "CAMPERS".
               88  JRN-ROSTER VALUE "ROSTER".
               88  JRN-WAITLIST VALUE "WAITLIST".
               88  JRN-HOLDS VALUE "HOLDS".
               88  JRN-PAYMENTS VALUE "PAYMENTS".
           02  JRN-ACTION PIC X(01).
               88  JRN-ADD VALUE "A".
               88  JRN-CHANGE VALUE "C".
               88  JRN-DELETE VALUE "D".
           02  JRN-IMAGE PIC X(160).
