      *================================================================
      *  CLASFD     FD AND RECORD LAYOUT FOR THE PROGRAM SESSION FILE
      *             (CLASSES.DAT).  EACH SESSION BELONGS TO ONE EVENT
      *             AND RUNS IN ONE TIME BLOCK (CLS-BLOCK - A SHORT
      *             CODE SUCH AS SAT1 OR SUN2 THAT SORTS IN THE ORDER
      *             THE BLOCKS RUN).  CLS-ENROLLED IS THE NUMBER OF
      *             SEATS TAKEN ON ENROLL.DAT; THE ENROLLMENT SCREEN
      *             REFUSES A CAMPER ONCE IT REACHES CLS-SEAT-LIMIT,
      *             AND 907-RELEASE-SEATS GIVES A SEAT BACK WHEN THE
      *             CAMPER IS DELETED OR THE TROOP CHECKS OUT.
      *================================================================
       FD  FC-CLASSES.
       01  CLS-RECORD.
           88  EOF VALUE HIGH-VALUES.
           02  CLS-KEY.
               03  CLS-EVENT PIC 9(03).
               03  CLS-CODE PIC X(06).
           02  CLS-TITLE PIC X(30).
           02  CLS-PROGRAM-AREA PIC X(15).
           02  CLS-BLOCK PIC X(04).
           02  CLS-SEAT-LIMIT PIC 9(03).
           02  CLS-ENROLLED PIC 9(03).
           02  CLS-INSTRUCTOR PIC X(30).
