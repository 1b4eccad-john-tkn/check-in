      *================================================================
      *  ENRLFD     FD AND RECORD LAYOUT FOR THE CLASS ENROLLMENT FILE
      *             (ENROLL.DAT).  ENRL-ROST-KEY IS THE SAME LAYOUT
      *             AS ROST-KEY, SO A CAMPER'S CLASSES READ BACK IN
      *             TIME-BLOCK ORDER RIGHT AFTER ITS ROSTER NAME, AND
      *             BECAUSE THE TIME BLOCK IS PART OF THE KEY A CAMPER
      *             CAN NEVER BE BOOKED INTO TWO CLASSES THAT RUN AT
      *             THE SAME TIME.  ENRL-CODE POINTS AT THE SESSION ON
      *             CLASSES.DAT.
      *================================================================
       FD  FC-ENROLL.
       01  ENRL-RECORD.
           88  EOF VALUE HIGH-VALUES.
           02  ENRL-KEY.
               03  ENRL-ROST-KEY.
                   04  ENRL-EVENT PIC 9(03).
                   04  ENRL-TROOP.
                       05  ENRL-AREA PIC 9.
                       05  ENRL-UNIT PIC 999.
                   04  ENRL-SEQ PIC 9(03).
               03  ENRL-BLOCK PIC X(04).
           02  ENRL-CODE PIC X(06).
           02  ENRL-DATE PIC 9(08).
           02  ENRL-USER PIC X(10).
