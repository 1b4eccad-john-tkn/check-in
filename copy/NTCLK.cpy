      *================================================================
      *  NTCLK      OUTBOUND NOTICE BLOCK PASSED TO 904-WRITE-NOTICE.
      *             THE CALLER FILLS IN THE MESSAGE TYPE, THE EVENT
      *             AND TROOP, AND WHATEVER THE MESSAGE IS ABOUT - THE
      *             SITE, HELD SIZE, AND EXPIRY OF AN OFFER, OR THE
      *             BALANCE OWED; 904 LOOKS UP THE UNIT CONTACT ON
      *             UNITS.DAT AND HANDS BACK THE SEQUENCE NUMBER THE
      *             NOTICE WENT OUT UNDER (ZERO IF IT COULD NOT BE
      *             WRITTEN).
      *               OFFER   WAITLIST OFFER HELD FOR THE TROOP
      *               EXPIRE  OFFER EXPIRED UNCLAIMED
      *               NOSHOW  SITE RELEASED - TROOP NEVER ARRIVED
      *               BALDUE  CAMP FEE BALANCE STILL OWED
      *================================================================
       01  NTC-RECORD.
           02  NTC-TYPE PIC X(06).
           02  NTC-EVENT PIC 9(03).
           02  NTC-AREA PIC 9.
           02  NTC-UNIT PIC 999.
           02  NTC-MAIN-CAMP PIC X(02).
           02  NTC-SUBCAMP PIC X(15).
           02  NTC-HELD-SIZE PIC 9(03).
           02  NTC-EXPIRE-DATE PIC 9(08).
           02  NTC-EXPIRE-TIME PIC 9(08).
           02  NTC-AMOUNT-DUE PIC 9(05)V99.
           02  NTC-SEQ PIC 9(06).
