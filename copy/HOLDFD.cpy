      *             GATE COMPLETES THE CHECK-IN WHEN THE TROOP WALKS
      *             UP; THE EXPIRY SWEEP RELEASES HOLDS NOBODY CLAIMED
      *             SO THE ROOM GOES TO THE NEXT TROOP IN LINE.
      *             HOLD-FIRST-NIGHT/HOLD-LAST-NIGHT ARE THE EVENT
      *             NIGHTS THE HOLD TOOK, SO RELEASING IT GIVES BACK
      *             EXACTLY THOSE NIGHTS.
      *================================================================
       FD  FC-HOLDS.
       01  HOLD-RECORD.
           02  HOLD-OFFER-TIME PIC 9(08).
           02  HOLD-EXPIRE-DATE PIC 9(08).
           02  HOLD-EXPIRE-TIME PIC 9(08).
           02  HOLD-FIRST-NIGHT PIC 9.
           02  HOLD-LAST-NIGHT PIC 9.
