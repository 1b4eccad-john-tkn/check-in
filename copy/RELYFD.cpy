      *================================================================
      *  RELYFD     FD AND RECORD LAYOUT FOR THE TROOP RELIABILITY FILE
      *             (TROOP_RELIABILITY.DAT).  ONE RECORD PER UNIT THAT
      *             APPEARS ON CAMPER_HIST.DAT: EVENTS REGISTERED FOR,
      *             EVENTS IT CAME TO, THE SHARE OF EVENTS IT CAME TO,
      *             AND THE HEADCOUNT IT BROUGHT AGAINST THE HEADCOUNT
      *             IT SIGNED UP FOR AT THOSE EVENTS.  THE FIELDS ARE
      *             SPACED APART SO THE FILE READS AS IT STANDS.
      *             RELY-RATING:  RELIABLE  CAME TO AT LEAST 90 PCT OF
      *                                     ITS EVENTS AND BROUGHT AT
      *                                     LEAST 75 PCT OF ITS SIGNUP
      *                           FAIR      EVERYTHING IN BETWEEN
      *                           POOR      MISSED HALF OR MORE OF ITS
      *                                     EVENTS
      *================================================================
       FD  FC-RELIABILITY.
       01  RELY-RECORD.
           02  RELY-TROOP.
               03  RELY-AREA PIC 9.
               03  RELY-UNIT PIC 999.
           02  FILLER PIC X(01).
           02  RELY-LEADER-NAME PIC X(30).
           02  FILLER PIC X(01).
           02  RELY-REGISTERED PIC 9(03).
           02  FILLER PIC X(01).
           02  RELY-ATTENDED PIC 9(03).
           02  FILLER PIC X(01).
           02  RELY-SHOW-PCT PIC 9(03).
           02  FILLER PIC X(01).
           02  RELY-AVG-SIGNED-UP PIC 9(03)V9.
           02  FILLER PIC X(01).
           02  RELY-AVG-ACTUAL PIC 9(03)V9.
           02  FILLER PIC X(01).
           02  RELY-HEADCOUNT-PCT PIC 9(03).
           02  FILLER PIC X(01).
           02  RELY-RATING PIC X(08).
               88  RELY-RELIABLE VALUE "RELIABLE".
               88  RELY-FAIR VALUE "FAIR".
               88  RELY-POOR VALUE "POOR".
           02  FILLER PIC X(01).
           02  RELY-LAST-EVENT-DATE PIC 9(08).
