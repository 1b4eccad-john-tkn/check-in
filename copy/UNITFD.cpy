      *================================================================
      *  UNITFD     FD AND RECORD LAYOUT FOR THE UNIT MASTER FILE
      *             (UNITS.DAT).  THE PERMANENT RECORD OF A TROOP -
      *             SCOUTMASTER NAME, PHONE, AND EMAIL AND THE
      *             CHARTERED ORGANIZATION - KEPT APART FROM THE
      *             PER-EVENT CAMPERS.DAT RECORDS SO THE GATE HAS
      *             SOMEONE TO CALL WHEN THE WEATHER TURNS OR A
      *             BALANCE IS OWED.  UNIT-KEY MATCHES FD-CAMPER-TROOP.
      *             A RECORD IS CREATED BY ADD CAMPERS OR THE SIGNUP
      *             IMPORT THE FIRST TIME A UNIT SIGNS UP, AND KEPT
      *             CURRENT IN UNIT MAINTENANCE.
      *================================================================
       FD  FC-UNITS.
       01  UNIT-RECORD.
           88  EOF VALUE HIGH-VALUES.
           02  UNIT-KEY.
               03  UNIT-AREA PIC 9.
               03  UNIT-NO PIC 999.
           02  UNIT-LEADER-NAME PIC X(30).
           02  UNIT-LEADER-PHONE PIC X(12).
           02  UNIT-LEADER-EMAIL PIC X(40).
           02  UNIT-CHARTER-ORG PIC X(30).
           02  UNIT-ADDED-DATE PIC 9(08).
