      *================================================================
      *  GMOVFD     FD AND RECORD LAYOUT FOR THE GATE MOVEMENT LOG
      *             (GATE_MOVES.DAT).  ONE RECORD IS APPENDED EACH
      *             TIME A NAMED CAMPER IS SIGNED OUT AT THE GATE
      *             MID-EVENT OR SIGNED BACK IN, WITH THE OPERATOR,
      *             STATION, AND WHO THE CAMPER LEFT OR CAME BACK
      *             WITH, SO THE MOVEMENTS OF A WEEKEND CAN BE TRACED
      *             AFTER THE FACT.  THE CURRENT STATE OF EACH CAMPER
      *             IS CARRIED ON ROSTER.DAT (ROST-GATE-STATUS).
      *================================================================
       FD  FC-GATE-MOVES.
       01  GMOV-RECORD.
           02  GMOV-DATE PIC 9(08).
           02  GMOV-TIME PIC 9(08).
           02  GMOV-USER PIC X(10).
           02  GMOV-STATION PIC X(04).
           02  GMOV-ACTION PIC X(03).
               88  GMOV-SIGNED-OUT VALUE "OUT".
               88  GMOV-SIGNED-IN VALUE "IN ".
           02  GMOV-ROST-KEY.
               03  GMOV-EVENT PIC 9(03).
               03  GMOV-AREA PIC 9.
               03  GMOV-UNIT PIC 999.
               03  GMOV-SEQ PIC 9(03).
           02  GMOV-NAME PIC X(30).
           02  GMOV-TYPE PIC X(01).
           02  GMOV-WITH PIC X(30).
           02  GMOV-MAIN-CAMP PIC X(02).
           02  GMOV-SUBCAMP PIC X(15).
