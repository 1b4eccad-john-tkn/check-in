      *================================================================
      *  GMOVSEL    FILE-CONTROL ENTRY FOR THE GATE MOVEMENT LOG
      *             (GATE_MOVES.DAT).  A PLAIN SEQUENTIAL FILE LIKE
      *             THE CAMPSITE AUDIT TRAIL - ONLY EVER APPENDED TO
      *             AND READ FRONT TO BACK.
      *================================================================
           SELECT FC-GATE-MOVES ASSIGN TO './db/gate_moves.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GMOV-STAT.
