      *             FILE (ROSTER.DAT).  HOLDS ONE RECORD PER NAMED
      *             CAMPER UNDER A TROOP, KEYED BY TROOP + SEQUENCE
      *             NUMBER.
      *             SHARED WITH MANUAL RECORD LOCKS SO TWO GATE
      *             STATIONS CAN WORK THE FILE AT ONCE - UPDATE PATHS
      *             READ WITH LOCK AND HOLD THE LOCK ACROSS THE
      *             REWRITE.
      *================================================================
           SELECT FC-ROSTER ASSIGN TO './db/roster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROST-KEY
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-ROST-STAT.
