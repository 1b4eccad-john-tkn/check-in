      *================================================================
      *  ENRLSEL    FILE-CONTROL ENTRY FOR THE CLASS ENROLLMENT FILE
      *             (ENROLL.DAT).  ONE RECORD PER ROSTER CAMPER PER
      *             TIME BLOCK, KEYED BY THE CAMPER'S ROSTER KEY +
      *             TIME BLOCK.
      *================================================================
           SELECT FC-ENROLL ASSIGN TO './db/enroll.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENRL-KEY
           FILE STATUS IS WS-ENRL-STAT.
