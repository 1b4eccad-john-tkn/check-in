      *================================================================
      *  UNITSEL    FILE-CONTROL ENTRY FOR THE UNIT MASTER FILE
      *             (UNITS.DAT).  ONE RECORD PER TROOP KEYED BY
      *             AREA/UNIT ONLY - NOT BY EVENT - SO THE LEADER
      *             CONTACT OUTLIVES ANY ONE WEEKEND'S SIGNUPS.
      *================================================================
           SELECT FC-UNITS ASSIGN TO './db/units.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UNIT-KEY
           FILE STATUS IS WS-UNIT-STAT.
