      *================================================================
      *  RELYSEL    FILE-CONTROL ENTRY FOR THE TROOP RELIABILITY FILE
      *             (TROOP_RELIABILITY.DAT).  REBUILT FROM SCRATCH
      *             EVERY TIME 945-HIST-ANALYSIS RUNS OFF THE EVENT
      *             HISTORY, ONE LINE PER UNIT IN UNIT ORDER, SO THE
      *             SUPERVISOR WORKING THE WAITLIST CAN LOOK A TROOP UP
      *             IN ANY EDITOR.
      *================================================================
           SELECT FC-RELIABILITY ASSIGN TO './db/troop_reliability.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELY-STAT.
