      *================================================================
      *  CLASSEL    FILE-CONTROL ENTRY FOR THE PROGRAM SESSION FILE
      *             (CLASSES.DAT).  ONE RECORD PER MERIT BADGE CLASS
      *             OR PROGRAM-AREA SESSION, KEYED BY EVENT + SESSION
      *             CODE.
      *             SHARED WITH MANUAL RECORD LOCKS SO TWO GATE
      *             STATIONS CAN WORK THE FILE AT ONCE - UPDATE PATHS
      *             READ WITH LOCK AND HOLD THE LOCK ACROSS THE
      *             REWRITE.
      *================================================================
           SELECT FC-CLASSES ASSIGN TO './db/classes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLS-KEY
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-CLS-STAT.
