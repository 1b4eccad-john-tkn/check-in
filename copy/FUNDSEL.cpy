      *================================================================
      *  FUNDSEL    FILE-CONTROL ENTRY FOR THE CAMPERSHIP FUND FILE
      *             (FUNDS.DAT).  ONE RECORD PER SPONSOR FUND KEYED
      *             BY A SHORT FUND ID.
      *             SHARED WITH MANUAL RECORD LOCKS SO TWO GATE
      *             STATIONS CAN WORK THE FILE AT ONCE - UPDATE PATHS
      *             READ WITH LOCK AND HOLD THE LOCK ACROSS THE
      *             REWRITE.
      *================================================================
           SELECT FC-FUNDS ASSIGN TO './db/funds.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUND-KEY
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-FUND-STAT.
