      *================================================================
      *  LOANSEL    FILE-CONTROL ENTRY FOR THE EQUIPMENT LOAN FILE
      *             (LOANS.DAT).  KEYED BY EVENT, TROOP, AND A
      *             SEQUENCE WITHIN THE TROOP THE SAME WAY PAYMENTS
      *             ARE, SO EVERYTHING ONE TROOP BORROWED READS
      *             TOGETHER.
      *================================================================
           SELECT FC-LOANS ASSIGN TO './db/loans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOAN-KEY
           FILE STATUS IS WS-LOAN-STAT.
