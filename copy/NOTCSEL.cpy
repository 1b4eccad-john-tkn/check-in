      *================================================================
      *  NOTCSEL    FILE-CONTROL ENTRY FOR THE OUTBOUND NOTICE FILE
      *             (NOTICES.DAT).  KEYED BY THE NOTICE SEQUENCE
      *             NUMBER THE COUNCIL TEXT/EMAIL GATEWAY REPORTS
      *             BACK ON, SO THE DELIVERY-STATUS IMPORT CAN GO
      *             STRAIGHT TO THE NOTICE IT IS ABOUT.
      *================================================================
           SELECT FC-NOTICES ASSIGN TO './db/notices.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTC-SEQ
           FILE STATUS IS WS-NOTC-STAT.
