      *================================================================
      *  EQPSEL     FILE-CONTROL ENTRY FOR THE QUARTERMASTER EQUIPMENT
      *             INVENTORY (EQUIP.DAT).  ONE RECORD PER PIECE OF
      *             LENDABLE GEAR, KEYED BY THE ITEM ID STENCILED ON
      *             IT.
      *             SHARED WITH MANUAL RECORD LOCKS SO TWO GATE
      *             STATIONS CAN WORK THE FILE AT ONCE - UPDATE PATHS
      *             READ WITH LOCK AND HOLD THE LOCK ACROSS THE
      *             REWRITE.
      *================================================================
           SELECT FC-EQUIP ASSIGN TO './db/equip.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQP-KEY
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-EQP-STAT.
