      *================================================================
      *  EQPFD      FD AND RECORD LAYOUT FOR THE QUARTERMASTER
      *             EQUIPMENT INVENTORY (EQUIP.DAT).  EACH CANOE,
      *             DINING FLY, STOVE, OR TENT THE QUARTERMASTER
      *             LENDS IS ONE RECORD.  WHILE AN ITEM IS OUT,
      *             EQP-LOAN-KEY POINTS AT ITS OPEN LOAN ON LOANS.DAT
      *             SO A RETURN GOES STRAIGHT TO THE TROOP THAT HAS
      *             IT.  EQP-REPLACE-COST IS OFFERED AS THE CHARGE
      *             WHEN THE ITEM COMES BACK DAMAGED OR NOT AT ALL.
      *             A DAMAGED ITEM SITS IN REPAIR, AND A LOST ONE IS
      *             WRITTEN OFF, UNTIL FILE MAINTENANCE PUTS IT BACK
      *             IN STOCK.
      *================================================================
       FD  FC-EQUIP.
       01  EQP-RECORD.
           88  EOF VALUE HIGH-VALUES.
           02  EQP-KEY.
               03  EQP-ID PIC X(08).
           02  EQP-DESC PIC X(30).
           02  EQP-CATEGORY PIC X(10).
           02  EQP-REPLACE-COST PIC 9(05)V99.
           02  EQP-STATUS-SW PIC X(01).
               88  EQP-IN-STOCK VALUE "A".
               88  EQP-ON-LOAN VALUE "L".
               88  EQP-IN-REPAIR VALUE "D".
               88  EQP-WRITTEN-OFF VALUE "X".
           02  EQP-LOAN-KEY.
               03  EQP-LOAN-EVENT PIC 9(03).
               03  EQP-LOAN-AREA PIC 9.
               03  EQP-LOAN-UNIT PIC 999.
               03  EQP-LOAN-SEQ PIC 9(03).
           02  EQP-ADDED-DATE PIC 9(08).
