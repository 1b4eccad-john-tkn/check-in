      *================================================================
      *  FUNDFD     FD AND RECORD LAYOUT FOR THE CAMPERSHIP FUND FILE
      *             (FUNDS.DAT).  EACH SPONSOR FUND (A ROTARY CLUB,
      *             A FRIENDS-OF-SCOUTING GIFT) STARTS THE SEASON
      *             WITH FUND-START-BAL.  AN AWARD POSTED IN
      *             319-CAMPERSHIP-AWARD ADDS TO FUND-AWARDED; A
      *             REFUND OF AN AWARD IN 359-VOID-REFUND GOES BACK
      *             TO THE FUND THROUGH FUND-RETURNED, AND A VOIDED
      *             AWARD COMES BACK OUT OF FUND-AWARDED.  FUND-
      *             BALANCE IS ALWAYS START - AWARDED + RETURNED AND
      *             IS WHAT THE AWARD SCREEN CHECKS BEFORE IT PAYS.
      *================================================================
       FD  FC-FUNDS.
       01  FUND-RECORD.
           88  EOF VALUE HIGH-VALUES.
           02  FUND-KEY.
               03  FUND-ID PIC X(04).
           02  FUND-SPONSOR PIC X(30).
           02  FUND-START-BAL PIC 9(07)V99.
           02  FUND-AWARDED PIC 9(07)V99.
           02  FUND-RETURNED PIC 9(07)V99.
           02  FUND-BALANCE PIC S9(07)V99.
           02  FUND-AWARD-COUNT PIC 9(05).
           02  FUND-ADDED-DATE PIC 9(08).
