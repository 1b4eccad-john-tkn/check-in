      *================================================================
      *  LOANFD     FD AND RECORD LAYOUT FOR THE EQUIPMENT LOAN FILE
      *             (LOANS.DAT).  ONE RECORD EACH TIME AN ITEM GOES
      *             OUT - WHICH ITEM, TO WHICH TROOP FOR WHICH EVENT,
      *             THE SITE IT WENT TO, AND WHEN AND BY WHOM.  THE
      *             LOAN STAYS OUT UNTIL THE ITEM IS RETURNED OR A
      *             SUPERVISOR POSTS IT LOST OR DAMAGED; LOAN-CHARGE
      *             IS THEN WHAT WAS ADDED TO THE TROOP'S AMOUNT DUE,
      *             AND IS KEPT IN THE AMOUNT DUE WHENEVER THE CAMP
      *             FEE IS FIGURED AGAIN.
      *================================================================
       FD  FC-LOANS.
       01  LOAN-RECORD.
           88  EOF VALUE HIGH-VALUES.
           02  LOAN-KEY.
               03  LOAN-EVENT PIC 9(03).
               03  LOAN-TROOP.
                   04  LOAN-AREA PIC 9.
                   04  LOAN-UNIT PIC 999.
               03  LOAN-SEQ PIC 9(03).
           02  LOAN-EQUIP-ID PIC X(08).
           02  LOAN-MAIN-CAMP PIC X(02).
           02  LOAN-SUBCAMP PIC X(15).
           02  LOAN-OUT-DATE PIC 9(08).
           02  LOAN-OUT-TIME PIC 9(08).
           02  LOAN-OUT-USER PIC X(10).
           02  LOAN-STATUS-SW PIC X(01).
               88  LOAN-OUT VALUE "O".
               88  LOAN-RETURNED VALUE "R".
               88  LOAN-LOST VALUE "L".
               88  LOAN-DAMAGED VALUE "D".
           02  LOAN-IN-DATE PIC 9(08).
           02  LOAN-IN-TIME PIC 9(08).
           02  LOAN-IN-USER PIC X(10).
           02  LOAN-CHARGE PIC 9(05)V99.
           02  LOAN-NOTE PIC X(30).
