      *             TOTAL EACH CASH BOX SEPARATELY; PAY-SETTLED-SW IS
      *             SET BY 395-CASH-SETTLE AND LOCKS THE RECORD
      *             AGAINST FURTHER VOIDS.
      *             METHOD S IS A CAMPERSHIP AWARD PAID OUT OF THE
      *             SPONSOR FUND IN PAY-FUND-ID - IT CREDITS THE
      *             TROOP LIKE ANY PAYMENT BUT NEVER PASSES THROUGH
      *             A CASH DRAWER, SO ONLY PAY-DRAWER-METHOD RECORDS
      *             ARE SETTLED.
      *             METHOD O IS A PAYMENT TAKEN ON THE COUNCIL'S
      *             ONLINE REGISTRATION SITE AND POSTED FROM THE
      *             PROCESSOR'S SETTLEMENT FILE; PAY-TXN-ID KEEPS THE
      *             PROCESSOR'S TRANSACTION ID SO THE SAME SETTLEMENT
      *             LINE IS NEVER POSTED TWICE.  IT IS BLANK ON
      *             EVERYTHING TAKEN AT THE GATE OR THE OFFICE.
      *================================================================
       FD  FC-PAYMENTS.
       01  PAY-RECORD.
           02  PAY-METHOD PIC X(01).
               88  PAY-CASH VALUE "C".
               88  PAY-CHECK VALUE "K".
               88  PAY-CAMPERSHIP VALUE "S".
               88  PAY-ONLINE VALUE "O".
               88  PAY-DRAWER-METHOD VALUES "C" "K".
           02  PAY-AMOUNT PIC 9(05)V99.
           02  PAY-DATE PIC 9(08).
           02  PAY-RECEIPT-NO PIC 9(06).
           02  PAY-USER PIC X(10).
           02  PAY-SETTLED-SW PIC X(01).
               88  PAY-SETTLED VALUE "Y".
           02  PAY-FUND-ID PIC X(04).
           02  PAY-TXN-ID PIC X(20).
