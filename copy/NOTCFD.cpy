      *================================================================
      *  NOTCFD     FD AND RECORD LAYOUT FOR THE OUTBOUND NOTICE FILE
      *             (NOTICES.DAT).  ONE RECORD PER MESSAGE HANDED TO
      *             THE COUNCIL TEXT/EMAIL GATEWAY - A WAITLIST OFFER,
      *             AN OFFER THAT EXPIRED, A NO-SHOW RELEASE, OR A
      *             BALANCE-DUE REMINDER - WITH THE UNIT CONTACT IT
      *             WENT TO.  904-WRITE-NOTICE WRITES IT PENDING AND
      *             PUTS THE SAME NOTICE ON THE GATEWAY'S PICK-UP
      *             FILE; THE DELIVERY-STATUS IMPORT MARKS IT SENT OR
      *             FAILED FROM THE GATEWAY'S REPORT.  A NOTICE WITH
      *             NO PHONE OR EMAIL ON UNITS.DAT IS WRITTEN FAILED
      *             AND NEVER GOES TO THE GATEWAY.
      *================================================================
       FD  FC-NOTICES.
       01  NOTC-RECORD.
           88  EOF VALUE HIGH-VALUES.
           02  NOTC-SEQ PIC 9(06).
           02  NOTC-TYPE PIC X(06).
               88  NOTC-OFFER VALUE "OFFER ".
               88  NOTC-EXPIRED VALUE "EXPIRE".
               88  NOTC-NOSHOW VALUE "NOSHOW".
               88  NOTC-BALANCE VALUE "BALDUE".
           02  NOTC-EVENT PIC 9(03).
           02  NOTC-TROOP.
               03  NOTC-AREA PIC 9.
               03  NOTC-UNIT PIC 999.
           02  NOTC-CONTACT-NAME PIC X(30).
           02  NOTC-CONTACT-PHONE PIC X(12).
           02  NOTC-CONTACT-EMAIL PIC X(40).
           02  NOTC-MAIN-CAMP PIC X(02).
           02  NOTC-SUBCAMP PIC X(15).
           02  NOTC-HELD-SIZE PIC 9(03).
           02  NOTC-EXPIRE-DATE PIC 9(08).
           02  NOTC-EXPIRE-TIME PIC 9(08).
           02  NOTC-AMOUNT-DUE PIC 9(05)V99.
           02  NOTC-CREATED-DATE PIC 9(08).
           02  NOTC-CREATED-TIME PIC 9(08).
           02  NOTC-STATUS-SW PIC X(01).
               88  NOTC-PENDING VALUE "P".
               88  NOTC-SENT VALUE "S".
               88  NOTC-FAILED VALUE "F".
           02  NOTC-STATUS-DATE PIC 9(08).
           02  NOTC-STATUS-TIME PIC 9(08).
           02  NOTC-FAIL-REASON PIC X(30).
