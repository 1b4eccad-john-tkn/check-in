      *================================================================
      *  NGTLK      NIGHT-BY-NIGHT CAMPSITE CAPACITY BLOCK PASSED TO
      *             909-NIGHT-CAP.  THE CALLER COPIES THE SITE'S TOTAL
      *             CAPACITY AND NIGHT TABLE (FS-CAMP-NIGHTS) IN, SAYS
      *             WHAT TO DO, AND COPIES THE NIGHT TABLE AND THE NEW
      *             WHOLE-EVENT CAPACITY-LEFT BACK TO THE SITE RECORD.
      *             NIGHT 1 IS THE NIGHT OF THE EVENT START DATE.
      *             A TROOP'S NIGHTS ARE FOUND FROM ITS ARRIVAL AND
      *             DEPARTURE DATES WHEN NGT-FIRST-NIGHT COMES IN
      *             ZERO; A CALLER THAT ALREADY KNOWS THE NIGHTS (A
      *             HOLD RECORD, OR A SECOND SITE IN THE SAME SCAN)
      *             PASSES THEM IN AND NO EVENT LOOKUP IS DONE.
      *               N  FIND THE TROOP'S NIGHTS ONLY
      *               C  CHECK WHETHER NGT-SPOTS FIT ON EVERY NIGHT
      *               T  TAKE NGT-SPOTS ON EVERY NIGHT STAYED
      *               G  GIVE NGT-SPOTS BACK ON EVERY NIGHT STAYED
      *               R  RESET EVERY NIGHT TO THE TOTAL CAPACITY
      *               A  APPLY A TOTAL CAPACITY CHANGE FROM
      *                  NGT-OLD-TOTAL TO EVERY NIGHT
      *================================================================
       01  NGT-RECORD.
           02  NGT-REQUEST-SW PIC X(01).
               88  NGT-FIND-NIGHTS VALUE "N".
               88  NGT-CHECK VALUE "C".
               88  NGT-TAKE VALUE "T".
               88  NGT-GIVE VALUE "G".
               88  NGT-RESET VALUE "R".
               88  NGT-RETOTAL VALUE "A".
           02  NGT-EVENT PIC 9(03).
           02  NGT-ARRIVE-DATE PIC 9(08).
           02  NGT-DEPART-DATE PIC 9(08).
           02  NGT-EVENT-START PIC 9(08).
           02  NGT-EVENT-END PIC 9(08).
           02  NGT-EVENT-NIGHTS PIC 9.
           02  NGT-FIRST-NIGHT PIC 9.
           02  NGT-LAST-NIGHT PIC 9.
           02  NGT-SPOTS PIC 9(03).
           02  NGT-OLD-TOTAL PIC 9(03).
           02  NGT-TOTAL-CAPACITY PIC 9(03).
           02  NGT-NIGHTS.
               03  NGT-NIGHT-LEFT PIC 9(03) OCCURS 7 TIMES.
           02  NGT-CAPACITY-LEFT PIC 9(03).
           02  NGT-FEWEST-LEFT PIC 9(03).
           02  NGT-FITS-SW PIC X(01).
               88  NGT-FITS VALUE "Y".
