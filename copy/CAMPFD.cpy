      *              WAITLIST PROMOTION ALL SKIP A CLOSED SITE, AND
      *              REOPENING IT PUTS IT BACK IN THE POOL WITH ITS
      *              CAPACITY INTACT.
      *              FS-CAMP-NIGHTS HOLDS THE SPOTS LEFT ON EACH NIGHT
      *              OF THE EVENT (NIGHT 1 = EVT-DATE) SO A TROOP
      *              LEAVING EARLY FREES ITS SPOTS FOR THE NIGHTS IT
      *              IS GONE.  FS-CAMP-CAPACITY-LEFT IS THE FEWEST
      *              LEFT ON ANY NIGHT - THE ROOM OPEN FOR THE WHOLE
      *              EVENT.  BOTH ARE ONLY EVER MOVED THROUGH
      *              909-NIGHT-CAP.
      *================================================================
       FD  FC-CAMPS.
       01  FS-CAMP.
                   88  FS-CAMP-NEAR-PROGRAM VALUE "Y".
           02  FS-CAMP-CLOSED-SW PIC X(01).
               88  FS-CAMP-CLOSED VALUE "Y".
           02  FS-CAMP-NIGHTS.
               03  FS-CAMP-NIGHT-LEFT PIC 9(03) OCCURS 7 TIMES.
