      *             FD-CAMPER-EVENT LEADS THE KEY SO ONE TROOP CAN BE
      *             REGISTERED FOR SEVERAL EVENTS AT ONCE; THE EVENT
      *             BEING WORKED COMES FROM THE SIGN-ON SESSION BLOCK.
      *             FD-MEAL-CHOICES CARRIES THE TROOP'S CHOICE FOR EACH
      *             MEAL ON THE EVENT MEAL PLAN (SAME SLOTS AS
      *             EVT-MEAL-PLAN): D = DINING HALL, S = COOKING AT
      *             THE SITE.  A NEW SIGNUP COOKS AT ITS SITE UNTIL
      *             THE TROOP SAYS OTHERWISE.
      *             FD-STAY IS THE TROOP'S ARRIVAL DATE (ITS FIRST
      *             NIGHT) AND DEPARTURE DATE (THE MORNING IT LEAVES).
      *             ZERO MEANS THE EVENT START OR EVENT END DATE, SO A
      *             TROOP STAYING THE WHOLE EVENT NEEDS NEITHER.
      *             FD-VISIT KEEPS THE COUNTS AND CAMPSITE A TROOP HAD
      *             WHEN IT CHECKED OUT.  CHECK-OUT CLEARS THE ACTUAL
      *             COUNTS AND ASSIGNMENT, SO WITHOUT IT A TROOP THAT
      *             CAME AND WENT HOME BEFORE ROLLOVER WOULD ARCHIVE
      *             THE SAME AS ONE THAT NEVER SHOWED UP.
      *================================================================
       FD  FC-CAMPERS.
       01  FD-CAMPER.
                   88  FD-NEED-TRAILER VALUE "Y".
               03  FD-NEED-PROGRAM-SW PIC X(01).
                   88  FD-NEED-PROGRAM VALUE "Y".
           02  FD-MEAL-CHOICES.
               03  FD-MEAL-CHOICE-SW PIC X(01) OCCURS 6 TIMES.
                   88  FD-MEAL-IN-HALL VALUE "D".
                   88  FD-MEAL-AT-SITE VALUE "S".
           02  FD-STAY.
               03  FD-ARRIVE-DATE PIC 9(08).
               03  FD-DEPART-DATE PIC 9(08).
           02  FD-VISIT.
               03  FD-VISITED-SW PIC X(01).
                   88  FD-VISITED VALUE "Y".
               03  FD-VISIT-ADULTS PIC 99.
               03  FD-VISIT-YOUTH PIC 99.
               03  FD-VISIT-MAIN-CAMP PIC X(02).
               03  FD-VISIT-SUBCAMP PIC X(15).
