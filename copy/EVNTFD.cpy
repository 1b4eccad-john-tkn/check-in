      *             SEVERAL EVENTS CAN LIVE ON THE SAME FILES AT ONCE.
      *             AN EVENT IS CLOSED BY THE SEASON ROLLOVER ONCE ITS
      *             RECORDS HAVE BEEN ARCHIVED.
      *             EVT-MEAL-PLAN FLAGS WHICH DINING HALL MEALS THE
      *             EVENT SERVES, ONE BYTE PER MEAL FROM FRIDAY DINNER
      *             (1) THROUGH SUNDAY LUNCH (6); SEE THE MEAL NAME
      *             TABLE IN 327-KITCHEN-RPT.
      *             EVT-DATE IS THE FIRST NIGHT OF THE EVENT AND
      *             EVT-END-DATE THE MORNING EVERYONE LEAVES, SO A
      *             FRIDAY-TO-SUNDAY WEEKEND IS TWO NIGHTS.  A ZERO
      *             END DATE IS A ONE-NIGHT EVENT.  CAMPSITE CAPACITY
      *             IS KEPT NIGHT BY NIGHT ACROSS THIS RANGE (SEE
      *             909-NIGHT-CAP), SEVEN NIGHTS AT MOST.
      *================================================================
       FD  FC-EVENTS.
       01  EVT-RECORD.
           02  EVT-STATUS-SW PIC X(01).
               88  EVT-OPEN VALUE "O".
               88  EVT-CLOSED VALUE "C".
           02  EVT-MEAL-PLAN.
               03  EVT-MEAL-SERVED-SW PIC X(01) OCCURS 6 TIMES.
                   88  EVT-MEAL-SERVED VALUE "Y".
           02  EVT-END-DATE PIC 9(08).
