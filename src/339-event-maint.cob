      * SCREEN, AN EXISTING ONE INTO EDIT/DELETE.  AN EVENT WITH
      * TROOPS STILL REGISTERED UNDER IT CANNOT BE DELETED - RUN THE
      * SEASON ROLLOVER FOR THAT EVENT FIRST SO THE SIGNUPS LAND IN
      * THE HISTORY FILES INSTEAD OF BEING ORPHANED.  THE MEAL PLAN
      * FLAGS WHICH DINING HALL MEALS THE EVENT SERVES; A NEW EVENT
      * STARTS WITH EVERY MEAL SERVED.  THE START DATE IS THE FIRST
      * NIGHT AND THE END DATE THE MORNING THE EVENT BREAKS CAMP; A
      * ZERO END DATE IS A ONE-NIGHT EVENT, AND NO EVENT RUNS MORE
      * THAN THE SEVEN NIGHTS CAMPSITE CAPACITY IS KEPT FOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       01 WS-LOOKUP-ID PIC 9(03).
       01 WS-EDIT-NAME PIC X(30).
       01 WS-EDIT-DATE PIC 9(08).
       01 WS-EDIT-END-DATE PIC 9(08).
       01 WS-MAX-NIGHTS PIC 9 VALUE 7.
       01 WS-EVENT-NIGHTS PIC S9(05).
       01 WS-EDIT-STATUS PIC X(01).
           88 WS-VALID-STATUS VALUES "O" "C".
       01 WS-EDIT-MEALS.
           02 WS-EDIT-FRI-DINNER PIC X(01).
           02 WS-EDIT-SAT-BREAKFAST PIC X(01).
           02 WS-EDIT-SAT-LUNCH PIC X(01).
           02 WS-EDIT-SAT-DINNER PIC X(01).
           02 WS-EDIT-SUN-BREAKFAST PIC X(01).
           02 WS-EDIT-SUN-LUNCH PIC X(01).
       01 WS-EDIT-MEAL-TABLE REDEFINES WS-EDIT-MEALS.
           02 WS-EDIT-MEAL-SW PIC X(01) OCCURS 6 TIMES.
               88 WS-VALID-MEAL-SW VALUES "Y" "N".
       01 WS-MEAL-IX PIC 9(01).
       01 WS-MEALS-VALID-SW PIC X(01).
           88 WS-MEALS-VALID VALUE "Y".
       01 WS-TROOPS-ON-EVENT PIC 9(01).
           88 WS-EVENT-HAS-TROOPS VALUE 1.
       LINKAGE SECTION.
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "NAME:".
           05 PIC X(30) USING WS-EDIT-NAME.
           05 LINE 13 COL 2 VALUE IS "START DATE (CCYYMMDD):".
           05 PIC 9(8) USING WS-EDIT-DATE.
           05 LINE 14 COL 2 VALUE IS "END DATE (CCYYMMDD):".
           05 LINE 14 COL 25 PIC 9(8) USING WS-EDIT-END-DATE.
           05 LINE 15 COL 2 VALUE IS "STATUS (O=OPEN, C=CLOSED):".
           05 PIC X USING WS-EDIT-STATUS.
           05 LINE 16 COL 2 VALUE IS "MEALS SERVED (Y/N):".
           05 LINE 17 COL 4 VALUE IS "FRI DINNER:".
           05 LINE 17 COL 20 PIC X USING WS-EDIT-FRI-DINNER.
           05 LINE 18 COL 4 VALUE IS "SAT BREAKFAST:".
           05 LINE 18 COL 20 PIC X USING WS-EDIT-SAT-BREAKFAST.
           05 LINE 19 COL 4 VALUE IS "SAT LUNCH:".
           05 LINE 19 COL 20 PIC X USING WS-EDIT-SAT-LUNCH.
           05 LINE 20 COL 4 VALUE IS "SAT DINNER:".
           05 LINE 20 COL 20 PIC X USING WS-EDIT-SAT-DINNER.
           05 LINE 21 COL 4 VALUE IS "SUN BREAKFAST:".
           05 LINE 21 COL 20 PIC X USING WS-EDIT-SUN-BREAKFAST.
           05 LINE 22 COL 4 VALUE IS "SUN LUNCH:".
           05 LINE 22 COL 20 PIC X USING WS-EDIT-SUN-LUNCH.
           05 LINE 23 COL 1
               VALUE IS "F3 - BACK   F8 - DELETE   F9 - SAVE".
       01 SS-EVENT-ADD AUTO.
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "NAME:".
           05 PIC X(30) USING WS-EDIT-NAME.
           05 LINE 13 COL 2 VALUE IS "START DATE (CCYYMMDD):".
           05 PIC 9(8) USING WS-EDIT-DATE.
           05 LINE 14 COL 2 VALUE IS "END DATE (CCYYMMDD):".
           05 LINE 14 COL 25 PIC 9(8) USING WS-EDIT-END-DATE.
           05 LINE 16 COL 2 VALUE IS "MEALS SERVED (Y/N):".
           05 LINE 17 COL 4 VALUE IS "FRI DINNER:".
           05 LINE 17 COL 20 PIC X USING WS-EDIT-FRI-DINNER.
           05 LINE 18 COL 4 VALUE IS "SAT BREAKFAST:".
           05 LINE 18 COL 20 PIC X USING WS-EDIT-SAT-BREAKFAST.
           05 LINE 19 COL 4 VALUE IS "SAT LUNCH:".
           05 LINE 19 COL 20 PIC X USING WS-EDIT-SAT-LUNCH.
           05 LINE 20 COL 4 VALUE IS "SAT DINNER:".
           05 LINE 20 COL 20 PIC X USING WS-EDIT-SAT-DINNER.
           05 LINE 21 COL 4 VALUE IS "SUN BREAKFAST:".
           05 LINE 21 COL 20 PIC X USING WS-EDIT-SUN-BREAKFAST.
           05 LINE 22 COL 4 VALUE IS "SUN LUNCH:".
           05 LINE 22 COL 20 PIC X USING WS-EDIT-SUN-LUNCH.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - ADD".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           MOVE ZEROES TO WS-LOOKUP-ID
           MOVE SPACES TO WS-EDIT-NAME
           MOVE ZEROES TO WS-EDIT-DATE
           MOVE ZEROES TO WS-EDIT-END-DATE
           MOVE SPACES TO WS-EDIT-STATUS
           MOVE ALL "Y" TO WS-EDIT-MEALS.
       345-LOOKUP-EVENT.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
                           NOT INVALID KEY
                               MOVE EVT-NAME TO WS-EDIT-NAME
                               MOVE EVT-DATE TO WS-EDIT-DATE
                               MOVE EVT-END-DATE TO WS-EDIT-END-DATE
                               MOVE EVT-STATUS-SW TO WS-EDIT-STATUS
                               MOVE EVT-MEAL-PLAN TO WS-EDIT-MEALS
                               PERFORM 350-EDIT-DELETE
                       END-READ
                   END-IF
               WHEN 1008
                       PERFORM 355-DELETE-EVENT
               WHEN 1009
                       PERFORM 365-EDIT-MEAL-PLAN
                       PERFORM 367-EDIT-DATES
                       IF NOT WS-VALID-STATUS
                           MOVE "STATUS MUST BE O OR C" TO WS-MSG
                       END-IF
                       IF WS-MSG NOT = SPACES
                           PERFORM 350-EDIT-DELETE
                       ELSE
                           MOVE WS-EDIT-NAME TO EVT-NAME
                           MOVE WS-EDIT-DATE TO EVT-DATE
                           MOVE WS-EDIT-END-DATE TO EVT-END-DATE
                           MOVE WS-EDIT-STATUS TO EVT-STATUS-SW
                           MOVE WS-EDIT-MEALS TO EVT-MEAL-PLAN
                           REWRITE EVT-RECORD
                               INVALID KEY
                                   MOVE "UPDATE FAILED" TO WS-MSG
                   END-READ
           END-START
           CLOSE FC-CAMPERS.
      * EVERY MEAL FLAG MUST BE Y OR N; A BAD ONE LEAVES THE MESSAGE
      * SET SO THE SCREEN IS SHOWN AGAIN INSTEAD OF SAVED.
       365-EDIT-MEAL-PLAN.
           MOVE "Y" TO WS-MEALS-VALID-SW
           PERFORM 366-EDIT-MEAL-SW
               VARYING WS-MEAL-IX FROM 1 BY 1 UNTIL WS-MEAL-IX > 6
           IF NOT WS-MEALS-VALID
                   MOVE "MEALS SERVED MUST BE Y OR N" TO WS-MSG
           END-IF.
       366-EDIT-MEAL-SW.
           IF NOT WS-VALID-MEAL-SW (WS-MEAL-IX)
                   MOVE "N" TO WS-MEALS-VALID-SW
           END-IF.
      * AN END DATE, WHEN GIVEN, MUST FALL AFTER THE START DATE AND
      * NO MORE THAN SEVEN NIGHTS PAST IT.
       367-EDIT-DATES.
           IF WS-EDIT-END-DATE NOT = ZEROES
                   IF WS-EDIT-END-DATE NOT > WS-EDIT-DATE
                       MOVE "END DATE MUST BE AFTER THE START DATE"
                           TO WS-MSG
                   ELSE
                       COMPUTE WS-EVENT-NIGHTS =
                           FUNCTION INTEGER-OF-DATE (WS-EDIT-END-DATE)
                           - FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE)
                       IF WS-EVENT-NIGHTS < 1
                           MOVE "START OR END DATE IS NOT A VALID DATE"
                               TO WS-MSG
                       END-IF
                       IF WS-EVENT-NIGHTS > WS-MAX-NIGHTS
                           MOVE "AN EVENT RUNS SEVEN NIGHTS AT MOST"
                               TO WS-MSG
                       END-IF
                   END-IF
           END-IF.
       370-ADD-EVENT.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
               WHEN 0000
                       PERFORM 370-ADD-EVENT
               WHEN 1009
                       PERFORM 365-EDIT-MEAL-PLAN
                       PERFORM 367-EDIT-DATES
                       IF WS-EDIT-NAME = SPACES
                           MOVE "EVENT NAME IS REQUIRED" TO WS-MSG
                       END-IF
                       IF WS-MSG NOT = SPACES
                           PERFORM 370-ADD-EVENT
                       ELSE
                           MOVE WS-LOOKUP-ID TO EVT-ID
                           MOVE WS-EDIT-NAME TO EVT-NAME
                           MOVE WS-EDIT-DATE TO EVT-DATE
                           MOVE WS-EDIT-END-DATE TO EVT-END-DATE
                           SET EVT-OPEN TO TRUE
                           MOVE WS-EDIT-MEALS TO EVT-MEAL-PLAN
                           WRITE EVT-RECORD
                               INVALID KEY
                                   MOVE "EVENT ALREADY EXISTS" TO WS-MSG
