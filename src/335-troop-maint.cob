      * DELETED - CHECK IT OUT FIRST SO THE CAMPSITE GETS ITS
      * CAPACITY BACK.
      * MODIFICATION HISTORY
      *   10-15-2026  JC  STAY DATES CANNOT CHANGE WHILE THE TROOP HOLDS
      *                   AN ASSIGNED OR OFFERED CAMPSITE.
      *   10-15-2026  JC  AN ADULT'S YPT EXPIRATION DATE THAT IS NOT A
      *                   VALID DATE IS REFUSED WITH A MESSAGE ON THE
      *                   ROSTER EDIT AND ADD SCREENS INSTEAD OF BEING
      *                   STORED.
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-08-2026  JC  ARRIVAL AND DEPARTURE DATES CAN NOW BE KEYED
      *                   ON THE EDIT SCREEN FOR A TROOP STAYING PART OF
      *                   A MULTI-NIGHT EVENT.
      *   10-07-2026  JC  NEW ROSTER NAMES START OUT ON PROPERTY FOR THE
      *                   GATE PASS SIGN-OUT FIELDS.
      *   10-06-2026  JC  ADULT YOUTH PROTECTION TRAINING EXPIRATION
      *                   DATE CAN NOW BE KEYED ON THE ROSTER EDIT AND
      *                   ADD SCREENS.
      *   10-05-2026  JC  DINING HALL OR SITE COOKING CAN NOW BE CHOSEN
      *                   FOR EACH MEAL ON THE EDIT SCREEN, FOR THE
      *                   KITCHEN MEAL COUNTS.
      *   10-04-2026  JC  DELETING A ROSTER NAME OR A WHOLE TROOP NOW
      *                   RELEASES ITS MERIT BADGE CLASS SEATS THROUGH
      *                   907-RELEASE-SEATS.
      *   08-28-2026  JC  EMERGENCY CONTACT NAME, PHONE, AND
      *                   HEALTH-FORM FLAG CAN NOW BE KEYED ON THE
      *                   ROSTER EDIT AND ADD SCREENS FOR THE COUNCIL
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-LOOKUP.
               02 WS-NEED-WATER PIC X(01).
               02 WS-NEED-TRAILER PIC X(01).
               02 WS-NEED-PROGRAM PIC X(01).
       01 WS-NEW-MEALS.
               02 WS-MEAL-FRI-DINNER PIC X(01).
               02 WS-MEAL-SAT-BREAKFAST PIC X(01).
               02 WS-MEAL-SAT-LUNCH PIC X(01).
               02 WS-MEAL-SAT-DINNER PIC X(01).
               02 WS-MEAL-SUN-BREAKFAST PIC X(01).
               02 WS-MEAL-SUN-LUNCH PIC X(01).
       01 WS-NEW-ARRIVE-DATE PIC 9(08).
       01 WS-NEW-DEPART-DATE PIC 9(08).
       01 WS-STAY-NIGHTS PIC S9(05).
       01 WS-EDIT-SEQ PIC 999.
       01 WS-EDIT-NAME PIC X(30).
       01 WS-EDIT-TYPE PIC X(01).
       01 WS-EDIT-CONTACT PIC X(30).
       01 WS-EDIT-PHONE PIC X(12).
       01 WS-EDIT-HEALTH PIC X(01).
       01 WS-EDIT-TRAINING PIC 9(08).
       01 WS-ADD-NAME PIC X(30).
       01 WS-ADD-TYPE PIC X(01).
       01 WS-ADD-CONTACT PIC X(30).
       01 WS-ADD-PHONE PIC X(12).
       01 WS-ADD-HEALTH PIC X(01).
       01 WS-ADD-TRAINING PIC 9(08).
       01 WS-TRAINING-TYPE PIC X(01).
       01 WS-TRAINING-DATE PIC 9(08).
       01 WS-MAX-SEQ PIC 999.
       01 WS-ROSTER-DONE-SW PIC X(01).
           88 WS-NO-MORE-ROSTER-NAMES VALUE "Y".
           88 WS-SKIPPING-TO-ADD VALUE "Y".
       01 WS-PURGE-DONE-SW PIC X(01).
           88 WS-PURGE-COMPLETE VALUE "Y".
       01 WS-SEAT-KEY.
               02 WS-SEAT-EVENT PIC 9(03).
               02 WS-SEAT-AREA PIC 9.
               02 WS-SEAT-UNIT PIC 999.
               02 WS-SEAT-SEQ PIC 9(03).
       01 WS-SEATS-RELEASED PIC 9(03).
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
           COPY SESSLK.
           05 PIC X USING WS-NEED-TRAILER.
           05 LINE 18 COL 2 VALUE IS "NEEDS PROGRAM AREA (Y/N):".
           05 PIC X USING WS-NEED-PROGRAM.
           05 LINE 12 COL 45 VALUE IS "MEALS (D=DINING HALL, S=SITE):".
           05 LINE 13 COL 47 VALUE IS "FRI DINNER:".
           05 LINE 13 COL 63 PIC X USING WS-MEAL-FRI-DINNER.
           05 LINE 14 COL 47 VALUE IS "SAT BREAKFAST:".
           05 LINE 14 COL 63 PIC X USING WS-MEAL-SAT-BREAKFAST.
           05 LINE 15 COL 47 VALUE IS "SAT LUNCH:".
           05 LINE 15 COL 63 PIC X USING WS-MEAL-SAT-LUNCH.
           05 LINE 16 COL 47 VALUE IS "SAT DINNER:".
           05 LINE 16 COL 63 PIC X USING WS-MEAL-SAT-DINNER.
           05 LINE 17 COL 47 VALUE IS "SUN BREAKFAST:".
           05 LINE 17 COL 63 PIC X USING WS-MEAL-SUN-BREAKFAST.
           05 LINE 18 COL 47 VALUE IS "SUN LUNCH:".
           05 LINE 18 COL 63 PIC X USING WS-MEAL-SUN-LUNCH.
           05 LINE 20 COL 2 VALUE IS "ARRIVES (CCYYMMDD, 0=START):".
           05 LINE 20 COL 32 PIC 9(8) USING WS-NEW-ARRIVE-DATE.
           05 LINE 21 COL 2 VALUE IS "DEPARTS (CCYYMMDD, 0=END):".
           05 LINE 21 COL 32 PIC 9(8) USING WS-NEW-DEPART-DATE.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F5 - ROSTER   F8 - DEL
      -        "ETE   F9 - SAVE".
       01 SS-ROSTER-EDIT AUTO.
           05 PIC X(12) USING WS-EDIT-PHONE.
           05 LINE 16 COL 2 VALUE IS "HEALTH FORM ON FILE (Y/N):".
           05 PIC X USING WS-EDIT-HEALTH.
           05 LINE 17 COL 2 VALUE IS "ADULT YPT EXPIRES (CCYYMMDD):".
           05 PIC 9(8) USING WS-EDIT-TRAINING.
           05 LINE 23 COL 1 VALUE IS "F3 - SKIP TO ADD   F8 - DELETE   F
      -        "9 - SAVE/NEXT".
       01 SS-ROSTER-ADD AUTO.
           05 PIC X(12) USING WS-ADD-PHONE.
           05 LINE 16 COL 2 VALUE IS "HEALTH FORM ON FILE (Y/N):".
           05 PIC X USING WS-ADD-HEALTH.
           05 LINE 17 COL 2 VALUE IS "ADULT YPT EXPIRES (CCYYMMDD):".
           05 PIC 9(8) USING WS-ADD-TRAINING.
           05 LINE 23 COL 1 VALUE IS "F3 - DONE   F9 - ADD NAME".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           MOVE ZEROES TO WS-LOOKUP-UNIT
           MOVE ZEROES TO WS-NEW-ADULTS
           MOVE ZEROES TO WS-NEW-YOUTH
           MOVE ALL "N" TO WS-NEW-NEEDS
           MOVE ALL "S" TO WS-NEW-MEALS
           MOVE ZEROES TO WS-NEW-ARRIVE-DATE
           MOVE ZEROES TO WS-NEW-DEPART-DATE.
       340-LOOKUP-TROOP.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
                           MOVE FD-ADULTS TO WS-NEW-ADULTS
                           MOVE FD-YOUTH TO WS-NEW-YOUTH
                           MOVE FD-NEEDS TO WS-NEW-NEEDS
                           MOVE FD-MEAL-CHOICES TO WS-NEW-MEALS
                           MOVE FD-ARRIVE-DATE TO WS-NEW-ARRIVE-DATE
                           MOVE FD-DEPART-DATE TO WS-NEW-DEPART-DATE
                           MOVE WS-LOOKUP-AREA
                               TO WS-DISPLAY-TROOP-AREA
                           MOVE WS-LOOKUP-UNIT
               WHEN 1008
                       PERFORM 355-DELETE-TROOP
               WHEN 1009
                       PERFORM 354-EDIT-STAY
                       IF WS-MSG NOT = SPACES
                           PERFORM 350-EDIT-DELETE
                       ELSE
                           MOVE WS-NEW-ADULTS TO FD-ADULTS
                           MOVE WS-NEW-YOUTH TO FD-YOUTH
                           PERFORM 352-EDIT-NEEDS
                           MOVE WS-NEW-NEEDS TO FD-NEEDS
                           PERFORM 353-EDIT-MEALS
                           MOVE WS-NEW-MEALS TO FD-MEAL-CHOICES
                           MOVE WS-NEW-ARRIVE-DATE TO FD-ARRIVE-DATE
                           MOVE WS-NEW-DEPART-DATE TO FD-DEPART-DATE
                           REWRITE FD-CAMPER
                               INVALID KEY
                                   MOVE "UPDATE FAILED" TO WS-MSG
                               NOT INVALID KEY
                                   MOVE "TROOP UPDATED" TO WS-MSG
                                   MOVE FD-CAMPER TO JRNL-IMAGE
                                   SET JRNL-CAMPERS TO TRUE
                                   SET JRNL-CHANGE TO TRUE
                                   PERFORM 985-WRITE-JOURNAL
                           END-REWRITE
                           PERFORM 911-CHECK-CAMPERS
                           CLOSE FC-CAMPERS
                           PERFORM 336-CLEAR-DATA
                           PERFORM 340-LOOKUP-TROOP
                       END-IF
               WHEN OTHER
                       PERFORM 350-EDIT-DELETE
           END-EVALUATE.
           IF WS-NEED-PROGRAM NOT = "Y"
                   MOVE "N" TO WS-NEED-PROGRAM
           END-IF.
      * ANYTHING BUT AN EXPLICIT D IS STORED AS S, SO THE KITCHEN
      * COUNTS ONLY THE MEALS A TROOP HAS SAID IT WILL EAT IN THE HALL.
       353-EDIT-MEALS.
           IF WS-MEAL-FRI-DINNER NOT = "D"
                   MOVE "S" TO WS-MEAL-FRI-DINNER
           END-IF
           IF WS-MEAL-SAT-BREAKFAST NOT = "D"
                   MOVE "S" TO WS-MEAL-SAT-BREAKFAST
           END-IF
           IF WS-MEAL-SAT-LUNCH NOT = "D"
                   MOVE "S" TO WS-MEAL-SAT-LUNCH
           END-IF
           IF WS-MEAL-SAT-DINNER NOT = "D"
                   MOVE "S" TO WS-MEAL-SAT-DINNER
           END-IF
           IF WS-MEAL-SUN-BREAKFAST NOT = "D"
                   MOVE "S" TO WS-MEAL-SUN-BREAKFAST
           END-IF
           IF WS-MEAL-SUN-LUNCH NOT = "D"
                   MOVE "S" TO WS-MEAL-SUN-LUNCH
           END-IF.
      * THE SITE'S NIGHT TABLE WAS TAKEN ON THE NIGHTS THE TROOP
      * CHECKED IN FOR, OR WAS ASSIGNED OR OFFERED A SITE FOR, SO THE
      * STAY CANNOT MOVE UNDER A TROOP THAT IS CHECKED IN OR HOLDS A
      * SITE - RELEASE THE SITE FIRST.  A ZERO DATE MEANS THE EVENT
      * START OR END.
       354-EDIT-STAY.
           IF FD-CHECKED-IN AND
                   (WS-NEW-ARRIVE-DATE NOT = FD-ARRIVE-DATE OR
                   WS-NEW-DEPART-DATE NOT = FD-DEPART-DATE)
                   MOVE "TROOP IS CHECKED IN - STAY DATES CANNOT CHANGE"
                       TO WS-MSG
           END-IF
           IF WS-MSG = SPACES AND
                   FD-ASSIGNED-MAIN-CAMP NOT = SPACES AND
                   FD-ASSIGNED-MAIN-CAMP NOT = LOW-VALUES AND
                   (WS-NEW-ARRIVE-DATE NOT = FD-ARRIVE-DATE OR
                   WS-NEW-DEPART-DATE NOT = FD-DEPART-DATE)
                   MOVE "TROOP HAS A CAMPSITE ASSIGNED - STAY DATES CANN
      -                "OT CHANGE" TO WS-MSG
           END-IF
           IF WS-MSG = SPACES AND WS-NEW-ARRIVE-DATE NOT = ZEROES
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-ARRIVE-DATE)
                           NOT = ZEROES
                       MOVE "ARRIVAL DATE IS NOT A VALID DATE" TO WS-MSG
                   END-IF
           END-IF
           IF WS-MSG = SPACES AND WS-NEW-DEPART-DATE NOT = ZEROES
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-DEPART-DATE)
                           NOT = ZEROES
                       MOVE "DEPARTURE DATE IS NOT A VALID DATE"
                           TO WS-MSG
                   END-IF
           END-IF
           IF WS-MSG = SPACES AND WS-NEW-ARRIVE-DATE NOT = ZEROES
                   AND WS-NEW-DEPART-DATE NOT = ZEROES
                   COMPUTE WS-STAY-NIGHTS =
                       FUNCTION INTEGER-OF-DATE (WS-NEW-DEPART-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-NEW-ARRIVE-DATE)
                   IF WS-STAY-NIGHTS < 1
                       MOVE "DEPARTURE MUST BE AFTER ARRIVAL" TO WS-MSG
                   END-IF
           END-IF.
       355-DELETE-TROOP.
           IF FD-CHECKED-IN
                   MOVE "TROOP IS CHECKED IN - CHECK OUT FIRST"
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE FD-CAMPER TO JRNL-IMAGE
                           SET JRNL-CAMPERS TO TRUE
                           SET JRNL-DELETE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                           PERFORM 380-PURGE-ROSTER
                           MOVE SESS-EVENT-ID TO WS-SEAT-EVENT
                           MOVE WS-LOOKUP-AREA TO WS-SEAT-AREA
                           MOVE WS-LOOKUP-UNIT TO WS-SEAT-UNIT
                           MOVE ZEROES TO WS-SEAT-SEQ
                           CALL '907-RELEASE-SEATS' USING WS-SEAT-KEY
                               WS-SEATS-RELEASED
                           MOVE "TROOP AND ROSTER DELETED" TO WS-MSG
                   END-DELETE
                   PERFORM 911-CHECK-CAMPERS
           MOVE ROST-CONTACT-NAME TO WS-EDIT-CONTACT
           MOVE ROST-CONTACT-PHONE TO WS-EDIT-PHONE
           MOVE ROST-HEALTH-FORM-SW TO WS-EDIT-HEALTH
           MOVE ROST-TRAINING-EXPIRES TO WS-EDIT-TRAINING
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
                           INVALID KEY
                               MOVE "DELETE FAILED" TO WS-MSG
                           NOT INVALID KEY
                               MOVE ROST-RECORD TO JRNL-IMAGE
                               SET JRNL-ROSTER TO TRUE
                               SET JRNL-DELETE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                               MOVE ROST-KEY TO WS-SEAT-KEY
                               CALL '907-RELEASE-SEATS'
                                   USING WS-SEAT-KEY WS-SEATS-RELEASED
                               IF WS-SEATS-RELEASED > ZEROES
                                   MOVE "NAME DELETED - CLASS SEATS RELE
      -                                "ASED" TO WS-MSG
                               ELSE
                                   MOVE "NAME DELETED" TO WS-MSG
                               END-IF
                       END-DELETE
                       PERFORM 913-CHECK-ROSTER
               WHEN 1009
                       MOVE WS-EDIT-TYPE TO WS-TRAINING-TYPE
                       MOVE WS-EDIT-TRAINING TO WS-TRAINING-DATE
                       PERFORM 374-EDIT-TRAINING
                       IF WS-MSG NOT = SPACES
                           PERFORM 364-ROSTER-SCREEN
                       ELSE
                           MOVE WS-EDIT-NAME TO ROST-NAME
                           MOVE WS-EDIT-TYPE TO ROST-TYPE
                           MOVE WS-EDIT-CONTACT TO ROST-CONTACT-NAME
                           MOVE WS-EDIT-PHONE TO ROST-CONTACT-PHONE
                           IF WS-EDIT-HEALTH NOT = "Y"
                               MOVE "N" TO WS-EDIT-HEALTH
                           END-IF
                           MOVE WS-EDIT-HEALTH TO ROST-HEALTH-FORM-SW
                           IF ROST-ADULT
                               MOVE WS-EDIT-TRAINING
                                   TO ROST-TRAINING-EXPIRES
                           ELSE
                               MOVE ZEROES TO ROST-TRAINING-EXPIRES
                           END-IF
                           REWRITE ROST-RECORD
                               INVALID KEY
                                   MOVE "UPDATE FAILED" TO WS-MSG
                               NOT INVALID KEY
                                   MOVE "NAME UPDATED" TO WS-MSG
                                   MOVE ROST-RECORD TO JRNL-IMAGE
                                   SET JRNL-ROSTER TO TRUE
                                   SET JRNL-CHANGE TO TRUE
                                   PERFORM 985-WRITE-JOURNAL
                           END-REWRITE
                           PERFORM 913-CHECK-ROSTER
                       END-IF
               WHEN OTHER
                       PERFORM 364-ROSTER-SCREEN
           END-EVALUATE.
           MOVE SPACES TO WS-ADD-CONTACT
           MOVE SPACES TO WS-ADD-PHONE
           MOVE SPACES TO WS-ADD-HEALTH
           MOVE ZEROES TO WS-ADD-TRAINING
           DISPLAY SS-ROSTER-ADD
           ACCEPT SS-ROSTER-ADD
           IF KEY-STATUS = 0000
                   PERFORM 370-ADD-ROSTER-NAME
           END-IF.
       372-WRITE-ROSTER-NAME.
           MOVE WS-ADD-TYPE TO WS-TRAINING-TYPE
           MOVE WS-ADD-TRAINING TO WS-TRAINING-DATE
           IF WS-ADD-NAME = SPACES
                   MOVE "NAME IS REQUIRED" TO WS-MSG
           ELSE
                   PERFORM 374-EDIT-TRAINING
           END-IF
           IF WS-MSG = SPACES
                   ADD 1 TO WS-MAX-SEQ
                   MOVE SESS-EVENT-ID TO ROST-EVENT
                   MOVE WS-LOOKUP-AREA TO ROST-AREA
                       MOVE "N" TO WS-ADD-HEALTH
                   END-IF
                   MOVE WS-ADD-HEALTH TO ROST-HEALTH-FORM-SW
                   IF ROST-ADULT
                       MOVE WS-ADD-TRAINING TO ROST-TRAINING-EXPIRES
                   ELSE
                       MOVE ZEROES TO ROST-TRAINING-EXPIRES
                   END-IF
                   MOVE "N" TO ROST-SIGNED-OUT-SW
                   MOVE ZEROES TO ROST-OUT-DATE
                   MOVE ZEROES TO ROST-OUT-TIME
                   MOVE SPACES TO ROST-OUT-WITH
                   WRITE ROST-RECORD
                       INVALID KEY
                           MOVE "NAME NOT SAVED - DUPLICATE SEQUENCE"
                               TO WS-MSG
                       NOT INVALID KEY
                           MOVE "NAME ADDED" TO WS-MSG
                           MOVE ROST-RECORD TO JRNL-IMAGE
                           SET JRNL-ROSTER TO TRUE
                           SET JRNL-ADD TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                   END-WRITE
                   PERFORM 913-CHECK-ROSTER
           END-IF.
      * 908-LEADER-CHECK HOLDS THIS DATE AGAINST THE EVENT DATE, SO A
      * BAD ONE IS REFUSED HERE RATHER THAN STORED.
       374-EDIT-TRAINING.
           IF WS-TRAINING-TYPE = "A" AND WS-TRAINING-DATE NOT = ZEROES
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-TRAINING-DATE)
                           NOT = ZEROES
                       MOVE "NAME NOT SAVED - YPT EXPIRES IS NOT A VALID
      -                    " DATE" TO WS-MSG
                   END-IF
           END-IF.
       380-PURGE-ROSTER.
           OPEN I-O FC-ROSTER
           PERFORM 913-CHECK-ROSTER
                       DELETE FC-ROSTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ROST-RECORD TO JRNL-IMAGE
                               SET JRNL-ROSTER TO TRUE
                               SET JRNL-DELETE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                       END-DELETE
                       PERFORM 913-CHECK-ROSTER
                   END-IF
                   MOVE ROST-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "335-TROOP-MAINT" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "335-TROOP-MAINT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
