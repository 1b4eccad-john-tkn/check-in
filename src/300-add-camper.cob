       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. NOV 12, 2024.
      * MODIFICATION HISTORY
      *   10-15-2026  JC  AN ADULT'S YPT EXPIRATION DATE THAT IS NOT A
      *                   VALID DATE IS REFUSED WITH A MESSAGE INSTEAD
      *                   OF BEING STORED.
      *   10-15-2026  JC  A NEW TROOP STARTS WITH NO CHECKED-OUT VISIT
      *                   ON FD-VISIT.
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-08-2026  JC  A NEW TROOP IS REGISTERED FOR EVERY NIGHT OF
      *                   THE EVENT; PARTIAL STAYS ARE KEYED IN TROOP
      *                   MAINTENANCE.
      *   10-07-2026  JC  NEW ROSTER NAMES START OUT ON PROPERTY FOR THE
      *                   GATE PASS SIGN-OUT FIELDS.
      *   10-06-2026  JC  EACH ADULT ROSTER NAME NOW CARRIES THE
      *                   EXPIRATION DATE OF THE ADULT'S YOUTH
      *                   PROTECTION TRAINING, FOR THE TWO-DEEP
      *                   LEADERSHIP CHECK AT CHECK-IN.
      *   10-05-2026  JC  NEW TROOPS START WITH EVERY MEAL COOKED AT THE
      *                   SITE UNTIL A DINING HALL CHOICE IS KEYED IN
      *                   TROOP MAINTENANCE.
      *   10-01-2026  JC  A NEW TROOP IS CHECKED AGAINST THE UNIT
      *                   MASTER (UNITS.DAT); WHEN THE UNIT IS NOT ON
      *                   FILE THE SCOUTMASTER NAME, PHONE, EMAIL, AND
      *                   CHARTERED ORG ARE KEYED AND THE UNIT RECORD
      *                   IS CREATED BEFORE THE ROSTER NAMES.
      *   08-20-2026  JC  TROOP SITE NEEDS (ACCESSIBLE, WATER, TRAILER
      *                   PARKING, NEAR PROGRAM AREA) CAPTURED WHEN A
      *                   TROOP IS ADDED, FOR AUTO-ASSIGN MATCHING.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY ROSTSEL.
           COPY UNITSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY ROSTFD.
           COPY UNITFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
       01 KEY-STATUS PIC 9999.
       01 WS-CAMPER.
               02 WS-CAMPER-AREA PIC 9.
       01 WS-ROST-CONTACT PIC X(30).
       01 WS-ROST-PHONE PIC X(12).
       01 WS-ROST-HEALTH PIC X(01).
       01 WS-ROST-TRAINING PIC 9(08).
       01 WS-DISPLAY-TROOP-AREA PIC 9.
       01 WS-DISPLAY-TROOP-UNIT PIC 999.
       01 WS-UNIT-LEADER PIC X(30).
       01 WS-UNIT-PHONE PIC X(12).
       01 WS-UNIT-EMAIL PIC X(40).
       01 WS-UNIT-CHARTER PIC X(30).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
              10  WS-CURRENT-YEAR    PIC  9(4).
              10  WS-CURRENT-MONTH   PIC  9(2).
              10  WS-CURRENT-DAY     PIC  9(2).
           05  WS-CURRENT-TIME.
              10  WS-CURRENT-HOUR    PIC  9(2).
              10  WS-CURRENT-MINUTE  PIC  9(2).
              10  WS-CURRENT-SECOND  PIC  9(2).
              10  WS-CURRENT-MS      PIC  9(2).
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
           COPY SESSLK.
           05 PIC X(12) USING WS-ROST-PHONE.
           05 LINE 16 COL 2 VALUE IS "HEALTH FORM ON FILE (Y/N):".
           05 PIC X USING WS-ROST-HEALTH.
           05 LINE 17 COL 2 VALUE IS "ADULT YPT EXPIRES (CCYYMMDD):".
           05 PIC 9(8) USING WS-ROST-TRAINING.
           05 LINE 23 COL 1 VALUE IS "F3 - DONE   F9 - ADD NAME".
       01 SS-UNIT-ENTRY AUTO.
           05 LINE 1 COL 30 VALUE IS "NEW UNIT - LEADER CONTACT".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 3 COL 10 PIC 9 USING WS-DISPLAY-TROOP-AREA.
           05 LINE 3 COL 12 PIC 999 USING WS-DISPLAY-TROOP-UNIT.
           05 LINE 5 COL 2
               VALUE IS "UNIT NOT ON FILE - ENTER THE LEADER CONTACT".
           05 LINE 12 COL 2 VALUE IS "SCOUTMASTER:".
           05 PIC X(30) USING WS-UNIT-LEADER.
           05 LINE 13 COL 2 VALUE IS "LEADER PHONE:".
           05 PIC X(12) USING WS-UNIT-PHONE.
           05 LINE 14 COL 2 VALUE IS "LEADER EMAIL:".
           05 PIC X(40) USING WS-UNIT-EMAIL.
           05 LINE 15 COL 2 VALUE IS "CHARTERED ORG:".
           05 PIC X(30) USING WS-UNIT-CHARTER.
           05 LINE 23 COL 1 VALUE IS "F3 - SKIP   F9 - SAVE UNIT".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
           MOVE ZEROES TO FD-AMOUNT-DUE
           PERFORM 315-EDIT-NEEDS
           MOVE WS-CAMPER-NEEDS TO FD-NEEDS
           MOVE ALL "S" TO FD-MEAL-CHOICES
           MOVE ZEROES TO FD-ARRIVE-DATE
           MOVE ZEROES TO FD-DEPART-DATE
           MOVE "N" TO FD-VISITED-SW
           MOVE ZEROES TO FD-VISIT-ADULTS
           MOVE ZEROES TO FD-VISIT-YOUTH
           MOVE SPACES TO FD-VISIT-MAIN-CAMP
           MOVE SPACES TO FD-VISIT-SUBCAMP
           OPEN I-O FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           WRITE FD-CAMPER
           INVALID KEY MOVE "TROOP ALREADY EXISTS" TO WS-MSG
           NOT INVALID KEY MOVE "CAMPER ADDED" TO WS-MSG
                   MOVE FD-CAMPER TO JRNL-IMAGE
                   SET JRNL-CAMPERS TO TRUE
                   SET JRNL-ADD TO TRUE
                   PERFORM 985-WRITE-JOURNAL
           END-WRITE
           PERFORM 911-CHECK-CAMPERS
           CLOSE FC-CAMPERS
           IF WS-MSG = "CAMPER ADDED"
                   PERFORM 340-CHECK-UNIT
                   MOVE ZEROES TO WS-ROST-SEQ
                   OPEN I-O FC-ROSTER
                   PERFORM 913-CHECK-ROSTER
           MOVE SPACES TO WS-ROST-CONTACT
           MOVE SPACES TO WS-ROST-PHONE
           MOVE SPACES TO WS-ROST-HEALTH
           MOVE ZEROES TO WS-ROST-TRAINING
           MOVE WS-CAMPER-AREA TO WS-DISPLAY-TROOP-AREA
           MOVE WS-CAMPER-UNIT TO WS-DISPLAY-TROOP-UNIT
           DISPLAY SS-ROSTER-ENTRY
                   PERFORM 320-ENTER-ROSTER-NAMES
           END-IF
           IF KEY-STATUS = 1009
                   PERFORM 325-EDIT-TRAINING
                   IF WS-MSG = SPACES
                       PERFORM 330-WRITE-ROSTER-NAME
                   END-IF
                   PERFORM 320-ENTER-ROSTER-NAMES
           END-IF.
      * 908-LEADER-CHECK HOLDS THIS DATE AGAINST THE EVENT DATE, SO A
      * BAD ONE IS REFUSED HERE RATHER THAN STORED.
       325-EDIT-TRAINING.
           IF WS-ROST-TYPE = "A" AND WS-ROST-TRAINING NOT = ZEROES
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-ROST-TRAINING)
                           NOT = ZEROES
                       MOVE "NAME NOT SAVED - YPT EXPIRES IS NOT A VALID
      -                    " DATE" TO WS-MSG
                   END-IF
           END-IF.
       330-WRITE-ROSTER-NAME.
           ADD 1 TO WS-ROST-SEQ
           MOVE SESS-EVENT-ID TO ROST-EVENT
                   MOVE "N" TO WS-ROST-HEALTH
           END-IF
           MOVE WS-ROST-HEALTH TO ROST-HEALTH-FORM-SW
           IF ROST-ADULT
                   MOVE WS-ROST-TRAINING TO ROST-TRAINING-EXPIRES
           ELSE
                   MOVE ZEROES TO ROST-TRAINING-EXPIRES
           END-IF
           MOVE "N" TO ROST-SIGNED-OUT-SW
           MOVE ZEROES TO ROST-OUT-DATE
           MOVE ZEROES TO ROST-OUT-TIME
           MOVE SPACES TO ROST-OUT-WITH
           WRITE ROST-RECORD
               INVALID KEY
                   MOVE "NAME NOT SAVED - DUPLICATE SEQUENCE" TO WS-MSG
               NOT INVALID KEY
                   MOVE ROST-RECORD TO JRNL-IMAGE
                   SET JRNL-ROSTER TO TRUE
                   SET JRNL-ADD TO TRUE
                   PERFORM 985-WRITE-JOURNAL
           END-WRITE.
           PERFORM 913-CHECK-ROSTER.
      * THE UNIT MASTER OUTLIVES THE EVENT, SO A UNIT ALREADY ON FILE
      * FROM AN EARLIER WEEKEND IS LEFT ALONE.  A NEW UNIT IS ALWAYS
      * WRITTEN - F3 SKIPS THE CONTACT DETAIL, NOT THE RECORD - SO
      * THE OFFICE CAN FILL IT IN LATER IN UNIT MAINTENANCE.
       340-CHECK-UNIT.
           MOVE WS-CAMPER-AREA TO UNIT-AREA
           MOVE WS-CAMPER-UNIT TO UNIT-NO
           OPEN I-O FC-UNITS
           PERFORM 923-CHECK-UNITS
           READ FC-UNITS
               INVALID KEY
                   MOVE SPACES TO WS-UNIT-LEADER
                   MOVE SPACES TO WS-UNIT-PHONE
                   MOVE SPACES TO WS-UNIT-EMAIL
                   MOVE SPACES TO WS-UNIT-CHARTER
                   PERFORM 345-ENTER-UNIT
           END-READ
           CLOSE FC-UNITS.
       345-ENTER-UNIT.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           MOVE WS-CAMPER-AREA TO WS-DISPLAY-TROOP-AREA
           MOVE WS-CAMPER-UNIT TO WS-DISPLAY-TROOP-UNIT
           DISPLAY SS-UNIT-ENTRY
           ACCEPT SS-UNIT-ENTRY
           IF KEY-STATUS = 0000
                   PERFORM 345-ENTER-UNIT
           END-IF
           IF KEY-STATUS = 1003 OR KEY-STATUS = 1009
                   IF KEY-STATUS = 1003
                       MOVE SPACES TO WS-UNIT-LEADER
                       MOVE SPACES TO WS-UNIT-PHONE
                       MOVE SPACES TO WS-UNIT-EMAIL
                       MOVE SPACES TO WS-UNIT-CHARTER
                   END-IF
                   PERFORM 350-WRITE-UNIT
           END-IF.
       350-WRITE-UNIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CAMPER-AREA TO UNIT-AREA
           MOVE WS-CAMPER-UNIT TO UNIT-NO
           MOVE WS-UNIT-LEADER TO UNIT-LEADER-NAME
           MOVE WS-UNIT-PHONE TO UNIT-LEADER-PHONE
           MOVE WS-UNIT-EMAIL TO UNIT-LEADER-EMAIL
           MOVE WS-UNIT-CHARTER TO UNIT-CHARTER-ORG
           MOVE WS-CURRENT-DATE TO UNIT-ADDED-DATE
           WRITE UNIT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM 923-CHECK-UNITS.
       316-EXIT-WRAPPER.
           IF KEY-STATUS = 1003
                   EVALUATE WS-CAMPER-UNIT
                   MOVE ROST-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       923-CHECK-UNITS.
           IF NOT WS-UNIT-STAT-OK
                   MOVE "UNITS.DAT" TO ERR-FILE
                   MOVE WS-UNIT-STAT TO ERR-STATUS
                   MOVE UNIT-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "300-ADD-CAMPER" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "300-ADD-CAMPER" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
