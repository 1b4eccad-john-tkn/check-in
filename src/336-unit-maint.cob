       IDENTIFICATION DIVISION.
       PROGRAM-ID. 336-UNIT-MAINT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 01, 2026.
      * FILE MAINTENANCE FOR THE UNIT MASTER (UNITS.DAT), BUILT LIKE
      * THE USER SCREEN IN 337-USER-MAINT.  REACHED ONLY THROUGH THE
      * FILE MAINTENANCE MENU, WHICH ALREADY REQUIRES A SUPERVISOR
      * SIGN-ON.  LOOK A UNIT UP BY AREA/UNIT: A NEW UNIT DROPS INTO
      * THE ADD SCREEN, AN EXISTING ONE INTO EDIT/DELETE.  A UNIT
      * STILL SIGNED UP FOR ANY EVENT ON CAMPERS.DAT CANNOT BE
      * DELETED - THE GATE WOULD LOSE THE LEADER CONTACT FOR A TROOP
      * THAT IS STILL COMING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY UNITSEL.
           COPY CAMPRSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY UNITFD.
           COPY CAMPRFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-LOOKUP.
           02 WS-LOOKUP-AREA PIC 9.
           02 WS-LOOKUP-UNIT PIC 999.
       01 WS-EDIT-LEADER PIC X(30).
       01 WS-EDIT-PHONE PIC X(12).
       01 WS-EDIT-EMAIL PIC X(40).
       01 WS-EDIT-CHARTER PIC X(30).
       01 WS-UNIT-SIGNED-UP-SW PIC X(01).
           88 WS-UNIT-SIGNED-UP VALUE "Y".
       01 WS-CAMPERS-DONE-SW PIC X(01).
           88 WS-NO-MORE-CAMPERS VALUE "Y".
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
       SCREEN SECTION.
       01 CLEAR-SCREEN.
               05 BLANK SCREEN.
       01 SS-UNIT-LOOKUP AUTO.
           05 LINE 1 COL 33 VALUE IS "FILE MAINTENANCE - UNITS".
           05 LINE 12 COL 2 VALUE IS "TROOP AREA:".
           05 PIC 9 USING WS-LOOKUP-AREA.
           05 LINE 13 COL 2 VALUE IS "TROOP UNIT:".
           05 PIC 999 USING WS-LOOKUP-UNIT.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - LOOKUP".
       01 SS-UNIT-EDIT AUTO.
           05 LINE 1 COL 31 VALUE IS "EDIT OR DELETE UNIT".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 3 COL 10 PIC 9 USING WS-LOOKUP-AREA
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 12 PIC 999 USING WS-LOOKUP-UNIT
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "SCOUTMASTER:".
           05 PIC X(30) USING WS-EDIT-LEADER.
           05 LINE 13 COL 2 VALUE IS "LEADER PHONE:".
           05 PIC X(12) USING WS-EDIT-PHONE.
           05 LINE 14 COL 2 VALUE IS "LEADER EMAIL:".
           05 PIC X(40) USING WS-EDIT-EMAIL.
           05 LINE 15 COL 2 VALUE IS "CHARTERED ORG:".
           05 PIC X(30) USING WS-EDIT-CHARTER.
           05 LINE 23 COL 1
               VALUE IS "F3 - BACK   F8 - DELETE   F9 - SAVE".
       01 SS-UNIT-ADD AUTO.
           05 LINE 1 COL 35 VALUE IS "ADD UNIT".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 3 COL 10 PIC 9 USING WS-LOOKUP-AREA
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 12 PIC 999 USING WS-LOOKUP-UNIT
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "SCOUTMASTER:".
           05 PIC X(30) USING WS-EDIT-LEADER.
           05 LINE 13 COL 2 VALUE IS "LEADER PHONE:".
           05 PIC X(12) USING WS-EDIT-PHONE.
           05 LINE 14 COL 2 VALUE IS "LEADER EMAIL:".
           05 PIC X(40) USING WS-EDIT-EMAIL.
           05 LINE 15 COL 2 VALUE IS "CHARTERED ORG:".
           05 PIC X(30) USING WS-EDIT-CHARTER.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - ADD".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       336-UNIT-MAINT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 338-CLEAR-DATA
           PERFORM 340-LOOKUP-UNIT.
       338-CLEAR-DATA.
           MOVE ZEROES TO WS-LOOKUP-AREA
           MOVE ZEROES TO WS-LOOKUP-UNIT
           MOVE SPACES TO WS-EDIT-LEADER
           MOVE SPACES TO WS-EDIT-PHONE
           MOVE SPACES TO WS-EDIT-EMAIL
           MOVE SPACES TO WS-EDIT-CHARTER.
       340-LOOKUP-UNIT.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-UNIT-LOOKUP
           ACCEPT SS-UNIT-LOOKUP
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 340-LOOKUP-UNIT
           END-IF
           IF KEY-STATUS = 1009
                   IF WS-LOOKUP-UNIT = ZEROES
                       MOVE "TROOP UNIT IS REQUIRED" TO WS-MSG
                       PERFORM 340-LOOKUP-UNIT
                   ELSE
                       MOVE WS-LOOKUP-AREA TO UNIT-AREA
                       MOVE WS-LOOKUP-UNIT TO UNIT-NO
                       OPEN I-O FC-UNITS
                       PERFORM 923-CHECK-UNITS
                       READ FC-UNITS
                           INVALID KEY
                               PERFORM 370-ADD-UNIT
                           NOT INVALID KEY
                               MOVE UNIT-LEADER-NAME TO WS-EDIT-LEADER
                               MOVE UNIT-LEADER-PHONE TO WS-EDIT-PHONE
                               MOVE UNIT-LEADER-EMAIL TO WS-EDIT-EMAIL
                               MOVE UNIT-CHARTER-ORG TO WS-EDIT-CHARTER
                               PERFORM 350-EDIT-DELETE
                       END-READ
                   END-IF
           END-IF.
       350-EDIT-DELETE.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-UNIT-EDIT
           ACCEPT SS-UNIT-EDIT
           EVALUATE KEY-STATUS
               WHEN 1003
                       CLOSE FC-UNITS
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-UNIT
               WHEN 0000
                       PERFORM 350-EDIT-DELETE
               WHEN 1008
                       PERFORM 355-DELETE-UNIT
               WHEN 1009
                       MOVE WS-EDIT-LEADER TO UNIT-LEADER-NAME
                       MOVE WS-EDIT-PHONE TO UNIT-LEADER-PHONE
                       MOVE WS-EDIT-EMAIL TO UNIT-LEADER-EMAIL
                       MOVE WS-EDIT-CHARTER TO UNIT-CHARTER-ORG
                       REWRITE UNIT-RECORD
                           INVALID KEY
                               MOVE "UPDATE FAILED" TO WS-MSG
                           NOT INVALID KEY
                               MOVE "UNIT UPDATED" TO WS-MSG
                       END-REWRITE
                       PERFORM 923-CHECK-UNITS
                       CLOSE FC-UNITS
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-UNIT
               WHEN OTHER
                       PERFORM 350-EDIT-DELETE
           END-EVALUATE.
       355-DELETE-UNIT.
           PERFORM 360-CHECK-FOR-SIGNUPS
           IF WS-UNIT-SIGNED-UP
                   MOVE "UNIT STILL SIGNED UP FOR AN EVENT - CANNOT DELE
      -                "TE" TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
                   DELETE FC-UNITS
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE "UNIT DELETED" TO WS-MSG
                   END-DELETE
                   PERFORM 923-CHECK-UNITS
                   CLOSE FC-UNITS
                   PERFORM 338-CLEAR-DATA
                   PERFORM 340-LOOKUP-UNIT
           END-IF.
      * CAMPERS.DAT IS KEYED EVENT FIRST, SO A UNIT'S SIGNUPS ARE
      * SPREAD ACROSS THE FILE - THE WHOLE FILE IS READ, BUT IT IS
      * ONLY A FEW HUNDRED TROOPS A SEASON.
       360-CHECK-FOR-SIGNUPS.
           MOVE "N" TO WS-UNIT-SIGNED-UP-SW
           MOVE "N" TO WS-CAMPERS-DONE-SW
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           PERFORM 365-SCAN-CAMPER
               UNTIL WS-NO-MORE-CAMPERS OR WS-UNIT-SIGNED-UP
           CLOSE FC-CAMPERS.
       365-SCAN-CAMPER.
           READ FC-CAMPERS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAMPERS-DONE-SW
               NOT AT END
                   IF FD-CAMPER-AREA = WS-LOOKUP-AREA AND
                           FD-CAMPER-UNIT = WS-LOOKUP-UNIT
                       MOVE "Y" TO WS-UNIT-SIGNED-UP-SW
                   END-IF
           END-READ.
       370-ADD-UNIT.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-UNIT-ADD
           ACCEPT SS-UNIT-ADD
           EVALUATE KEY-STATUS
               WHEN 1003
                       CLOSE FC-UNITS
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-UNIT
               WHEN 0000
                       PERFORM 370-ADD-UNIT
               WHEN 1009
                       IF WS-EDIT-LEADER = SPACES
                           MOVE "SCOUTMASTER NAME IS REQUIRED" TO WS-MSG
                           PERFORM 370-ADD-UNIT
                       ELSE
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
                           MOVE WS-LOOKUP-AREA TO UNIT-AREA
                           MOVE WS-LOOKUP-UNIT TO UNIT-NO
                           MOVE WS-EDIT-LEADER TO UNIT-LEADER-NAME
                           MOVE WS-EDIT-PHONE TO UNIT-LEADER-PHONE
                           MOVE WS-EDIT-EMAIL TO UNIT-LEADER-EMAIL
                           MOVE WS-EDIT-CHARTER TO UNIT-CHARTER-ORG
                           MOVE WS-CURRENT-DATE TO UNIT-ADDED-DATE
                           WRITE UNIT-RECORD
                               INVALID KEY
                                   MOVE "UNIT ALREADY EXISTS" TO WS-MSG
                               NOT INVALID KEY
                                   MOVE "UNIT ADDED" TO WS-MSG
                           END-WRITE
                           PERFORM 923-CHECK-UNITS
                           CLOSE FC-UNITS
                           PERFORM 338-CLEAR-DATA
                           PERFORM 340-LOOKUP-UNIT
                       END-IF
               WHEN OTHER
                       PERFORM 370-ADD-UNIT
           END-EVALUATE.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE WS-CAMPR-STAT TO ERR-STATUS
                   MOVE FD-CAMPER-TROOP TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       923-CHECK-UNITS.
           IF NOT WS-UNIT-STAT-OK
                   MOVE "UNITS.DAT" TO ERR-FILE
                   MOVE WS-UNIT-STAT TO ERR-STATUS
                   MOVE UNIT-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "336-UNIT-MAINT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
