       IDENTIFICATION DIVISION.
       PROGRAM-ID. 326-CLASS-ENROLL.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 04, 2026.
      * MERIT BADGE / PROGRAM SESSION ENROLLMENT.  THE OPERATOR PICKS
      * A YOUTH CAMPER OFF A TROOP'S ROSTER (AREA, UNIT, ROSTER
      * SEQUENCE), SEES THE CLASSES THAT CAMPER ALREADY HOLDS, AND
      * KEYS A SESSION CODE TO ENROLL (F9) OR DROP (F8).  AN
      * ENROLLMENT IS REFUSED WHEN THE SESSION IS NOT ON FILE FOR
      * THE SIGNED-ON EVENT, WHEN EVERY SEAT IS TAKEN, OR WHEN THE
      * CAMPER IS ALREADY IN ANOTHER CLASS IN THE SAME TIME BLOCK.
      * THE SESSION IS READ WITH A RECORD LOCK HELD THROUGH THE
      * REWRITE OF ITS SEAT COUNT, SO TWO STATIONS CANNOT BOTH TAKE
      * THE LAST SEAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ROSTSEL.
           COPY CLASSEL.
           COPY ENRLSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY ROSTFD.
           COPY CLASFD.
           COPY ENRLFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-LOOKUP.
               02 WS-LOOKUP-AREA PIC 9.
               02 WS-LOOKUP-UNIT PIC 999.
               02 WS-LOOKUP-SEQ PIC 999.
       01 WS-CAMPER-KEY.
               02 WS-CAMPER-EVENT PIC 9(03).
               02 WS-CAMPER-AREA PIC 9.
               02 WS-CAMPER-UNIT PIC 999.
               02 WS-CAMPER-SEQ PIC 9(03).
       01 WS-CAMPER-NAME PIC X(30).
       01 WS-ENTRY-CODE PIC X(06).
       01 WS-HELD-CODE PIC X(06).
       01 WS-SCHEDULE.
               02 WS-SCHED-1 PIC X(45).
               02 WS-SCHED-2 PIC X(45).
               02 WS-SCHED-3 PIC X(45).
               02 WS-SCHED-4 PIC X(45).
               02 WS-SCHED-5 PIC X(45).
               02 WS-SCHED-6 PIC X(45).
       01 WS-SCHED-TABLE REDEFINES WS-SCHEDULE.
               02 WS-SCHED-ENTRY OCCURS 6 PIC X(45).
       01 WS-SCHED-LINE.
               02 WS-SL-BLOCK PIC X(04).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-SL-CODE PIC X(06).
               02 FILLER PIC X(02) VALUE SPACES.
               02 WS-SL-TITLE PIC X(30).
       01 WS-SCHED-COUNT PIC 99.
       01 WS-ENROLL-DONE-SW PIC X(01).
           88 WS-NO-MORE-ENROLLMENTS VALUE "Y".
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
       01 SS-CAMPER-LOOKUP AUTO.
           05 LINE 1 COL 28 VALUE IS "CLASS ENROLLMENT - FIND CAMPER".
           05 LINE 12 COL 2 VALUE IS "TROOP AREA:".
           05 PIC 9 USING WS-LOOKUP-AREA.
           05 LINE 13 COL 2 VALUE IS "TROOP UNIT:".
           05 PIC 999 USING WS-LOOKUP-UNIT.
           05 LINE 14 COL 2 VALUE IS "ROSTER SEQUENCE:".
           05 PIC 999 USING WS-LOOKUP-SEQ.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - FIND".
       01 SS-ENROLL AUTO.
           05 LINE 1 COL 33 VALUE IS "CLASS ENROLLMENT".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 3 COL 10 PIC 9 USING WS-CAMPER-AREA
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 12 PIC 999 USING WS-CAMPER-UNIT
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 18 VALUE IS "CAMPER:".
           05 LINE 3 COL 26 PIC 999 USING WS-CAMPER-SEQ
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 30 PIC X(30) USING WS-CAMPER-NAME
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 2 VALUE IS "BLOCK CODE    CLASS".
           05 LINE 6 COL 2 PIC X(45) USING WS-SCHED-1
               FOREGROUND-COLOR IS 3.
           05 LINE 7 COL 2 PIC X(45) USING WS-SCHED-2
               FOREGROUND-COLOR IS 3.
           05 LINE 8 COL 2 PIC X(45) USING WS-SCHED-3
               FOREGROUND-COLOR IS 3.
           05 LINE 9 COL 2 PIC X(45) USING WS-SCHED-4
               FOREGROUND-COLOR IS 3.
           05 LINE 10 COL 2 PIC X(45) USING WS-SCHED-5
               FOREGROUND-COLOR IS 3.
           05 LINE 11 COL 2 PIC X(45) USING WS-SCHED-6
               FOREGROUND-COLOR IS 3.
           05 LINE 14 COL 2 VALUE IS "SESSION CODE:".
           05 PIC X(6) USING WS-ENTRY-CODE.
           05 LINE 23 COL 1
               VALUE IS "F3 - BACK   F8 - DROP   F9 - ENROLL".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       326-CLASS-ENROLL-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 327-CLEAR-DATA
           PERFORM 330-FIND-CAMPER.
       327-CLEAR-DATA.
           MOVE ZEROES TO WS-LOOKUP-AREA
           MOVE ZEROES TO WS-LOOKUP-UNIT
           MOVE ZEROES TO WS-LOOKUP-SEQ
           MOVE SPACES TO WS-CAMPER-NAME
           MOVE SPACES TO WS-ENTRY-CODE.
       330-FIND-CAMPER.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-CAMPER-LOOKUP
           ACCEPT SS-CAMPER-LOOKUP
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 330-FIND-CAMPER
           END-IF
           IF KEY-STATUS = 1009
                   MOVE SESS-EVENT-ID TO ROST-EVENT
                   MOVE WS-LOOKUP-AREA TO ROST-AREA
                   MOVE WS-LOOKUP-UNIT TO ROST-UNIT
                   MOVE WS-LOOKUP-SEQ TO ROST-SEQ
                   OPEN INPUT FC-ROSTER
                   PERFORM 913-CHECK-ROSTER
                   READ FC-ROSTER
                       INVALID KEY
                           MOVE "CAMPER NOT ON THE ROSTER" TO WS-MSG
                           CLOSE FC-ROSTER
                           PERFORM 330-FIND-CAMPER
                       NOT INVALID KEY
                           CLOSE FC-ROSTER
                           IF NOT ROST-YOUTH
                               MOVE "ONLY YOUTH CAMPERS ARE ENROLLED IN
      -                            "CLASSES" TO WS-MSG
                               PERFORM 330-FIND-CAMPER
                           ELSE
                               MOVE ROST-KEY TO WS-CAMPER-KEY
                               MOVE ROST-NAME TO WS-CAMPER-NAME
                               PERFORM 340-ENROLL-SCREEN
                           END-IF
                   END-READ
           END-IF.
       340-ENROLL-SCREEN.
           PERFORM 345-LOAD-SCHEDULE
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-ENROLL
           ACCEPT SS-ENROLL
           EVALUATE KEY-STATUS
               WHEN 1003
                       PERFORM 327-CLEAR-DATA
                       PERFORM 330-FIND-CAMPER
               WHEN 0000
                       PERFORM 340-ENROLL-SCREEN
               WHEN 1008
                       IF WS-ENTRY-CODE = SPACES
                           MOVE "SESSION CODE IS REQUIRED" TO WS-MSG
                       ELSE
                           PERFORM 360-DROP-CLASS
                       END-IF
                       PERFORM 340-ENROLL-SCREEN
               WHEN 1009
                       IF WS-ENTRY-CODE = SPACES
                           MOVE "SESSION CODE IS REQUIRED" TO WS-MSG
                       ELSE
                           PERFORM 350-ENROLL-CLASS
                       END-IF
                       PERFORM 340-ENROLL-SCREEN
               WHEN OTHER
                       PERFORM 340-ENROLL-SCREEN
           END-EVALUATE.
      * THE CAMPER'S CLASSES READ BACK IN TIME-BLOCK ORDER STRAIGHT
      * OFF THE ENROLLMENT KEY; THE TITLE COMES FROM THE SESSION.
       345-LOAD-SCHEDULE.
           MOVE SPACES TO WS-SCHEDULE
           MOVE ZEROES TO WS-SCHED-COUNT
           MOVE "N" TO WS-ENROLL-DONE-SW
           OPEN INPUT FC-ENROLL
           PERFORM 926-CHECK-ENROLL
           OPEN INPUT FC-CLASSES
           PERFORM 925-CHECK-CLASSES
           MOVE WS-CAMPER-KEY TO ENRL-ROST-KEY
           MOVE LOW-VALUES TO ENRL-BLOCK
           START FC-ENROLL KEY IS NOT LESS THAN ENRL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-DONE-SW
           END-START
           PERFORM 347-SCHEDULE-NEXT UNTIL WS-NO-MORE-ENROLLMENTS
           CLOSE FC-CLASSES
           CLOSE FC-ENROLL.
       347-SCHEDULE-NEXT.
           READ FC-ENROLL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENROLL-DONE-SW
               NOT AT END
                   IF ENRL-ROST-KEY NOT EQUAL WS-CAMPER-KEY
                           OR WS-SCHED-COUNT >= 6
                       MOVE "Y" TO WS-ENROLL-DONE-SW
                   ELSE
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE ENRL-BLOCK TO WS-SL-BLOCK
                       MOVE ENRL-CODE TO WS-SL-CODE
                       MOVE ENRL-EVENT TO CLS-EVENT
                       MOVE ENRL-CODE TO CLS-CODE
                       READ FC-CLASSES
                           INVALID KEY
                               MOVE "SESSION NOT ON FILE"
                                   TO WS-SL-TITLE
                           NOT INVALID KEY
                               MOVE CLS-TITLE TO WS-SL-TITLE
                       END-READ
                       MOVE WS-SCHED-LINE
                           TO WS-SCHED-ENTRY (WS-SCHED-COUNT)
                   END-IF
           END-READ.
       350-ENROLL-CLASS.
           MOVE SESS-EVENT-ID TO CLS-EVENT
           MOVE WS-ENTRY-CODE TO CLS-CODE
           OPEN I-O FC-CLASSES
           PERFORM 925-CHECK-CLASSES
           READ FC-CLASSES WITH LOCK
               INVALID KEY
                   MOVE "SESSION NOT FOUND FOR THIS EVENT" TO WS-MSG
               NOT INVALID KEY
                   IF CLS-ENROLLED >= CLS-SEAT-LIMIT
                       MOVE "CLASS IS FULL - NO SEATS LEFT" TO WS-MSG
                   ELSE
                       PERFORM 355-WRITE-ENROLLMENT
                   END-IF
           END-READ
           IF WS-CLS-STAT-HELD
                   MOVE "SESSION IN USE BY ANOTHER STATION - TRY AGAIN"
                       TO WS-MSG
           END-IF
           CLOSE FC-CLASSES.
      * THE TIME BLOCK IS PART OF THE ENROLLMENT KEY, SO A RECORD
      * ALREADY ON FILE UNDER THIS CAMPER AND BLOCK IS EITHER THIS
      * SAME CLASS OR A CONFLICT.
       355-WRITE-ENROLLMENT.
           OPEN I-O FC-ENROLL
           PERFORM 926-CHECK-ENROLL
           MOVE WS-CAMPER-KEY TO ENRL-ROST-KEY
           MOVE CLS-BLOCK TO ENRL-BLOCK
           READ FC-ENROLL
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
                   MOVE WS-CAMPER-KEY TO ENRL-ROST-KEY
                   MOVE CLS-BLOCK TO ENRL-BLOCK
                   MOVE CLS-CODE TO ENRL-CODE
                   MOVE WS-CURRENT-DATE TO ENRL-DATE
                   MOVE SESS-USER-ID TO ENRL-USER
                   WRITE ENRL-RECORD
                       INVALID KEY
                           MOVE "ENROLLMENT NOT SAVED" TO WS-MSG
                       NOT INVALID KEY
                           ADD 1 TO CLS-ENROLLED
                           REWRITE CLS-RECORD
                           PERFORM 925-CHECK-CLASSES
                           MOVE SPACES TO WS-MSG
                           STRING "ENROLLED IN " DELIMITED BY SIZE
                               CLS-CODE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CLS-TITLE DELIMITED BY SIZE
                               INTO WS-MSG
                           MOVE SPACES TO WS-ENTRY-CODE
                   END-WRITE
                   PERFORM 926-CHECK-ENROLL
               NOT INVALID KEY
                   IF ENRL-CODE = CLS-CODE
                       MOVE "ALREADY ENROLLED IN THIS CLASS" TO WS-MSG
                   ELSE
                       MOVE ENRL-CODE TO WS-HELD-CODE
                       MOVE SPACES TO WS-MSG
                       STRING "TIME BLOCK CONFLICT - ALREADY IN "
                           DELIMITED BY SIZE
                           WS-HELD-CODE DELIMITED BY SIZE
                           " DURING BLOCK " DELIMITED BY SIZE
                           CLS-BLOCK DELIMITED BY SIZE
                           INTO WS-MSG
                   END-IF
           END-READ
           CLOSE FC-ENROLL.
       360-DROP-CLASS.
           MOVE SESS-EVENT-ID TO CLS-EVENT
           MOVE WS-ENTRY-CODE TO CLS-CODE
           OPEN I-O FC-CLASSES
           PERFORM 925-CHECK-CLASSES
           READ FC-CLASSES WITH LOCK
               INVALID KEY
                   MOVE "SESSION NOT FOUND FOR THIS EVENT" TO WS-MSG
               NOT INVALID KEY
                   PERFORM 365-DELETE-ENROLLMENT
           END-READ
           IF WS-CLS-STAT-HELD
                   MOVE "SESSION IN USE BY ANOTHER STATION - TRY AGAIN"
                       TO WS-MSG
           END-IF
           CLOSE FC-CLASSES.
       365-DELETE-ENROLLMENT.
           OPEN I-O FC-ENROLL
           PERFORM 926-CHECK-ENROLL
           MOVE WS-CAMPER-KEY TO ENRL-ROST-KEY
           MOVE CLS-BLOCK TO ENRL-BLOCK
           READ FC-ENROLL
               INVALID KEY
                   MOVE "CAMPER IS NOT ENROLLED IN THAT CLASS" TO WS-MSG
               NOT INVALID KEY
                   IF ENRL-CODE NOT = CLS-CODE
                       MOVE "CAMPER IS NOT ENROLLED IN THAT CLASS"
                           TO WS-MSG
                   ELSE
                       DELETE FC-ENROLL
                           INVALID KEY
                               MOVE "DROP FAILED" TO WS-MSG
                           NOT INVALID KEY
                               IF CLS-ENROLLED > ZEROES
                                   SUBTRACT 1 FROM CLS-ENROLLED
                               END-IF
                               REWRITE CLS-RECORD
                               PERFORM 925-CHECK-CLASSES
                               MOVE "CLASS DROPPED - SEAT RELEASED"
                                   TO WS-MSG
                               MOVE SPACES TO WS-ENTRY-CODE
                       END-DELETE
                       PERFORM 926-CHECK-ENROLL
                   END-IF
           END-READ
           CLOSE FC-ENROLL.
       913-CHECK-ROSTER.
           IF NOT WS-ROST-STAT-OK
                   MOVE "ROSTER.DAT" TO ERR-FILE
                   MOVE WS-ROST-STAT TO ERR-STATUS
                   MOVE ROST-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       925-CHECK-CLASSES.
           IF NOT WS-CLS-STAT-OK
                   MOVE "CLASSES.DAT" TO ERR-FILE
                   MOVE WS-CLS-STAT TO ERR-STATUS
                   MOVE CLS-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       926-CHECK-ENROLL.
           IF NOT WS-ENRL-STAT-OK
                   MOVE "ENROLL.DAT" TO ERR-FILE
                   MOVE WS-ENRL-STAT TO ERR-STATUS
                   MOVE ENRL-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "326-CLASS-ENROLL" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
