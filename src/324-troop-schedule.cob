       IDENTIFICATION DIVISION.
       PROGRAM-ID. 324-TROOP-SCHEDULE.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 04, 2026.
      * PER-TROOP CLASS SCHEDULE FOR THE SIGNED-ON EVENT.  ONE PAGE
      * PER TROOP THAT HAS ANY CAMPER ENROLLED IN A MERIT BADGE OR
      * PROGRAM SESSION: EACH YOUTH ON THE ROSTER WITH THE CLASSES
      * THEY HOLD IN TIME-BLOCK ORDER (BLOCK, SESSION, TITLE, PROGRAM
      * AREA, INSTRUCTOR).  THE PAGES ARE SIZED TO GO INTO THE
      * TROOP'S CHECK-IN PACKET NEXT TO 322-CONFIRM-PACKET.  BUILT
      * THE WAY 322-CONFIRM-PACKET BUILDS ITS PRINT FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY ROSTSEL.
           COPY CLASSEL.
           COPY ENRLSEL.
           SELECT FC-SCHED-RPT ASSIGN TO './db/troop_schedules.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY ROSTFD.
           COPY CLASFD.
           COPY ENRLFD.
       FD  FC-SCHED-RPT.
       01  RPT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(28)
               VALUE "TROOP CLASS SCHEDULE    RUN ".
           02 WS-HDG-MONTH PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-HDG-DAY PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-HDG-YEAR PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-HDG-HOUR PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 WS-HDG-MINUTE PIC 9(02).
           02 FILLER PIC X(08) VALUE "    PAGE".
           02 WS-HDG-PAGE PIC ZZZ9.
       01 WS-EVENT-LINE.
           02 FILLER PIC X(06) VALUE "EVENT ".
           02 WS-EVT-ID PIC 999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-EVT-NAME PIC X(30).
       01 WS-TROOP-LINE.
           02 FILLER PIC X(07) VALUE "TROOP: ".
           02 WS-TRP-AREA PIC 9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-TRP-UNIT PIC 999.
           02 WS-TRP-CONTINUED PIC X(12).
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(45)
               VALUE "    BLOCK  SESSION  CLASS".
           02 FILLER PIC X(27)
               VALUE "AREA            INSTRUCTOR".
       01 WS-CAMPER-LINE.
           02 WS-CMP-SEQ PIC 999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-CMP-NAME PIC X(30).
       01 WS-CLASS-LINE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-CL-BLOCK PIC X(04).
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-CL-CODE PIC X(06).
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-CL-TITLE PIC X(24).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-CL-AREA PIC X(15).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-CL-INSTRUCTOR PIC X(20).
       01 WS-RULE-LINE PIC X(72) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(90).
       01 WS-TROOP-COUNT PIC 9(05).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       01 WS-HAS-CLASSES-SW PIC X(01).
           88 WS-TROOP-HAS-CLASSES VALUE "Y".
       01 WS-CAMPER-CLASSES-SW PIC X(01).
           88 WS-CAMPER-HAS-CLASSES VALUE "Y".
       01 WS-CAMPERS-DONE PIC 9.
           88 WS-ALL-CAMPERS-DONE VALUE 1.
       01 WS-ROSTER-DONE-SW PIC X(01).
           88 WS-NO-MORE-ROSTER-NAMES VALUE "Y".
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
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       324-SCHEDULE-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-TROOP-COUNT
           MOVE ZEROES TO WS-CAMPERS-DONE
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-MONTH TO WS-HDG-MONTH
           MOVE WS-CURRENT-DAY TO WS-HDG-DAY
           MOVE WS-CURRENT-YEAR TO WS-HDG-YEAR
           MOVE WS-CURRENT-HOUR TO WS-HDG-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-HDG-MINUTE
           MOVE SESS-EVENT-ID TO WS-EVT-ID
           MOVE SESS-EVENT-NAME TO WS-EVT-NAME
           OPEN OUTPUT FC-SCHED-RPT
           OPEN INPUT FC-CLASSES
           PERFORM 925-CHECK-CLASSES
           OPEN INPUT FC-ENROLL
           PERFORM 926-CHECK-ENROLL
           OPEN INPUT FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE ZEROES TO FD-CAMPER-AREA
           MOVE ZEROES TO FD-CAMPER-UNIT
           START FC-CAMPERS KEY IS NOT LESS THAN FD-CAMPER-KEY
               INVALID KEY
                   MOVE 1 TO WS-CAMPERS-DONE
           END-START
           PERFORM 330-SCAN-TROOP UNTIL WS-ALL-CAMPERS-DONE
           CLOSE FC-CAMPERS
           CLOSE FC-ROSTER
           CLOSE FC-ENROLL
           CLOSE FC-CLASSES
           CLOSE FC-SCHED-RPT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "TROOP CLASS SCHEDULES"
           DISPLAY " "
           DISPLAY "  TROOPS PRINTED:   " WS-TROOP-COUNT
           DISPLAY "  WRITTEN TO DB/TROOP_SCHEDULES.TXT"
           DISPLAY " "
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT WS-DUMMY
           EXIT PROGRAM.
       325-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EVENT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE FD-CAMPER-AREA TO WS-TRP-AREA
           MOVE FD-CAMPER-UNIT TO WS-TRP-UNIT
           MOVE WS-TROOP-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 5 TO WS-LINE-COUNT.
       330-SCAN-TROOP.
           READ FC-CAMPERS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPERS-DONE
               NOT AT END
                   IF FD-CAMPER-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE 1 TO WS-CAMPERS-DONE
                   ELSE
                       PERFORM 335-CHECK-TROOP-CLASSES
                       IF WS-TROOP-HAS-CLASSES
                           PERFORM 340-PRINT-SCHEDULE
                       END-IF
                   END-IF
           END-READ.
      * A TROOP WITH NOBODY IN A CLASS GETS NO PAGE - THE FIRST
      * ENROLLMENT AT OR AFTER THE TROOP'S KEY TELLS US.
       335-CHECK-TROOP-CLASSES.
           MOVE "N" TO WS-HAS-CLASSES-SW
           MOVE FD-CAMPER-EVENT TO ENRL-EVENT
           MOVE FD-CAMPER-AREA TO ENRL-AREA
           MOVE FD-CAMPER-UNIT TO ENRL-UNIT
           MOVE ZEROES TO ENRL-SEQ
           MOVE LOW-VALUES TO ENRL-BLOCK
           START FC-ENROLL KEY IS NOT LESS THAN ENRL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FC-ENROLL NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ENRL-EVENT = FD-CAMPER-EVENT AND
                                   ENRL-AREA = FD-CAMPER-AREA AND
                                   ENRL-UNIT = FD-CAMPER-UNIT
                               MOVE "Y" TO WS-HAS-CLASSES-SW
                           END-IF
                   END-READ
           END-START.
       340-PRINT-SCHEDULE.
           ADD 1 TO WS-TROOP-COUNT
           MOVE SPACES TO WS-TRP-CONTINUED
           PERFORM 325-PAGE-HEADING
           MOVE " (CONTINUED)" TO WS-TRP-CONTINUED
           MOVE "N" TO WS-ROSTER-DONE-SW
           MOVE FD-CAMPER-EVENT TO ROST-EVENT
           MOVE FD-CAMPER-AREA TO ROST-AREA
           MOVE FD-CAMPER-UNIT TO ROST-UNIT
           MOVE ZEROES TO ROST-SEQ
           START FC-ROSTER KEY IS NOT LESS THAN ROST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ROSTER-DONE-SW
           END-START
           PERFORM 345-SCAN-NAME UNTIL WS-NO-MORE-ROSTER-NAMES.
       345-SCAN-NAME.
           READ FC-ROSTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROSTER-DONE-SW
               NOT AT END
                   IF ROST-EVENT NOT EQUAL FD-CAMPER-EVENT
                           OR ROST-AREA NOT EQUAL FD-CAMPER-AREA
                           OR ROST-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-ROSTER-DONE-SW
                   ELSE
                       IF ROST-YOUTH
                           PERFORM 350-PRINT-CAMPER
                       END-IF
                   END-IF
           END-READ.
       350-PRINT-CAMPER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE ROST-SEQ TO WS-CMP-SEQ
           MOVE ROST-NAME TO WS-CMP-NAME
           MOVE WS-CAMPER-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE "N" TO WS-ENROLL-DONE-SW
           MOVE ROST-KEY TO ENRL-ROST-KEY
           MOVE LOW-VALUES TO ENRL-BLOCK
           START FC-ENROLL KEY IS NOT LESS THAN ENRL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-DONE-SW
           END-START
           MOVE "N" TO WS-CAMPER-CLASSES-SW
           PERFORM 355-SCAN-CLASS UNTIL WS-NO-MORE-ENROLLMENTS
           IF NOT WS-CAMPER-HAS-CLASSES
                   MOVE "    NO CLASSES" TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           END-IF.
       355-SCAN-CLASS.
           READ FC-ENROLL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENROLL-DONE-SW
               NOT AT END
                   IF ENRL-ROST-KEY NOT EQUAL ROST-KEY
                       MOVE "Y" TO WS-ENROLL-DONE-SW
                   ELSE
                       MOVE "Y" TO WS-CAMPER-CLASSES-SW
                       MOVE ENRL-BLOCK TO WS-CL-BLOCK
                       MOVE ENRL-CODE TO WS-CL-CODE
                       MOVE ENRL-EVENT TO CLS-EVENT
                       MOVE ENRL-CODE TO CLS-CODE
                       READ FC-CLASSES
                           INVALID KEY
                               MOVE "SESSION NOT ON FILE"
                                   TO WS-CL-TITLE
                               MOVE SPACES TO WS-CL-AREA
                               MOVE SPACES TO WS-CL-INSTRUCTOR
                           NOT INVALID KEY
                               MOVE CLS-TITLE TO WS-CL-TITLE
                               MOVE CLS-PROGRAM-AREA TO WS-CL-AREA
                               MOVE CLS-INSTRUCTOR TO WS-CL-INSTRUCTOR
                       END-READ
                       MOVE WS-CLASS-LINE TO WS-PRINT-LINE
                       PERFORM 380-WRITE-RPT-LINE
                   END-IF
           END-READ.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 325-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE WS-CAMPR-STAT TO ERR-STATUS
                   MOVE FD-CAMPER-TROOP TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
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
           MOVE "324-TROOP-SCHEDULE" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
