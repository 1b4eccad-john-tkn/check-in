       IDENTIFICATION DIVISION.
       PROGRAM-ID. 323-CLASS-ROSTER-RPT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 04, 2026.
      * CLASS ROSTERS FOR THE MERIT BADGE / PROGRAM SESSIONS OF THE
      * SIGNED-ON EVENT.  ONE PAGE PER SESSION ON CLASSES.DAT WITH
      * ITS TITLE, PROGRAM AREA, TIME BLOCK, INSTRUCTOR, AND SEATS,
      * FOLLOWED BY EVERY CAMPER ENROLLED IN IT (TROOP, ROSTER
      * SEQUENCE, NAME) FROM ENROLL.DAT AND ROSTER.DAT, SO THE
      * INSTRUCTOR HAS A ROLL TO CALL INSTEAD OF A CLIPBOARD.  BUILT
      * THE WAY 322-CONFIRM-PACKET BUILDS ITS PRINT FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLASSEL.
           COPY ENRLSEL.
           COPY ROSTSEL.
           SELECT FC-CLASS-RPT ASSIGN TO './db/class_rosters.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CLASFD.
           COPY ENRLFD.
           COPY ROSTFD.
       FD  FC-CLASS-RPT.
       01  RPT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(28)
               VALUE "CLASS ROSTER            RUN ".
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
       01 WS-CLASS-LINE.
           02 FILLER PIC X(09) VALUE "SESSION: ".
           02 WS-CLS-CODE PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-CLS-TITLE PIC X(30).
           02 WS-CLS-CONTINUED PIC X(12).
       01 WS-CLASS-DETAIL-LINE.
           02 FILLER PIC X(09) VALUE "AREA:    ".
           02 WS-CLS-AREA PIC X(15).
           02 FILLER PIC X(09) VALUE "  BLOCK: ".
           02 WS-CLS-BLOCK PIC X(04).
           02 FILLER PIC X(14) VALUE "  INSTRUCTOR: ".
           02 WS-CLS-INSTRUCTOR PIC X(30).
       01 WS-SEAT-LINE.
           02 FILLER PIC X(13) VALUE "SEAT LIMIT:  ".
           02 WS-SEAT-LIMIT PIC ZZ9.
           02 FILLER PIC X(16) VALUE "   SEATS TAKEN: ".
           02 WS-SEAT-TAKEN PIC ZZ9.
           02 FILLER PIC X(15) VALUE "   SEATS OPEN: ".
           02 WS-SEAT-OPEN PIC ZZ9.
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(40)
               VALUE "    TROOP   SEQ  CAMPER NAME".
       01 WS-NAME-LINE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-NAME-AREA PIC 9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-NAME-UNIT PIC 999.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-NAME-SEQ PIC 999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-NAME-NAME PIC X(30).
       01 WS-RULE-LINE PIC X(72) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(90).
       01 WS-SEATS-OPEN PIC 9(03).
       01 WS-CLASS-COUNT PIC 9(05).
       01 WS-NAME-COUNT PIC 9(03).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       01 WS-CLASSES-DONE PIC 9.
           88 WS-ALL-CLASSES-DONE VALUE 1.
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
       323-CLASS-ROSTER-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-CLASS-COUNT
           MOVE ZEROES TO WS-CLASSES-DONE
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-MONTH TO WS-HDG-MONTH
           MOVE WS-CURRENT-DAY TO WS-HDG-DAY
           MOVE WS-CURRENT-YEAR TO WS-HDG-YEAR
           MOVE WS-CURRENT-HOUR TO WS-HDG-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-HDG-MINUTE
           MOVE SESS-EVENT-ID TO WS-EVT-ID
           MOVE SESS-EVENT-NAME TO WS-EVT-NAME
           OPEN OUTPUT FC-CLASS-RPT
           OPEN INPUT FC-ENROLL
           PERFORM 926-CHECK-ENROLL
           OPEN INPUT FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           OPEN INPUT FC-CLASSES
           PERFORM 925-CHECK-CLASSES
           MOVE SESS-EVENT-ID TO CLS-EVENT
           MOVE LOW-VALUES TO CLS-CODE
           START FC-CLASSES KEY IS NOT LESS THAN CLS-KEY
               INVALID KEY
                   MOVE 1 TO WS-CLASSES-DONE
           END-START
           PERFORM 330-SCAN-CLASS UNTIL WS-ALL-CLASSES-DONE
           CLOSE FC-CLASSES
           CLOSE FC-ROSTER
           CLOSE FC-ENROLL
           CLOSE FC-CLASS-RPT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "CLASS ROSTERS"
           DISPLAY " "
           DISPLAY "  SESSIONS PRINTED: " WS-CLASS-COUNT
           DISPLAY "  WRITTEN TO DB/CLASS_ROSTERS.TXT"
           DISPLAY " "
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT WS-DUMMY
           EXIT PROGRAM.
      * EVERY PAGE OPENS WITH THE RUN HEADING, THE EVENT, AND THE
      * SESSION, SO A CLASS THAT RUNS OVER ONE PAGE STILL HAS ITS
      * NAME ON THE SECOND PAGE.
       325-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EVENT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE CLS-CODE TO WS-CLS-CODE
           MOVE CLS-TITLE TO WS-CLS-TITLE
           MOVE WS-CLASS-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 4 TO WS-LINE-COUNT.
       330-SCAN-CLASS.
           READ FC-CLASSES NEXT RECORD
               AT END
                   MOVE 1 TO WS-CLASSES-DONE
               NOT AT END
                   IF CLS-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE 1 TO WS-CLASSES-DONE
                   ELSE
                       PERFORM 340-PRINT-CLASS
                   END-IF
           END-READ.
       340-PRINT-CLASS.
           ADD 1 TO WS-CLASS-COUNT
           MOVE SPACES TO WS-CLS-CONTINUED
           PERFORM 325-PAGE-HEADING
           MOVE " (CONTINUED)" TO WS-CLS-CONTINUED
           MOVE CLS-PROGRAM-AREA TO WS-CLS-AREA
           MOVE CLS-BLOCK TO WS-CLS-BLOCK
           MOVE CLS-INSTRUCTOR TO WS-CLS-INSTRUCTOR
           MOVE WS-CLASS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           IF CLS-ENROLLED < CLS-SEAT-LIMIT
                   COMPUTE WS-SEATS-OPEN = CLS-SEAT-LIMIT - CLS-ENROLLED
           ELSE
                   MOVE ZEROES TO WS-SEATS-OPEN
           END-IF
           MOVE CLS-SEAT-LIMIT TO WS-SEAT-LIMIT
           MOVE CLS-ENROLLED TO WS-SEAT-TAKEN
           MOVE WS-SEATS-OPEN TO WS-SEAT-OPEN
           MOVE WS-SEAT-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE ZEROES TO WS-NAME-COUNT
           MOVE "N" TO WS-ENROLL-DONE-SW
           MOVE SESS-EVENT-ID TO ENRL-EVENT
           MOVE ZEROES TO ENRL-AREA
           MOVE ZEROES TO ENRL-UNIT
           MOVE ZEROES TO ENRL-SEQ
           MOVE LOW-VALUES TO ENRL-BLOCK
           START FC-ENROLL KEY IS NOT LESS THAN ENRL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-DONE-SW
           END-START
           PERFORM 350-SCAN-ENROLLMENT UNTIL WS-NO-MORE-ENROLLMENTS
           IF WS-NAME-COUNT = ZEROES
                   MOVE "    NO CAMPERS ENROLLED" TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           END-IF.
      * ENROLL.DAT RUNS IN CAMPER ORDER, SO EACH SESSION'S ROLL IS
      * PICKED OUT OF THE EVENT'S ENROLLMENTS AND COMES OUT IN TROOP
      * AND ROSTER ORDER.
       350-SCAN-ENROLLMENT.
           READ FC-ENROLL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENROLL-DONE-SW
               NOT AT END
                   IF ENRL-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE "Y" TO WS-ENROLL-DONE-SW
                   ELSE
                       IF ENRL-CODE = CLS-CODE
                           PERFORM 355-PRINT-NAME
                       END-IF
                   END-IF
           END-READ.
       355-PRINT-NAME.
           ADD 1 TO WS-NAME-COUNT
           MOVE ENRL-ROST-KEY TO ROST-KEY
           READ FC-ROSTER
               INVALID KEY
                   MOVE "** NOT ON ROSTER **" TO WS-NAME-NAME
               NOT INVALID KEY
                   MOVE ROST-NAME TO WS-NAME-NAME
           END-READ
           MOVE ENRL-AREA TO WS-NAME-AREA
           MOVE ENRL-UNIT TO WS-NAME-UNIT
           MOVE ENRL-SEQ TO WS-NAME-SEQ
           MOVE WS-NAME-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 325-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
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
           MOVE "323-CLASS-ROSTER-RPT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
