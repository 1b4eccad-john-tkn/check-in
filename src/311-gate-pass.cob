       IDENTIFICATION DIVISION.
       PROGRAM-ID. 311-GATE-PASS.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 07, 2026.
      * GATE PASS - SIGNS ONE NAMED CAMPER OFF A CHECKED-IN TROOP'S
      * ROSTER OUT OF CAMP MID-EVENT (F8) AND BACK IN (F9).  SIGN-OUT
      * RECORDS THE DATE, TIME, AND WHO PICKED THE CAMPER UP ON THE
      * ROSTER RECORD; SIGN-IN CLEARS IT.  EVERY MOVEMENT IS APPENDED
      * TO GATE_MOVES.DAT WITH THE OPERATOR AND STATION, AND THE
      * MUSTER REPORT (329-MUSTER-RPT) READS THE ROSTER TO TELL WHO IS
      * ON PROPERTY RIGHT NOW.  THE ROSTER RECORD IS READ UNDER A
      * LOCK AND ITS STATE RE-CHECKED BEFORE THE REWRITE, SO TWO
      * STATIONS CANNOT BOTH SIGN THE SAME CAMPER OUT.
      * EVERY SIGN-OUT AND SIGN-IN IS ALSO JOURNALED THROUGH
      * 902-WRITE-JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY ROSTSEL.
           COPY GMOVSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY ROSTFD.
           COPY GMOVFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
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
       01 WS-CAMPER-TYPE PIC X(01).
       01 WS-MAIN-CAMP PIC X(02).
       01 WS-SUBCAMP PIC X(15).
       01 WS-WITH PIC X(30).
       01 WS-GATE-STATUS PIC X(60).
       01 WS-OUT-SW PIC X(01).
           88 WS-CAMPER-OUT VALUE "Y".
       01 WS-OUT-DATE.
               02 WS-OUT-YEAR PIC 9(04).
               02 WS-OUT-MONTH PIC 9(02).
               02 WS-OUT-DAY PIC 9(02).
       01 WS-OUT-TIME.
               02 WS-OUT-HOUR PIC 9(02).
               02 WS-OUT-MINUTE PIC 9(02).
       01 WS-OUT-WITH PIC X(30).
       01 WS-SAVED-SW PIC X(01).
           88 WS-MOVE-SAVED VALUE "Y".
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
           05 LINE 1 COL 30 VALUE IS "GATE PASS - FIND CAMPER".
           05 LINE 12 COL 2 VALUE IS "TROOP AREA:".
           05 PIC 9 USING WS-LOOKUP-AREA.
           05 LINE 13 COL 2 VALUE IS "TROOP UNIT:".
           05 PIC 999 USING WS-LOOKUP-UNIT.
           05 LINE 14 COL 2 VALUE IS "ROSTER SEQUENCE:".
           05 PIC 999 USING WS-LOOKUP-SEQ.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - FIND".
       01 SS-GATE-PASS AUTO.
           05 LINE 1 COL 26 VALUE IS "GATE PASS - SIGN OUT / SIGN IN".
           05 LINE 3 COL 2 VALUE IS "TROOP:".
           05 LINE 3 COL 10 PIC 9 USING WS-CAMPER-AREA
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 12 PIC 999 USING WS-CAMPER-UNIT
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 18 VALUE IS "SITE:".
           05 LINE 3 COL 24 PIC X(02) USING WS-MAIN-CAMP
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 27 PIC X(15) USING WS-SUBCAMP
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 2 VALUE IS "CAMPER:".
           05 LINE 5 COL 10 PIC 999 USING WS-CAMPER-SEQ
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 14 PIC X(30) USING WS-CAMPER-NAME
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 46 VALUE IS "TYPE:".
           05 LINE 5 COL 52 PIC X(01) USING WS-CAMPER-TYPE
               FOREGROUND-COLOR IS 3.
           05 LINE 7 COL 2 VALUE IS "STATUS:".
           05 LINE 7 COL 10 PIC X(60) USING WS-GATE-STATUS
               FOREGROUND-COLOR IS 3.
           05 LINE 10 COL 2 VALUE IS "PICKED UP BY / RETURNED WITH:".
           05 LINE 11 COL 2 PIC X(30) USING WS-WITH.
           05 LINE 23 COL 1
               VALUE IS "F3 - BACK   F8 - SIGN OUT   F9 - SIGN IN".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       311-GATE-PASS-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 315-CLEAR-DATA
           PERFORM 320-FIND-CAMPER.
       315-CLEAR-DATA.
           MOVE ZEROES TO WS-LOOKUP-AREA
           MOVE ZEROES TO WS-LOOKUP-UNIT
           MOVE ZEROES TO WS-LOOKUP-SEQ
           MOVE SPACES TO WS-CAMPER-NAME
           MOVE SPACES TO WS-WITH.
       320-FIND-CAMPER.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-CAMPER-LOOKUP
           ACCEPT SS-CAMPER-LOOKUP
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 320-FIND-CAMPER
           END-IF
           IF KEY-STATUS = 1009
                   PERFORM 325-READ-TROOP
                   IF WS-MSG NOT = SPACES
                       PERFORM 320-FIND-CAMPER
                   ELSE
                       PERFORM 327-READ-CAMPER
                       IF WS-MSG NOT = SPACES
                           PERFORM 320-FIND-CAMPER
                       ELSE
                           MOVE SPACES TO WS-WITH
                           PERFORM 330-PASS-SCREEN
                       END-IF
                   END-IF
           END-IF.
      * ONLY A TROOP ON SITE HAS CAMPERS TO SIGN OUT.
       325-READ-TROOP.
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE WS-LOOKUP-AREA TO FD-CAMPER-AREA
           MOVE WS-LOOKUP-UNIT TO FD-CAMPER-UNIT
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           READ FC-CAMPERS
               INVALID KEY
                   MOVE "TROOP NOT FOUND" TO WS-MSG
               NOT INVALID KEY
                   IF FD-NOT-CHECKED-IN
                       MOVE "TROOP IS NOT CHECKED IN" TO WS-MSG
                   ELSE
                       MOVE FD-ASSIGNED-MAIN-CAMP TO WS-MAIN-CAMP
                       MOVE FD-ASSIGNED-SUBCAMP TO WS-SUBCAMP
                   END-IF
           END-READ
           CLOSE FC-CAMPERS.
       327-READ-CAMPER.
           MOVE SESS-EVENT-ID TO ROST-EVENT
           MOVE WS-LOOKUP-AREA TO ROST-AREA
           MOVE WS-LOOKUP-UNIT TO ROST-UNIT
           MOVE WS-LOOKUP-SEQ TO ROST-SEQ
           OPEN INPUT FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           READ FC-ROSTER
               INVALID KEY
                   MOVE "CAMPER NOT ON THE ROSTER" TO WS-MSG
               NOT INVALID KEY
                   MOVE ROST-KEY TO WS-CAMPER-KEY
                   MOVE ROST-NAME TO WS-CAMPER-NAME
                   MOVE ROST-TYPE TO WS-CAMPER-TYPE
                   PERFORM 328-LOAD-STATUS
           END-READ
           CLOSE FC-ROSTER.
       328-LOAD-STATUS.
           MOVE SPACES TO WS-GATE-STATUS
           IF ROST-SIGNED-OUT
                   MOVE "Y" TO WS-OUT-SW
                   MOVE ROST-OUT-DATE TO WS-OUT-DATE
                   MOVE ROST-OUT-TIME TO WS-OUT-TIME
                   MOVE ROST-OUT-WITH TO WS-OUT-WITH
                   STRING "SIGNED OUT " DELIMITED BY SIZE
                       WS-OUT-MONTH DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-OUT-DAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OUT-HOUR DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-OUT-MINUTE DELIMITED BY SIZE
                       " WITH " DELIMITED BY SIZE
                       WS-OUT-WITH DELIMITED BY SIZE
                       INTO WS-GATE-STATUS
           ELSE
                   MOVE "N" TO WS-OUT-SW
                   MOVE "ON PROPERTY" TO WS-GATE-STATUS
           END-IF.
       330-PASS-SCREEN.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-GATE-PASS
           ACCEPT SS-GATE-PASS
           EVALUATE KEY-STATUS
               WHEN 1003
                       PERFORM 315-CLEAR-DATA
                       PERFORM 320-FIND-CAMPER
               WHEN 1008
                       IF WS-WITH = SPACES
                           MOVE "PICKED UP BY IS REQUIRED TO SIGN OUT"
                               TO WS-MSG
                       ELSE
                           PERFORM 340-SIGN-OUT
                       END-IF
                       PERFORM 330-PASS-SCREEN
               WHEN 1009
                       PERFORM 350-SIGN-IN
                       PERFORM 330-PASS-SCREEN
               WHEN OTHER
                       PERFORM 330-PASS-SCREEN
           END-EVALUATE.
       340-SIGN-OUT.
           MOVE "N" TO WS-SAVED-SW
           MOVE WS-CAMPER-KEY TO ROST-KEY
           OPEN I-O FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           READ FC-ROSTER WITH LOCK
               INVALID KEY
                   MOVE "CAMPER NOT ON THE ROSTER" TO WS-MSG
               NOT INVALID KEY
                   IF ROST-SIGNED-OUT
                       MOVE "CAMPER IS ALREADY SIGNED OUT" TO WS-MSG
                   ELSE
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-FIELDS
                       MOVE "Y" TO ROST-SIGNED-OUT-SW
                       MOVE WS-CURRENT-DATE TO ROST-OUT-DATE
                       MOVE WS-CURRENT-HOUR TO ROST-OUT-TIME (1:2)
                       MOVE WS-CURRENT-MINUTE TO ROST-OUT-TIME (3:2)
                       MOVE WS-WITH TO ROST-OUT-WITH
                       REWRITE ROST-RECORD
                           INVALID KEY
                               MOVE "SIGN OUT NOT SAVED" TO WS-MSG
                           NOT INVALID KEY
                               MOVE "Y" TO WS-SAVED-SW
                               MOVE ROST-RECORD TO JRNL-IMAGE
                               SET JRNL-ROSTER TO TRUE
                               SET JRNL-CHANGE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                       END-REWRITE
                       PERFORM 913-CHECK-ROSTER
                   END-IF
           END-READ
           IF WS-ROST-STAT-HELD
                   MOVE "CAMPER IN USE BY ANOTHER STATION - TRY AGAIN"
                       TO WS-MSG
           END-IF
           PERFORM 328-LOAD-STATUS
           CLOSE FC-ROSTER
           IF WS-MOVE-SAVED
                   MOVE "OUT" TO GMOV-ACTION
                   PERFORM 360-LOG-MOVEMENT
                   MOVE "CAMPER SIGNED OUT" TO WS-MSG
                   MOVE SPACES TO WS-WITH
           END-IF.
       350-SIGN-IN.
           MOVE "N" TO WS-SAVED-SW
           MOVE WS-CAMPER-KEY TO ROST-KEY
           OPEN I-O FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           READ FC-ROSTER WITH LOCK
               INVALID KEY
                   MOVE "CAMPER NOT ON THE ROSTER" TO WS-MSG
               NOT INVALID KEY
                   IF NOT ROST-SIGNED-OUT
                       MOVE "CAMPER IS NOT SIGNED OUT" TO WS-MSG
                   ELSE
                       MOVE "N" TO ROST-SIGNED-OUT-SW
                       MOVE ZEROES TO ROST-OUT-DATE
                       MOVE ZEROES TO ROST-OUT-TIME
                       MOVE SPACES TO ROST-OUT-WITH
                       REWRITE ROST-RECORD
                           INVALID KEY
                               MOVE "SIGN IN NOT SAVED" TO WS-MSG
                           NOT INVALID KEY
                               MOVE "Y" TO WS-SAVED-SW
                               MOVE ROST-RECORD TO JRNL-IMAGE
                               SET JRNL-ROSTER TO TRUE
                               SET JRNL-CHANGE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                       END-REWRITE
                       PERFORM 913-CHECK-ROSTER
                   END-IF
           END-READ
           IF WS-ROST-STAT-HELD
                   MOVE "CAMPER IN USE BY ANOTHER STATION - TRY AGAIN"
                       TO WS-MSG
           END-IF
           PERFORM 328-LOAD-STATUS
           CLOSE FC-ROSTER
           IF WS-MOVE-SAVED
                   MOVE "IN " TO GMOV-ACTION
                   PERFORM 360-LOG-MOVEMENT
                   MOVE "CAMPER SIGNED BACK IN" TO WS-MSG
                   MOVE SPACES TO WS-WITH
           END-IF.
       360-LOG-MOVEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO GMOV-DATE
           MOVE WS-CURRENT-HOUR TO GMOV-TIME (1:2)
           MOVE WS-CURRENT-MINUTE TO GMOV-TIME (3:2)
           MOVE WS-CURRENT-SECOND TO GMOV-TIME (5:2)
           MOVE WS-CURRENT-MS TO GMOV-TIME (7:2)
           MOVE SESS-USER-ID TO GMOV-USER
           MOVE SESS-STATION TO GMOV-STATION
           MOVE WS-CAMPER-KEY TO GMOV-ROST-KEY
           MOVE WS-CAMPER-NAME TO GMOV-NAME
           MOVE WS-CAMPER-TYPE TO GMOV-TYPE
           MOVE WS-WITH TO GMOV-WITH
           MOVE WS-MAIN-CAMP TO GMOV-MAIN-CAMP
           MOVE WS-SUBCAMP TO GMOV-SUBCAMP
           OPEN EXTEND FC-GATE-MOVES
           PERFORM 927-CHECK-GATE-MOVES
           WRITE GMOV-RECORD
           PERFORM 927-CHECK-GATE-MOVES
           CLOSE FC-GATE-MOVES.
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
       927-CHECK-GATE-MOVES.
           IF NOT WS-GMOV-STAT-OK
                   MOVE "GATE_MOVES.DAT" TO ERR-FILE
                   MOVE WS-GMOV-STAT TO ERR-STATUS
                   MOVE GMOV-ROST-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "311-GATE-PASS" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "311-GATE-PASS" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
