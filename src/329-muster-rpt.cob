       IDENTIFICATION DIVISION.
       PROGRAM-ID. 329-MUSTER-RPT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 07, 2026.
      * ON-PROPERTY MUSTER REPORT FOR A STORM OR LOST-CAMPER DRILL.
      * WALKS CAMPS.DAT SITE BY SITE AND, UNDER EACH SITE, LISTS
      * EVERY NAMED CAMPER OF EVERY CHECKED-IN TROOP OF THE SIGNED-ON
      * EVENT AS PRESENT OR SIGNED OUT (WITH THE TIME AND WHO THEY
      * LEFT WITH) FROM THE GATE STATUS 311-GATE-PASS KEEPS ON
      * ROSTER.DAT, SO A LEADER CAN CALL THE ROLL AGAINST IT.  SITE
      * AND GRAND TOTALS OF PRESENT AND SIGNED-OUT CAMPERS CLOSE
      * EACH SITE AND THE REPORT.  BUILT THE WAY
      * 321-EMERG-ROSTER-RPT BUILDS ITS PRINT FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPSEL.
           COPY CAMPRSEL.
           COPY ROSTSEL.
           SELECT FC-MUSTER-RPT ASSIGN TO './db/muster_rpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPFD.
           COPY CAMPRFD.
           COPY ROSTFD.
       FD  FC-MUSTER-RPT.
       01  RPT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(28)
               VALUE "ON-PROPERTY MUSTER      RUN ".
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
       01 WS-SITE-LINE.
           02 FILLER PIC X(10) VALUE "CAMPSITE: ".
           02 WS-SITE-MAIN-CAMP PIC X(2).
           02 FILLER PIC X(3) VALUE " / ".
           02 WS-SITE-SUBCAMP PIC X(15).
       01 WS-TROOP-LINE.
           02 FILLER PIC X(09) VALUE "  TROOP: ".
           02 WS-TRP-AREA PIC 9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-TRP-UNIT PIC 999.
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(34) VALUE "  NAME".
           02 FILLER PIC X(03) VALUE "T".
           02 FILLER PIC X(09) VALUE "STATUS".
           02 FILLER PIC X(13) VALUE "OUT AT".
           02 FILLER PIC X(09) VALUE "LEFT WITH".
       01 WS-RULE-LINE PIC X(88) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(90).
       01 WS-DETAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-TYPE PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-STATUS PIC X(07).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-OUT-AT PIC X(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-WITH PIC X(30).
       01 WS-OUT-AT.
           02 WS-OA-MONTH PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-OA-DAY PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-OA-HOUR PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 WS-OA-MINUTE PIC 9(02).
       01 WS-OUT-DATE.
           02 WS-OUT-YEAR PIC 9(04).
           02 WS-OUT-MONTH PIC 9(02).
           02 WS-OUT-DAY PIC 9(02).
       01 WS-OUT-DATE-N REDEFINES WS-OUT-DATE PIC 9(08).
       01 WS-OUT-TIME.
           02 WS-OUT-HOUR PIC 9(02).
           02 WS-OUT-MINUTE PIC 9(02).
       01 WS-OUT-TIME-N REDEFINES WS-OUT-TIME PIC 9(04).
       01 WS-SITE-TOTAL-LINE.
           02 FILLER PIC X(15) VALUE "  SITE PRESENT:".
           02 WS-STL-PRESENT PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "   SIGNED OUT:".
           02 WS-STL-OUT PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "   ON ROLL:".
           02 WS-STL-ROLL PIC ZZZZ9.
       01 WS-GRAND-TOTAL-LINE.
           02 FILLER PIC X(15) VALUE "ALL PRESENT:".
           02 WS-GTL-PRESENT PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "   SIGNED OUT:".
           02 WS-GTL-OUT PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "   ON ROLL:".
           02 WS-GTL-ROLL PIC ZZZZ9.
       01 WS-SITE-PRESENT PIC 9(05).
       01 WS-SITE-OUT PIC 9(05).
       01 WS-TOTAL-PRESENT PIC 9(05).
       01 WS-TOTAL-OUT PIC 9(05).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       01 WS-CAMPS-DONE PIC 9.
           88 WS-ALL-CAMPS-DONE VALUE 1.
       01 WS-CAMPERS-DONE PIC 9.
           88 WS-ALL-CAMPERS-DONE VALUE 1.
       01 WS-ROSTER-DONE-SW PIC X(01).
           88 WS-NO-MORE-ROSTER-NAMES VALUE "Y".
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
       329-MUSTER-RPT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-TOTAL-PRESENT
           MOVE ZEROES TO WS-TOTAL-OUT
           MOVE ZEROES TO WS-CAMPS-DONE
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-MONTH TO WS-HDG-MONTH
           MOVE WS-CURRENT-DAY TO WS-HDG-DAY
           MOVE WS-CURRENT-YEAR TO WS-HDG-YEAR
           MOVE WS-CURRENT-HOUR TO WS-HDG-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-HDG-MINUTE
           MOVE SESS-EVENT-ID TO WS-EVT-ID
           MOVE SESS-EVENT-NAME TO WS-EVT-NAME
           OPEN OUTPUT FC-MUSTER-RPT
           PERFORM 325-PAGE-HEADING
           OPEN INPUT FC-CAMPS
           PERFORM 910-CHECK-CAMPS
           PERFORM 330-SCAN-CAMP UNTIL WS-ALL-CAMPS-DONE
           CLOSE FC-CAMPS
           MOVE WS-RULE-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE WS-TOTAL-PRESENT TO WS-GTL-PRESENT
           MOVE WS-TOTAL-OUT TO WS-GTL-OUT
           COMPUTE WS-GTL-ROLL = WS-TOTAL-PRESENT + WS-TOTAL-OUT
           MOVE WS-GRAND-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           CLOSE FC-MUSTER-RPT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "ON-PROPERTY MUSTER"
           DISPLAY " "
           DISPLAY "  CAMPERS PRESENT:  " WS-TOTAL-PRESENT
           DISPLAY "  SIGNED OUT:       " WS-TOTAL-OUT
           DISPLAY "  WRITTEN TO DB/MUSTER_RPT.TXT"
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
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 3 TO WS-LINE-COUNT.
       330-SCAN-CAMP.
           READ FC-CAMPS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPS-DONE
               NOT AT END
                   PERFORM 340-LIST-SITE
           END-READ.
      * A SITE WITH NOBODY ON THE ROLL IS LEFT OFF THE REPORT.
       340-LIST-SITE.
           MOVE ZEROES TO WS-SITE-PRESENT
           MOVE ZEROES TO WS-SITE-OUT
           MOVE ZEROES TO WS-CAMPERS-DONE
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE ZEROES TO FD-CAMPER-AREA
           MOVE ZEROES TO FD-CAMPER-UNIT
           START FC-CAMPERS KEY IS NOT LESS THAN FD-CAMPER-KEY
               INVALID KEY
                   MOVE 1 TO WS-CAMPERS-DONE
           END-START
           PERFORM 350-SCAN-CAMPER UNTIL WS-ALL-CAMPERS-DONE
           CLOSE FC-CAMPERS
           IF WS-SITE-PRESENT > ZEROES OR WS-SITE-OUT > ZEROES
                   MOVE WS-SITE-PRESENT TO WS-STL-PRESENT
                   MOVE WS-SITE-OUT TO WS-STL-OUT
                   COMPUTE WS-STL-ROLL = WS-SITE-PRESENT + WS-SITE-OUT
                   MOVE WS-SITE-TOTAL-LINE TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
                   ADD WS-SITE-PRESENT TO WS-TOTAL-PRESENT
                   ADD WS-SITE-OUT TO WS-TOTAL-OUT
           END-IF.
       350-SCAN-CAMPER.
           READ FC-CAMPERS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPERS-DONE
               NOT AT END
                   IF FD-CAMPER-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE 1 TO WS-CAMPERS-DONE
                   ELSE
                       IF FD-CHECKED-IN AND
                               FD-ASSIGNED-MAIN-CAMP = FS-CAMP-MAIN-CAMP
                               AND FD-ASSIGNED-SUBCAMP = FS-CAMP-SUBCAMP
                           PERFORM 360-LIST-TROOP-NAMES
                       END-IF
                   END-IF
           END-READ.
      * THE SITE HEADING IS PRINTED WITH THE FIRST TROOP FOUND ON IT.
       360-LIST-TROOP-NAMES.
           IF WS-SITE-PRESENT = ZEROES AND WS-SITE-OUT = ZEROES
                   MOVE FS-CAMP-MAIN-CAMP TO WS-SITE-MAIN-CAMP
                   MOVE FS-CAMP-SUBCAMP TO WS-SITE-SUBCAMP
                   MOVE WS-SITE-LINE TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           END-IF
           MOVE FD-CAMPER-AREA TO WS-TRP-AREA
           MOVE FD-CAMPER-UNIT TO WS-TRP-UNIT
           MOVE WS-TROOP-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE "N" TO WS-ROSTER-DONE-SW
           MOVE FD-CAMPER-EVENT TO ROST-EVENT
           MOVE FD-CAMPER-AREA TO ROST-AREA
           MOVE FD-CAMPER-UNIT TO ROST-UNIT
           MOVE ZEROES TO ROST-SEQ
           OPEN INPUT FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           START FC-ROSTER KEY IS NOT LESS THAN ROST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ROSTER-DONE-SW
           END-START
           PERFORM 370-LIST-NAME UNTIL WS-NO-MORE-ROSTER-NAMES
           CLOSE FC-ROSTER.
       370-LIST-NAME.
           READ FC-ROSTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROSTER-DONE-SW
               NOT AT END
                   IF ROST-EVENT NOT EQUAL FD-CAMPER-EVENT
                           OR ROST-AREA NOT EQUAL FD-CAMPER-AREA
                           OR ROST-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-ROSTER-DONE-SW
                   ELSE
                       PERFORM 375-FORMAT-NAME
                   END-IF
           END-READ.
       375-FORMAT-NAME.
           MOVE ROST-NAME TO WS-DTL-NAME
           MOVE ROST-TYPE TO WS-DTL-TYPE
           IF ROST-SIGNED-OUT
                   ADD 1 TO WS-SITE-OUT
                   MOVE "OUT" TO WS-DTL-STATUS
                   MOVE ROST-OUT-DATE TO WS-OUT-DATE-N
                   MOVE ROST-OUT-TIME TO WS-OUT-TIME-N
                   MOVE WS-OUT-MONTH TO WS-OA-MONTH
                   MOVE WS-OUT-DAY TO WS-OA-DAY
                   MOVE WS-OUT-HOUR TO WS-OA-HOUR
                   MOVE WS-OUT-MINUTE TO WS-OA-MINUTE
                   MOVE WS-OUT-AT TO WS-DTL-OUT-AT
                   MOVE ROST-OUT-WITH TO WS-DTL-WITH
           ELSE
                   ADD 1 TO WS-SITE-PRESENT
                   MOVE "PRESENT" TO WS-DTL-STATUS
                   MOVE SPACES TO WS-DTL-OUT-AT
                   MOVE SPACES TO WS-DTL-WITH
           END-IF
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 325-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
       910-CHECK-CAMPS.
           IF NOT WS-CAMP-STAT-OK
                   MOVE "CAMPS.DAT" TO ERR-FILE
                   MOVE WS-CAMP-STAT TO ERR-STATUS
                   MOVE FS-CAMP-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
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
       990-LOG-FILE-ERROR.
           MOVE "329-MUSTER-RPT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
