       IDENTIFICATION DIVISION.
       PROGRAM-ID. 327-KITCHEN-RPT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 05, 2026.
      * KITCHEN PRODUCTION REPORT.  ONE PAGE PER MEAL ON THE SIGNED-ON
      * EVENT'S MEAL PLAN (EVENTS.DAT), FRIDAY DINNER THROUGH SUNDAY
      * LUNCH, COUNTING THE TROOPS, ADULTS, AND YOUTH EATING THAT MEAL
      * IN THE DINING HALL, BROKEN OUT BY MAIN CAMP FOR SEATING.  A
      * CHECKED-IN TROOP IS COUNTED FROM ITS ACTUAL COUNTS, SO A LATE
      * ARRIVAL KEYED IN 312-ADJUST-COUNTS SHOWS UP ON THE NEXT RUN;
      * A TROOP NOT YET ARRIVED IS COUNTED FROM ITS SIGNED-UP COUNTS
      * UNDER "NOT YET ASSIGNED" UNLESS IT WAS PRE-ASSIGNED A SITE.
      * 315-CHECK-OUT SETS A DEPARTING TROOP BACK TO SITE COOKING, SO
      * AN EARLY DEPARTURE DROPS OFF THE COUNTS.  ONLY MEALS A TROOP
      * HAS MARKED D (DINING HALL) IN TROOP MAINTENANCE ARE COUNTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY EVNTSEL.
           SELECT FC-KITCHEN-RPT ASSIGN TO './db/kitchen_counts.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY EVNTFD.
       FD  FC-KITCHEN-RPT.
       01  RPT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(28)
               VALUE "KITCHEN MEAL COUNTS     RUN ".
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
       01 WS-MEAL-LINE.
           02 FILLER PIC X(06) VALUE "MEAL: ".
           02 WS-ML-NAME PIC X(13).
           02 WS-ML-CONTINUED PIC X(12).
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(20) VALUE "MAIN CAMP".
           02 FILLER PIC X(08) VALUE "  TROOPS".
           02 FILLER PIC X(08) VALUE "  ADULTS".
           02 FILLER PIC X(08) VALUE "   YOUTH".
           02 FILLER PIC X(08) VALUE "   TOTAL".
       01 WS-DETAIL-LINE.
           02 WS-DTL-CAMP PIC X(20).
           02 FILLER PIC X(05) VALUE SPACES.
           02 WS-DTL-TROOPS PIC ZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-DTL-ADULTS PIC ZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-DTL-YOUTH PIC ZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-DTL-TOTAL PIC ZZZZ9.
       01 WS-RULE-LINE PIC X(72) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(90).
      * MEAL SLOTS MATCH EVT-MEAL-PLAN AND FD-MEAL-CHOICES.
       01 WS-MEAL-NAMES.
           02 FILLER PIC X(13) VALUE "FRI DINNER".
           02 FILLER PIC X(13) VALUE "SAT BREAKFAST".
           02 FILLER PIC X(13) VALUE "SAT LUNCH".
           02 FILLER PIC X(13) VALUE "SAT DINNER".
           02 FILLER PIC X(13) VALUE "SUN BREAKFAST".
           02 FILLER PIC X(13) VALUE "SUN LUNCH".
       01 WS-MEAL-NAME-TABLE REDEFINES WS-MEAL-NAMES.
           02 WS-MEAL-NAME PIC X(13) OCCURS 6 TIMES.
      * ONE ENTRY PER MAIN CAMP SEEN ON THE EVENT'S TROOPS, IN THE
      * ORDER FIRST MET.  A BLANK CODE HOLDS THE TROOPS WITH NO SITE
      * YET; THE LAST ENTRY TAKES ANY OVERFLOW.
       01 WS-CAMP-TABLE.
           02 WS-CAMP-ENTRY OCCURS 20 TIMES.
               03 WS-CT-MAIN-CAMP PIC X(02).
               03 WS-CT-MEAL OCCURS 6 TIMES.
                   04 WS-CT-TROOPS PIC 9(03).
                   04 WS-CT-ADULTS PIC 9(04).
                   04 WS-CT-YOUTH PIC 9(04).
       01 WS-MEAL-TOTALS.
           02 WS-MT-TROOPS PIC 9(04).
           02 WS-MT-ADULTS PIC 9(05).
           02 WS-MT-YOUTH PIC 9(05).
       01 WS-CAMP-COUNT PIC 9(02).
       01 WS-CAMP-IX PIC 9(02).
       01 WS-MEAL-IX PIC 9(02).
       01 WS-TROOP-MAIN-CAMP PIC X(02).
       01 WS-TROOP-ADULTS PIC 9(02).
       01 WS-TROOP-YOUTH PIC 9(02).
       01 WS-MEAL-PLAN.
           02 WS-MEAL-SERVED-SW PIC X(01) OCCURS 6 TIMES.
               88 WS-MEAL-SERVED VALUE "Y".
       01 WS-MEALS-PRINTED PIC 9(02).
       01 WS-TROOP-COUNT PIC 9(05).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       01 WS-CAMP-FOUND-SW PIC X(01).
           88 WS-CAMP-FOUND VALUE "Y".
       01 WS-CAMPERS-DONE PIC 9.
           88 WS-ALL-CAMPERS-DONE VALUE 1.
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
       327-KITCHEN-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-CAMP-TABLE
           MOVE ZEROES TO WS-CAMP-COUNT
           MOVE ZEROES TO WS-TROOP-COUNT
           MOVE ZEROES TO WS-MEALS-PRINTED
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
           PERFORM 328-READ-MEAL-PLAN
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
           OPEN OUTPUT FC-KITCHEN-RPT
           PERFORM 340-PRINT-MEAL
               VARYING WS-MEAL-IX FROM 1 BY 1 UNTIL WS-MEAL-IX > 6
           CLOSE FC-KITCHEN-RPT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "KITCHEN MEAL COUNTS"
           DISPLAY " "
           DISPLAY "  TROOPS ON EVENT:  " WS-TROOP-COUNT
           DISPLAY "  MEALS PRINTED:    " WS-MEALS-PRINTED
           DISPLAY "  WRITTEN TO DB/KITCHEN_COUNTS.TXT"
           DISPLAY " "
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT WS-DUMMY
           EXIT PROGRAM.
      * AN EVENT MISSING FROM THE MASTER IS TREATED AS SERVING EVERY
      * MEAL SO THE KITCHEN STILL GETS A COUNT.
       328-READ-MEAL-PLAN.
           MOVE ALL "Y" TO WS-MEAL-PLAN
           OPEN INPUT FC-EVENTS
           PERFORM 921-CHECK-EVENTS
           MOVE SESS-EVENT-ID TO EVT-ID
           READ FC-EVENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EVT-MEAL-PLAN TO WS-MEAL-PLAN
           END-READ
           CLOSE FC-EVENTS.
      * EVERY PAGE OPENS WITH THE RUN HEADING, THE EVENT, AND THE
      * MEAL, SO EACH MEAL STARTS UNDER ITS OWN HEADING FOR THE
      * KITCHEN.
       329-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EVENT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MEAL-NAME (WS-MEAL-IX) TO WS-ML-NAME
           MOVE WS-MEAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 6 TO WS-LINE-COUNT.
       330-SCAN-TROOP.
           READ FC-CAMPERS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPERS-DONE
               NOT AT END
                   IF FD-CAMPER-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE 1 TO WS-CAMPERS-DONE
                   ELSE
                       PERFORM 335-TALLY-TROOP
                   END-IF
           END-READ.
       335-TALLY-TROOP.
           ADD 1 TO WS-TROOP-COUNT
           IF FD-CHECKED-IN
                   MOVE FD-ACTAUL-ADULTS TO WS-TROOP-ADULTS
                   MOVE FD-ACTUAL-YOUTH TO WS-TROOP-YOUTH
           ELSE
                   MOVE FD-ADULTS TO WS-TROOP-ADULTS
                   MOVE FD-YOUTH TO WS-TROOP-YOUTH
           END-IF
           IF FD-ASSIGNED-MAIN-CAMP = LOW-VALUES
                   MOVE SPACES TO WS-TROOP-MAIN-CAMP
           ELSE
                   MOVE FD-ASSIGNED-MAIN-CAMP TO WS-TROOP-MAIN-CAMP
           END-IF
           PERFORM 336-FIND-CAMP
           PERFORM 338-TALLY-MEAL
               VARYING WS-MEAL-IX FROM 1 BY 1 UNTIL WS-MEAL-IX > 6.
       336-FIND-CAMP.
           MOVE "N" TO WS-CAMP-FOUND-SW
           PERFORM 337-MATCH-CAMP
               VARYING WS-CAMP-IX FROM 1 BY 1
               UNTIL WS-CAMP-IX > WS-CAMP-COUNT OR WS-CAMP-FOUND
           IF WS-CAMP-FOUND
                   SUBTRACT 1 FROM WS-CAMP-IX
           ELSE
                   IF WS-CAMP-COUNT < 20
                       ADD 1 TO WS-CAMP-COUNT
                       MOVE WS-TROOP-MAIN-CAMP
                           TO WS-CT-MAIN-CAMP (WS-CAMP-COUNT)
                   ELSE
                       MOVE "**" TO WS-CT-MAIN-CAMP (WS-CAMP-COUNT)
                   END-IF
                   MOVE WS-CAMP-COUNT TO WS-CAMP-IX
           END-IF.
       337-MATCH-CAMP.
           IF WS-CT-MAIN-CAMP (WS-CAMP-IX) = WS-TROOP-MAIN-CAMP
                   MOVE "Y" TO WS-CAMP-FOUND-SW
           END-IF.
       338-TALLY-MEAL.
           IF FD-MEAL-IN-HALL (WS-MEAL-IX)
                   ADD 1 TO WS-CT-TROOPS (WS-CAMP-IX, WS-MEAL-IX)
                   ADD WS-TROOP-ADULTS
                       TO WS-CT-ADULTS (WS-CAMP-IX, WS-MEAL-IX)
                   ADD WS-TROOP-YOUTH
                       TO WS-CT-YOUTH (WS-CAMP-IX, WS-MEAL-IX)
           END-IF.
      * A MEAL THE EVENT DOES NOT SERVE IS SKIPPED EVEN IF A TROOP
      * MARKED IT FOR THE DINING HALL.
       340-PRINT-MEAL.
           IF WS-MEAL-SERVED (WS-MEAL-IX)
                   ADD 1 TO WS-MEALS-PRINTED
                   MOVE ZEROES TO WS-MEAL-TOTALS
                   MOVE SPACES TO WS-ML-CONTINUED
                   PERFORM 329-PAGE-HEADING
                   MOVE " (CONTINUED)" TO WS-ML-CONTINUED
                   PERFORM 345-PRINT-CAMP
                       VARYING WS-CAMP-IX FROM 1 BY 1
                       UNTIL WS-CAMP-IX > WS-CAMP-COUNT
                   IF WS-MT-TROOPS = ZEROES
                       MOVE "  NO TROOPS EATING IN THE DINING HALL"
                           TO WS-PRINT-LINE
                       PERFORM 380-WRITE-RPT-LINE
                   END-IF
                   MOVE WS-RULE-LINE TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
                   MOVE "ALL MAIN CAMPS" TO WS-DTL-CAMP
                   MOVE WS-MT-TROOPS TO WS-DTL-TROOPS
                   MOVE WS-MT-ADULTS TO WS-DTL-ADULTS
                   MOVE WS-MT-YOUTH TO WS-DTL-YOUTH
                   COMPUTE WS-DTL-TOTAL = WS-MT-ADULTS + WS-MT-YOUTH
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           END-IF.
       345-PRINT-CAMP.
           IF WS-CT-TROOPS (WS-CAMP-IX, WS-MEAL-IX) > ZEROES
                   EVALUATE WS-CT-MAIN-CAMP (WS-CAMP-IX)
                       WHEN SPACES
                           MOVE "NOT YET ASSIGNED" TO WS-DTL-CAMP
                       WHEN "**"
                           MOVE "OTHER MAIN CAMPS" TO WS-DTL-CAMP
                       WHEN OTHER
                           MOVE WS-CT-MAIN-CAMP (WS-CAMP-IX)
                               TO WS-DTL-CAMP
                   END-EVALUATE
                   MOVE WS-CT-TROOPS (WS-CAMP-IX, WS-MEAL-IX)
                       TO WS-DTL-TROOPS
                   MOVE WS-CT-ADULTS (WS-CAMP-IX, WS-MEAL-IX)
                       TO WS-DTL-ADULTS
                   MOVE WS-CT-YOUTH (WS-CAMP-IX, WS-MEAL-IX)
                       TO WS-DTL-YOUTH
                   COMPUTE WS-DTL-TOTAL =
                       WS-CT-ADULTS (WS-CAMP-IX, WS-MEAL-IX) +
                       WS-CT-YOUTH (WS-CAMP-IX, WS-MEAL-IX)
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
                   ADD WS-CT-TROOPS (WS-CAMP-IX, WS-MEAL-IX)
                       TO WS-MT-TROOPS
                   ADD WS-CT-ADULTS (WS-CAMP-IX, WS-MEAL-IX)
                       TO WS-MT-ADULTS
                   ADD WS-CT-YOUTH (WS-CAMP-IX, WS-MEAL-IX)
                       TO WS-MT-YOUTH
           END-IF.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 329-PAGE-HEADING
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
       921-CHECK-EVENTS.
           IF NOT WS-EVNT-STAT-OK
                   MOVE "EVENTS.DAT" TO ERR-FILE
                   MOVE WS-EVNT-STAT TO ERR-STATUS
                   MOVE EVT-ID TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "327-KITCHEN-RPT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
