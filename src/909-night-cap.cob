       IDENTIFICATION DIVISION.
       PROGRAM-ID. 909-NIGHT-CAP.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 08, 2026.
      * NIGHT-BY-NIGHT CAMPSITE CAPACITY.  EVERY PROGRAM THAT TAKES,
      * GIVES BACK, OR TESTS ROOM ON A SITE COMES THROUGH HERE SO THE
      * NIGHT TABLE ON CAMPS.DAT AND THE WHOLE-EVENT CAPACITY-LEFT
      * ALWAYS AGREE.  A TROOP STAYS FROM ITS ARRIVAL NIGHT UP TO BUT
      * NOT INCLUDING ITS DEPARTURE DATE; NIGHT 1 IS THE EVENT START
      * DATE ON EVENTS.DAT.  A ZERO ARRIVAL OR DEPARTURE MEANS THE
      * EVENT START OR END, AND DATES OUTSIDE THE EVENT ARE PULLED IN
      * TO IT, SO A TROOP ALWAYS STAYS AT LEAST ONE NIGHT.  AN EVENT
      * WITH NO DATE ON FILE IS ONE NIGHT.  CAPACITY-LEFT COMES BACK
      * AS THE FEWEST LEFT ON ANY NIGHT; FEWEST-LEFT AS THE FEWEST ON
      * THE TROOP'S OWN NIGHTS, WHICH IS WHAT A TIGHTEST-FIT SCAN
      * RANKS ON.  ERRORS ARE LOGGED ONLY - THE CALLER OWNS THE
      * SCREEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EVNTSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY EVNTFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-MAX-NIGHTS PIC 9 VALUE 7.
       01 WS-NIGHT PIC 9(02).
       01 WS-DAYS PIC S9(05).
       01 WS-NEW-LEFT PIC S9(05).
       01 WS-TOTAL-DELTA PIC S9(04).
       LINKAGE SECTION.
           COPY NGTLK.
       PROCEDURE DIVISION USING NGT-RECORD.
       909-NIGHT-CAP-MAIN.
           IF NGT-FIND-NIGHTS OR
                   ((NGT-CHECK OR NGT-TAKE OR NGT-GIVE) AND
                   NGT-FIRST-NIGHT = ZEROES)
                   PERFORM 910-FIND-NIGHTS
           END-IF
           IF NGT-LAST-NIGHT < NGT-FIRST-NIGHT
                   MOVE NGT-FIRST-NIGHT TO NGT-LAST-NIGHT
           END-IF
           EVALUATE TRUE
               WHEN NGT-TAKE
                   PERFORM 930-TAKE-NIGHT
                       VARYING WS-NIGHT FROM NGT-FIRST-NIGHT BY 1
                       UNTIL WS-NIGHT > NGT-LAST-NIGHT
               WHEN NGT-GIVE
                   PERFORM 935-GIVE-NIGHT
                       VARYING WS-NIGHT FROM NGT-FIRST-NIGHT BY 1
                       UNTIL WS-NIGHT > NGT-LAST-NIGHT
               WHEN NGT-RESET
                   PERFORM 940-RESET-NIGHT
                       VARYING WS-NIGHT FROM 1 BY 1
                       UNTIL WS-NIGHT > WS-MAX-NIGHTS
               WHEN NGT-RETOTAL
                   COMPUTE WS-TOTAL-DELTA =
                       NGT-TOTAL-CAPACITY - NGT-OLD-TOTAL
                   PERFORM 945-RETOTAL-NIGHT
                       VARYING WS-NIGHT FROM 1 BY 1
                       UNTIL WS-NIGHT > WS-MAX-NIGHTS
           END-EVALUATE
           PERFORM 950-SUM-UP
           EXIT PROGRAM.
      * THE EVENT RANGE COMES OFF EVENTS.DAT; THE TROOP'S DATES ARE
      * TURNED INTO NIGHT NUMBERS WITHIN IT.
       910-FIND-NIGHTS.
           MOVE ZEROES TO NGT-EVENT-START
           MOVE ZEROES TO NGT-EVENT-END
           MOVE 1 TO NGT-EVENT-NIGHTS
           MOVE 1 TO NGT-FIRST-NIGHT
           MOVE 1 TO NGT-LAST-NIGHT
           OPEN INPUT FC-EVENTS
           PERFORM 921-CHECK-EVENTS
           MOVE NGT-EVENT TO EVT-ID
           READ FC-EVENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EVT-DATE TO NGT-EVENT-START
                   MOVE EVT-END-DATE TO NGT-EVENT-END
           END-READ
           CLOSE FC-EVENTS
           IF NGT-EVENT-START NOT = ZEROES
                   PERFORM 915-EVENT-NIGHTS
                   PERFORM 920-TROOP-NIGHTS
           END-IF.
       915-EVENT-NIGHTS.
           IF NGT-EVENT-END > NGT-EVENT-START
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE (NGT-EVENT-END)
                       - FUNCTION INTEGER-OF-DATE (NGT-EVENT-START)
                   IF WS-DAYS > WS-MAX-NIGHTS
                       MOVE WS-MAX-NIGHTS TO NGT-EVENT-NIGHTS
                   ELSE
                       MOVE WS-DAYS TO NGT-EVENT-NIGHTS
                   END-IF
           END-IF
           MOVE NGT-EVENT-NIGHTS TO NGT-LAST-NIGHT.
       920-TROOP-NIGHTS.
           IF NGT-ARRIVE-DATE > NGT-EVENT-START
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE (NGT-ARRIVE-DATE)
                       - FUNCTION INTEGER-OF-DATE (NGT-EVENT-START)
                       + 1
                   IF WS-DAYS > NGT-EVENT-NIGHTS
                       MOVE NGT-EVENT-NIGHTS TO NGT-FIRST-NIGHT
                   ELSE
                       MOVE WS-DAYS TO NGT-FIRST-NIGHT
                   END-IF
           END-IF
           IF NGT-DEPART-DATE > NGT-EVENT-START
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE (NGT-DEPART-DATE)
                       - FUNCTION INTEGER-OF-DATE (NGT-EVENT-START)
                   IF WS-DAYS < NGT-EVENT-NIGHTS
                       MOVE WS-DAYS TO NGT-LAST-NIGHT
                   END-IF
           END-IF.
       930-TAKE-NIGHT.
           COMPUTE WS-NEW-LEFT = NGT-NIGHT-LEFT (WS-NIGHT) - NGT-SPOTS
           IF WS-NEW-LEFT < ZEROES
                   MOVE ZEROES TO WS-NEW-LEFT
           END-IF
           MOVE WS-NEW-LEFT TO NGT-NIGHT-LEFT (WS-NIGHT).
       935-GIVE-NIGHT.
           COMPUTE WS-NEW-LEFT = NGT-NIGHT-LEFT (WS-NIGHT) + NGT-SPOTS
           IF WS-NEW-LEFT > NGT-TOTAL-CAPACITY
                   MOVE NGT-TOTAL-CAPACITY TO WS-NEW-LEFT
           END-IF
           MOVE WS-NEW-LEFT TO NGT-NIGHT-LEFT (WS-NIGHT).
       940-RESET-NIGHT.
           MOVE NGT-TOTAL-CAPACITY TO NGT-NIGHT-LEFT (WS-NIGHT).
       945-RETOTAL-NIGHT.
           COMPUTE WS-NEW-LEFT =
               NGT-NIGHT-LEFT (WS-NIGHT) + WS-TOTAL-DELTA
           IF WS-NEW-LEFT < ZEROES
                   MOVE ZEROES TO WS-NEW-LEFT
           END-IF
           IF WS-NEW-LEFT > NGT-TOTAL-CAPACITY
                   MOVE NGT-TOTAL-CAPACITY TO WS-NEW-LEFT
           END-IF
           MOVE WS-NEW-LEFT TO NGT-NIGHT-LEFT (WS-NIGHT).
      * A NIGHT NO TROOP HAS TOUCHED SITS AT THE TOTAL, SO THE FEWEST
      * LEFT ACROSS ALL SEVEN SLOTS IS THE FEWEST ACROSS THE EVENT.
       950-SUM-UP.
           MOVE NGT-TOTAL-CAPACITY TO NGT-CAPACITY-LEFT
           MOVE NGT-TOTAL-CAPACITY TO NGT-FEWEST-LEFT
           PERFORM 955-SUM-NIGHT
               VARYING WS-NIGHT FROM 1 BY 1
               UNTIL WS-NIGHT > WS-MAX-NIGHTS
           MOVE "N" TO NGT-FITS-SW
           IF NGT-FEWEST-LEFT >= NGT-SPOTS
                   MOVE "Y" TO NGT-FITS-SW
           END-IF.
       955-SUM-NIGHT.
           IF NGT-NIGHT-LEFT (WS-NIGHT) > NGT-TOTAL-CAPACITY
                   MOVE NGT-TOTAL-CAPACITY TO NGT-NIGHT-LEFT (WS-NIGHT)
           END-IF
           IF NGT-NIGHT-LEFT (WS-NIGHT) < NGT-CAPACITY-LEFT
                   MOVE NGT-NIGHT-LEFT (WS-NIGHT) TO NGT-CAPACITY-LEFT
           END-IF
           IF WS-NIGHT >= NGT-FIRST-NIGHT AND
                   WS-NIGHT <= NGT-LAST-NIGHT AND
                   NGT-NIGHT-LEFT (WS-NIGHT) < NGT-FEWEST-LEFT
                   MOVE NGT-NIGHT-LEFT (WS-NIGHT) TO NGT-FEWEST-LEFT
           END-IF.
       921-CHECK-EVENTS.
           IF NOT WS-EVNT-STAT-OK
                   MOVE "EVENTS.DAT" TO ERR-FILE
                   MOVE WS-EVNT-STAT TO ERR-STATUS
                   MOVE EVT-ID TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "909-NIGHT-CAP" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD.
