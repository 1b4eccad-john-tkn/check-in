       IDENTIFICATION DIVISION.
       PROGRAM-ID. 908-LEADER-CHECK.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 06, 2026.
      * COUNCIL TWO-DEEP LEADERSHIP AND YOUTH PROTECTION RULES FOR ONE
      * TROOP, SHARED BY THE GATE (310-CHECK-IN, 313-GATE-OFFER) AND
      * THE PRE-EVENT EXCEPTION REPORT (328-LEADER-EXCEPT) SO ALL JUDGE
      * A TROOP THE SAME WAY.  A TROOP IS HELD WHEN IT HAS FEWER THAN
      * TWO ADULTS, FEWER THAN ONE ADULT FOR EVERY TEN YOUTH (ROUNDED
      * UP), OR ANY ADULT ON ROSTER.DAT WHOSE TRAINING EXPIRATION DATE
      * FALLS BEFORE THE EVENT DATE - A ZERO DATE MEANS NO TRAINING ON
      * FILE AND FAILS TOO.  AN EVENT WITH NO DATE ON EVENTS.DAT IS
      * JUDGED AGAINST TODAY.  THE COUNTS ARE THE CALLER'S; THE ROSTER
      * IS READ HERE.  ERRORS ARE LOGGED ONLY - THE CALLER OWNS THE
      * SCREEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EVNTSEL.
           COPY ROSTSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY EVNTFD.
           COPY ROSTFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-YOUTH-PER-ADULT PIC 9(02) VALUE 10.
       01 WS-MIN-ADULTS PIC 9(02) VALUE 2.
       01 WS-RATIO-NEEDED PIC 9(02).
       01 WS-FIRST-LAPSED PIC X(30).
       01 WS-COUNT-X PIC Z9.
       01 WS-COUNT2-X PIC Z9.
       01 WS-COUNT3-X PIC Z9.
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
           COPY LDRLK.
       PROCEDURE DIVISION USING LDR-RECORD.
       908-LEADER-CHECK-MAIN.
           MOVE ZEROES TO LDR-ADULTS-NEEDED
           MOVE ZEROES TO LDR-ROSTER-ADULTS
           MOVE ZEROES TO LDR-LAPSED-ADULTS
           MOVE ZEROES TO LDR-REASON-COUNT
           MOVE SPACES TO LDR-REASONS
           MOVE "N" TO LDR-HOLD-SW
           PERFORM 910-GET-EVENT-DATE
           PERFORM 920-CHECK-COUNTS
           PERFORM 930-CHECK-TRAINING
           IF LDR-REASON-COUNT > ZEROES
                   MOVE "Y" TO LDR-HOLD-SW
           END-IF
           EXIT PROGRAM.
       910-GET-EVENT-DATE.
           MOVE ZEROES TO LDR-EVENT-DATE
           OPEN INPUT FC-EVENTS
           PERFORM 921-CHECK-EVENTS
           MOVE LDR-EVENT TO EVT-ID
           READ FC-EVENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EVT-DATE TO LDR-EVENT-DATE
           END-READ
           CLOSE FC-EVENTS
           IF LDR-EVENT-DATE = ZEROES
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
                   MOVE WS-CURRENT-DATE TO LDR-EVENT-DATE
           END-IF.
       920-CHECK-COUNTS.
           COMPUTE WS-RATIO-NEEDED =
               (LDR-YOUTH + WS-YOUTH-PER-ADULT - 1) / WS-YOUTH-PER-ADULT
           IF WS-RATIO-NEEDED > WS-MIN-ADULTS
                   MOVE WS-RATIO-NEEDED TO LDR-ADULTS-NEEDED
           ELSE
                   MOVE WS-MIN-ADULTS TO LDR-ADULTS-NEEDED
           END-IF
           IF LDR-ADULTS < WS-MIN-ADULTS
                   ADD 1 TO LDR-REASON-COUNT
                   MOVE LDR-ADULTS TO WS-COUNT-X
                   STRING "FEWER THAN TWO ADULTS - " DELIMITED BY SIZE
                       WS-COUNT-X DELIMITED BY SIZE
                       " ON HAND" DELIMITED BY SIZE
                       INTO LDR-REASON (LDR-REASON-COUNT)
           END-IF
           IF LDR-ADULTS < WS-RATIO-NEEDED AND
                   WS-RATIO-NEEDED > WS-MIN-ADULTS
                   ADD 1 TO LDR-REASON-COUNT
                   MOVE LDR-ADULTS TO WS-COUNT-X
                   MOVE LDR-YOUTH TO WS-COUNT2-X
                   MOVE WS-RATIO-NEEDED TO WS-COUNT3-X
                   STRING "TOO FEW ADULTS - " DELIMITED BY SIZE
                       WS-COUNT-X DELIMITED BY SIZE
                       " FOR " DELIMITED BY SIZE
                       WS-COUNT2-X DELIMITED BY SIZE
                       " YOUTH, NEED " DELIMITED BY SIZE
                       WS-COUNT3-X DELIMITED BY SIZE
                       INTO LDR-REASON (LDR-REASON-COUNT)
           END-IF.
       930-CHECK-TRAINING.
           MOVE SPACES TO WS-FIRST-LAPSED
           MOVE "N" TO WS-ROSTER-DONE-SW
           MOVE LDR-EVENT TO ROST-EVENT
           MOVE LDR-AREA TO ROST-AREA
           MOVE LDR-UNIT TO ROST-UNIT
           MOVE ZEROES TO ROST-SEQ
           OPEN INPUT FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           START FC-ROSTER KEY IS NOT LESS THAN ROST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ROSTER-DONE-SW
           END-START
           PERFORM 935-CHECK-ROSTER-NAME UNTIL WS-NO-MORE-ROSTER-NAMES
           CLOSE FC-ROSTER
           IF LDR-LAPSED-ADULTS > ZEROES
                   ADD 1 TO LDR-REASON-COUNT
                   MOVE LDR-LAPSED-ADULTS TO WS-COUNT-X
                   STRING "YPT LAPSED/MISSING -" DELIMITED BY SIZE
                       WS-COUNT-X DELIMITED BY SIZE
                       " ADULT(S): " DELIMITED BY SIZE
                       WS-FIRST-LAPSED DELIMITED BY "  "
                       INTO LDR-REASON (LDR-REASON-COUNT)
           END-IF.
       935-CHECK-ROSTER-NAME.
           READ FC-ROSTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROSTER-DONE-SW
               NOT AT END
                   IF ROST-EVENT NOT EQUAL LDR-EVENT
                           OR ROST-AREA NOT EQUAL LDR-AREA
                           OR ROST-UNIT NOT EQUAL LDR-UNIT
                       MOVE "Y" TO WS-ROSTER-DONE-SW
                   ELSE
                       IF ROST-ADULT
                           ADD 1 TO LDR-ROSTER-ADULTS
                           IF ROST-TRAINING-EXPIRES < LDR-EVENT-DATE
                               ADD 1 TO LDR-LAPSED-ADULTS
                               IF WS-FIRST-LAPSED = SPACES
                                   MOVE ROST-NAME TO WS-FIRST-LAPSED
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       913-CHECK-ROSTER.
           IF NOT WS-ROST-STAT-OK
                   MOVE "ROSTER.DAT" TO ERR-FILE
                   MOVE WS-ROST-STAT TO ERR-STATUS
                   MOVE ROST-KEY TO ERR-KEY
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
           MOVE "908-LEADER-CHECK" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD.
