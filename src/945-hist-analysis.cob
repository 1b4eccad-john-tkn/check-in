       IDENTIFICATION DIVISION.
       PROGRAM-ID. 945-HIST-ANALYSIS.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 15, 2026.
      * MULTI-SEASON CAMPSITE UTILIZATION AND TROOP RELIABILITY
      * ANALYSIS OFF THE EVENT-HISTORY FILE WRITTEN BY
      * 930-SEASON-ROLLOVER.  940-ATTENDANCE-SUMMARY ANSWERS "HOW
      * MANY CAME"; THIS ONE ANSWERS WHERE THEY CAMPED AND WHO CAN BE
      * COUNTED ON, FOR LAYING OUT NEXT SEASON'S SITES AND FOR
      * WAITLIST PRIORITY.
      * PART 1 TAKES EVERY CAMPSITE ON CAMPS.DAT, PLUS ANY SITE ON
      * THE HISTORY THAT HAS SINCE COME OFF THE FILE, AND SHOWS HOW
      * MANY EVENTS IT WAS USED AT, HOW MANY TROOPS IT HELD, ITS
      * AVERAGE AND PEAK HEADCOUNT, HOW MANY EVENTS IT WAS FULL, AND
      * ITS OCCUPANCY - ACTUAL HEADCOUNT AGAINST TOTAL CAPACITY OVER
      * EVERY EVENT ON THE HISTORY - FLAGGING THE SITES THAT ARE
      * ALWAYS FULL, MOSTLY EMPTY, OR NEVER USED.
      * PART 2 TAKES EVERY UNIT ON THE HISTORY AND SHOWS THE EVENTS
      * IT REGISTERED FOR, THE EVENTS IT CAME TO, AND ITS AVERAGE
      * ACTUAL HEADCOUNT AGAINST ITS AVERAGE SIGNED-UP HEADCOUNT AT
      * THE EVENTS IT CAME TO, WITH A RELIABLE/FAIR/POOR RATING.  THE
      * SAME LINES ARE WRITTEN TO TROOP_RELIABILITY.DAT FOR THE
      * SUPERVISOR TO LOOK UP WHILE WORKING THE WAITLIST.
      * THE REPORT GOES TO DB/HIST_ANALYSIS.TXT.  ROLLOVER WRITES
      * THE HISTORY ONE EVENT AT A TIME, SO AN EVENT IS COUNTED EACH
      * TIME THE EVENT DATE CHANGES ON THE FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHSTSEL.
           COPY CAMPSEL.
           COPY UNITSEL.
           COPY RELYSEL.
           SELECT FC-HIST-RPT ASSIGN TO './db/hist_analysis.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CHSTFD.
           COPY CAMPFD.
           COPY UNITFD.
           COPY RELYFD.
       FD  FC-HIST-RPT.
       01  RPT-LINE PIC X(125).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
      * RATING AND FLAG THRESHOLDS, IN PERCENT.
       01 WS-RELIABLE-SHOW-PCT PIC 9(03) VALUE 90.
       01 WS-RELIABLE-HEAD-PCT PIC 9(03) VALUE 75.
       01 WS-POOR-SHOW-PCT PIC 9(03) VALUE 50.
       01 WS-EMPTY-OCC-PCT PIC 9(03) VALUE 25.
       01 WS-SITE-TABLE.
           02 WS-SITE-ENTRY OCCURS 300.
               03 WS-ST-KEY.
                   04 WS-ST-MAIN-CAMP PIC X(02).
                   04 WS-ST-SUBCAMP PIC X(15).
               03 WS-ST-CAPACITY PIC 9(03).
               03 WS-ST-EVENTS-USED PIC 9(04).
               03 WS-ST-TROOPS PIC 9(05).
               03 WS-ST-HEADCOUNT PIC 9(07).
               03 WS-ST-EVENT-HEAD PIC 9(04).
               03 WS-ST-PEAK PIC 9(04).
               03 WS-ST-FULL-EVENTS PIC 9(04).
               03 WS-ST-LISTED-SW PIC X(01).
                   88 WS-ST-LISTED VALUE "Y".
       01 WS-SITE-COUNT PIC 9(03).
       01 WS-SITE-IX PIC 9(03).
       01 WS-SEARCH-SITE.
           02 WS-SEARCH-MAIN-CAMP PIC X(02).
           02 WS-SEARCH-SUBCAMP PIC X(15).
       01 WS-SITE-FOUND-SW PIC X(01).
           88 WS-SITE-FOUND VALUE "Y".
       01 WS-UNIT-TABLE.
           02 WS-UNIT-ENTRY OCCURS 1000.
               03 WS-UT-TROOP.
                   04 WS-UT-AREA PIC 9.
                   04 WS-UT-UNIT PIC 999.
               03 WS-UT-REGISTERED PIC 9(03).
               03 WS-UT-ATTENDED PIC 9(03).
               03 WS-UT-SIGNED-UP PIC 9(06).
               03 WS-UT-ACTUAL PIC 9(06).
               03 WS-UT-LAST-DATE PIC 9(08).
               03 WS-UT-LISTED-SW PIC X(01).
                   88 WS-UT-LISTED VALUE "Y".
       01 WS-UNIT-COUNT PIC 9(04).
       01 WS-UNIT-IX PIC 9(04).
       01 WS-SEARCH-TROOP.
           02 WS-SEARCH-AREA PIC 9.
           02 WS-SEARCH-UNIT PIC 999.
       01 WS-UNIT-FOUND-SW PIC X(01).
           88 WS-UNIT-FOUND VALUE "Y".
       01 WS-EVENT-COUNT PIC 9(04).
       01 WS-PREV-EVENT-DATE PIC 9(08).
       01 WS-FIRST-EVENT-DATE PIC 9(08).
       01 WS-LAST-EVENT-DATE PIC 9(08).
       01 WS-HIST-COUNT PIC 9(06).
       01 WS-SKIPPED-COUNT PIC 9(06).
       01 WS-CAMPS-OPEN-SW PIC X(01).
           88 WS-CAMPS-OPEN VALUE "Y".
       01 WS-UNITS-OPEN-SW PIC X(01).
           88 WS-UNITS-OPEN VALUE "Y".
       01 WS-HIST-DONE PIC 9.
           88 WS-ALL-HIST-DONE VALUE 1.
       01 WS-FILE-DONE-SW PIC X(01).
           88 WS-FILE-DONE VALUE "Y".
       01 WS-EVENT-HEAD PIC 9(04).
       01 WS-WORK-PCT PIC 9(05).
       01 WS-WORK-AVG PIC 9(03)V9.
       01 WS-SHOW-PCT PIC 9(03).
       01 WS-HEAD-PCT PIC 9(03).
       01 WS-SITE-NOTE PIC X(12).
       01 WS-LEADER-NAME PIC X(30).
       01 WS-ALWAYS-FULL-COUNT PIC 9(04).
       01 WS-MOSTLY-EMPTY-COUNT PIC 9(04).
       01 WS-NEVER-USED-COUNT PIC 9(04).
       01 WS-SITES-LISTED PIC 9(04).
       01 WS-UNITS-LISTED PIC 9(04).
       01 WS-RELIABLE-COUNT PIC 9(04).
       01 WS-FAIR-COUNT PIC 9(04).
       01 WS-POOR-COUNT PIC 9(04).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-HEADING-LINE.
           02 FILLER PIC X(32)
               VALUE "SEASON HISTORY ANALYSIS     RUN ".
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
       01 WS-SPAN-LINE.
           02 WS-SPAN-EVENTS PIC ZZZ9.
           02 FILLER PIC X(28)
               VALUE " EVENTS ON THE HISTORY FROM ".
           02 WS-SPAN-FROM PIC X(10).
           02 FILLER PIC X(04) VALUE " TO ".
           02 WS-SPAN-TO PIC X(10).
       01 WS-SECTION-LINE PIC X(125).
       01 WS-COLUMN-LINE PIC X(125).
       01 WS-SITE-TITLE PIC X(80) VALUE "CAMPSITE UTILIZATION - OCCU
      -    "PANCY IS ACTUAL HEADCOUNT AGAINST TOTAL CAPACITY".
       01 WS-SITE-COLUMNS.
           02 FILLER PIC X(04) VALUE "MC".
           02 FILLER PIC X(17) VALUE "SUBCAMP".
           02 FILLER PIC X(05) VALUE "CAP".
           02 FILLER PIC X(06) VALUE "USED".
           02 FILLER PIC X(07) VALUE "TROOPS".
           02 FILLER PIC X(07) VALUE "AVG HD".
           02 FILLER PIC X(06) VALUE "PEAK".
           02 FILLER PIC X(06) VALUE "FULL".
           02 FILLER PIC X(06) VALUE "OCC%".
           02 FILLER PIC X(04) VALUE "NOTE".
       01 WS-SITE-DETAIL.
           02 WS-SD-MAIN-CAMP PIC X(02).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-SUBCAMP PIC X(15).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-CAPACITY PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-EVENTS-USED PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-TROOPS PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-AVG-HEAD PIC ZZ9.9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-PEAK PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-FULL PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-OCC-PCT PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-SD-NOTE PIC X(12).
       01 WS-SITE-TOTAL-LINE.
           02 FILLER PIC X(07) VALUE "SITES:".
           02 WS-STOT-SITES PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "   ALWAYS FULL:".
           02 WS-STOT-FULL PIC ZZZ9.
           02 FILLER PIC X(17) VALUE "   MOSTLY EMPTY:".
           02 WS-STOT-EMPTY PIC ZZZ9.
           02 FILLER PIC X(15) VALUE "   NEVER USED:".
           02 WS-STOT-NEVER PIC ZZZ9.
       01 WS-UNIT-TITLE PIC X(80) VALUE "TROOP RELIABILITY - HEADCOU
      -    "NT IS ACTUAL AGAINST SIGNED UP AT EVENTS ATTENDED".
       01 WS-UNIT-COLUMNS.
           02 FILLER PIC X(07) VALUE "TROOP".
           02 FILLER PIC X(22) VALUE "LEADER".
           02 FILLER PIC X(06) VALUE "REG".
           02 FILLER PIC X(06) VALUE "CAME".
           02 FILLER PIC X(06) VALUE "MISS".
           02 FILLER PIC X(06) VALUE "SHOW%".
           02 FILLER PIC X(07) VALUE "AVG SU".
           02 FILLER PIC X(07) VALUE "AVG AC".
           02 FILLER PIC X(06) VALUE "HEAD%".
           02 FILLER PIC X(11) VALUE "RATING".
           02 FILLER PIC X(10) VALUE "LAST EVENT".
       01 WS-UNIT-DETAIL.
           02 WS-UD-AREA PIC 9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-UD-UNIT PIC 999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-LEADER PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-REGISTERED PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-ATTENDED PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-MISSED PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-SHOW-PCT PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-AVG-SIGNED PIC ZZ9.9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-AVG-ACTUAL PIC ZZ9.9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-HEAD-PCT PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-UD-RATING PIC X(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-UD-LAST-EVENT PIC X(10).
       01 WS-UNIT-TOTAL-LINE.
           02 FILLER PIC X(07) VALUE "UNITS:".
           02 WS-UTOT-UNITS PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "   RELIABLE:".
           02 WS-UTOT-RELIABLE PIC ZZZ9.
           02 FILLER PIC X(09) VALUE "   FAIR:".
           02 WS-UTOT-FAIR PIC ZZZ9.
           02 FILLER PIC X(09) VALUE "   POOR:".
           02 WS-UTOT-POOR PIC ZZZ9.
       01 WS-PRINT-LINE PIC X(125).
       01 WS-EDIT-DATE-IN.
           02 WS-EDI-YEAR PIC 9(04).
           02 WS-EDI-MONTH PIC 9(02).
           02 WS-EDI-DAY PIC 9(02).
       01 WS-EDIT-DATE-IN-N REDEFINES WS-EDIT-DATE-IN PIC 9(08).
       01 WS-EDIT-DATE-OUT.
           02 WS-EDO-MONTH PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-EDO-DAY PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-EDO-YEAR PIC 9(04).
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
       PROCEDURE DIVISION.
       945-HIST-ANALYSIS-MAIN.
           MOVE ZEROES TO WS-SITE-COUNT
           MOVE ZEROES TO WS-UNIT-COUNT
           MOVE ZEROES TO WS-EVENT-COUNT
           MOVE ZEROES TO WS-PREV-EVENT-DATE
           MOVE ZEROES TO WS-FIRST-EVENT-DATE
           MOVE ZEROES TO WS-LAST-EVENT-DATE
           MOVE ZEROES TO WS-HIST-COUNT
           MOVE ZEROES TO WS-SKIPPED-COUNT
           MOVE ZEROES TO WS-HIST-DONE
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE ZEROES TO WS-LINE-COUNT
           OPEN INPUT FC-CAMPER-HIST
           IF WS-CHST-STAT NOT = "00"
                   DISPLAY "NO EVENT HISTORY ON FILE YET - RUN THE SEASO
      -                "N ROLLOVER FIRST"
                   STOP RUN
           END-IF
           MOVE "N" TO WS-CAMPS-OPEN-SW
           OPEN INPUT FC-CAMPS
           PERFORM 910-CHECK-CAMPS
           IF WS-CAMP-STAT = "00"
                   MOVE "Y" TO WS-CAMPS-OPEN-SW
           END-IF
           PERFORM 100-TALLY-HIST UNTIL WS-ALL-HIST-DONE
           IF WS-EVENT-COUNT > ZEROES
                   PERFORM 150-CLOSE-EVENT
           END-IF
           CLOSE FC-CAMPER-HIST
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-MONTH TO WS-HDG-MONTH
           MOVE WS-CURRENT-DAY TO WS-HDG-DAY
           MOVE WS-CURRENT-YEAR TO WS-HDG-YEAR
           MOVE WS-CURRENT-HOUR TO WS-HDG-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-HDG-MINUTE
           MOVE WS-EVENT-COUNT TO WS-SPAN-EVENTS
           MOVE WS-FIRST-EVENT-DATE TO WS-EDIT-DATE-IN-N
           PERFORM 380-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-SPAN-FROM
           MOVE WS-LAST-EVENT-DATE TO WS-EDIT-DATE-IN-N
           PERFORM 380-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-SPAN-TO
           OPEN OUTPUT FC-HIST-RPT
           PERFORM 200-SITE-UTILIZATION
           IF WS-CAMPS-OPEN
                   CLOSE FC-CAMPS
           END-IF
           PERFORM 300-TROOP-RELIABILITY
           CLOSE FC-HIST-RPT
           DISPLAY "SEASON HISTORY ANALYSIS"
           DISPLAY " "
           DISPLAY "  HISTORY RECORDS READ:  " WS-HIST-COUNT
           DISPLAY "  EVENTS ON HISTORY:     " WS-EVENT-COUNT
           DISPLAY "  CAMPSITES LISTED:      " WS-SITES-LISTED
           DISPLAY "  UNITS LISTED:          " WS-UNITS-LISTED
           IF WS-SKIPPED-COUNT > ZEROES
                   DISPLAY "  RECORDS SKIPPED - TABLE FULL: "
                       WS-SKIPPED-COUNT
           END-IF
           DISPLAY "  REPORT WRITTEN TO DB/HIST_ANALYSIS.TXT"
           DISPLAY "  RELIABILITY WRITTEN TO DB/TROOP_RELIABILITY.DAT"
           STOP RUN.
      * ONE HISTORY RECORD IS ONE TROOP AT ONE EVENT.  A TROOP THAT
      * CAME IS ADDED TO THE SITE IT CAMPED ON FOR THE EVENT IN
      * HAND; THE SITE'S EVENT TOTALS ARE CLOSED WHEN THE DATE
      * CHANGES.
       100-TALLY-HIST.
           READ FC-CAMPER-HIST
               AT END
                   MOVE 1 TO WS-HIST-DONE
               NOT AT END
                   ADD 1 TO WS-HIST-COUNT
                   PERFORM 110-TALLY-RECORD
           END-READ.
       110-TALLY-RECORD.
           IF HIST-EVENT-DATE NOT = WS-PREV-EVENT-DATE
                   IF WS-EVENT-COUNT > ZEROES
                       PERFORM 150-CLOSE-EVENT
                   END-IF
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE HIST-EVENT-DATE TO WS-PREV-EVENT-DATE
                   IF WS-FIRST-EVENT-DATE = ZEROES OR
                           HIST-EVENT-DATE < WS-FIRST-EVENT-DATE
                       MOVE HIST-EVENT-DATE TO WS-FIRST-EVENT-DATE
                   END-IF
                   IF HIST-EVENT-DATE > WS-LAST-EVENT-DATE
                       MOVE HIST-EVENT-DATE TO WS-LAST-EVENT-DATE
                   END-IF
           END-IF
           MOVE HIST-TROOP TO WS-SEARCH-TROOP
           PERFORM 130-FIND-UNIT-SLOT
           IF WS-UNIT-FOUND
                   ADD 1 TO WS-UT-REGISTERED (WS-UNIT-IX)
                   IF HIST-EVENT-DATE > WS-UT-LAST-DATE (WS-UNIT-IX)
                       MOVE HIST-EVENT-DATE
                           TO WS-UT-LAST-DATE (WS-UNIT-IX)
                   END-IF
                   IF HIST-CHECKED-IN
                       ADD 1 TO WS-UT-ATTENDED (WS-UNIT-IX)
                       ADD HIST-SU-ADULTS HIST-SU-YOUTH
                           TO WS-UT-SIGNED-UP (WS-UNIT-IX)
                       ADD HIST-AC-ADULTS HIST-AC-YOUTH
                           TO WS-UT-ACTUAL (WS-UNIT-IX)
                   END-IF
           ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           IF HIST-CHECKED-IN AND
                   HIST-ASSIGNED-MAIN-CAMP NOT = SPACES
                   MOVE HIST-ASSIGNED-MAIN-CAMP TO WS-SEARCH-MAIN-CAMP
                   MOVE HIST-ASSIGNED-SUBCAMP TO WS-SEARCH-SUBCAMP
                   PERFORM 120-FIND-SITE-SLOT
                   IF WS-SITE-FOUND
                       ADD 1 TO WS-ST-TROOPS (WS-SITE-IX)
                       ADD HIST-AC-ADULTS HIST-AC-YOUTH
                           TO WS-ST-EVENT-HEAD (WS-SITE-IX)
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
           END-IF.
       120-FIND-SITE-SLOT.
           PERFORM 122-LOOKUP-SITE
           IF NOT WS-SITE-FOUND
                   IF WS-SITE-COUNT < 300
                       ADD 1 TO WS-SITE-COUNT
                       MOVE WS-SITE-COUNT TO WS-SITE-IX
                       MOVE WS-SEARCH-SITE TO WS-ST-KEY (WS-SITE-IX)
                       MOVE ZEROES TO WS-ST-CAPACITY (WS-SITE-IX)
                       MOVE ZEROES TO WS-ST-EVENTS-USED (WS-SITE-IX)
                       MOVE ZEROES TO WS-ST-TROOPS (WS-SITE-IX)
                       MOVE ZEROES TO WS-ST-HEADCOUNT (WS-SITE-IX)
                       MOVE ZEROES TO WS-ST-EVENT-HEAD (WS-SITE-IX)
                       MOVE ZEROES TO WS-ST-PEAK (WS-SITE-IX)
                       MOVE ZEROES TO WS-ST-FULL-EVENTS (WS-SITE-IX)
                       MOVE "N" TO WS-ST-LISTED-SW (WS-SITE-IX)
                       PERFORM 126-SITE-CAPACITY
                       MOVE "Y" TO WS-SITE-FOUND-SW
                   END-IF
           END-IF.
       122-LOOKUP-SITE.
           MOVE "N" TO WS-SITE-FOUND-SW
           MOVE ZEROES TO WS-SITE-IX
           PERFORM 124-SCAN-SITE-SLOT WS-SITE-COUNT TIMES.
       124-SCAN-SITE-SLOT.
           IF NOT WS-SITE-FOUND
                   ADD 1 TO WS-SITE-IX
                   IF WS-ST-KEY (WS-SITE-IX) = WS-SEARCH-SITE
                       MOVE "Y" TO WS-SITE-FOUND-SW
                   END-IF
           END-IF.
      * A SITE THAT HAS COME OFF CAMPS.DAT KEEPS ZERO CAPACITY AND
      * IS SHOWN AS NOT ON FILE.
       126-SITE-CAPACITY.
           IF WS-CAMPS-OPEN
                   MOVE WS-SEARCH-SITE TO FS-CAMP-KEY
                   READ FC-CAMPS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-CAMP-TOTAL-CAPACITY
                               TO WS-ST-CAPACITY (WS-SITE-IX)
                   END-READ
                   PERFORM 910-CHECK-CAMPS
           END-IF.
       130-FIND-UNIT-SLOT.
           PERFORM 132-LOOKUP-UNIT
           IF NOT WS-UNIT-FOUND
                   IF WS-UNIT-COUNT < 1000
                       ADD 1 TO WS-UNIT-COUNT
                       MOVE WS-UNIT-COUNT TO WS-UNIT-IX
                       MOVE WS-SEARCH-TROOP TO WS-UT-TROOP (WS-UNIT-IX)
                       MOVE ZEROES TO WS-UT-REGISTERED (WS-UNIT-IX)
                       MOVE ZEROES TO WS-UT-ATTENDED (WS-UNIT-IX)
                       MOVE ZEROES TO WS-UT-SIGNED-UP (WS-UNIT-IX)
                       MOVE ZEROES TO WS-UT-ACTUAL (WS-UNIT-IX)
                       MOVE ZEROES TO WS-UT-LAST-DATE (WS-UNIT-IX)
                       MOVE "N" TO WS-UT-LISTED-SW (WS-UNIT-IX)
                       MOVE "Y" TO WS-UNIT-FOUND-SW
                   END-IF
           END-IF.
       132-LOOKUP-UNIT.
           MOVE "N" TO WS-UNIT-FOUND-SW
           MOVE ZEROES TO WS-UNIT-IX
           PERFORM 134-SCAN-UNIT-SLOT WS-UNIT-COUNT TIMES.
       134-SCAN-UNIT-SLOT.
           IF NOT WS-UNIT-FOUND
                   ADD 1 TO WS-UNIT-IX
                   IF WS-UT-TROOP (WS-UNIT-IX) = WS-SEARCH-TROOP
                       MOVE "Y" TO WS-UNIT-FOUND-SW
                   END-IF
           END-IF.
       150-CLOSE-EVENT.
           MOVE ZEROES TO WS-SITE-IX
           PERFORM 155-CLOSE-SITE-EVENT WS-SITE-COUNT TIMES.
       155-CLOSE-SITE-EVENT.
           ADD 1 TO WS-SITE-IX
           MOVE WS-ST-EVENT-HEAD (WS-SITE-IX) TO WS-EVENT-HEAD
           IF WS-EVENT-HEAD > ZEROES
                   ADD 1 TO WS-ST-EVENTS-USED (WS-SITE-IX)
                   ADD WS-EVENT-HEAD TO WS-ST-HEADCOUNT (WS-SITE-IX)
                   IF WS-EVENT-HEAD > WS-ST-PEAK (WS-SITE-IX)
                       MOVE WS-EVENT-HEAD TO WS-ST-PEAK (WS-SITE-IX)
                   END-IF
                   IF WS-ST-CAPACITY (WS-SITE-IX) > ZEROES AND
                           WS-EVENT-HEAD NOT <
                           WS-ST-CAPACITY (WS-SITE-IX)
                       ADD 1 TO WS-ST-FULL-EVENTS (WS-SITE-IX)
                   END-IF
                   MOVE ZEROES TO WS-ST-EVENT-HEAD (WS-SITE-IX)
           END-IF.
      *================================================================
      * PART 1 - CAMPSITES IN CAMPS.DAT KEY ORDER, THEN THE SITES ON
      * THE HISTORY THAT ARE NO LONGER ON THE FILE.
      *================================================================
       200-SITE-UTILIZATION.
           MOVE ZEROES TO WS-SITES-LISTED
           MOVE ZEROES TO WS-ALWAYS-FULL-COUNT
           MOVE ZEROES TO WS-MOSTLY-EMPTY-COUNT
           MOVE ZEROES TO WS-NEVER-USED-COUNT
           MOVE WS-SITE-TITLE TO WS-SECTION-LINE
           MOVE WS-SITE-COLUMNS TO WS-COLUMN-LINE
           PERFORM 325-PAGE-HEADING
           IF WS-CAMPS-OPEN
                   MOVE "N" TO WS-FILE-DONE-SW
                   MOVE LOW-VALUES TO FS-CAMP-KEY
                   START FC-CAMPS KEY IS NOT LESS THAN FS-CAMP-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-FILE-DONE-SW
                   END-START
                   PERFORM 210-LIST-CAMP UNTIL WS-FILE-DONE
           END-IF
           MOVE ZEROES TO WS-SITE-IX
           PERFORM 230-LIST-GONE-SITE WS-SITE-COUNT TIMES
           MOVE WS-SITES-LISTED TO WS-STOT-SITES
           MOVE WS-ALWAYS-FULL-COUNT TO WS-STOT-FULL
           MOVE WS-MOSTLY-EMPTY-COUNT TO WS-STOT-EMPTY
           MOVE WS-NEVER-USED-COUNT TO WS-STOT-NEVER
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 390-WRITE-RPT-LINE
           MOVE WS-SITE-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 390-WRITE-RPT-LINE.
       210-LIST-CAMP.
           READ FC-CAMPS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE FS-CAMP-KEY TO WS-SEARCH-SITE
                   PERFORM 122-LOOKUP-SITE
                   IF WS-SITE-FOUND
                       PERFORM 240-PRINT-SITE
                   ELSE
                       PERFORM 220-PRINT-UNUSED-CAMP
                   END-IF
           END-READ
           IF NOT WS-FILE-DONE
                   PERFORM 910-CHECK-CAMPS
           END-IF.
       220-PRINT-UNUSED-CAMP.
           MOVE FS-CAMP-MAIN-CAMP TO WS-SD-MAIN-CAMP
           MOVE FS-CAMP-SUBCAMP TO WS-SD-SUBCAMP
           MOVE FS-CAMP-TOTAL-CAPACITY TO WS-SD-CAPACITY
           MOVE ZEROES TO WS-SD-EVENTS-USED
           MOVE ZEROES TO WS-SD-TROOPS
           MOVE ZEROES TO WS-SD-AVG-HEAD
           MOVE ZEROES TO WS-SD-PEAK
           MOVE ZEROES TO WS-SD-FULL
           MOVE ZEROES TO WS-SD-OCC-PCT
           IF FS-CAMP-CLOSED
                   MOVE "CLOSED" TO WS-SD-NOTE
           ELSE
                   MOVE "NEVER USED" TO WS-SD-NOTE
           END-IF
           ADD 1 TO WS-NEVER-USED-COUNT
           ADD 1 TO WS-SITES-LISTED
           MOVE WS-SITE-DETAIL TO WS-PRINT-LINE
           PERFORM 390-WRITE-RPT-LINE.
       230-LIST-GONE-SITE.
           ADD 1 TO WS-SITE-IX
           IF NOT WS-ST-LISTED (WS-SITE-IX)
                   PERFORM 240-PRINT-SITE
           END-IF.
      * OCCUPANCY IS THE SITE'S HEADCOUNT OVER EVERY EVENT AGAINST
      * ITS CAPACITY OVER EVERY EVENT, SO AN EVENT THE SITE SAT
      * EMPTY COUNTS AGAINST IT.
       240-PRINT-SITE.
           MOVE "Y" TO WS-ST-LISTED-SW (WS-SITE-IX)
           MOVE WS-ST-MAIN-CAMP (WS-SITE-IX) TO WS-SD-MAIN-CAMP
           MOVE WS-ST-SUBCAMP (WS-SITE-IX) TO WS-SD-SUBCAMP
           MOVE WS-ST-CAPACITY (WS-SITE-IX) TO WS-SD-CAPACITY
           MOVE WS-ST-EVENTS-USED (WS-SITE-IX) TO WS-SD-EVENTS-USED
           MOVE WS-ST-TROOPS (WS-SITE-IX) TO WS-SD-TROOPS
           MOVE WS-ST-PEAK (WS-SITE-IX) TO WS-SD-PEAK
           MOVE WS-ST-FULL-EVENTS (WS-SITE-IX) TO WS-SD-FULL
           MOVE ZEROES TO WS-WORK-AVG
           MOVE ZEROES TO WS-WORK-PCT
           IF WS-EVENT-COUNT > ZEROES
                   COMPUTE WS-WORK-AVG ROUNDED =
                       WS-ST-HEADCOUNT (WS-SITE-IX) / WS-EVENT-COUNT
                   IF WS-ST-CAPACITY (WS-SITE-IX) > ZEROES
                       COMPUTE WS-WORK-PCT ROUNDED =
                           WS-ST-HEADCOUNT (WS-SITE-IX) * 100 /
                           (WS-ST-CAPACITY (WS-SITE-IX) *
                           WS-EVENT-COUNT)
                   END-IF
           END-IF
           MOVE WS-WORK-AVG TO WS-SD-AVG-HEAD
           MOVE WS-WORK-PCT TO WS-SD-OCC-PCT
           EVALUATE TRUE
               WHEN WS-ST-CAPACITY (WS-SITE-IX) = ZEROES
                   MOVE "NOT ON FILE" TO WS-SITE-NOTE
               WHEN WS-ST-EVENTS-USED (WS-SITE-IX) = ZEROES
                   MOVE "NEVER USED" TO WS-SITE-NOTE
                   ADD 1 TO WS-NEVER-USED-COUNT
               WHEN WS-ST-FULL-EVENTS (WS-SITE-IX) = WS-EVENT-COUNT
                   MOVE "ALWAYS FULL" TO WS-SITE-NOTE
                   ADD 1 TO WS-ALWAYS-FULL-COUNT
               WHEN WS-WORK-PCT < WS-EMPTY-OCC-PCT
                   MOVE "MOSTLY EMPTY" TO WS-SITE-NOTE
                   ADD 1 TO WS-MOSTLY-EMPTY-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-SITE-NOTE
           END-EVALUATE
           MOVE WS-SITE-NOTE TO WS-SD-NOTE
           ADD 1 TO WS-SITES-LISTED
           MOVE WS-SITE-DETAIL TO WS-PRINT-LINE
           PERFORM 390-WRITE-RPT-LINE.
      *================================================================
      * PART 2 - UNITS IN UNITS.DAT KEY ORDER, THEN ANY UNIT ON THE
      * HISTORY THAT IS NOT ON THE UNIT MASTER.  EACH LINE PRINTED
      * IS ALSO WRITTEN TO THE RELIABILITY FILE.
      *================================================================
       300-TROOP-RELIABILITY.
           MOVE ZEROES TO WS-UNITS-LISTED
           MOVE ZEROES TO WS-RELIABLE-COUNT
           MOVE ZEROES TO WS-FAIR-COUNT
           MOVE ZEROES TO WS-POOR-COUNT
           OPEN OUTPUT FC-RELIABILITY
           PERFORM 933-CHECK-RELIABILITY
           MOVE WS-UNIT-TITLE TO WS-SECTION-LINE
           MOVE WS-UNIT-COLUMNS TO WS-COLUMN-LINE
           PERFORM 325-PAGE-HEADING
           MOVE "N" TO WS-UNITS-OPEN-SW
           OPEN INPUT FC-UNITS
           PERFORM 923-CHECK-UNITS
           IF WS-UNIT-STAT = "00"
                   MOVE "Y" TO WS-UNITS-OPEN-SW
                   MOVE "N" TO WS-FILE-DONE-SW
                   MOVE LOW-VALUES TO UNIT-KEY
                   START FC-UNITS KEY IS NOT LESS THAN UNIT-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-FILE-DONE-SW
                   END-START
                   PERFORM 310-LIST-UNIT UNTIL WS-FILE-DONE
                   CLOSE FC-UNITS
           END-IF
           MOVE SPACES TO WS-LEADER-NAME
           MOVE ZEROES TO WS-UNIT-IX
           PERFORM 320-LIST-OTHER-UNIT WS-UNIT-COUNT TIMES
           CLOSE FC-RELIABILITY
           MOVE WS-UNITS-LISTED TO WS-UTOT-UNITS
           MOVE WS-RELIABLE-COUNT TO WS-UTOT-RELIABLE
           MOVE WS-FAIR-COUNT TO WS-UTOT-FAIR
           MOVE WS-POOR-COUNT TO WS-UTOT-POOR
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 390-WRITE-RPT-LINE
           MOVE WS-UNIT-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 390-WRITE-RPT-LINE.
       310-LIST-UNIT.
           READ FC-UNITS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   MOVE UNIT-KEY TO WS-SEARCH-TROOP
                   PERFORM 132-LOOKUP-UNIT
                   IF WS-UNIT-FOUND
                       MOVE UNIT-LEADER-NAME TO WS-LEADER-NAME
                       PERFORM 340-PRINT-UNIT
                   END-IF
           END-READ
           IF NOT WS-FILE-DONE
                   PERFORM 923-CHECK-UNITS
           END-IF.
       320-LIST-OTHER-UNIT.
           ADD 1 TO WS-UNIT-IX
           IF NOT WS-UT-LISTED (WS-UNIT-IX)
                   PERFORM 340-PRINT-UNIT
           END-IF.
      * THE HEADCOUNT AVERAGES ARE TAKEN OVER THE EVENTS THE UNIT
      * CAME TO, SO A NO-SHOW IS COUNTED ONCE - IN THE SHOW RATE -
      * AND NOT AGAIN AGAINST ITS HEADCOUNT.
       340-PRINT-UNIT.
           MOVE "Y" TO WS-UT-LISTED-SW (WS-UNIT-IX)
           COMPUTE WS-SHOW-PCT ROUNDED =
               WS-UT-ATTENDED (WS-UNIT-IX) * 100 /
               WS-UT-REGISTERED (WS-UNIT-IX)
           MOVE ZEROES TO WS-HEAD-PCT
           IF WS-UT-SIGNED-UP (WS-UNIT-IX) > ZEROES
                   COMPUTE WS-WORK-PCT ROUNDED =
                       WS-UT-ACTUAL (WS-UNIT-IX) * 100 /
                       WS-UT-SIGNED-UP (WS-UNIT-IX)
                   IF WS-WORK-PCT > 999
                       MOVE 999 TO WS-HEAD-PCT
                   ELSE
                       MOVE WS-WORK-PCT TO WS-HEAD-PCT
                   END-IF
           END-IF
           MOVE SPACES TO RELY-RECORD
           MOVE WS-UT-AREA (WS-UNIT-IX) TO RELY-AREA
           MOVE WS-UT-UNIT (WS-UNIT-IX) TO RELY-UNIT
           MOVE WS-LEADER-NAME TO RELY-LEADER-NAME
           MOVE WS-UT-REGISTERED (WS-UNIT-IX) TO RELY-REGISTERED
           MOVE WS-UT-ATTENDED (WS-UNIT-IX) TO RELY-ATTENDED
           MOVE WS-SHOW-PCT TO RELY-SHOW-PCT
           MOVE ZEROES TO RELY-AVG-SIGNED-UP
           MOVE ZEROES TO RELY-AVG-ACTUAL
           IF WS-UT-ATTENDED (WS-UNIT-IX) > ZEROES
                   COMPUTE RELY-AVG-SIGNED-UP ROUNDED =
                       WS-UT-SIGNED-UP (WS-UNIT-IX) /
                       WS-UT-ATTENDED (WS-UNIT-IX)
                   COMPUTE RELY-AVG-ACTUAL ROUNDED =
                       WS-UT-ACTUAL (WS-UNIT-IX) /
                       WS-UT-ATTENDED (WS-UNIT-IX)
           END-IF
           MOVE WS-HEAD-PCT TO RELY-HEADCOUNT-PCT
           EVALUATE TRUE
               WHEN WS-SHOW-PCT NOT < WS-RELIABLE-SHOW-PCT AND
                       WS-HEAD-PCT NOT < WS-RELIABLE-HEAD-PCT
                   SET RELY-RELIABLE TO TRUE
                   ADD 1 TO WS-RELIABLE-COUNT
               WHEN WS-SHOW-PCT NOT > WS-POOR-SHOW-PCT
                   SET RELY-POOR TO TRUE
                   ADD 1 TO WS-POOR-COUNT
               WHEN OTHER
                   SET RELY-FAIR TO TRUE
                   ADD 1 TO WS-FAIR-COUNT
           END-EVALUATE
           MOVE WS-UT-LAST-DATE (WS-UNIT-IX) TO RELY-LAST-EVENT-DATE
           WRITE RELY-RECORD
           PERFORM 933-CHECK-RELIABILITY
           MOVE RELY-AREA TO WS-UD-AREA
           MOVE RELY-UNIT TO WS-UD-UNIT
           MOVE WS-LEADER-NAME TO WS-UD-LEADER
           MOVE RELY-REGISTERED TO WS-UD-REGISTERED
           MOVE RELY-ATTENDED TO WS-UD-ATTENDED
           COMPUTE WS-UD-MISSED =
               WS-UT-REGISTERED (WS-UNIT-IX) -
               WS-UT-ATTENDED (WS-UNIT-IX)
           MOVE RELY-SHOW-PCT TO WS-UD-SHOW-PCT
           MOVE RELY-AVG-SIGNED-UP TO WS-UD-AVG-SIGNED
           MOVE RELY-AVG-ACTUAL TO WS-UD-AVG-ACTUAL
           MOVE RELY-HEADCOUNT-PCT TO WS-UD-HEAD-PCT
           MOVE RELY-RATING TO WS-UD-RATING
           MOVE RELY-LAST-EVENT-DATE TO WS-EDIT-DATE-IN-N
           PERFORM 380-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-UD-LAST-EVENT
           ADD 1 TO WS-UNITS-LISTED
           MOVE WS-UNIT-DETAIL TO WS-PRINT-LINE
           PERFORM 390-WRITE-RPT-LINE.
       325-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SPAN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 5 TO WS-LINE-COUNT.
       380-EDIT-DATE.
           MOVE WS-EDI-MONTH TO WS-EDO-MONTH
           MOVE WS-EDI-DAY TO WS-EDO-DAY
           MOVE WS-EDI-YEAR TO WS-EDO-YEAR.
       390-WRITE-RPT-LINE.
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
       923-CHECK-UNITS.
           IF NOT WS-UNIT-STAT-OK
                   MOVE "UNITS.DAT" TO ERR-FILE
                   MOVE WS-UNIT-STAT TO ERR-STATUS
                   MOVE UNIT-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       933-CHECK-RELIABILITY.
           IF NOT WS-RELY-STAT-OK
                   MOVE "RELIABILITY.DAT" TO ERR-FILE
                   MOVE WS-RELY-STAT TO ERR-STATUS
                   MOVE RELY-TROOP TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "945-HIST-ANALYSIS" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
