       IDENTIFICATION DIVISION.
       PROGRAM-ID. 398-NOTICE-RPT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 09, 2026.
      * UNDELIVERED NOTICE REPORT.  LISTS EVERY NOTICE ON NOTICES.DAT
      * FOR THE SIGNED-ON EVENT THAT THE GATEWAY HAS NOT REPORTED AS
      * SENT - STILL PENDING, OR FAILED WITH THE GATEWAY'S REASON -
      * WITH THE UNIT CONTACT IT WAS MEANT FOR, SO THE OFFICE CAN
      * PICK UP THE PHONE FOR THE TROOPS THAT NEVER GOT THE MESSAGE.
      * COUNTS OF SENT, PENDING, AND FAILED NOTICES CLOSE THE REPORT.
      * BUILT THE WAY 329-MUSTER-RPT BUILDS ITS PRINT FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTCSEL.
           SELECT FC-NOTICE-RPT ASSIGN TO './db/notice_rpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY NOTCFD.
       FD  FC-NOTICE-RPT.
       01  RPT-LINE PIC X(125).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(28)
               VALUE "UNDELIVERED NOTICES     RUN ".
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
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(08) VALUE "SEQ".
           02 FILLER PIC X(08) VALUE "TYPE".
           02 FILLER PIC X(07) VALUE "TROOP".
           02 FILLER PIC X(32) VALUE "CONTACT".
           02 FILLER PIC X(14) VALUE "PHONE".
           02 FILLER PIC X(13) VALUE "WRITTEN".
           02 FILLER PIC X(09) VALUE "STATUS".
           02 FILLER PIC X(06) VALUE "REASON".
       01 WS-RULE-LINE PIC X(121) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(125).
       01 WS-DETAIL-LINE.
           02 WS-DTL-SEQ PIC 9(06).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-TYPE PIC X(06).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-AREA PIC 9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-DTL-UNIT PIC 999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-CONTACT PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-PHONE PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-WRITTEN PIC X(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-STATUS PIC X(07).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-REASON PIC X(30).
       01 WS-WRITTEN-AT.
           02 WS-WA-MONTH PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-WA-DAY PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-WA-HOUR PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 WS-WA-MINUTE PIC 9(02).
       01 WS-NOTC-DATE.
           02 WS-ND-YEAR PIC 9(04).
           02 WS-ND-MONTH PIC 9(02).
           02 WS-ND-DAY PIC 9(02).
       01 WS-NOTC-DATE-N REDEFINES WS-NOTC-DATE PIC 9(08).
       01 WS-NOTC-TIME.
           02 WS-NT-HOUR PIC 9(02).
           02 WS-NT-MINUTE PIC 9(02).
           02 FILLER PIC 9(04).
       01 WS-NOTC-TIME-N REDEFINES WS-NOTC-TIME PIC 9(08).
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(06) VALUE "SENT:".
           02 WS-TOT-SENT PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "   PENDING:".
           02 WS-TOT-PENDING PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "   FAILED:".
           02 WS-TOT-FAILED PIC ZZZZ9.
       01 WS-SENT-COUNT PIC 9(05).
       01 WS-PENDING-COUNT PIC 9(05).
       01 WS-FAILED-COUNT PIC 9(05).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       01 WS-NOTICES-DONE PIC 9.
           88 WS-ALL-NOTICES-DONE VALUE 1.
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
       398-NOTICE-RPT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-SENT-COUNT
           MOVE ZEROES TO WS-PENDING-COUNT
           MOVE ZEROES TO WS-FAILED-COUNT
           MOVE ZEROES TO WS-NOTICES-DONE
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-MONTH TO WS-HDG-MONTH
           MOVE WS-CURRENT-DAY TO WS-HDG-DAY
           MOVE WS-CURRENT-YEAR TO WS-HDG-YEAR
           MOVE WS-CURRENT-HOUR TO WS-HDG-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-HDG-MINUTE
           MOVE SESS-EVENT-ID TO WS-EVT-ID
           MOVE SESS-EVENT-NAME TO WS-EVT-NAME
           OPEN OUTPUT FC-NOTICE-RPT
           PERFORM 325-PAGE-HEADING
           OPEN INPUT FC-NOTICES
           PERFORM 928-CHECK-NOTICES
           IF WS-NOTC-STAT NOT = "00"
                   MOVE 1 TO WS-NOTICES-DONE
           END-IF
           PERFORM 330-SCAN-NOTICE UNTIL WS-ALL-NOTICES-DONE
           CLOSE FC-NOTICES
           MOVE WS-RULE-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE WS-SENT-COUNT TO WS-TOT-SENT
           MOVE WS-PENDING-COUNT TO WS-TOT-PENDING
           MOVE WS-FAILED-COUNT TO WS-TOT-FAILED
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           CLOSE FC-NOTICE-RPT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "UNDELIVERED NOTICES"
           DISPLAY " "
           DISPLAY "  SENT:      " WS-SENT-COUNT
           DISPLAY "  PENDING:   " WS-PENDING-COUNT
           DISPLAY "  FAILED:    " WS-FAILED-COUNT
           DISPLAY "  WRITTEN TO DB/NOTICE_RPT.TXT"
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
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 4 TO WS-LINE-COUNT.
       330-SCAN-NOTICE.
           READ FC-NOTICES NEXT RECORD
               AT END
                   MOVE 1 TO WS-NOTICES-DONE
               NOT AT END
                   IF NOTC-EVENT = SESS-EVENT-ID
                       PERFORM 340-COUNT-NOTICE
                   END-IF
           END-READ.
       340-COUNT-NOTICE.
           EVALUATE TRUE
               WHEN NOTC-SENT
                   ADD 1 TO WS-SENT-COUNT
               WHEN NOTC-FAILED
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED" TO WS-DTL-STATUS
                   PERFORM 350-LIST-NOTICE
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "PENDING" TO WS-DTL-STATUS
                   PERFORM 350-LIST-NOTICE
           END-EVALUATE.
       350-LIST-NOTICE.
           MOVE NOTC-SEQ TO WS-DTL-SEQ
           MOVE NOTC-TYPE TO WS-DTL-TYPE
           MOVE NOTC-AREA TO WS-DTL-AREA
           MOVE NOTC-UNIT TO WS-DTL-UNIT
           MOVE NOTC-CONTACT-NAME TO WS-DTL-CONTACT
           MOVE NOTC-CONTACT-PHONE TO WS-DTL-PHONE
           MOVE NOTC-CREATED-DATE TO WS-NOTC-DATE-N
           MOVE NOTC-CREATED-TIME TO WS-NOTC-TIME-N
           MOVE WS-ND-MONTH TO WS-WA-MONTH
           MOVE WS-ND-DAY TO WS-WA-DAY
           MOVE WS-NT-HOUR TO WS-WA-HOUR
           MOVE WS-NT-MINUTE TO WS-WA-MINUTE
           MOVE WS-WRITTEN-AT TO WS-DTL-WRITTEN
           MOVE NOTC-FAIL-REASON TO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 325-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
       928-CHECK-NOTICES.
           IF NOT WS-NOTC-STAT-OK
                   MOVE "NOTICES.DAT" TO ERR-FILE
                   MOVE WS-NOTC-STAT TO ERR-STATUS
                   MOVE NOTC-SEQ TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "398-NOTICE-RPT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
