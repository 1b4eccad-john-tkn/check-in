       IDENTIFICATION DIVISION.
       PROGRAM-ID. 388-NOTICE-STATUS.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 09, 2026.
      * DELIVERY-STATUS IMPORT FROM THE COUNCIL TEXT/EMAIL GATEWAY.
      * THE GATEWAY REPORTS BACK ON EVERY NOTICE IT PICKED UP FROM
      * NOTIFY_OUT.CSV IN DB/NOTIFY_STATUS.CSV, ONE ROW PER NOTICE:
      *     SEQ,STATUS,DATE,TIME,REASON
      * SEQ IS THE NOTICE SEQUENCE NUMBER 904-WRITE-NOTICE GAVE IT;
      * STATUS IS S (SENT) OR F (FAILED); DATE (CCYYMMDD) AND TIME
      * (HHMM) ARE WHEN THE GATEWAY TRIED, TODAY IF LEFT EMPTY; REASON
      * IS THE GATEWAY'S WORDING FOR A FAILURE.  EACH ROW MARKS ITS
      * NOTICE ON NOTICES.DAT SENT OR FAILED - A LATER ROW FOR THE
      * SAME NOTICE (A RETRY) WINS - SO THE NOTICE STATUS REPORT
      * SHOWS THE OFFICE WHO NEVER GOT THE MESSAGE.  A HEADER ROW IS
      * SKIPPED; ROWS THAT CANNOT BE APPLIED ARE LISTED IN
      * DB/NOTIFY_STATUS_EXCEPT.RPT WITH THE REASON, THE WAY THE
      * SIGNUP IMPORT LISTS ITS REJECTS.  RUNS UNATTENDED IN THE
      * OVERNIGHT JOB STREAM OR BY HAND FROM THE UTILITIES MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTCSEL.
           SELECT FC-STATUS-CSV ASSIGN TO './db/notify_status.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATCSV-STAT.
           SELECT FC-STATUS-EXCEPT
               ASSIGN TO './db/notify_status_except.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCRPT-STAT.
       DATA DIVISION.
       FILE SECTION.
           COPY NOTCFD.
       FD  FC-STATUS-CSV.
       01  CSV-STATUS-LINE PIC X(120).
       FD  FC-STATUS-EXCEPT.
       01  EXCEPT-LINE PIC X(162).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-STATCSV-STAT PIC X(02).
       01 WS-EXCRPT-STAT PIC X(02).
       01 WS-IN-FIELDS.
           02 WS-IN-SEQ-X PIC X(06).
           02 WS-IN-STATUS-X PIC X(01).
           02 WS-IN-DATE-X PIC X(08).
           02 WS-IN-TIME-X PIC X(04).
           02 WS-IN-REASON PIC X(30).
       01 WS-EXCEPT-DETAIL.
           02 WS-EXC-REASON PIC X(40).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-EXC-ROW PIC X(120).
       01 WS-ROWS-READ PIC 9(05).
       01 WS-ROWS-SENT PIC 9(05).
       01 WS-ROWS-FAILED PIC 9(05).
       01 WS-ROWS-REJECTED PIC 9(05).
       01 WS-CSV-DONE-SW PIC X(01).
           88 WS-NO-MORE-CSV VALUE "Y".
       01 WS-FIRST-ROW-SW PIC X(01).
           88 WS-FIRST-ROW VALUE "Y".
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
       PROCEDURE DIVISION USING WS-RETURN-CD.
       388-NOTICE-STATUS-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-ROWS-READ
           MOVE ZEROES TO WS-ROWS-SENT
           MOVE ZEROES TO WS-ROWS-FAILED
           MOVE ZEROES TO WS-ROWS-REJECTED
           MOVE "N" TO WS-CSV-DONE-SW
           MOVE "Y" TO WS-FIRST-ROW-SW
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "NOTICE DELIVERY-STATUS IMPORT"
           OPEN INPUT FC-STATUS-CSV
           IF WS-STATCSV-STAT NOT = "00"
                   DISPLAY "NO GATEWAY STATUS FILE (DB/NOTIFY_STATUS.CSV
      -                ") - NOTHING TO APPLY"
                   EXIT PROGRAM
           END-IF
           OPEN OUTPUT FC-STATUS-EXCEPT
           MOVE "REASON                                    ROW"
               TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           OPEN I-O FC-NOTICES
           PERFORM 928-CHECK-NOTICES
           PERFORM 310-PROCESS-ROW UNTIL WS-NO-MORE-CSV
           CLOSE FC-NOTICES
           CLOSE FC-STATUS-EXCEPT
           CLOSE FC-STATUS-CSV
           DISPLAY " "
           DISPLAY "  ROWS READ:      " WS-ROWS-READ
           DISPLAY "  MARKED SENT:    " WS-ROWS-SENT
           DISPLAY "  MARKED FAILED:  " WS-ROWS-FAILED
           DISPLAY "  ROWS REJECTED:  " WS-ROWS-REJECTED
           DISPLAY "  EXCEPTIONS LISTED IN DB/NOTIFY_STATUS_EXCEPT.RPT"
           EXIT PROGRAM.
       310-PROCESS-ROW.
           READ FC-STATUS-CSV
               AT END
                   MOVE "Y" TO WS-CSV-DONE-SW
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 320-SPLIT-ROW
           END-READ.
       320-SPLIT-ROW.
           MOVE SPACES TO WS-IN-FIELDS
           UNSTRING CSV-STATUS-LINE DELIMITED BY ","
               INTO WS-IN-SEQ-X WS-IN-STATUS-X WS-IN-DATE-X
                    WS-IN-TIME-X WS-IN-REASON
           IF WS-FIRST-ROW AND WS-IN-SEQ-X IS NOT NUMERIC
                   MOVE "N" TO WS-FIRST-ROW-SW
                   SUBTRACT 1 FROM WS-ROWS-READ
           ELSE
                   MOVE "N" TO WS-FIRST-ROW-SW
                   PERFORM 330-APPLY-ROW
           END-IF.
       330-APPLY-ROW.
           IF WS-IN-SEQ-X IS NOT NUMERIC
                   MOVE "SEQUENCE NOT NUMERIC" TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
           IF WS-IN-STATUS-X NOT = "S" AND WS-IN-STATUS-X NOT = "F"
                   MOVE "STATUS MUST BE S OR F" TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
           ELSE
                   MOVE WS-IN-SEQ-X TO NOTC-SEQ
                   READ FC-NOTICES
                       INVALID KEY
                           MOVE "NOTICE NOT ON FILE" TO WS-EXC-REASON
                           PERFORM 390-WRITE-EXCEPTION
                       NOT INVALID KEY
                           PERFORM 340-MARK-NOTICE
                   END-READ
                   PERFORM 928-CHECK-NOTICES
           END-IF
           END-IF.
       340-MARK-NOTICE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-IN-STATUS-X TO NOTC-STATUS-SW
           IF WS-IN-DATE-X IS NUMERIC
                   MOVE WS-IN-DATE-X TO NOTC-STATUS-DATE
           ELSE
                   MOVE WS-CURRENT-DATE TO NOTC-STATUS-DATE
           END-IF
           MOVE ZEROES TO NOTC-STATUS-TIME
           IF WS-IN-TIME-X IS NUMERIC
                   MOVE WS-IN-TIME-X TO NOTC-STATUS-TIME (1:4)
           ELSE
                   MOVE WS-CURRENT-TIME (1:4) TO NOTC-STATUS-TIME (1:4)
           END-IF
           IF NOTC-SENT
                   MOVE SPACES TO NOTC-FAIL-REASON
           ELSE
                   MOVE WS-IN-REASON TO NOTC-FAIL-REASON
                   IF NOTC-FAIL-REASON = SPACES
                       MOVE "NOT DELIVERED" TO NOTC-FAIL-REASON
                   END-IF
           END-IF
           REWRITE NOTC-RECORD
               INVALID KEY
                   MOVE "NOTICE NOT UPDATED" TO WS-EXC-REASON
                   PERFORM 390-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF NOTC-SENT
                       ADD 1 TO WS-ROWS-SENT
                   ELSE
                       ADD 1 TO WS-ROWS-FAILED
                   END-IF
           END-REWRITE.
       390-WRITE-EXCEPTION.
           ADD 1 TO WS-ROWS-REJECTED
           MOVE CSV-STATUS-LINE TO WS-EXC-ROW
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE
           WRITE EXCEPT-LINE.
       928-CHECK-NOTICES.
           IF NOT WS-NOTC-STAT-OK
                   MOVE "NOTICES.DAT" TO ERR-FILE
                   MOVE WS-NOTC-STAT TO ERR-STATUS
                   MOVE NOTC-SEQ TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "388-NOTICE-STATUS" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
