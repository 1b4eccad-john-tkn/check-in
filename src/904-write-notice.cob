       IDENTIFICATION DIVISION.
       PROGRAM-ID. 904-WRITE-NOTICE.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 09, 2026.
      * WRITES ONE OUTBOUND NOTICE FOR THE COUNCIL TEXT/EMAIL GATEWAY.
      * EVERY PROGRAM THAT HAS SOMETHING TO TELL A TROOP - AN OFFER
      * HELD, AN OFFER EXPIRED, A NO-SHOW RELEASE, A BALANCE STILL
      * OWED - CALLS HERE SO THE NOTICES ARE NUMBERED FROM ONE
      * SEQUENCE AND LOOK THE SAME TO THE GATEWAY.  THE LAST NUMBER
      * ISSUED LIVES IN NOTICE_NO.DAT THE SAME WAY 905-NEXT-RECEIPT
      * KEEPS RECEIPT NUMBERS.  THE CONTACT COMES OFF THE UNIT MASTER.
      * THE NOTICE IS KEPT ON NOTICES.DAT, PENDING UNTIL THE GATEWAY
      * REPORTS BACK, AND APPENDED TO THE GATEWAY'S PICK-UP FILE
      * NOTIFY_OUT.CSV AS
      *     SEQ,TYPE,EVENT,AREA,UNIT,CONTACT,PHONE,EMAIL,MAIN CAMP,
      *     SUBCAMP,HELD SIZE,EXPIRE DATE,EXPIRE TIME,AMOUNT DUE
      * A UNIT WITH NO PHONE AND NO EMAIL ON FILE HAS NOWHERE TO SEND
      * TO, SO ITS NOTICE IS KEPT AS FAILED AND NOT PICKED UP.  ERRORS
      * ARE LOGGED ONLY - THE CALLER OWNS THE SCREEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTCSEL.
           COPY UNITSEL.
           SELECT FC-NOTICE-NO ASSIGN TO './db/notice_no.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTCNO-STAT.
           SELECT FC-NOTIFY-OUT ASSIGN TO './db/notify_out.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOUT-STAT.
       DATA DIVISION.
       FILE SECTION.
           COPY NOTCFD.
           COPY UNITFD.
       FD  FC-NOTICE-NO.
       01  NNO-RECORD.
           02  NNO-LAST PIC 9(06).
       FD  FC-NOTIFY-OUT.
       01  NOUT-LINE PIC X(200).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-NOTCNO-STAT PIC X(02).
       01 WS-NOUT-STAT PIC X(02).
       01 WS-NEXT-NO PIC 9(06).
       01 WS-AMT-ED PIC 9(5).99.
       01 WS-NOTICE-DONE-SW PIC X(01).
           88 WS-NOTICE-WRITTEN VALUE "Y".
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
           COPY NTCLK.
       PROCEDURE DIVISION USING NTC-RECORD.
       904-WRITE-NOTICE-MAIN.
           MOVE ZEROES TO NTC-SEQ
           MOVE "N" TO WS-NOTICE-DONE-SW
           PERFORM 910-NEXT-NUMBER
           PERFORM 920-BUILD-NOTICE
           OPEN I-O FC-NOTICES
           PERFORM 928-CHECK-NOTICES
           WRITE NOTC-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-NOTICE-DONE-SW
           END-WRITE
           PERFORM 928-CHECK-NOTICES
           CLOSE FC-NOTICES
           IF WS-NOTICE-WRITTEN
                   MOVE NOTC-SEQ TO NTC-SEQ
                   IF NOTC-PENDING
                       PERFORM 930-WRITE-OUTBOUND
                   END-IF
           END-IF
           EXIT PROGRAM.
       910-NEXT-NUMBER.
           MOVE ZEROES TO WS-NEXT-NO
           OPEN INPUT FC-NOTICE-NO
           IF WS-NOTCNO-STAT = "00"
                   READ FC-NOTICE-NO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE NNO-LAST TO WS-NEXT-NO
                   END-READ
                   CLOSE FC-NOTICE-NO
           END-IF
           ADD 1 TO WS-NEXT-NO
           OPEN OUTPUT FC-NOTICE-NO
           MOVE WS-NEXT-NO TO NNO-LAST
           WRITE NNO-RECORD
           CLOSE FC-NOTICE-NO.
       920-BUILD-NOTICE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-NEXT-NO TO NOTC-SEQ
           MOVE NTC-TYPE TO NOTC-TYPE
           MOVE NTC-EVENT TO NOTC-EVENT
           MOVE NTC-AREA TO NOTC-AREA
           MOVE NTC-UNIT TO NOTC-UNIT
           MOVE NTC-MAIN-CAMP TO NOTC-MAIN-CAMP
           MOVE NTC-SUBCAMP TO NOTC-SUBCAMP
           MOVE NTC-HELD-SIZE TO NOTC-HELD-SIZE
           MOVE NTC-EXPIRE-DATE TO NOTC-EXPIRE-DATE
           MOVE NTC-EXPIRE-TIME TO NOTC-EXPIRE-TIME
           MOVE NTC-AMOUNT-DUE TO NOTC-AMOUNT-DUE
           MOVE WS-CURRENT-DATE TO NOTC-CREATED-DATE
           MOVE WS-CURRENT-TIME TO NOTC-CREATED-TIME
           MOVE SPACES TO NOTC-CONTACT-NAME
           MOVE SPACES TO NOTC-CONTACT-PHONE
           MOVE SPACES TO NOTC-CONTACT-EMAIL
           OPEN INPUT FC-UNITS
           PERFORM 923-CHECK-UNITS
           MOVE NTC-AREA TO UNIT-AREA
           MOVE NTC-UNIT TO UNIT-NO
           READ FC-UNITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UNIT-LEADER-NAME TO NOTC-CONTACT-NAME
                   MOVE UNIT-LEADER-PHONE TO NOTC-CONTACT-PHONE
                   MOVE UNIT-LEADER-EMAIL TO NOTC-CONTACT-EMAIL
           END-READ
           CLOSE FC-UNITS
           IF NOTC-CONTACT-PHONE = SPACES AND
                   NOTC-CONTACT-EMAIL = SPACES
                   SET NOTC-FAILED TO TRUE
                   MOVE WS-CURRENT-DATE TO NOTC-STATUS-DATE
                   MOVE WS-CURRENT-TIME TO NOTC-STATUS-TIME
                   MOVE "NO PHONE OR EMAIL ON UNITS.DAT"
                       TO NOTC-FAIL-REASON
           ELSE
                   SET NOTC-PENDING TO TRUE
                   MOVE ZEROES TO NOTC-STATUS-DATE
                   MOVE ZEROES TO NOTC-STATUS-TIME
                   MOVE SPACES TO NOTC-FAIL-REASON
           END-IF.
      * THE CONTACT FIELDS ARE TRIMMED AT THE FIRST DOUBLE SPACE SO A
      * NAME LIKE "MARY ANN SMITH" SURVIVES BUT THE PADDING DOES NOT.
       930-WRITE-OUTBOUND.
           MOVE NOTC-AMOUNT-DUE TO WS-AMT-ED
           OPEN EXTEND FC-NOTIFY-OUT
           IF WS-NOUT-STAT = "35"
                   OPEN OUTPUT FC-NOTIFY-OUT
           END-IF
           IF WS-NOUT-STAT NOT = "00"
                   MOVE "NOTIFY_OUT.CSV" TO ERR-FILE
                   MOVE WS-NOUT-STAT TO ERR-STATUS
                   MOVE NOTC-SEQ TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           ELSE
                   MOVE SPACES TO NOUT-LINE
                   STRING NOTC-SEQ DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       NOTC-TYPE DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       NOTC-EVENT DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       NOTC-AREA DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       NOTC-UNIT DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       NOTC-CONTACT-NAME DELIMITED BY "  "
                       "," DELIMITED BY SIZE
                       NOTC-CONTACT-PHONE DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       NOTC-CONTACT-EMAIL DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       NOTC-MAIN-CAMP DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       NOTC-SUBCAMP DELIMITED BY "  "
                       "," DELIMITED BY SIZE
                       NOTC-HELD-SIZE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       NOTC-EXPIRE-DATE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       NOTC-EXPIRE-TIME (1:4) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                       INTO NOUT-LINE
                   WRITE NOUT-LINE
                   CLOSE FC-NOTIFY-OUT
           END-IF.
       923-CHECK-UNITS.
           IF NOT WS-UNIT-STAT-OK
                   MOVE "UNITS.DAT" TO ERR-FILE
                   MOVE WS-UNIT-STAT TO ERR-STATUS
                   MOVE UNIT-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       928-CHECK-NOTICES.
           IF NOT WS-NOTC-STAT-OK
                   MOVE "NOTICES.DAT" TO ERR-FILE
                   MOVE WS-NOTC-STAT TO ERR-STATUS
                   MOVE NOTC-SEQ TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "904-WRITE-NOTICE" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD.
