       PROGRAM-ID. 370-CAMP-INQUIRY.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. AUG 11, 2025.
      * BROWSES THE SUBCAMPS OF ONE MAIN CAMP.  BESIDES THE WHOLE-EVENT
      * CAPACITY LEFT, EACH SITE SHOWS THE SPOTS LEFT ON EVERY NIGHT
      * OF THE EVENT PICKED AT SIGN-ON, SO THE GATE CAN SEE THAT A
      * SITE FULL ON SATURDAY STILL HAS ROOM ON FRIDAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY NGTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-INQUIRY-MAIN-CAMP PIC X(2).
       01 WS-NO-MORE-SW PIC X(01).
           88 WS-NO-MORE-SUBCAMPS VALUE "Y".
       01 WS-NIGHT PIC 9(02).
       01 WS-NIGHT-INT PIC 9(07).
       01 WS-NIGHT-DATE PIC 9(08).
       01 WS-NIGHT-DATE-X REDEFINES WS-NIGHT-DATE.
           02 FILLER PIC X(04).
           02 WS-NIGHT-MM PIC X(02).
           02 WS-NIGHT-DD PIC X(02).
       01 WS-NIGHT-NO PIC 9.
       01 WS-NIGHT-LEFT-Z PIC ZZ9.
       01 WS-NIGHT-HEADS.
           02 WS-NIGHT-HEAD PIC X(08) OCCURS 7 TIMES.
       01 WS-NIGHT-LEFTS.
           02 WS-NIGHT-LEFT-COL PIC X(08) OCCURS 7 TIMES.
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
           COPY SESSLK.
       SCREEN SECTION.
       01 CLEAR-SCREEN.
               05 BLANK SCREEN.
           05 LINE 15 COL 2 VALUE IS "CAPACITY LEFT:".
           05 LINE 15 COL 18 PIC ZZ9 USING FS-CAMP-CAPACITY-LEFT
               FOREGROUND-COLOR IS 3.
           05 LINE 15 COL 23 VALUE IS "(OPEN EVERY NIGHT)".
           05 LINE 17 COL 2 VALUE IS "NIGHT OF:".
           05 LINE 17 COL 18 PIC X(56) USING WS-NIGHT-HEADS.
           05 LINE 18 COL 2 VALUE IS "SPOTS LEFT:".
           05 LINE 18 COL 18 PIC X(56) USING WS-NIGHT-LEFTS
               FOREGROUND-COLOR IS 3.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - NEXT SUBCAMP".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       370-CAMP-INQUIRY-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 371-CLEAR-DATA
           PERFORM 375-EVENT-NIGHTS
           PERFORM 372-ENTER-MAIN-CAMP.
       371-CLEAR-DATA.
           MOVE SPACES TO WS-INQUIRY-MAIN-CAMP.
           ELSE
                   PERFORM 380-SHOW-NEXT
           END-IF.
      * THE EVENT'S NIGHTS ARE LOOKED UP ONCE AND LABELLED WITH THE
      * DATE OF EACH NIGHT (MM/DD); AN EVENT WITH NO DATE ON FILE
      * IS ONE NIGHT.
       375-EVENT-NIGHTS.
           SET NGT-FIND-NIGHTS TO TRUE
           MOVE SESS-EVENT-ID TO NGT-EVENT
           MOVE ZEROES TO NGT-ARRIVE-DATE
           MOVE ZEROES TO NGT-DEPART-DATE
           MOVE ZEROES TO NGT-FIRST-NIGHT
           MOVE ZEROES TO NGT-SPOTS
           MOVE ZEROES TO NGT-TOTAL-CAPACITY
           MOVE ZEROES TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           MOVE SPACES TO WS-NIGHT-HEADS
           PERFORM 376-NIGHT-HEAD
               VARYING WS-NIGHT FROM 1 BY 1
               UNTIL WS-NIGHT > NGT-EVENT-NIGHTS.
       376-NIGHT-HEAD.
           IF NGT-EVENT-START = ZEROES
                   MOVE WS-NIGHT TO WS-NIGHT-NO
                   STRING "NT " DELIMITED BY SIZE
                       WS-NIGHT-NO DELIMITED BY SIZE
                       INTO WS-NIGHT-HEAD (WS-NIGHT)
           ELSE
                   COMPUTE WS-NIGHT-INT =
                       FUNCTION INTEGER-OF-DATE (NGT-EVENT-START)
                       + WS-NIGHT - 1
                   COMPUTE WS-NIGHT-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT)
                   STRING WS-NIGHT-MM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-NIGHT-DD DELIMITED BY SIZE
                       INTO WS-NIGHT-HEAD (WS-NIGHT)
           END-IF.
       377-NIGHT-LEFT.
           MOVE FS-CAMP-NIGHT-LEFT (WS-NIGHT) TO WS-NIGHT-LEFT-Z
           MOVE WS-NIGHT-LEFT-Z TO WS-NIGHT-LEFT-COL (WS-NIGHT).
       380-SHOW-NEXT.
           READ FC-CAMPS NEXT RECORD
               AT END
                   CLOSE FC-CAMPS
                   PERFORM 372-ENTER-MAIN-CAMP
           ELSE
                   MOVE SPACES TO WS-NIGHT-LEFTS
                   PERFORM 377-NIGHT-LEFT
                       VARYING WS-NIGHT FROM 1 BY 1
                       UNTIL WS-NIGHT > NGT-EVENT-NIGHTS
                   DISPLAY CLEAR-SCREEN
                   DISPLAY SS-MESSAGE
                   MOVE SPACES TO WS-MSG
