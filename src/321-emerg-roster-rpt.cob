      * SO THE HEALTH LODGE CAN REACH A FAMILY WITHOUT HUNTING
      * THROUGH THE GATE PAPERWORK.  BUILT THE WAY
      * 320-CAMP-ROSTER-RPT BUILDS ITS PRINT FILE.
      * A CAMPER SIGNED OUT AT THE GATE THROUGH 311-GATE-PASS STAYS
      * LISTED, SO THE FAMILY CAN STILL BE REACHED, BUT IS FLAGGED
      * WITH THE TIME AND WHO THEY LEFT WITH AND IS COUNTED AS
      * SIGNED OUT RATHER THAN PRESENT - THE SAME SPLIT
      * 329-MUSTER-RPT MAKES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
           02 WS-DTL-PHONE PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-HEALTH PIC X(1).
       01 WS-SIGNED-OUT-LINE.
           02 FILLER PIC X(32) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "SIGNED OUT ".
           02 WS-SOL-OUT-AT PIC X(11).
           02 FILLER PIC X(06) VALUE " WITH ".
           02 WS-SOL-WITH PIC X(30).
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
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(14) VALUE "NAMES LISTED:".
           02 WS-TOT-COUNT PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "   PRESENT:".
           02 WS-TOT-PRESENT PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "   SIGNED OUT:".
           02 WS-TOT-OUT PIC ZZZZ9.
       01 WS-NAME-COUNT PIC 9(05).
       01 WS-PRESENT-COUNT PIC 9(05).
       01 WS-OUT-COUNT PIC 9(05).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       321-EMERG-RPT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-NAME-COUNT
           MOVE ZEROES TO WS-PRESENT-COUNT
           MOVE ZEROES TO WS-OUT-COUNT
           MOVE ZEROES TO WS-CAMPS-DONE
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-RULE-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE WS-NAME-COUNT TO WS-TOT-COUNT
           MOVE WS-PRESENT-COUNT TO WS-TOT-PRESENT
           MOVE WS-OUT-COUNT TO WS-TOT-OUT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           CLOSE FC-EMERG-RPT
                       MOVE ROST-HEALTH-FORM-SW TO WS-DTL-HEALTH
                       MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                       PERFORM 380-WRITE-RPT-LINE
                       PERFORM 375-FLAG-SIGNED-OUT
                   END-IF
           END-READ.
       375-FLAG-SIGNED-OUT.
           IF ROST-SIGNED-OUT
                   ADD 1 TO WS-OUT-COUNT
                   MOVE ROST-OUT-DATE TO WS-OUT-DATE-N
                   MOVE ROST-OUT-TIME TO WS-OUT-TIME-N
                   MOVE WS-OUT-MONTH TO WS-OA-MONTH
                   MOVE WS-OUT-DAY TO WS-OA-DAY
                   MOVE WS-OUT-HOUR TO WS-OA-HOUR
                   MOVE WS-OUT-MINUTE TO WS-OA-MINUTE
                   MOVE WS-OUT-AT TO WS-SOL-OUT-AT
                   MOVE ROST-OUT-WITH TO WS-SOL-WITH
                   MOVE WS-SIGNED-OUT-LINE TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           ELSE
                   ADD 1 TO WS-PRESENT-COUNT
           END-IF.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 325-PAGE-HEADING
