       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. MAR 24, 2025.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-08-2026  JC  THE BEST-FIT SCAN TESTS AND TAKES ROOM THROUGH
      *                   909-NIGHT-CAP ON ONLY THE NIGHTS THE TROOP IS
      *                   STAYING, RANKING SITES ON THE FEWEST SPOTS
      *                   LEFT ACROSS THOSE NIGHTS.
      *   08-27-2026  JC  CLOSED/OUT-OF-SERVICE CAMPSITES ARE SKIPPED
      *                   BY THE BEST-FIT SCAN.
      *   08-26-2026  JC  A TROOP HOLDING AN OUTSTANDING WAITLIST
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-TROOP.
                   MOVE "Y" TO WS-OFFER-SW
           END-READ
           CLOSE FC-HOLDS.
      * THE TROOP'S NIGHTS ARE WORKED OUT ONCE FROM ITS ARRIVAL AND
      * DEPARTURE DATES; EVERY SITE IN THE SCAN IS THEN TESTED ON
      * THOSE NIGHTS ONLY.
       350-FIND-BEST-FIT.
           SET NGT-FIND-NIGHTS TO TRUE
           MOVE SESS-EVENT-ID TO NGT-EVENT
           MOVE FD-ARRIVE-DATE TO NGT-ARRIVE-DATE
           MOVE FD-DEPART-DATE TO NGT-DEPART-DATE
           MOVE ZEROES TO NGT-FIRST-NIGHT
           MOVE WS-TOTAL-CAMPERS TO NGT-SPOTS
           MOVE ZEROES TO NGT-TOTAL-CAPACITY
           MOVE ZEROES TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           MOVE SPACES TO WS-BEST-MAIN-CAMP
           MOVE SPACES TO WS-BEST-SUBCAMP
           MOVE 999 TO WS-BEST-LEFT
      * A SITE IS ONLY A CANDIDATE WHEN ITS ATTRIBUTES SATISFY EVERY
      * NEED THE TROOP FLAGGED - A TROOP NEEDING TRAILER PARKING IS
      * NEVER PUT ON A TENT-ONLY SITE - AND ONLY THEN DOES THE
      * TIGHTEST-FIT SIZE TEST APPLY, ON THE FEWEST SPOTS LEFT ACROSS
      * THE NIGHTS THE TROOP IS STAYING.
       360-SCAN-CAMP.
           READ FC-CAMPS NEXT RECORD
               AT END
                               NOT FS-CAMP-TENT-ONLY)
                           AND (NOT FD-NEED-PROGRAM OR
                               FS-CAMP-NEAR-PROGRAM)
                       SET NGT-CHECK TO TRUE
                       PERFORM 366-CALL-NIGHT-CAP
                       IF NGT-FITS AND NGT-FEWEST-LEFT < WS-BEST-LEFT
                           MOVE FS-CAMP-MAIN-CAMP TO WS-BEST-MAIN-CAMP
                           MOVE FS-CAMP-SUBCAMP TO WS-BEST-SUBCAMP
                           MOVE NGT-FEWEST-LEFT TO WS-BEST-LEFT
                       END-IF
                   END-IF
           END-READ.
      * THE BEST-FIT SITE WAS PICKED BY AN UNLOCKED SCAN, SO AFTER THE
               INVALID KEY
                   MOVE "CAMPSITE ASSIGNMENT FAILED" TO WS-MSG
               NOT INVALID KEY
                   SET NGT-CHECK TO TRUE
                   PERFORM 366-CALL-NIGHT-CAP
                   IF NOT NGT-FITS
                       MOVE "Y" TO WS-RESCAN-SW
                   ELSE
                       MOVE FS-CAMP-CAPACITY-LEFT
                           TO WS-BEFORE-CAPACITY-LEFT
                       SET NGT-TAKE TO TRUE
                       PERFORM 366-CALL-NIGHT-CAP
                       MOVE NGT-NIGHTS TO FS-CAMP-NIGHTS
                       MOVE NGT-CAPACITY-LEFT TO FS-CAMP-CAPACITY-LEFT
                       REWRITE FS-CAMP
                       PERFORM 910-CHECK-CAMPS
                       IF WS-CAMP-STAT = "00"
                           MOVE FS-CAMP TO JRNL-IMAGE
                           SET JRNL-CAMPS TO TRUE
                           SET JRNL-CHANGE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                       END-IF
                       PERFORM 365-WRITE-AUDIT
                       MOVE WS-BEST-MAIN-CAMP TO FD-ASSIGNED-MAIN-CAMP
                       MOVE WS-BEST-SUBCAMP TO FD-ASSIGNED-SUBCAMP
                       REWRITE FD-CAMPER
                       PERFORM 911-CHECK-CAMPERS
                       IF WS-CAMPR-STAT = "00"
                           MOVE FD-CAMPER TO JRNL-IMAGE
                           SET JRNL-CAMPERS TO TRUE
                           SET JRNL-CHANGE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                       END-IF
                       MOVE SPACES TO WS-MSG
                       STRING "TROOP ASSIGNED TO " DELIMITED BY SIZE
                           WS-BEST-MAIN-CAMP DELIMITED BY SIZE
                   PERFORM 341-CLEAR-DATA
                   PERFORM 342-FIND-TROOP
           END-IF.
       366-CALL-NIGHT-CAP.
           MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
           MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD.
       365-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO AUD-DATE
                   REWRITE WAIT-RECORD
           END-WRITE
           PERFORM 912-CHECK-WAITLIST
           IF WS-WAIT-STAT = "00"
               MOVE WAIT-RECORD TO JRNL-IMAGE
               SET JRNL-WAITLIST TO TRUE
               SET JRNL-ADD TO TRUE
               PERFORM 985-WRITE-JOURNAL
           END-IF
           CLOSE FC-WAITLIST.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE HOLD-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "340-AUTO-CAMPSITE" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "340-AUTO-CAMPSITE" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
