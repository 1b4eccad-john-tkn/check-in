      * ONE, WITH AN AUDIT RECORD WRITTEN FOR EACH SITE SO THE BEFORE
      * AND AFTER CAPACITIES LINE UP ON BOTH SIDES OF THE MOVE.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-08-2026  JC  ROOM ON THE NEW SITE IS TESTED AND TAKEN, AND
      *                   THE OLD SITE GIVEN BACK, THROUGH 909-NIGHT-CAP
      *                   ON ONLY THE NIGHTS THE TROOP IS STAYING.
      *   08-27-2026  JC  A CLOSED/OUT-OF-SERVICE CAMPSITE CANNOT BE
      *                   THE TARGET OF A TRANSFER.
      *   08-25-2026  JC  THE TROOP KEY NOW CARRIES THE EVENT PICKED
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-TROOP.
                                   TO WS-OLD-SUBCAMP
                               COMPUTE WS-TOTAL-CAMPERS =
                                   FD-ACTAUL-ADULTS + FD-ACTUAL-YOUTH
                               MOVE FD-CAMPER-EVENT TO NGT-EVENT
                               MOVE FD-ARRIVE-DATE TO NGT-ARRIVE-DATE
                               MOVE FD-DEPART-DATE TO NGT-DEPART-DATE
                               MOVE ZEROES TO NGT-FIRST-NIGHT
                               PERFORM 330-ENTER-NEW-CAMP
                           END-IF
                   END-READ
                   END-IF
           END-IF.
      * THE NEW SITE IS TAKEN FIRST - IF IT IS FULL OR NOT ON FILE THE
      * TROOP KEEPS ITS OLD SITE AND NOTHING HAS MOVED.  BOTH SITES
      * MOVE ONLY ON THE NIGHTS THE TROOP IS STAYING.
       340-TAKE-NEW-CAPACITY.
           MOVE WS-NEW-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE WS-NEW-SUBCAMP TO FS-CAMP-SUBCAMP
                       CLOSE FC-CAMPS
                       PERFORM 330-ENTER-NEW-CAMP
                   ELSE
                   SET NGT-CHECK TO TRUE
                   PERFORM 345-CALL-NIGHT-CAP
                   IF NOT NGT-FITS
                       MOVE "NO ROOM ON NEW CAMPSITE" TO WS-MSG
                       CLOSE FC-CAMPS
                       PERFORM 330-ENTER-NEW-CAMP
                   ELSE
                       MOVE FS-CAMP-CAPACITY-LEFT
                           TO WS-BEFORE-CAPACITY-LEFT
                       SET NGT-TAKE TO TRUE
                       PERFORM 345-CALL-NIGHT-CAP
                       REWRITE FS-CAMP
                       PERFORM 910-CHECK-CAMPS
                       IF WS-CAMP-STAT = "00"
                           MOVE FS-CAMP TO JRNL-IMAGE
                           SET JRNL-CAMPS TO TRUE
                           SET JRNL-CHANGE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                       END-IF
                       MOVE "XFRIN" TO WS-AUDIT-ACTION
                       PERFORM 380-WRITE-AUDIT
                       CLOSE FC-CAMPS
                   CLOSE FC-CAMPS
                   PERFORM 330-ENTER-NEW-CAMP
           END-IF.
       345-CALL-NIGHT-CAP.
           MOVE WS-TOTAL-CAMPERS TO NGT-SPOTS
           MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
           MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           MOVE NGT-NIGHTS TO FS-CAMP-NIGHTS
           MOVE NGT-CAPACITY-LEFT TO FS-CAMP-CAPACITY-LEFT.
       350-RELEASE-OLD-CAPACITY.
           MOVE WS-OLD-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE WS-OLD-SUBCAMP TO FS-CAMP-SUBCAMP
               NOT INVALID KEY
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   SET NGT-GIVE TO TRUE
                   PERFORM 345-CALL-NIGHT-CAP
                   REWRITE FS-CAMP
                   PERFORM 910-CHECK-CAMPS
                   IF WS-CAMP-STAT = "00"
                       MOVE FS-CAMP TO JRNL-IMAGE
                       SET JRNL-CAMPS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
                   MOVE "XFROUT" TO WS-AUDIT-ACTION
                   PERFORM 380-WRITE-AUDIT
                   CLOSE FC-CAMPS
                   MOVE WS-NEW-SUBCAMP TO FD-ASSIGNED-SUBCAMP
                   REWRITE FD-CAMPER
                   PERFORM 911-CHECK-CAMPERS
                   IF WS-CAMPR-STAT = "00"
                       MOVE FD-CAMPER TO JRNL-IMAGE
                       SET JRNL-CAMPERS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
                   IF WS-MSG = SPACES
                       MOVE "TROOP TRANSFERRED" TO WS-MSG
                   END-IF
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "317-TRANSFER" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "317-TRANSFER" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
