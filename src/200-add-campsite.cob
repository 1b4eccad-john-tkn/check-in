      *                   HARD FAILURES ARE LOGGED TO THE CENTRAL
      *                   ERROR LOG INSTEAD OF ABORTING OR FAILING
      *                   SILENTLY.
      *   10-08-2026  JC  EVERY NIGHT OF THE NEW SITE'S NIGHT TABLE IS
      *                   SEEDED WITH THE TOTAL CAPACITY.
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-CAMP.
               02 WS-CAMP-MAIN-CAMP PIC X(2).
           OPEN I-O FC-CAMPS
           PERFORM 910-CHECK-CAMPS
           MOVE WS-CAMP TO FS-CAMP
           SET NGT-RESET TO TRUE
           MOVE WS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
           MOVE ZEROES TO NGT-SPOTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           MOVE NGT-NIGHTS TO FS-CAMP-NIGHTS
           MOVE NGT-CAPACITY-LEFT TO FS-CAMP-CAPACITY-LEFT
           PERFORM 215-EDIT-ATTRS
           MOVE WS-CAMP-ATTRS TO FS-CAMP-ATTRS
           MOVE "N" TO FS-CAMP-CLOSED-SW
           NOT INVALID KEY
                   MOVE "CAMP ADDED" TO WS-MSG
                   PERFORM 220-WRITE-AUDIT
                   MOVE FS-CAMP TO JRNL-IMAGE
                   SET JRNL-CAMPS TO TRUE
                   SET JRNL-ADD TO TRUE
                   PERFORM 985-WRITE-JOURNAL
           END-WRITE
           PERFORM 910-CHECK-CAMPS
           CLOSE FC-CAMPS
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "200-ADD-CAMPSITE" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "200-ADD-CAMPSITE" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
