       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. FEB 10, 2025.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-08-2026  JC  A TOTAL CAPACITY CHANGE IS NOW APPLIED TO
      *                   EVERY NIGHT OF THE SITE'S NIGHT TABLE THROUGH
      *                   909-NIGHT-CAP.
      *   08-27-2026  JC  A CAMPSITE CAN NOW BE MARKED CLOSED / OUT OF
      *                   SERVICE ON THE EDIT SCREEN INSTEAD OF BEING
      *                   DELETED WHEN A STORM TAKES IT OUT.  CLOSING
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-LOOKUP.
                                   MOVE "DELETE FAILED" TO WS-MSG
                               NOT INVALID KEY
                                   MOVE "CAMPSITE DELETED" TO WS-MSG
                                   MOVE FS-CAMP TO JRNL-IMAGE
                                   SET JRNL-CAMPS TO TRUE
                                   SET JRNL-DELETE TO TRUE
                                   PERFORM 985-WRITE-JOURNAL
                                   MOVE "DELETE" TO AUD-ACTION
                                   MOVE WS-BEFORE-TOTAL-CAPACITY
                                       TO AUD-BEFORE-TOTAL-CAPACITY
               WHEN 1009
                       COMPUTE WS-CAPACITY-DELTA = WS-NEW-TOTAL-CAPACITY
                           - FS-CAMP-TOTAL-CAPACITY
                       SET NGT-RETOTAL TO TRUE
                       MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-OLD-TOTAL
                       MOVE WS-NEW-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
                       MOVE ZEROES TO NGT-SPOTS
                       MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
                       CALL '909-NIGHT-CAP' USING NGT-RECORD
                       MOVE NGT-NIGHTS TO FS-CAMP-NIGHTS
                       MOVE NGT-CAPACITY-LEFT TO FS-CAMP-CAPACITY-LEFT
                       MOVE WS-NEW-TOTAL-CAPACITY
                           TO FS-CAMP-TOTAL-CAPACITY
                       PERFORM 355-EDIT-ATTRS
                       MOVE WS-NEW-ATTRS TO FS-CAMP-ATTRS
                       IF WS-NEW-CLOSED NOT = "Y"
                               MOVE "UPDATE FAILED" TO WS-MSG
                           NOT INVALID KEY
                               MOVE "CAMPSITE UPDATED" TO WS-MSG
                               MOVE FS-CAMP TO JRNL-IMAGE
                               SET JRNL-CAMPS TO TRUE
                               SET JRNL-CHANGE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                               EVALUATE TRUE
                                   WHEN WS-NEW-CLOSED = "Y" AND
                                           WS-BEFORE-CLOSED NOT = "Y"
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "330-CAMP-MAINT" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "330-CAMP-MAINT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
