      * CAMP_AUDIT.DAT IS LEFT INTACT - THE AUDIT TRAIL SPANS EVENTS.
      * RUN 910-BACKUP FIRST; THIS BATCH DELETES LIVE RECORDS.
      * MODIFICATION HISTORY
      *   10-15-2026  JC  PAYMENT HISTORY BUFFER WIDENED FOR THE
      *                   CAMPERSHIP FUND AND ONLINE TRANSACTION ID
      *                   FIELDS ON PAY-RECORD.
      *   10-15-2026  JC  A TROOP THAT CHECKED OUT BEFORE ROLLOVER
      *                   ARCHIVES AS CHECKED IN WITH THE COUNTS AND
      *                   CAMPSITE IT LEFT WITH, NOT AS A NO-SHOW.
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-08-2026  JC  CAMPSITES ARE RESET NIGHT BY NIGHT THROUGH
      *                   909-NIGHT-CAP.
      *   10-07-2026  JC  ROSTER HISTORY BUFFER WIDENED FOR THE YOUTH
      *                   PROTECTION TRAINING DATE AND GATE SIGN-OUT
      *                   FIELDS ON ROST-RECORD.
      *   09-02-2026  JC  THE EVENT'S PAYMENTS NOW ARCHIVE TO
      *                   PAYMENT_HIST.DAT AND ITS UNCLAIMED HOLDS ARE
      *                   DELETED, SO THE INTEGRITY CHECKER STOPS
       FD  FC-ROSTER-HIST.
       01  RHST-RECORD.
           02  RHST-EVENT-DATE PIC 9(08).
           02  RHST-DATA PIC X(140).
       FD  FC-WAITLIST-HIST.
       01  WHST-RECORD.
           02  WHST-EVENT-DATE PIC 9(08).
       FD  FC-PAYMENT-HIST.
       01  PHST-RECORD.
           02  PHST-EVENT-DATE PIC 9(08).
           02  PHST-DATA PIC X(106).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
       01 WS-RHST-STAT PIC X(02).
       01 WS-WHST-STAT PIC X(02).
       01 WS-PHST-STAT PIC X(02).
                       TO HIST-ASSIGNED-MAIN-CAMP
                   MOVE FD-ASSIGNED-SUBCAMP TO HIST-ASSIGNED-SUBCAMP
                   MOVE FD-AMOUNT-DUE TO HIST-AMOUNT-DUE
                   IF FD-NOT-CHECKED-IN AND FD-VISITED
                       SET HIST-CHECKED-IN TO TRUE
                       MOVE FD-VISIT-ADULTS TO HIST-AC-ADULTS
                       MOVE FD-VISIT-YOUTH TO HIST-AC-YOUTH
                       MOVE FD-VISIT-MAIN-CAMP
                           TO HIST-ASSIGNED-MAIN-CAMP
                       MOVE FD-VISIT-SUBCAMP TO HIST-ASSIGNED-SUBCAMP
                   END-IF
                   WRITE HIST-RECORD
                   PERFORM 919-CHECK-CAMPER-HIST
                   DELETE FC-CAMPERS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FD-CAMPER TO JRNL-IMAGE
                           SET JRNL-CAMPERS TO TRUE
                           SET JRNL-DELETE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                   END-DELETE
                   PERFORM 911-CHECK-CAMPERS
                   ADD 1 TO WS-CAMPER-COUNT
                       DELETE FC-ROSTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ROST-RECORD TO JRNL-IMAGE
                               SET JRNL-ROSTER TO TRUE
                               SET JRNL-DELETE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                       END-DELETE
                       PERFORM 913-CHECK-ROSTER
                       ADD 1 TO WS-ROSTER-COUNT
                       DELETE FC-WAITLIST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WAIT-RECORD TO JRNL-IMAGE
                               SET JRNL-WAITLIST TO TRUE
                               SET JRNL-DELETE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                       END-DELETE
                       PERFORM 912-CHECK-WAITLIST
                       ADD 1 TO WS-WAIT-COUNT
                       DELETE FC-PAYMENTS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PAY-RECORD TO JRNL-IMAGE
                               SET JRNL-PAYMENTS TO TRUE
                               SET JRNL-DELETE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                       END-DELETE
                       PERFORM 918-CHECK-PAYMENTS
                       ADD 1 TO WS-PAY-COUNT
                       DELETE FC-HOLDS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE HOLD-RECORD TO JRNL-IMAGE
                               SET JRNL-HOLDS TO TRUE
                               SET JRNL-DELETE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                       END-DELETE
                       PERFORM 922-CHECK-HOLDS
                       ADD 1 TO WS-HOLD-COUNT
               AT END
                   MOVE "Y" TO WS-FILE-DONE-SW
               NOT AT END
                   SET NGT-RESET TO TRUE
                   MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
                   MOVE ZEROES TO NGT-SPOTS
                   CALL '909-NIGHT-CAP' USING NGT-RECORD
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
                   ADD 1 TO WS-CAMP-COUNT
           END-READ.
       910-CHECK-CAMPS.
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "930-SEASON-ROLLOVER" TO JRNL-PROGRAM
           MOVE "BTCH" TO JRNL-STATION
           MOVE "BATCH" TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "930-SEASON-ROLLOVER" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
