       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. JUN 02, 2025.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-08-2026  JC  CAPACITY IS REBUILT NIGHT BY NIGHT THROUGH
      *                   909-NIGHT-CAP: EACH CHECKED-IN TROOP AND
      *                   OUTSTANDING OFFER COUNTS ONLY ON THE NIGHTS IT
      *                   IS STAYING, AND CAPACITY-LEFT IS THE FEWEST
      *                   LEFT ON ANY NIGHT.
      *   09-01-2026  JC  ENDS WITH GOBACK INSTEAD OF STOP RUN SO THE
      *                   OVERNIGHT JOB-STREAM DRIVER (950-JOB-STREAM)
      *                   CAN CALL IT AND CARRY ON TO THE NEXT STEP;
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
       01 WS-RESTART-KEY.
           02 WS-RESTART-MAIN-CAMP PIC X(2).
           02 WS-RESTART-SUBCAMP PIC X(15).
       01 WS-CAMPS-DONE PIC 9.
           88 WS-ALL-CAMPS-DONE VALUE 1.
       01 WS-CAMPERS-DONE PIC 9.
               AT END
                   MOVE 1 TO WS-CAMPS-DONE
               NOT AT END
                   SET NGT-RESET TO TRUE
                   MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
                   MOVE ZEROES TO NGT-SPOTS
                   CALL '909-NIGHT-CAP' USING NGT-RECORD
                   PERFORM 380-SUM-ASSIGNED
                   PERFORM 383-SUM-HELD
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
                   PERFORM 390-WRITE-CHECKPOINT
           END-READ.
      * EVERY NIGHT STARTS AT THE TOTAL AND EACH CHECKED-IN TROOP
      * AND OUTSTANDING OFFER ON THE SITE TAKES ITS HEADCOUNT OFF
      * ONLY THE NIGHTS IT IS STAYING.
       380-SUM-ASSIGNED.
           MOVE ZEROES TO WS-CAMPERS-DONE
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
                   IF FD-CHECKED-IN AND
                           FD-ASSIGNED-MAIN-CAMP = FS-CAMP-MAIN-CAMP
                           AND FD-ASSIGNED-SUBCAMP = FS-CAMP-SUBCAMP
                       SET NGT-TAKE TO TRUE
                       MOVE FD-CAMPER-EVENT TO NGT-EVENT
                       MOVE FD-ARRIVE-DATE TO NGT-ARRIVE-DATE
                       MOVE FD-DEPART-DATE TO NGT-DEPART-DATE
                       MOVE ZEROES TO NGT-FIRST-NIGHT
                       COMPUTE NGT-SPOTS =
                           FD-ACTAUL-ADULTS + FD-ACTUAL-YOUTH
                       CALL '909-NIGHT-CAP' USING NGT-RECORD
                   END-IF
           END-READ.
      * AN OUTSTANDING OFFER IS CAPACITY SPOKEN FOR EVEN THOUGH NO
               NOT AT END
                   IF HOLD-MAIN-CAMP = FS-CAMP-MAIN-CAMP AND
                           HOLD-SUBCAMP = FS-CAMP-SUBCAMP
                       SET NGT-TAKE TO TRUE
                       MOVE HOLD-EVENT TO NGT-EVENT
                       MOVE ZEROES TO NGT-ARRIVE-DATE
                       MOVE ZEROES TO NGT-DEPART-DATE
                       MOVE HOLD-FIRST-NIGHT TO NGT-FIRST-NIGHT
                       MOVE HOLD-LAST-NIGHT TO NGT-LAST-NIGHT
                       MOVE HOLD-SIZE TO NGT-SPOTS
                       CALL '909-NIGHT-CAP' USING NGT-RECORD
                   END-IF
           END-READ.
       390-WRITE-CHECKPOINT.
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "360-EOD-RECON" TO JRNL-PROGRAM
           MOVE "BTCH" TO JRNL-STATION
           MOVE "BATCH" TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "360-EOD-RECON" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
