       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. AUG 03, 2026.
      * MODIFICATION HISTORY
      *   10-15-2026  JC  A COMPLETED CHECK-OUT SAVES THE ACTUAL COUNTS
      *                   AND CAMPSITE IN FD-VISIT BEFORE CLEARING THEM,
      *                   SO THE SEASON HISTORY STILL SHOWS THE TROOP
      *                   CAME.
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-12-2026  JC  A TROOP WITH QUARTERMASTER GEAR STILL ON LOAN
      *                   IS SHOWN THE COUNT AND REFUSED CHECK-OUT
      *                   UNLESS A SUPERVISOR ANSWERS Y TO RELEASE IT
      *                   WITH THE GEAR OUT.
      *   10-08-2026  JC  THE TROOP'S HEADCOUNT IS RETURNED, AND BACKED
      *                   OUT ON A FAILED UPDATE, THROUGH 909-NIGHT-CAP
      *                   ON ONLY THE NIGHTS IT WAS BOOKED FOR.
      *   10-05-2026  JC  A COMPLETED CHECK-OUT NOW SETS EVERY MEAL
      *                   CHOICE BACK TO SITE COOKING, SO A TROOP
      *                   LEAVING EARLY DROPS OUT OF THE KITCHEN MEAL
      *                   COUNTS INSTEAD OF BEING COUNTED AGAIN FROM ITS
      *                   SIGNED-UP NUMBERS.
      *   10-04-2026  JC  A COMPLETED CHECK-OUT NOW RELEASES THE TROOP'S
      *                   MERIT BADGE CLASS SEATS THROUGH 907-RELEASE-
      *                   SEATS.
      *   09-02-2026  JC  A COMPLETED CHECK-OUT NOW ZEROES THE ACTUAL
      *                   COUNTS ALONG WITH THE ASSIGNMENT, SO THE
      *                   INTEGRITY CHECKER'S ACTUAL-COUNTS-WITHOUT-
           COPY CAMPSEL.
           COPY AUDTSEL.
           COPY PAYSEL.
           COPY LOANSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY CAMPFD.
           COPY AUDTFD.
           COPY PAYFD.
           COPY LOANFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-TROOP.
       01 WS-PAID-TOTAL PIC S9(05)V99.
       01 WS-PAYS-DONE-SW PIC X(01).
           88 WS-NO-MORE-PAYMENTS VALUE "Y".
       01 WS-SEAT-KEY.
               02 WS-SEAT-EVENT PIC 9(03).
               02 WS-SEAT-AREA PIC 9.
               02 WS-SEAT-UNIT PIC 999.
               02 WS-SEAT-SEQ PIC 9(03).
       01 WS-SEATS-RELEASED PIC 9(03).
       01 WS-GEAR-OUT PIC 9(03).
       01 WS-GEAR-RELEASE PIC X(01).
           88 WS-GEAR-RELEASED VALUE "Y".
       01 WS-LOANS-DONE-SW PIC X(01).
           88 WS-NO-MORE-LOANS VALUE "Y".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
              10  WS-CURRENT-YEAR    PIC  9(4).
           05 LINE 13 COL 2 VALUE IS "ASSIGNED SUB CAMP:".
           05 LINE 13 COL 22 PIC X(15) USING WS-HELD-SUBCAMP
               FOREGROUND-COLOR IS 3.
           05 LINE 15 COL 2 VALUE IS "EQUIPMENT ON LOAN:".
           05 LINE 15 COL 22 PIC ZZ9 USING WS-GEAR-OUT
               FOREGROUND-COLOR IS 3.
           05 LINE 16 COL 2 VALUE IS "RELEASE WITH GEAR OUT (Y/N):".
           05 LINE 16 COL 31 PIC X USING WS-GEAR-RELEASE.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - CHECK OUT".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           MOVE ZEROES TO WS-TROOP-AREA
           MOVE ZEROES TO WS-TROOP-UNIT
           MOVE SPACES TO WS-HELD-MAIN-CAMP
           MOVE SPACES TO WS-HELD-SUBCAMP
           MOVE ZEROES TO WS-GEAR-OUT
           MOVE "N" TO WS-GEAR-RELEASE.
       320-FIND-TROOP.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
                                   TO WS-HELD-MAIN-CAMP
                               MOVE FD-ASSIGNED-SUBCAMP
                                   TO WS-HELD-SUBCAMP
                               PERFORM 325-COUNT-GEAR-OUT
                               PERFORM 330-CONFIRM-CHECK-OUT
                           END-IF
                   END-READ
           END-IF.
      * QUARTERMASTER GEAR STILL OUT TO THE TROOP FOR THIS EVENT.
       325-COUNT-GEAR-OUT.
           MOVE ZEROES TO WS-GEAR-OUT
           MOVE "N" TO WS-LOANS-DONE-SW
           MOVE SESS-EVENT-ID TO LOAN-EVENT
           MOVE WS-TROOP-AREA TO LOAN-AREA
           MOVE WS-TROOP-UNIT TO LOAN-UNIT
           MOVE ZEROES TO LOAN-SEQ
           OPEN INPUT FC-LOANS
           PERFORM 931-CHECK-LOANS
           START FC-LOANS KEY IS NOT LESS THAN LOAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOANS-DONE-SW
           END-START
           PERFORM 326-SCAN-LOAN UNTIL WS-NO-MORE-LOANS
           CLOSE FC-LOANS.
       326-SCAN-LOAN.
           READ FC-LOANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOANS-DONE-SW
               NOT AT END
                   IF LOAN-EVENT NOT EQUAL SESS-EVENT-ID OR
                           LOAN-AREA NOT EQUAL WS-TROOP-AREA OR
                           LOAN-UNIT NOT EQUAL WS-TROOP-UNIT
                       MOVE "Y" TO WS-LOANS-DONE-SW
                   ELSE
                       IF LOAN-OUT
                           ADD 1 TO WS-GEAR-OUT
                       END-IF
                   END-IF
           END-READ.
       330-CONFIRM-CHECK-OUT.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
                   PERFORM 330-CONFIRM-CHECK-OUT
           END-IF
           IF KEY-STATUS = 1009
                   PERFORM 335-CHECK-GEAR-OUT
           END-IF.
      * A TROOP WITH GEAR STILL OUT IS NOT RELEASED UNLESS A
      * SUPERVISOR ANSWERS Y; THE GEAR CAN STILL BE RETURNED OR
      * CHARGED AT THE LOAN DESK AFTER THE TROOP HAS GONE.
       335-CHECK-GEAR-OUT.
           IF WS-GEAR-OUT = ZEROES
                   PERFORM 340-RELEASE-CAPACITY
           ELSE
           IF WS-GEAR-RELEASED AND SESS-SUPERVISOR
                   PERFORM 340-RELEASE-CAPACITY
           ELSE
                   MOVE SPACES TO WS-MSG
                   STRING WS-GEAR-OUT DELIMITED BY SIZE
                       " ITEM(S) STILL ON LOAN - RETURN THE GEAR OR HAVE
      -                " A SUPERVISOR RELEASE" DELIMITED BY SIZE
                       INTO WS-MSG
                   PERFORM 330-CONFIRM-CHECK-OUT
           END-IF
           END-IF.
      * THE HEADCOUNT GOES BACK ON THE NIGHTS THE TROOP WAS BOOKED
      * FOR, SO A TROOP LEAVING EARLY FREES ITS REMAINING NIGHTS.
       340-RELEASE-CAPACITY.
           COMPUTE WS-TOTAL-CAMPERS =
               FD-ACTAUL-ADULTS + FD-ACTUAL-YOUTH
           MOVE FD-CAMPER-EVENT TO NGT-EVENT
           MOVE FD-ARRIVE-DATE TO NGT-ARRIVE-DATE
           MOVE FD-DEPART-DATE TO NGT-DEPART-DATE
           MOVE ZEROES TO NGT-FIRST-NIGHT
           MOVE WS-HELD-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
           MOVE WS-HELD-SUBCAMP TO FS-CAMP-SUBCAMP
           OPEN I-O FC-CAMPS
               NOT INVALID KEY
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   SET NGT-GIVE TO TRUE
                   PERFORM 342-CALL-NIGHT-CAP
                   REWRITE FS-CAMP
                   PERFORM 910-CHECK-CAMPS
                   IF WS-CAMP-STAT = "00"
                       MOVE FS-CAMP TO JRNL-IMAGE
                       SET JRNL-CAMPS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
                   MOVE "CHKOUT" TO WS-AUDIT-ACTION
                   PERFORM 345-WRITE-AUDIT
                   CLOSE FC-CAMPS
                   CLOSE FC-CAMPS
                   PERFORM 330-CONFIRM-CHECK-OUT
           END-IF.
       342-CALL-NIGHT-CAP.
           MOVE WS-TOTAL-CAMPERS TO NGT-SPOTS
           MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
           MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           MOVE NGT-NIGHTS TO FS-CAMP-NIGHTS
           MOVE NGT-CAPACITY-LEFT TO FS-CAMP-CAPACITY-LEFT.
       345-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO AUD-DATE
      -                    "STORED - RUN EOD RECON" TO WS-MSG
                   END-IF
               WHEN WS-CAMPR-STAT = "00"
                   MOVE "Y" TO FD-VISITED-SW
                   MOVE FD-ACTAUL-ADULTS TO FD-VISIT-ADULTS
                   MOVE FD-ACTUAL-YOUTH TO FD-VISIT-YOUTH
                   MOVE FD-ASSIGNED-MAIN-CAMP TO FD-VISIT-MAIN-CAMP
                   MOVE FD-ASSIGNED-SUBCAMP TO FD-VISIT-SUBCAMP
                   SET FD-NOT-CHECKED-IN TO TRUE
                   MOVE SPACES TO FD-ASSIGNED-MAIN-CAMP
                   MOVE SPACES TO FD-ASSIGNED-SUBCAMP
                   MOVE ZEROES TO FD-ACTAUL-ADULTS
                   MOVE ZEROES TO FD-ACTUAL-YOUTH
                   MOVE ALL "S" TO FD-MEAL-CHOICES
                   MOVE FD-AMOUNT-DUE TO WS-AMOUNT-DUE
                   REWRITE FD-CAMPER
                   PERFORM 911-CHECK-CAMPERS
                   IF WS-CAMPR-STAT = "00"
                       MOVE "Y" TO WS-CHECKOUT-DONE-SW
                       MOVE FD-CAMPER TO JRNL-IMAGE
                       SET JRNL-CAMPERS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                       IF WS-MSG = SPACES
                           MOVE "TROOP CHECKED OUT" TO WS-MSG
                       END-IF
           END-EVALUATE
           CLOSE FC-CAMPERS
           IF WS-CHECKOUT-DONE
                   MOVE SESS-EVENT-ID TO WS-SEAT-EVENT
                   MOVE WS-TROOP-AREA TO WS-SEAT-AREA
                   MOVE WS-TROOP-UNIT TO WS-SEAT-UNIT
                   MOVE ZEROES TO WS-SEAT-SEQ
                   CALL '907-RELEASE-SEATS' USING WS-SEAT-KEY
                       WS-SEATS-RELEASED
                   IF WS-SEATS-RELEASED > ZEROES
                       MOVE "TROOP CHECKED OUT - CLASS SEATS RELEASED"
                           TO WS-MSG
                   END-IF
                   CALL '345-WAITLIST-PROMO' USING WS-PROMO-RETURN
                       SESS-RECORD
                   IF WS-PROMO-RETURN > ZEROES
           IF WS-CAMP-STAT = "00"
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   SET NGT-TAKE TO TRUE
                   PERFORM 342-CALL-NIGHT-CAP
                   REWRITE FS-CAMP
                   PERFORM 910-CHECK-CAMPS
                   IF WS-CAMP-STAT = "00"
                       MOVE FS-CAMP TO JRNL-IMAGE
                       SET JRNL-CAMPS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                   END-IF
                   MOVE "OUTREV" TO WS-AUDIT-ACTION
                   PERFORM 345-WRITE-AUDIT
                   MOVE "Y" TO WS-BACKOUT-DONE-SW
                   MOVE PAY-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       931-CHECK-LOANS.
           IF NOT WS-LOAN-STAT-OK
                   MOVE "LOANS.DAT" TO ERR-FILE
                   MOVE WS-LOAN-STAT TO ERR-STATUS
                   MOVE LOAN-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "315-CHECK-OUT" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "315-CHECK-OUT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
