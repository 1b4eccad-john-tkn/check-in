      * TIME CAPACITY OPENS.  UNCLAIMED HOLDS ARE RELEASED BY THE
      * 314-OFFER-SWEEP EXPIRY RUN.
      * MODIFICATION HISTORY
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-09-2026  JC  EACH OFFER HELD NOW SENDS AN OFFER NOTICE TO
      *                   THE UNIT CONTACT THROUGH 904-WRITE-NOTICE.
      *   10-08-2026  JC  A TROOP IS OFFERED A SITE ONLY WHEN IT FITS ON
      *                   EVERY NIGHT IT IS STAYING; THE HOLD TAKES AND
      *                   RECORDS JUST THOSE NIGHTS THROUGH 909-NIGHT-
      *                   CAP.
      *   08-27-2026  JC  CLOSED/OUT-OF-SERVICE CAMPSITES ARE NEVER
      *                   OFFERED, WHETHER REQUESTED OR SCANNED.
      *   08-26-2026  JC  PROMOTION NOW WRITES A TIMED OFFER/HOLD
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
           COPY NTCLK.
       01 WS-LAST-PROCESSED.
           02 WS-LAST-STAMP.
               03 WS-LAST-STAMP-DATE PIC 9(08).
           02 WS-CAND-MAIN-CAMP PIC X(2).
           02 WS-CAND-SUBCAMP PIC X(15).
           02 WS-CAND-SIZE PIC 9(03).
           02 WS-CAND-ARRIVE-DATE PIC 9(08).
           02 WS-CAND-DEPART-DATE PIC 9(08).
       01 WS-SCAN-STAMP.
           02 WS-SCAN-STAMP-DATE PIC 9(08).
           02 WS-SCAN-STAMP-TIME PIC 9(08).
                   IF FD-CHECKED-IN
                       MOVE "Y" TO WS-DROP-WAIT-SW
                   END-IF
                   MOVE FD-ARRIVE-DATE TO WS-CAND-ARRIVE-DATE
                   MOVE FD-DEPART-DATE TO WS-CAND-DEPART-DATE
           END-READ
           CLOSE FC-CAMPERS
           IF NOT WS-DROP-WAIT-RECORD
           END-IF.
      * A SPACES MAIN CAMP MEANS THE TROOP WILL TAKE ANY SITE, SO THE
      * SAME TIGHTEST-FIT RULE AS 340-AUTO-CAMPSITE IS APPLIED.
      * EITHER WAY A SITE ONLY QUALIFIES WHEN THE TROOP FITS ON EVERY
      * NIGHT IT IS STAYING, SO ROOM FREED BY A TROOP LEAVING EARLY
      * GOES TO A TROOP THAT ONLY NEEDS THE EARLIER NIGHTS.
       360-PICK-TARGET-CAMP.
           MOVE SPACES TO WS-TARGET-MAIN-CAMP
           MOVE SPACES TO WS-TARGET-SUBCAMP
           SET NGT-FIND-NIGHTS TO TRUE
           MOVE SESS-EVENT-ID TO NGT-EVENT
           MOVE WS-CAND-ARRIVE-DATE TO NGT-ARRIVE-DATE
           MOVE WS-CAND-DEPART-DATE TO NGT-DEPART-DATE
           MOVE ZEROES TO NGT-FIRST-NIGHT
           MOVE WS-CAND-SIZE TO NGT-SPOTS
           MOVE ZEROES TO NGT-TOTAL-CAPACITY
           MOVE ZEROES TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD
           IF WS-CAND-MAIN-CAMP NOT = SPACES
                   MOVE WS-CAND-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
                   MOVE WS-CAND-SUBCAMP TO FS-CAMP-SUBCAMP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET NGT-CHECK TO TRUE
                           PERFORM 367-CALL-NIGHT-CAP
                           IF NOT FS-CAMP-CLOSED AND NGT-FITS
                               MOVE FS-CAMP-MAIN-CAMP
                                   TO WS-TARGET-MAIN-CAMP
                               MOVE FS-CAMP-SUBCAMP
                               NOT FS-CAMP-TENT-ONLY)
                           AND (NOT FD-NEED-PROGRAM OR
                               FS-CAMP-NEAR-PROGRAM)
                       SET NGT-CHECK TO TRUE
                       PERFORM 367-CALL-NIGHT-CAP
                       IF NGT-FITS AND NGT-FEWEST-LEFT < WS-BEST-LEFT
                           MOVE FS-CAMP-MAIN-CAMP
                               TO WS-TARGET-MAIN-CAMP
                           MOVE FS-CAMP-SUBCAMP TO WS-TARGET-SUBCAMP
                           MOVE NGT-FEWEST-LEFT TO WS-BEST-LEFT
                       END-IF
                   END-IF
           END-READ.
      * THE TROOP RECORD IS LOCKED AND RE-CHECKED BEFORE ANY CAPACITY
      * DROPPED AS STALE.  THE LOCK IS ONLY A GUARD - THE TROOP
      * RECORD ITSELF IS NOT TOUCHED UNTIL THE GATE ACCEPTS THE
      * OFFER.
       367-CALL-NIGHT-CAP.
           MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
           MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
           CALL '909-NIGHT-CAP' USING NGT-RECORD.
       370-PROMOTE-TROOP.
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE WS-CAND-AREA TO FD-CAMPER-AREA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NGT-CHECK TO TRUE
                   PERFORM 367-CALL-NIGHT-CAP
                   IF NGT-FITS
                       MOVE FS-CAMP-CAPACITY-LEFT
                           TO WS-BEFORE-CAPACITY-LEFT
                       SET NGT-TAKE TO TRUE
                       PERFORM 367-CALL-NIGHT-CAP
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
                       MOVE "PROMO" TO WS-AUDIT-ACTION
                       PERFORM 375-WRITE-AUDIT
                       PERFORM 376-WRITE-HOLD
           IF WS-CAMP-STAT = "00"
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   SET NGT-GIVE TO TRUE
                   PERFORM 367-CALL-NIGHT-CAP
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
                   MOVE "PROREV" TO WS-AUDIT-ACTION
                   PERFORM 375-WRITE-AUDIT
           END-IF.
           MOVE WS-TARGET-MAIN-CAMP TO HOLD-MAIN-CAMP
           MOVE WS-TARGET-SUBCAMP TO HOLD-SUBCAMP
           MOVE WS-CAND-SIZE TO HOLD-SIZE
           MOVE NGT-FIRST-NIGHT TO HOLD-FIRST-NIGHT
           MOVE NGT-LAST-NIGHT TO HOLD-LAST-NIGHT
           MOVE WS-CURRENT-DATE TO HOLD-OFFER-DATE
           MOVE WS-CURRENT-HOUR TO HOLD-OFFER-TIME (1:2)
           MOVE WS-CURRENT-MINUTE TO HOLD-OFFER-TIME (3:2)
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOLD-DONE-SW
                   MOVE HOLD-RECORD TO JRNL-IMAGE
                   SET JRNL-HOLDS TO TRUE
                   SET JRNL-ADD TO TRUE
                   PERFORM 985-WRITE-JOURNAL
           END-WRITE
           PERFORM 922-CHECK-HOLDS
           CLOSE FC-HOLDS
           IF WS-HOLD-WRITTEN
                   PERFORM 378-NOTIFY-OFFER
           END-IF.
      * THE TROOP HEARS ABOUT THE OFFER FROM THE COUNCIL GATEWAY AS
      * SOON AS IT IS MADE, NOT WHEN SOMEONE AT THE GATE GETS ROUND
      * TO PHONING.
       378-NOTIFY-OFFER.
           MOVE "OFFER" TO NTC-TYPE
           MOVE HOLD-EVENT TO NTC-EVENT
           MOVE HOLD-AREA TO NTC-AREA
           MOVE HOLD-UNIT TO NTC-UNIT
           MOVE HOLD-MAIN-CAMP TO NTC-MAIN-CAMP
           MOVE HOLD-SUBCAMP TO NTC-SUBCAMP
           MOVE HOLD-SIZE TO NTC-HELD-SIZE
           MOVE HOLD-EXPIRE-DATE TO NTC-EXPIRE-DATE
           MOVE HOLD-EXPIRE-TIME TO NTC-EXPIRE-TIME
           MOVE ZEROES TO NTC-AMOUNT-DUE
           CALL '904-WRITE-NOTICE' USING NTC-RECORD.
       382-READ-CAMPER-LOCK.
           ADD 1 TO WS-LOCK-TRIES
           READ FC-CAMPERS WITH LOCK
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
                   CLOSE FC-WAITLIST
                   MOVE HOLD-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "345-WAITLIST-PROMO" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "345-WAITLIST-PROMO" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
