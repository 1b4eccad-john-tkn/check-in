      * EXPIRY SWEEP FOR THE CAMPSITE OFFERS ON HOLDS.DAT.  RUN FROM
      * THE CHECK IN MENU WHENEVER THE GATE QUIETS DOWN: EVERY OFFER
      * FOR THE SIGNED-ON EVENT WHOSE EXPIRY STAMP HAS PASSED GETS
      * ITS HELD SPOTS RETURNED TO THE SITE ON THE NIGHTS THE HOLD
      * TOOK (THROUGH 909-NIGHT-CAP, WITH AN OFEXPR AUDIT RECORD) AND
      * ITS HOLD DELETED, AND THE PROMOTION ENGINE IS RE-DRIVEN SO
      * THE FREED ROOM GOES TO THE NEXT TROOP IN WAIT-DATE/WAIT-TIME
      * ORDER.  THE TROOP THAT LOST THE OFFER IS SENT AN EXPIRE NOTICE
      * THROUGH 904-WRITE-NOTICE.
      * THE SITE REWRITE AND THE HOLD DELETE ARE BOTH JOURNALED
      * THROUGH 902-WRITE-JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
           COPY NTCLK.
       01 WS-NOW-STAMP.
           02 WS-NOW-DATE PIC 9(08).
           02 WS-NOW-TIME PIC 9(08).
               NOT INVALID KEY
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   SET NGT-GIVE TO TRUE
                   MOVE HOLD-EVENT TO NGT-EVENT
                   MOVE ZEROES TO NGT-ARRIVE-DATE
                   MOVE ZEROES TO NGT-DEPART-DATE
                   MOVE HOLD-FIRST-NIGHT TO NGT-FIRST-NIGHT
                   MOVE HOLD-LAST-NIGHT TO NGT-LAST-NIGHT
                   MOVE HOLD-SIZE TO NGT-SPOTS
                   MOVE FS-CAMP-TOTAL-CAPACITY TO NGT-TOTAL-CAPACITY
                   MOVE FS-CAMP-NIGHTS TO NGT-NIGHTS
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
                   PERFORM 340-WRITE-AUDIT
           END-READ
      * THE HELD TEST HAS TO RUN BEFORE THE CLOSE - A CLEAN CLOSE
                   DELETE FC-HOLDS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE HOLD-RECORD TO JRNL-IMAGE
                           SET JRNL-HOLDS TO TRUE
                           SET JRNL-DELETE TO TRUE
                           PERFORM 985-WRITE-JOURNAL
                           ADD 1 TO WS-EXPIRED-COUNT
                           PERFORM 335-NOTIFY-EXPIRED
                   END-DELETE
                   PERFORM 922-CHECK-HOLDS
           END-IF.
       335-NOTIFY-EXPIRED.
           MOVE "EXPIRE" TO NTC-TYPE
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
       340-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO AUD-DATE
                   MOVE HOLD-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "314-OFFER-SWEEP" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "314-OFFER-SWEEP" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
