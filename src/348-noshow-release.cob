      * 310-CHECK-IN WRITES), ITS ASSIGNMENT CLEARED, AND A LINE ON
      * THE PRINTED RELEASE LIST SO THE TROOP CAN BE FOLLOWED UP
      * WITH.  THE PROMOTION ENGINE IS THEN DRIVEN SO WAITING TROOPS
      * GET THE FREED ROOM WHILE THE WEEKEND IS STILL YOUNG.  A TROOP
      * WHOSE ARRIVAL DATE IS STILL AHEAD IS NOT A NO-SHOW AND KEEPS
      * ITS SITE; A RELEASED TROOP GIVES BACK ONLY THE NIGHTS IT WAS
      * BOOKED FOR, THROUGH 909-NIGHT-CAP.  EVERY RELEASED TROOP IS
      * ALSO SENT A NOSHOW NOTICE THROUGH 904-WRITE-NOTICE.
      * THE SITE AND TROOP REWRITES ARE JOURNALED THROUGH
      * 902-WRITE-JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
           COPY NGTLK.
           COPY NTCLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(28)
               VALUE "NO-SHOW RELEASE LIST    RUN ".
                       MOVE "Y" TO WS-CAMPERS-DONE-SW
                   ELSE
                       IF FD-NOT-CHECKED-IN AND
                               FD-ASSIGNED-SUBCAMP NOT = SPACES AND
                               FD-ARRIVE-DATE NOT > WS-CURRENT-DATE
                           PERFORM 360-RELEASE-TROOP
                       END-IF
                   END-IF
      * THE SIGNED-UP HEADCOUNT IS WHAT AUTO-ASSIGNMENT TOOK, SO
      * THAT IS WHAT GOES BACK.  THE ASSIGNMENT IS ONLY CLEARED OFF
      * THE TROOP ONCE THE SITE HAS ITS SPOTS BACK - A SITE BUSY AT
      * ANOTHER STATION JUST LEAVES THE TROOP FOR THE NEXT RUN.  THE
      * TROOP IS ONLY SENT ITS RELEASE NOTICE ONCE ITS OWN RECORD
      * SHOWS THE RELEASE.
       360-RELEASE-TROOP.
           COMPUTE WS-TOTAL-CAMPERS = FD-ADULTS + FD-YOUTH
           MOVE FD-ASSIGNED-MAIN-CAMP TO FS-CAMP-MAIN-CAMP
               NOT INVALID KEY
                   MOVE FS-CAMP-CAPACITY-LEFT
                       TO WS-BEFORE-CAPACITY-LEFT
                   SET NGT-GIVE TO TRUE
                   MOVE FD-CAMPER-EVENT TO NGT-EVENT
                   MOVE FD-ARRIVE-DATE TO NGT-ARRIVE-DATE
                   MOVE FD-DEPART-DATE TO NGT-DEPART-DATE
                   MOVE ZEROES TO NGT-FIRST-NIGHT
                   MOVE WS-TOTAL-CAMPERS TO NGT-SPOTS
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
                   PERFORM 370-WRITE-AUDIT
           END-READ
      * THE HELD TEST HAS TO RUN BEFORE THE CLOSE - A CLEAN CLOSE
                   MOVE SPACES TO FD-ASSIGNED-SUBCAMP
                   REWRITE FD-CAMPER
                   PERFORM 911-CHECK-CAMPERS
                   IF WS-CAMPR-STAT = "00"
                       MOVE FD-CAMPER TO JRNL-IMAGE
                       SET JRNL-CAMPERS TO TRUE
                       SET JRNL-CHANGE TO TRUE
                       PERFORM 985-WRITE-JOURNAL
                       PERFORM 365-NOTIFY-RELEASE
                   END-IF
                   ADD 1 TO WS-RELEASE-COUNT
           END-IF.
       365-NOTIFY-RELEASE.
           MOVE "NOSHOW" TO NTC-TYPE
           MOVE FD-CAMPER-EVENT TO NTC-EVENT
           MOVE FD-CAMPER-AREA TO NTC-AREA
           MOVE FD-CAMPER-UNIT TO NTC-UNIT
           MOVE WS-DTL-MAIN-CAMP TO NTC-MAIN-CAMP
           MOVE WS-DTL-SUBCAMP TO NTC-SUBCAMP
           MOVE WS-TOTAL-CAMPERS TO NTC-HELD-SIZE
           MOVE ZEROES TO NTC-EXPIRE-DATE
           MOVE ZEROES TO NTC-EXPIRE-TIME
           MOVE ZEROES TO NTC-AMOUNT-DUE
           CALL '904-WRITE-NOTICE' USING NTC-RECORD.
       370-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO AUD-DATE
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "348-NOSHOW-RELEASE" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "348-NOSHOW-RELEASE" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
