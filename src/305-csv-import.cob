      * BATCH LOAD OF THE COUNCIL SIGNUP SPREADSHEET INTO CAMPERS.DAT
      * AND ROSTER.DAT.  THE INPUT IS DB/SIGNUP.CSV, ONE HEADER ROW
      * THEN ONE ROW PER NAMED CAMPER GROUPED BY TROOP:
      *     AREA,UNIT,ADULTS,YOUTH,NAME,TYPE,CONTACT,PHONE,HEALTH,
      *     LEADER,LEADER PHONE,LEADER EMAIL,CHARTER ORG,YPT EXPIRES,
      *     ARRIVES,DEPARTS
      * CONTACT AND PHONE ARE THE CAMPER'S EMERGENCY CONTACT; HEALTH
      * IS Y WHEN THE HEALTH FORM IS ALREADY ON FILE WITH THE
      * COUNCIL.  THE FOUR LEADER COLUMNS ARE OPTIONAL AND ONLY READ
      * OFF A TROOP'S FIRST ROW - THEY SEED THE UNIT MASTER WHEN THE
      * UNIT IS NOT ON UNITS.DAT YET.  YPT EXPIRES IS AN ADULT'S
      * YOUTH PROTECTION TRAINING EXPIRATION DATE (CCYYMMDD), READ OFF
      * EVERY ADULT ROW; LEFT EMPTY OR NOT A DATE IT LOADS AS ZERO (NO
      * TRAINING ON FILE).  TWO MORE OPTIONAL COLUMNS, ARRIVES AND
      * DEPARTS (CCYYMMDD), READ OFF A TROOP'S FIRST ROW, GIVE THE
      * NIGHTS OF A MULTI-NIGHT EVENT THE TROOP IS STAYING; LEFT EMPTY
      * THE TROOP STAYS THE WHOLE EVENT.
      * THE FIRST ROW SEEN FOR A TROOP CREATES THE FD-CAMPER RECORD
      * (SIGNED-UP COUNTS, NOT CHECKED IN); EVERY ROW WITH A NAME ADDS
      * A ROSTER RECORD UNDER THAT TROOP.  A COUNTS-ONLY TROOP IS ONE
      * DB/IMPORT_EXCEPT.RPT WITH THE REASON INSTEAD OF BEING SKIPPED
      * SILENTLY.
      * MODIFICATION HISTORY
      *   10-15-2026  JC  A YPT EXPIRES VALUE THAT IS NUMERIC BUT NOT A
      *                   REAL DATE NOW LOADS AS ZERO, AS THE HEADER
      *                   SAYS, INSTEAD OF BEING STORED AS KEYED.
      *   10-15-2026  JC  AN IMPORTED TROOP STARTS WITH NO CHECKED-OUT
      *                   VISIT ON FD-VISIT.
      *   10-14-2026  JC  EVERY CHANGE TO CAMPS, CAMPERS, ROSTER,
      *                   WAITLIST, HOLDS, AND PAYMENTS IS ALSO WRITTEN
      *                   TO THE TRANSACTION JOURNAL THROUGH
      *                   902-WRITE-JOURNAL FOR ROLL-FORWARD RECOVERY.
      *   10-08-2026  JC  OPTIONAL ARRIVES AND DEPARTS COLUMNS ADDED TO
      *                   THE END OF THE ROW FOR A TROOP STAYING PART OF
      *                   A MULTI-NIGHT EVENT.
      *   10-07-2026  JC  NEW ROSTER NAMES START OUT ON PROPERTY FOR THE
      *                   GATE PASS SIGN-OUT FIELDS.
      *   10-06-2026  JC  OPTIONAL YOUTH PROTECTION TRAINING EXPIRATION
      *                   COLUMN ADDED TO THE END OF THE ROW AND CARRIED
      *                   ONTO ADULT ROSTER RECORDS.
      *   10-05-2026  JC  IMPORTED TROOPS START WITH EVERY MEAL COOKED
      *                   AT THE SITE UNTIL A DINING HALL CHOICE IS
      *                   KEYED IN TROOP MAINTENANCE.
      *   10-01-2026  JC  EVERY TROOP LOADED IS CHECKED AGAINST THE
      *                   UNIT MASTER (UNITS.DAT) AND A UNIT RECORD IS
      *                   CREATED WHEN ONE IS MISSING, FROM OPTIONAL
      *                   LEADER COLUMNS ADDED TO THE END OF THE ROW.
      *   08-28-2026  JC  EMERGENCY CONTACT NAME, PHONE, AND
      *                   HEALTH-FORM FLAG COLUMNS ADDED TO THE ROW
      *                   LAYOUT AND CARRIED ONTO THE ROSTER RECORD
           COPY CAMPRSEL.
           COPY ROSTSEL.
           COPY EVNTSEL.
           COPY UNITSEL.
           SELECT FC-SIGNUP-CSV ASSIGN TO './db/signup.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGNUP-STAT.
           COPY CAMPRFD.
           COPY ROSTFD.
           COPY EVNTFD.
           COPY UNITFD.
       FD  FC-SIGNUP-CSV.
       01  CSV-SIGNUP-LINE PIC X(256).
       FD  FC-IMPORT-EXCEPT.
       01  EXCEPT-LINE PIC X(162).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
       01 WS-IN-FIELDS.
           02 WS-IN-AREA-X PIC X(01).
           02 WS-IN-UNIT-X PIC X(03).
           02 WS-IN-CONTACT PIC X(30).
           02 WS-IN-PHONE PIC X(12).
           02 WS-IN-HEALTH-X PIC X(01).
           02 WS-IN-LEADER PIC X(30).
           02 WS-IN-LEADER-PHONE PIC X(12).
           02 WS-IN-LEADER-EMAIL PIC X(40).
           02 WS-IN-CHARTER PIC X(30).
           02 WS-IN-TRAINING-X PIC X(08).
           02 WS-IN-ARRIVE-X PIC X(08).
           02 WS-IN-DEPART-X PIC X(08).
       01 WS-ROW-UNIT PIC 999.
       01 WS-ROW-ADULTS PIC 99.
       01 WS-ROW-YOUTH PIC 99.
       01 WS-TROOPS-ADDED PIC 9(05).
       01 WS-NAMES-ADDED PIC 9(05).
       01 WS-ROWS-REJECTED PIC 9(05).
       01 WS-UNITS-ADDED PIC 9(05).
       01 WS-SIGNUP-STAT PIC X(02).
       01 WS-EXCRPT-STAT PIC X(02).
       01 WS-CSV-DONE-SW PIC X(01).
           88 WS-TROOP-LOADED VALUE "L".
           88 WS-TROOP-REJECTED VALUE "R".
           88 WS-NO-TROOP-YET VALUE "N".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
              10  WS-CURRENT-YEAR    PIC  9(4).
              10  WS-CURRENT-MONTH   PIC  9(2).
              10  WS-CURRENT-DAY     PIC  9(2).
           05  WS-CURRENT-TIME.
              10  WS-CURRENT-HOUR    PIC  9(2).
              10  WS-CURRENT-MINUTE  PIC  9(2).
              10  WS-CURRENT-SECOND  PIC  9(2).
              10  WS-CURRENT-MS      PIC  9(2).
       PROCEDURE DIVISION.
       305-CSV-IMPORT-MAIN.
           PERFORM 306-PICK-EVENT
           MOVE ZEROES TO WS-TROOPS-ADDED
           MOVE ZEROES TO WS-NAMES-ADDED
           MOVE ZEROES TO WS-ROWS-REJECTED
           MOVE ZEROES TO WS-UNITS-ADDED
           MOVE "N" TO WS-CSV-DONE-SW
           MOVE "Y" TO WS-FIRST-ROW-SW
           SET WS-NO-TROOP-YET TO TRUE
           PERFORM 911-CHECK-CAMPERS
           OPEN I-O FC-ROSTER
           PERFORM 913-CHECK-ROSTER
           OPEN I-O FC-UNITS
           PERFORM 923-CHECK-UNITS
           MOVE "REASON                                    ROW"
               TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           PERFORM 310-PROCESS-ROW UNTIL WS-NO-MORE-CSV
           CLOSE FC-UNITS
           CLOSE FC-ROSTER
           CLOSE FC-CAMPERS
           CLOSE FC-IMPORT-EXCEPT
           DISPLAY "  ROWS READ:      " WS-ROWS-READ
           DISPLAY "  TROOPS ADDED:   " WS-TROOPS-ADDED
           DISPLAY "  NAMES ADDED:    " WS-NAMES-ADDED
           DISPLAY "  NEW UNITS:      " WS-UNITS-ADDED
           DISPLAY "  ROWS REJECTED:  " WS-ROWS-REJECTED
           DISPLAY "  EXCEPTIONS LISTED IN DB/IMPORT_EXCEPT.RPT"
           STOP RUN.
           MOVE SPACES TO WS-IN-CONTACT
           MOVE SPACES TO WS-IN-PHONE
           MOVE SPACES TO WS-IN-HEALTH-X
           MOVE SPACES TO WS-IN-LEADER
           MOVE SPACES TO WS-IN-LEADER-PHONE
           MOVE SPACES TO WS-IN-LEADER-EMAIL
           MOVE SPACES TO WS-IN-CHARTER
           MOVE SPACES TO WS-IN-TRAINING-X
           MOVE SPACES TO WS-IN-ARRIVE-X
           MOVE SPACES TO WS-IN-DEPART-X
           UNSTRING CSV-SIGNUP-LINE DELIMITED BY ","
               INTO WS-IN-AREA-X WS-IN-UNIT-X WS-IN-ADULTS-X
                    WS-IN-YOUTH-X WS-IN-NAME WS-IN-TYPE-X
                    WS-IN-CONTACT WS-IN-PHONE WS-IN-HEALTH-X
                    WS-IN-LEADER WS-IN-LEADER-PHONE
                    WS-IN-LEADER-EMAIL WS-IN-CHARTER
                    WS-IN-TRAINING-X WS-IN-ARRIVE-X
                    WS-IN-DEPART-X
           IF WS-FIRST-ROW AND WS-IN-AREA-X IS NOT NUMERIC
                   MOVE "N" TO WS-FIRST-ROW-SW
                   SUBTRACT 1 FROM WS-ROWS-READ
           MOVE SPACES TO FD-ASSIGNED-SUBCAMP
           MOVE ZEROES TO FD-AMOUNT-DUE
           MOVE ALL "N" TO FD-NEEDS
           MOVE ALL "S" TO FD-MEAL-CHOICES
           PERFORM 352-EDIT-STAY
           MOVE "N" TO FD-VISITED-SW
           MOVE ZEROES TO FD-VISIT-ADULTS
           MOVE ZEROES TO FD-VISIT-YOUTH
           MOVE SPACES TO FD-VISIT-MAIN-CAMP
           MOVE SPACES TO FD-VISIT-SUBCAMP
           COMPUTE WS-CURR-SIGNED-TOTAL = FD-ADULTS + FD-YOUTH
           WRITE FD-CAMPER
               INVALID KEY
                   PERFORM 390-WRITE-EXCEPTION
               NOT INVALID KEY
                   SET WS-TROOP-LOADED TO TRUE
                   MOVE FD-CAMPER TO JRNL-IMAGE
                   SET JRNL-CAMPERS TO TRUE
                   SET JRNL-ADD TO TRUE
                   PERFORM 985-WRITE-JOURNAL
                   ADD 1 TO WS-TROOPS-ADDED
           END-WRITE.
           PERFORM 911-CHECK-CAMPERS
           IF WS-TROOP-LOADED
                   PERFORM 355-CHECK-UNIT
           END-IF.
      * A STAY DATE THAT IS EMPTY, NOT A DATE, OR A DEPARTURE NOT
      * AFTER THE ARRIVAL LOADS AS ZERO - THE WHOLE EVENT.
       352-EDIT-STAY.
           MOVE ZEROES TO FD-ARRIVE-DATE
           MOVE ZEROES TO FD-DEPART-DATE
           IF WS-IN-ARRIVE-X IS NUMERIC
                   MOVE WS-IN-ARRIVE-X TO FD-ARRIVE-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (FD-ARRIVE-DATE)
                           NOT = ZEROES
                       MOVE ZEROES TO FD-ARRIVE-DATE
                   END-IF
           END-IF
           IF WS-IN-DEPART-X IS NUMERIC
                   MOVE WS-IN-DEPART-X TO FD-DEPART-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (FD-DEPART-DATE)
                           NOT = ZEROES
                       MOVE ZEROES TO FD-DEPART-DATE
                   END-IF
           END-IF
           IF FD-ARRIVE-DATE NOT = ZEROES AND
                   FD-DEPART-DATE NOT = ZEROES AND
                   FD-DEPART-DATE NOT > FD-ARRIVE-DATE
                   MOVE ZEROES TO FD-ARRIVE-DATE
                   MOVE ZEROES TO FD-DEPART-DATE
           END-IF.
      * A UNIT ALREADY ON THE UNIT MASTER FROM AN EARLIER EVENT IS
      * LEFT ALONE - UNIT MAINTENANCE OWNS ITS CONTACT DETAIL.  A NEW
      * UNIT IS WRITTEN EVEN WHEN THE LEADER COLUMNS ARE EMPTY SO THE
      * OFFICE HAS A RECORD TO FILL IN.
       355-CHECK-UNIT.
           MOVE WS-CURR-AREA TO UNIT-AREA
           MOVE WS-CURR-UNIT TO UNIT-NO
           READ FC-UNITS
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
                   MOVE WS-CURR-AREA TO UNIT-AREA
                   MOVE WS-CURR-UNIT TO UNIT-NO
                   MOVE WS-IN-LEADER TO UNIT-LEADER-NAME
                   MOVE WS-IN-LEADER-PHONE TO UNIT-LEADER-PHONE
                   MOVE WS-IN-LEADER-EMAIL TO UNIT-LEADER-EMAIL
                   MOVE WS-IN-CHARTER TO UNIT-CHARTER-ORG
                   MOVE WS-CURRENT-DATE TO UNIT-ADDED-DATE
                   WRITE UNIT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-UNITS-ADDED
                   END-WRITE
           END-READ
           PERFORM 923-CHECK-UNITS.
       360-ADD-NAME.
           IF WS-TROOP-REJECTED
                   MOVE "NAME SKIPPED - TROOP ROW REJECTED"
           ELSE
                   MOVE "N" TO ROST-HEALTH-FORM-SW
           END-IF
           MOVE ZEROES TO ROST-TRAINING-EXPIRES
           IF ROST-ADULT AND WS-IN-TRAINING-X IS NUMERIC
                   MOVE WS-IN-TRAINING-X TO ROST-TRAINING-EXPIRES
                   IF FUNCTION TEST-DATE-YYYYMMDD
                           (ROST-TRAINING-EXPIRES) NOT = ZEROES
                       MOVE ZEROES TO ROST-TRAINING-EXPIRES
                   END-IF
           END-IF
           MOVE "N" TO ROST-SIGNED-OUT-SW
           MOVE ZEROES TO ROST-OUT-DATE
           MOVE ZEROES TO ROST-OUT-TIME
           MOVE SPACES TO ROST-OUT-WITH
           WRITE ROST-RECORD
               INVALID KEY
                   MOVE "DUPLICATE ROSTER SEQUENCE" TO WS-EXC-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CURR-NAME-COUNT
                   ADD 1 TO WS-NAMES-ADDED
                   MOVE ROST-RECORD TO JRNL-IMAGE
                   SET JRNL-ROSTER TO TRUE
                   SET JRNL-ADD TO TRUE
                   PERFORM 985-WRITE-JOURNAL
           END-WRITE.
           PERFORM 913-CHECK-ROSTER.
       390-WRITE-EXCEPTION.
                   MOVE EVT-ID TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       923-CHECK-UNITS.
           IF NOT WS-UNIT-STAT-OK
                   MOVE "UNITS.DAT" TO ERR-FILE
                   MOVE WS-UNIT-STAT TO ERR-STATUS
                   MOVE UNIT-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       985-WRITE-JOURNAL.
           MOVE "305-CSV-IMPORT" TO JRNL-PROGRAM
           MOVE "BTCH" TO JRNL-STATION
           MOVE "BATCH" TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "305-CSV-IMPORT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
