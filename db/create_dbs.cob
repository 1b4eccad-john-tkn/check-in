      *                   001 SO THE FIRST SIGN-ON HAS AN EVENT TO
      *                   PICK BEFORE THE REAL CALENDAR IS KEYED IN
      *                   EVENT MAINTENANCE.
      *   10-01-2026  JC  ALSO CREATES THE EMPTY UNITS.DAT UNIT MASTER.
      *   10-02-2026  JC  ALSO CREATES THE EMPTY FUNDS.DAT CAMPERSHIP
      *                   FUND FILE.
      *   10-04-2026  JC  ALSO CREATES THE EMPTY CLASSES.DAT PROGRAM
      *                   SESSION FILE AND ENROLL.DAT CLASS ENROLLMENT
      *                   FILE.
      *   10-05-2026  JC  THE FIRST EVENT IS CREATED WITH EVERY DINING
      *                   HALL MEAL SERVED.
      *   10-07-2026  JC  ALSO CREATES THE EMPTY GATE_MOVES.DAT GATE
      *                   MOVEMENT LOG.
      *   10-08-2026  JC  SEED EVENT CARRIES A ZERO END DATE (ONE
      *                   NIGHT).
      *   10-09-2026  JC  ALSO CREATES THE EMPTY NOTICES.DAT OUTBOUND
      *                   NOTICE FILE; JOBSTREAM.DAT NOW RUNS THE NOTICE
      *                   DELIVERY-STATUS IMPORT AND THE BALANCE-DUE
      *                   REMINDERS AFTER THE EOD RECON.
      *   10-12-2026  JC  ALSO CREATES THE EMPTY EQUIP.DAT EQUIPMENT
      *                   INVENTORY AND LOANS.DAT EQUIPMENT LOAN FILES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
           COPY ERRLGSEL.
           COPY EVNTSEL.
           COPY HOLDSEL.
           COPY UNITSEL.
           COPY FUNDSEL.
           COPY CLASSEL.
           COPY ENRLSEL.
           COPY GMOVSEL.
           COPY NOTCSEL.
           COPY EQPSEL.
           COPY LOANSEL.
           SELECT FC-JOBSTREAM ASSIGN TO './db/jobstream.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLGFD.
           COPY EVNTFD.
           COPY HOLDFD.
           COPY UNITFD.
           COPY FUNDFD.
           COPY CLASFD.
           COPY ENRLFD.
           COPY GMOVFD.
           COPY NOTCFD.
           COPY EQPFD.
           COPY LOANFD.
       FD  FC-JOBSTREAM.
       01  JOB-LINE PIC X(20).
       WORKING-STORAGE SECTION.
           MOVE 1 TO EVT-ID
           MOVE "FIRST EVENT - RENAME ME" TO EVT-NAME
           MOVE ZEROES TO EVT-DATE
           MOVE ZEROES TO EVT-END-DATE
           SET EVT-OPEN TO TRUE
           MOVE ALL "Y" TO EVT-MEAL-PLAN
           WRITE EVT-RECORD
           PERFORM 921-CHECK-EVENTS
           CLOSE FC-EVENTS
           CLOSE FC-HOLDS
           DISPLAY "CREATED HOLDS DB"

           OPEN OUTPUT FC-UNITS
           PERFORM 923-CHECK-UNITS
           CLOSE FC-UNITS
           DISPLAY "CREATED UNITS DB"

           OPEN OUTPUT FC-FUNDS
           PERFORM 924-CHECK-FUNDS
           CLOSE FC-FUNDS
           DISPLAY "CREATED CAMPERSHIP FUNDS DB"

           OPEN OUTPUT FC-CLASSES
           PERFORM 925-CHECK-CLASSES
           CLOSE FC-CLASSES
           DISPLAY "CREATED PROGRAM SESSIONS DB"

           OPEN OUTPUT FC-ENROLL
           PERFORM 926-CHECK-ENROLL
           CLOSE FC-ENROLL
           DISPLAY "CREATED CLASS ENROLLMENT DB"

           OPEN OUTPUT FC-GATE-MOVES
           PERFORM 927-CHECK-GATE-MOVES
           CLOSE FC-GATE-MOVES
           DISPLAY "CREATED GATE MOVEMENT LOG"

           OPEN OUTPUT FC-NOTICES
           PERFORM 928-CHECK-NOTICES
           CLOSE FC-NOTICES
           DISPLAY "CREATED NOTICE FILE"

           OPEN OUTPUT FC-EQUIP
           PERFORM 929-CHECK-EQUIP
           CLOSE FC-EQUIP
           DISPLAY "CREATED EQUIPMENT INVENTORY DB"

           OPEN OUTPUT FC-LOANS
           PERFORM 931-CHECK-LOANS
           CLOSE FC-LOANS
           DISPLAY "CREATED EQUIPMENT LOAN DB"

           OPEN OUTPUT FC-JOBSTREAM
           MOVE "360-EOD-RECON" TO JOB-LINE
           WRITE JOB-LINE
           MOVE "388-NOTICE-STATUS" TO JOB-LINE
           WRITE JOB-LINE
           MOVE "392-BALANCE-REMIND" TO JOB-LINE
           WRITE JOB-LINE
           MOVE "910-BACKUP" TO JOB-LINE
           WRITE JOB-LINE
           MOVE "380-CSV-EXPORT" TO JOB-LINE
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
       924-CHECK-FUNDS.
           IF NOT WS-FUND-STAT-OK
                   MOVE "FUNDS.DAT" TO ERR-FILE
                   MOVE WS-FUND-STAT TO ERR-STATUS
                   MOVE FUND-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       925-CHECK-CLASSES.
           IF NOT WS-CLS-STAT-OK
                   MOVE "CLASSES.DAT" TO ERR-FILE
                   MOVE WS-CLS-STAT TO ERR-STATUS
                   MOVE CLS-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       926-CHECK-ENROLL.
           IF NOT WS-ENRL-STAT-OK
                   MOVE "ENROLL.DAT" TO ERR-FILE
                   MOVE WS-ENRL-STAT TO ERR-STATUS
                   MOVE ENRL-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       927-CHECK-GATE-MOVES.
           IF NOT WS-GMOV-STAT-OK
                   MOVE "GATE_MOVES.DAT" TO ERR-FILE
                   MOVE WS-GMOV-STAT TO ERR-STATUS
                   MOVE GMOV-ROST-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       928-CHECK-NOTICES.
           IF NOT WS-NOTC-STAT-OK
                   MOVE "NOTICES.DAT" TO ERR-FILE
                   MOVE WS-NOTC-STAT TO ERR-STATUS
                   MOVE NOTC-SEQ TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       929-CHECK-EQUIP.
           IF NOT WS-EQP-STAT-OK
                   MOVE "EQUIP.DAT" TO ERR-FILE
                   MOVE WS-EQP-STAT TO ERR-STATUS
                   MOVE EQP-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       931-CHECK-LOANS.
           IF NOT WS-LOAN-STAT-OK
                   MOVE "LOANS.DAT" TO ERR-FILE
                   MOVE WS-LOAN-STAT TO ERR-STATUS
                   MOVE LOAN-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "CREATE-DBS" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
