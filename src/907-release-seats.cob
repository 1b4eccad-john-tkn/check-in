       IDENTIFICATION DIVISION.
       PROGRAM-ID. 907-RELEASE-SEATS.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 04, 2026.
      * GIVES CLASS SEATS BACK.  CALLED WITH A ROSTER KEY: A NON-ZERO
      * SEQUENCE DROPS EVERY CLASS THAT ONE CAMPER IS ENROLLED IN (A
      * NAME DELETED IN 335-TROOP-MAINT); A ZERO SEQUENCE DROPS EVERY
      * CLASS FOR EVERY CAMPER IN THE TROOP (A TROOP DELETED IN
      * 335-TROOP-MAINT OR CHECKED OUT IN 315-CHECK-OUT).  EACH
      * ENROLL.DAT RECORD REMOVED TAKES ONE OFF THE SESSION'S SEAT
      * COUNT ON CLASSES.DAT SO THE SEAT CAN BE FILLED FROM THE
      * ENROLLMENT SCREEN.  THE NUMBER OF SEATS RELEASED IS HANDED
      * BACK FOR THE CALLER'S MESSAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLASSEL.
           COPY ENRLSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CLASFD.
           COPY ENRLFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-LOCK-TRIES PIC 9(02).
       01 WS-ENROLL-DONE-SW PIC X(01).
           88 WS-NO-MORE-ENROLLMENTS VALUE "Y".
       LINKAGE SECTION.
       01 RLS-ROST-KEY.
           02 RLS-EVENT PIC 9(03).
           02 RLS-AREA PIC 9.
           02 RLS-UNIT PIC 999.
           02 RLS-SEQ PIC 9(03).
       01 RLS-RELEASED PIC 9(03).
       PROCEDURE DIVISION USING RLS-ROST-KEY RLS-RELEASED.
       907-RELEASE-SEATS-MAIN.
           MOVE ZEROES TO RLS-RELEASED
           OPEN I-O FC-ENROLL
           PERFORM 926-CHECK-ENROLL
           IF WS-ENRL-STAT NOT = "00"
                   EXIT PROGRAM
           END-IF
           OPEN I-O FC-CLASSES
           PERFORM 925-CHECK-CLASSES
           MOVE "N" TO WS-ENROLL-DONE-SW
           MOVE RLS-EVENT TO ENRL-EVENT
           MOVE RLS-AREA TO ENRL-AREA
           MOVE RLS-UNIT TO ENRL-UNIT
           MOVE RLS-SEQ TO ENRL-SEQ
           MOVE LOW-VALUES TO ENRL-BLOCK
           START FC-ENROLL KEY IS NOT LESS THAN ENRL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENROLL-DONE-SW
           END-START
           PERFORM 910-RELEASE-NEXT UNTIL WS-NO-MORE-ENROLLMENTS
           CLOSE FC-CLASSES
           CLOSE FC-ENROLL
           EXIT PROGRAM.
       910-RELEASE-NEXT.
           READ FC-ENROLL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ENROLL-DONE-SW
               NOT AT END
                   IF ENRL-EVENT NOT EQUAL RLS-EVENT
                           OR ENRL-AREA NOT EQUAL RLS-AREA
                           OR ENRL-UNIT NOT EQUAL RLS-UNIT
                       MOVE "Y" TO WS-ENROLL-DONE-SW
                   ELSE
                       IF RLS-SEQ NOT = ZEROES AND
                               ENRL-SEQ NOT EQUAL RLS-SEQ
                           MOVE "Y" TO WS-ENROLL-DONE-SW
                       ELSE
                           PERFORM 915-DROP-ENROLLMENT
                       END-IF
                   END-IF
           END-READ.
       915-DROP-ENROLLMENT.
           DELETE FC-ENROLL
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 926-CHECK-ENROLL
           IF WS-ENRL-STAT = "00"
                   ADD 1 TO RLS-RELEASED
                   PERFORM 920-GIVE-BACK-SEAT
           END-IF.
      * A SESSION HELD BY THE ENROLLMENT SCREEN AT ANOTHER STATION IS
      * RETRIED A FEW TIMES; IF IT STAYS BUSY THE MISSED SEAT IS
      * LOGGED SO THE COUNT CAN BE CORRECTED IN SESSION MAINTENANCE.
       920-GIVE-BACK-SEAT.
           MOVE ENRL-EVENT TO CLS-EVENT
           MOVE ENRL-CODE TO CLS-CODE
           MOVE ZEROES TO WS-LOCK-TRIES
           PERFORM 922-READ-CLASS-LOCK
           PERFORM 922-READ-CLASS-LOCK
               UNTIL NOT WS-CLS-STAT-HELD OR WS-LOCK-TRIES >= 5
           IF WS-CLS-STAT = "00"
                   IF CLS-ENROLLED > ZEROES
                       SUBTRACT 1 FROM CLS-ENROLLED
                   END-IF
                   REWRITE CLS-RECORD
                   PERFORM 925-CHECK-CLASSES
           ELSE
                   PERFORM 925-CHECK-CLASSES
           END-IF.
       922-READ-CLASS-LOCK.
           ADD 1 TO WS-LOCK-TRIES
           READ FC-CLASSES WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
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
       990-LOG-FILE-ERROR.
           MOVE "907-RELEASE-SEATS" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD.
