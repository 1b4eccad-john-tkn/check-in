       IDENTIFICATION DIVISION.
       PROGRAM-ID. 333-CLASS-MAINT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 04, 2026.
      * FILE MAINTENANCE FOR THE PROGRAM SESSION FILE (CLASSES.DAT),
      * BUILT LIKE 334-FUND-MAINT.  LOOK A SESSION UP BY ITS CODE
      * UNDER THE SIGNED-ON EVENT: A NEW CODE DROPS INTO THE ADD
      * SCREEN, AN EXISTING ONE INTO EDIT/DELETE WITH ITS SEATS TAKEN
      * SHOWN.  THE SEAT LIMIT MAY NOT BE CUT BELOW THE SEATS ALREADY
      * TAKEN, AND ONCE ANYONE IS ENROLLED THE TIME BLOCK IS FIXED
      * (IT IS PART OF EVERY ENROLLMENT KEY) AND THE SESSION CANNOT
      * BE DELETED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLASSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY CLASFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-LOOKUP-CODE PIC X(06).
       01 WS-EDIT-TITLE PIC X(30).
       01 WS-EDIT-AREA PIC X(15).
       01 WS-EDIT-BLOCK PIC X(04).
       01 WS-EDIT-LIMIT PIC 9(03).
       01 WS-EDIT-INSTRUCTOR PIC X(30).
       01 WS-SHOW-ENROLLED PIC 9(03).
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
           COPY SESSLK.
       SCREEN SECTION.
       01 CLEAR-SCREEN.
               05 BLANK SCREEN.
       01 SS-CLASS-LOOKUP AUTO.
           05 LINE 1 COL 27 VALUE IS "PROGRAM SESSION MAINTENANCE".
           05 LINE 12 COL 2 VALUE IS "SESSION CODE:".
           05 PIC X(6) USING WS-LOOKUP-CODE.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - LOOKUP".
       01 SS-CLASS-EDIT AUTO.
           05 LINE 1 COL 30 VALUE IS "EDIT OR DELETE SESSION".
           05 LINE 3 COL 2 VALUE IS "SESSION CODE:".
           05 LINE 3 COL 16 PIC X(6) USING WS-LOOKUP-CODE
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 2 VALUE IS "SEATS TAKEN:".
           05 LINE 5 COL 16 PIC ZZ9 USING WS-SHOW-ENROLLED
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "CLASS TITLE:".
           05 PIC X(30) USING WS-EDIT-TITLE.
           05 LINE 13 COL 2 VALUE IS "PROGRAM AREA:".
           05 PIC X(15) USING WS-EDIT-AREA.
           05 LINE 14 COL 2 VALUE IS "TIME BLOCK:".
           05 PIC X(4) USING WS-EDIT-BLOCK.
           05 LINE 15 COL 2 VALUE IS "SEAT LIMIT:".
           05 PIC 999 USING WS-EDIT-LIMIT.
           05 LINE 16 COL 2 VALUE IS "INSTRUCTOR:".
           05 PIC X(30) USING WS-EDIT-INSTRUCTOR.
           05 LINE 23 COL 1
               VALUE IS "F3 - BACK   F8 - DELETE   F9 - SAVE".
       01 SS-CLASS-ADD AUTO.
           05 LINE 1 COL 34 VALUE IS "ADD SESSION".
           05 LINE 3 COL 2 VALUE IS "SESSION CODE:".
           05 LINE 3 COL 16 PIC X(6) USING WS-LOOKUP-CODE
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "CLASS TITLE:".
           05 PIC X(30) USING WS-EDIT-TITLE.
           05 LINE 13 COL 2 VALUE IS "PROGRAM AREA:".
           05 PIC X(15) USING WS-EDIT-AREA.
           05 LINE 14 COL 2 VALUE IS "TIME BLOCK:".
           05 PIC X(4) USING WS-EDIT-BLOCK.
           05 LINE 15 COL 2 VALUE IS "SEAT LIMIT:".
           05 PIC 999 USING WS-EDIT-LIMIT.
           05 LINE 16 COL 2 VALUE IS "INSTRUCTOR:".
           05 PIC X(30) USING WS-EDIT-INSTRUCTOR.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - ADD".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       333-CLASS-MAINT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 338-CLEAR-DATA
           PERFORM 340-LOOKUP-CLASS.
       338-CLEAR-DATA.
           MOVE SPACES TO WS-LOOKUP-CODE
           MOVE SPACES TO WS-EDIT-TITLE
           MOVE SPACES TO WS-EDIT-AREA
           MOVE SPACES TO WS-EDIT-BLOCK
           MOVE ZEROES TO WS-EDIT-LIMIT
           MOVE SPACES TO WS-EDIT-INSTRUCTOR
           MOVE ZEROES TO WS-SHOW-ENROLLED.
       340-LOOKUP-CLASS.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-CLASS-LOOKUP
           ACCEPT SS-CLASS-LOOKUP
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 340-LOOKUP-CLASS
           END-IF
           IF KEY-STATUS = 1009
                   IF WS-LOOKUP-CODE = SPACES
                       MOVE "SESSION CODE IS REQUIRED" TO WS-MSG
                       PERFORM 340-LOOKUP-CLASS
                   ELSE
                       MOVE SESS-EVENT-ID TO CLS-EVENT
                       MOVE WS-LOOKUP-CODE TO CLS-CODE
                       OPEN I-O FC-CLASSES
                       PERFORM 925-CHECK-CLASSES
                       READ FC-CLASSES WITH LOCK
                           INVALID KEY
                               PERFORM 370-ADD-CLASS
                           NOT INVALID KEY
                               MOVE CLS-TITLE TO WS-EDIT-TITLE
                               MOVE CLS-PROGRAM-AREA TO WS-EDIT-AREA
                               MOVE CLS-BLOCK TO WS-EDIT-BLOCK
                               MOVE CLS-SEAT-LIMIT TO WS-EDIT-LIMIT
                               MOVE CLS-INSTRUCTOR
                                   TO WS-EDIT-INSTRUCTOR
                               MOVE CLS-ENROLLED TO WS-SHOW-ENROLLED
                               PERFORM 350-EDIT-DELETE
                       END-READ
                       IF WS-CLS-STAT-HELD
                           MOVE "SESSION IN USE BY ANOTHER STATION - TRY
      -                        " AGAIN" TO WS-MSG
                           CLOSE FC-CLASSES
                           PERFORM 340-LOOKUP-CLASS
                       END-IF
                   END-IF
           END-IF.
       350-EDIT-DELETE.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-CLASS-EDIT
           ACCEPT SS-CLASS-EDIT
           EVALUATE KEY-STATUS
               WHEN 1003
                       CLOSE FC-CLASSES
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-CLASS
               WHEN 0000
                       PERFORM 350-EDIT-DELETE
               WHEN 1008
                       PERFORM 355-DELETE-CLASS
               WHEN 1009
                       PERFORM 360-SAVE-CLASS
               WHEN OTHER
                       PERFORM 350-EDIT-DELETE
           END-EVALUATE.
       355-DELETE-CLASS.
           IF CLS-ENROLLED > ZEROES
                   MOVE "CAMPERS ARE ENROLLED - CANNOT DELETE"
                       TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
                   DELETE FC-CLASSES
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE "SESSION DELETED" TO WS-MSG
                   END-DELETE
                   PERFORM 925-CHECK-CLASSES
                   CLOSE FC-CLASSES
                   PERFORM 338-CLEAR-DATA
                   PERFORM 340-LOOKUP-CLASS
           END-IF.
       360-SAVE-CLASS.
           IF WS-EDIT-TITLE = SPACES OR WS-EDIT-BLOCK = SPACES
                   MOVE "TITLE AND TIME BLOCK ARE REQUIRED" TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
           IF WS-EDIT-LIMIT < CLS-ENROLLED
                   MOVE "SEAT LIMIT IS BELOW THE SEATS ALREADY TAKEN"
                       TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
           IF WS-EDIT-BLOCK NOT = CLS-BLOCK AND CLS-ENROLLED > ZEROES
                   MOVE "CAMPERS ENROLLED - TIME BLOCK CANNOT CHANGE"
                       TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
                   MOVE WS-EDIT-TITLE TO CLS-TITLE
                   MOVE WS-EDIT-AREA TO CLS-PROGRAM-AREA
                   MOVE WS-EDIT-BLOCK TO CLS-BLOCK
                   MOVE WS-EDIT-LIMIT TO CLS-SEAT-LIMIT
                   MOVE WS-EDIT-INSTRUCTOR TO CLS-INSTRUCTOR
                   REWRITE CLS-RECORD
                       INVALID KEY
                           MOVE "UPDATE FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE "SESSION UPDATED" TO WS-MSG
                   END-REWRITE
                   PERFORM 925-CHECK-CLASSES
                   CLOSE FC-CLASSES
                   PERFORM 338-CLEAR-DATA
                   PERFORM 340-LOOKUP-CLASS
           END-IF
           END-IF
           END-IF.
       370-ADD-CLASS.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-CLASS-ADD
           ACCEPT SS-CLASS-ADD
           EVALUATE KEY-STATUS
               WHEN 1003
                       CLOSE FC-CLASSES
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-CLASS
               WHEN 0000
                       PERFORM 370-ADD-CLASS
               WHEN 1009
                       IF WS-EDIT-TITLE = SPACES OR
                               WS-EDIT-BLOCK = SPACES
                           MOVE "TITLE AND TIME BLOCK ARE REQUIRED"
                               TO WS-MSG
                           PERFORM 370-ADD-CLASS
                       ELSE
                           MOVE SESS-EVENT-ID TO CLS-EVENT
                           MOVE WS-LOOKUP-CODE TO CLS-CODE
                           MOVE WS-EDIT-TITLE TO CLS-TITLE
                           MOVE WS-EDIT-AREA TO CLS-PROGRAM-AREA
                           MOVE WS-EDIT-BLOCK TO CLS-BLOCK
                           MOVE WS-EDIT-LIMIT TO CLS-SEAT-LIMIT
                           MOVE ZEROES TO CLS-ENROLLED
                           MOVE WS-EDIT-INSTRUCTOR TO CLS-INSTRUCTOR
                           WRITE CLS-RECORD
                               INVALID KEY
                                   MOVE "SESSION ALREADY EXISTS"
                                       TO WS-MSG
                               NOT INVALID KEY
                                   MOVE "SESSION ADDED" TO WS-MSG
                           END-WRITE
                           PERFORM 925-CHECK-CLASSES
                           CLOSE FC-CLASSES
                           PERFORM 338-CLEAR-DATA
                           PERFORM 340-LOOKUP-CLASS
                       END-IF
               WHEN OTHER
                       PERFORM 370-ADD-CLASS
           END-EVALUATE.
       925-CHECK-CLASSES.
           IF NOT WS-CLS-STAT-OK
                   MOVE "CLASSES.DAT" TO ERR-FILE
                   MOVE WS-CLS-STAT TO ERR-STATUS
                   MOVE CLS-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "333-CLASS-MAINT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
