       IDENTIFICATION DIVISION.
       PROGRAM-ID. 331-EQUIP-MAINT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 12, 2026.
      * FILE MAINTENANCE FOR THE QUARTERMASTER EQUIPMENT INVENTORY
      * (EQUIP.DAT), BUILT LIKE 334-FUND-MAINT.  REACHED ONLY THROUGH
      * THE FILE MAINTENANCE MENU, WHICH ALREADY REQUIRES A
      * SUPERVISOR SIGN-ON.  LOOK AN ITEM UP BY THE ID STENCILED ON
      * IT: A NEW ID DROPS INTO THE ADD SCREEN, AN EXISTING ONE INTO
      * EDIT/DELETE.  THE STATUS IS KEYED HERE ONLY TO PUT A REPAIRED
      * OR FOUND ITEM BACK IN STOCK (A), SEND ONE FOR REPAIR (D), OR
      * WRITE ONE OFF (X) - AN ITEM OUT ON LOAN IS LEFT ALONE UNTIL
      * THE LOAN DESK (325-EQUIP-LOAN) CLOSES ITS LOAN, AND CANNOT
      * BE DELETED.  THE ITEM IS READ WITH LOCK AND THE LOCK HELD
      * UNTIL IT IS SAVED OR DELETED, SO THE LOAN DESK CANNOT LEND IT
      * OUT FROM UNDER AN EDIT IN PROGRESS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EQPSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY EQPFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-LOOKUP-ITEM PIC X(08).
       01 WS-EDIT-DESC PIC X(30).
       01 WS-EDIT-CATEGORY PIC X(10).
       01 WS-EDIT-COST PIC 9(05)V99.
       01 WS-EDIT-STATUS PIC X(01).
           88 WS-VALID-STATUS VALUES "A" "D" "X".
       01 WS-SHOW-LOAN PIC X(40).
       01 WS-LOAN-SHOWN.
               02 FILLER PIC X(15) VALUE "ON LOAN - EVENT".
               02 WS-SL-EVENT PIC ZZ9.
               02 FILLER PIC X(08) VALUE "  TROOP ".
               02 WS-SL-AREA PIC 9.
               02 FILLER PIC X(01) VALUE "-".
               02 WS-SL-UNIT PIC 999.
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
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
           COPY SESSLK.
       SCREEN SECTION.
       01 CLEAR-SCREEN.
               05 BLANK SCREEN.
       01 SS-ITEM-LOOKUP AUTO.
           05 LINE 1 COL 27 VALUE IS "EQUIPMENT INVENTORY MAINTENANCE".
           05 LINE 12 COL 2 VALUE IS "ITEM ID:".
           05 PIC X(8) USING WS-LOOKUP-ITEM.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - LOOKUP".
       01 SS-ITEM-EDIT AUTO.
           05 LINE 1 COL 31 VALUE IS "EDIT OR DELETE ITEM".
           05 LINE 3 COL 2 VALUE IS "ITEM ID:".
           05 LINE 3 COL 12 PIC X(8) USING WS-LOOKUP-ITEM
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 2 PIC X(40) USING WS-SHOW-LOAN
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "DESCRIPTION:".
           05 PIC X(30) USING WS-EDIT-DESC.
           05 LINE 13 COL 2 VALUE IS "CATEGORY:".
           05 PIC X(10) USING WS-EDIT-CATEGORY.
           05 LINE 14 COL 2 VALUE IS "REPLACEMENT COST:".
           05 PIC 9(5)V99 USING WS-EDIT-COST.
           05 LINE 15 COL 2 VALUE IS "STATUS:".
           05 PIC X USING WS-EDIT-STATUS.
           05 LINE 16 COL 4
               VALUE IS "A=IN STOCK  D=IN REPAIR  X=WRITTEN OFF".
           05 LINE 23 COL 1
               VALUE IS "F3 - BACK   F8 - DELETE   F9 - SAVE".
       01 SS-ITEM-ADD AUTO.
           05 LINE 1 COL 36 VALUE IS "ADD ITEM".
           05 LINE 3 COL 2 VALUE IS "ITEM ID:".
           05 LINE 3 COL 12 PIC X(8) USING WS-LOOKUP-ITEM
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "DESCRIPTION:".
           05 PIC X(30) USING WS-EDIT-DESC.
           05 LINE 13 COL 2 VALUE IS "CATEGORY:".
           05 PIC X(10) USING WS-EDIT-CATEGORY.
           05 LINE 14 COL 2 VALUE IS "REPLACEMENT COST:".
           05 PIC 9(5)V99 USING WS-EDIT-COST.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - ADD".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       331-EQUIP-MAINT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 338-CLEAR-DATA
           PERFORM 340-LOOKUP-ITEM.
       338-CLEAR-DATA.
           MOVE SPACES TO WS-LOOKUP-ITEM
           MOVE SPACES TO WS-EDIT-DESC
           MOVE SPACES TO WS-EDIT-CATEGORY
           MOVE ZEROES TO WS-EDIT-COST
           MOVE SPACES TO WS-EDIT-STATUS
           MOVE SPACES TO WS-SHOW-LOAN.
       340-LOOKUP-ITEM.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-ITEM-LOOKUP
           ACCEPT SS-ITEM-LOOKUP
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 340-LOOKUP-ITEM
           END-IF
           IF KEY-STATUS = 1009
                   IF WS-LOOKUP-ITEM = SPACES
                       MOVE "ITEM ID IS REQUIRED" TO WS-MSG
                       PERFORM 340-LOOKUP-ITEM
                   ELSE
                       MOVE WS-LOOKUP-ITEM TO EQP-ID
                       OPEN I-O FC-EQUIP
                       PERFORM 929-CHECK-EQUIP
                       READ FC-EQUIP WITH LOCK
                           INVALID KEY
                               PERFORM 370-ADD-ITEM
                           NOT INVALID KEY
                               MOVE EQP-DESC TO WS-EDIT-DESC
                               MOVE EQP-CATEGORY TO WS-EDIT-CATEGORY
                               MOVE EQP-REPLACE-COST TO WS-EDIT-COST
                               MOVE EQP-STATUS-SW TO WS-EDIT-STATUS
                               PERFORM 345-SHOW-LOAN
                               PERFORM 350-EDIT-DELETE
                       END-READ
                       IF WS-EQP-STAT-HELD
                           MOVE "ITEM IN USE BY ANOTHER STATION - TRY AG
      -                        "AIN" TO WS-MSG
                           CLOSE FC-EQUIP
                           PERFORM 340-LOOKUP-ITEM
                       END-IF
                   END-IF
           END-IF.
       345-SHOW-LOAN.
           IF EQP-ON-LOAN
                   MOVE EQP-LOAN-EVENT TO WS-SL-EVENT
                   MOVE EQP-LOAN-AREA TO WS-SL-AREA
                   MOVE EQP-LOAN-UNIT TO WS-SL-UNIT
                   MOVE WS-LOAN-SHOWN TO WS-SHOW-LOAN
           ELSE
                   MOVE SPACES TO WS-SHOW-LOAN
           END-IF.
       350-EDIT-DELETE.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-ITEM-EDIT
           ACCEPT SS-ITEM-EDIT
           EVALUATE KEY-STATUS
               WHEN 1003
                       CLOSE FC-EQUIP
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-ITEM
               WHEN 0000
                       PERFORM 350-EDIT-DELETE
               WHEN 1008
                       PERFORM 355-DELETE-ITEM
               WHEN 1009
                       PERFORM 360-SAVE-ITEM
               WHEN OTHER
                       PERFORM 350-EDIT-DELETE
           END-EVALUATE.
       355-DELETE-ITEM.
           IF EQP-ON-LOAN
                   MOVE "ITEM IS OUT ON LOAN - CANNOT DELETE" TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
                   DELETE FC-EQUIP
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE "ITEM DELETED" TO WS-MSG
                   END-DELETE
                   PERFORM 929-CHECK-EQUIP
                   CLOSE FC-EQUIP
                   PERFORM 338-CLEAR-DATA
                   PERFORM 340-LOOKUP-ITEM
           END-IF.
       360-SAVE-ITEM.
           IF WS-EDIT-DESC = SPACES
                   MOVE "DESCRIPTION IS REQUIRED" TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
           IF EQP-ON-LOAN AND WS-EDIT-STATUS NOT = "L"
                   MOVE "ITEM IS OUT ON LOAN - CLOSE THE LOAN AT THE LOA
      -                "N DESK FIRST" TO WS-MSG
                   MOVE EQP-STATUS-SW TO WS-EDIT-STATUS
                   PERFORM 350-EDIT-DELETE
           ELSE
           IF NOT EQP-ON-LOAN AND NOT WS-VALID-STATUS
                   MOVE "STATUS MUST BE A, D, OR X" TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
                   MOVE WS-EDIT-DESC TO EQP-DESC
                   MOVE WS-EDIT-CATEGORY TO EQP-CATEGORY
                   MOVE WS-EDIT-COST TO EQP-REPLACE-COST
                   MOVE WS-EDIT-STATUS TO EQP-STATUS-SW
                   REWRITE EQP-RECORD
                       INVALID KEY
                           MOVE "UPDATE FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE "ITEM UPDATED" TO WS-MSG
                   END-REWRITE
                   PERFORM 929-CHECK-EQUIP
                   CLOSE FC-EQUIP
                   PERFORM 338-CLEAR-DATA
                   PERFORM 340-LOOKUP-ITEM
           END-IF
           END-IF
           END-IF.
       370-ADD-ITEM.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-ITEM-ADD
           ACCEPT SS-ITEM-ADD
           EVALUATE KEY-STATUS
               WHEN 1003
                       CLOSE FC-EQUIP
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-ITEM
               WHEN 0000
                       PERFORM 370-ADD-ITEM
               WHEN 1009
                       IF WS-EDIT-DESC = SPACES
                           MOVE "DESCRIPTION IS REQUIRED" TO WS-MSG
                           PERFORM 370-ADD-ITEM
                       ELSE
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
                           MOVE WS-LOOKUP-ITEM TO EQP-ID
                           MOVE WS-EDIT-DESC TO EQP-DESC
                           MOVE WS-EDIT-CATEGORY TO EQP-CATEGORY
                           MOVE WS-EDIT-COST TO EQP-REPLACE-COST
                           SET EQP-IN-STOCK TO TRUE
                           MOVE ZEROES TO EQP-LOAN-KEY
                           MOVE WS-CURRENT-DATE TO EQP-ADDED-DATE
                           WRITE EQP-RECORD
                               INVALID KEY
                                   MOVE "ITEM ALREADY EXISTS" TO WS-MSG
                               NOT INVALID KEY
                                   MOVE "ITEM ADDED" TO WS-MSG
                           END-WRITE
                           PERFORM 929-CHECK-EQUIP
                           CLOSE FC-EQUIP
                           PERFORM 338-CLEAR-DATA
                           PERFORM 340-LOOKUP-ITEM
                       END-IF
               WHEN OTHER
                       PERFORM 370-ADD-ITEM
           END-EVALUATE.
       929-CHECK-EQUIP.
           IF NOT WS-EQP-STAT-OK
                   MOVE "EQUIP.DAT" TO ERR-FILE
                   MOVE WS-EQP-STAT TO ERR-STATUS
                   MOVE EQP-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "331-EQUIP-MAINT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
