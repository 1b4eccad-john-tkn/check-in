       IDENTIFICATION DIVISION.
       PROGRAM-ID. 334-FUND-MAINT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 02, 2026.
      * FILE MAINTENANCE FOR THE CAMPERSHIP FUND FILE (FUNDS.DAT),
      * BUILT LIKE 336-UNIT-MAINT.  REACHED ONLY THROUGH THE FILE
      * MAINTENANCE MENU, WHICH ALREADY REQUIRES A SUPERVISOR
      * SIGN-ON.  LOOK A FUND UP BY ITS ID: A NEW ID DROPS INTO THE
      * ADD SCREEN FOR THE SPONSOR AND STARTING BALANCE, AN EXISTING
      * ONE INTO EDIT/DELETE WITH ITS AWARDS AND REFUNDS SHOWN.  A
      * CHANGE TO THE STARTING BALANCE (A SPONSOR TOPPING UP THE
      * FUND) CARRIES STRAIGHT THROUGH TO THE BALANCE, BUT MAY NOT
      * TAKE IT BELOW ZERO.  A FUND THAT HAS MADE ANY AWARD CANNOT
      * BE DELETED - ITS PAYMENTS STILL POINT AT IT.  THE FUND IS
      * READ WITH LOCK AND THE LOCK HELD UNTIL IT IS SAVED OR
      * DELETED, SO AN AWARD CANNOT POST AGAINST IT MID-EDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FUNDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY FUNDFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-LOOKUP-FUND PIC X(04).
       01 WS-EDIT-SPONSOR PIC X(30).
       01 WS-EDIT-START-BAL PIC 9(07)V99.
       01 WS-SHOW-AWARDED PIC 9(07)V99.
       01 WS-SHOW-RETURNED PIC 9(07)V99.
       01 WS-SHOW-BALANCE PIC S9(07)V99.
       01 WS-SHOW-COUNT PIC 9(05).
       01 WS-NEW-BALANCE PIC S9(07)V99.
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
       01 SS-FUND-LOOKUP AUTO.
           05 LINE 1 COL 27 VALUE IS "CAMPERSHIP FUND MAINTENANCE".
           05 LINE 12 COL 2 VALUE IS "FUND ID:".
           05 PIC X(4) USING WS-LOOKUP-FUND.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - LOOKUP".
       01 SS-FUND-EDIT AUTO.
           05 LINE 1 COL 31 VALUE IS "EDIT OR DELETE FUND".
           05 LINE 3 COL 2 VALUE IS "FUND ID:".
           05 LINE 3 COL 12 PIC X(4) USING WS-LOOKUP-FUND
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 2 VALUE IS "AWARDS MADE:".
           05 LINE 5 COL 18 PIC ZZZZ9 USING WS-SHOW-COUNT
               FOREGROUND-COLOR IS 3.
           05 LINE 6 COL 2 VALUE IS "AMOUNT AWARDED:".
           05 LINE 6 COL 18 PIC ZZZZZZ9.99 USING WS-SHOW-AWARDED
               FOREGROUND-COLOR IS 3.
           05 LINE 7 COL 2 VALUE IS "REFUNDS RETURNED:".
           05 LINE 7 COL 20 PIC ZZZZZZ9.99 USING WS-SHOW-RETURNED
               FOREGROUND-COLOR IS 3.
           05 LINE 8 COL 2 VALUE IS "BALANCE:".
           05 LINE 8 COL 17 PIC -ZZZZZZ9.99 USING WS-SHOW-BALANCE
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "SPONSOR:".
           05 PIC X(30) USING WS-EDIT-SPONSOR.
           05 LINE 13 COL 2 VALUE IS "STARTING BALANCE:".
           05 PIC 9(7)V99 USING WS-EDIT-START-BAL.
           05 LINE 23 COL 1
               VALUE IS "F3 - BACK   F8 - DELETE   F9 - SAVE".
       01 SS-FUND-ADD AUTO.
           05 LINE 1 COL 35 VALUE IS "ADD FUND".
           05 LINE 3 COL 2 VALUE IS "FUND ID:".
           05 LINE 3 COL 12 PIC X(4) USING WS-LOOKUP-FUND
               FOREGROUND-COLOR IS 3.
           05 LINE 12 COL 2 VALUE IS "SPONSOR:".
           05 PIC X(30) USING WS-EDIT-SPONSOR.
           05 LINE 13 COL 2 VALUE IS "STARTING BALANCE:".
           05 PIC 9(7)V99 USING WS-EDIT-START-BAL.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - ADD".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       334-FUND-MAINT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 338-CLEAR-DATA
           PERFORM 340-LOOKUP-FUND.
       338-CLEAR-DATA.
           MOVE SPACES TO WS-LOOKUP-FUND
           MOVE SPACES TO WS-EDIT-SPONSOR
           MOVE ZEROES TO WS-EDIT-START-BAL
           MOVE ZEROES TO WS-SHOW-AWARDED
           MOVE ZEROES TO WS-SHOW-RETURNED
           MOVE ZEROES TO WS-SHOW-BALANCE
           MOVE ZEROES TO WS-SHOW-COUNT.
       340-LOOKUP-FUND.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-FUND-LOOKUP
           ACCEPT SS-FUND-LOOKUP
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 340-LOOKUP-FUND
           END-IF
           IF KEY-STATUS = 1009
                   IF WS-LOOKUP-FUND = SPACES
                       MOVE "FUND ID IS REQUIRED" TO WS-MSG
                       PERFORM 340-LOOKUP-FUND
                   ELSE
                       MOVE WS-LOOKUP-FUND TO FUND-ID
                       OPEN I-O FC-FUNDS
                       PERFORM 924-CHECK-FUNDS
                       READ FC-FUNDS WITH LOCK
                           INVALID KEY
                               PERFORM 370-ADD-FUND
                           NOT INVALID KEY
                               MOVE FUND-SPONSOR TO WS-EDIT-SPONSOR
                               MOVE FUND-START-BAL TO WS-EDIT-START-BAL
                               MOVE FUND-AWARDED TO WS-SHOW-AWARDED
                               MOVE FUND-RETURNED TO WS-SHOW-RETURNED
                               MOVE FUND-BALANCE TO WS-SHOW-BALANCE
                               MOVE FUND-AWARD-COUNT TO WS-SHOW-COUNT
                               PERFORM 350-EDIT-DELETE
                       END-READ
                       IF WS-FUND-STAT-HELD
                           MOVE "FUND IN USE BY ANOTHER STATION - TRY AG
      -                        "AIN" TO WS-MSG
                           CLOSE FC-FUNDS
                           PERFORM 340-LOOKUP-FUND
                       END-IF
                   END-IF
           END-IF.
       350-EDIT-DELETE.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-FUND-EDIT
           ACCEPT SS-FUND-EDIT
           EVALUATE KEY-STATUS
               WHEN 1003
                       CLOSE FC-FUNDS
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-FUND
               WHEN 0000
                       PERFORM 350-EDIT-DELETE
               WHEN 1008
                       PERFORM 355-DELETE-FUND
               WHEN 1009
                       PERFORM 360-SAVE-FUND
               WHEN OTHER
                       PERFORM 350-EDIT-DELETE
           END-EVALUATE.
       355-DELETE-FUND.
           IF FUND-AWARD-COUNT > ZEROES OR FUND-AWARDED > ZEROES OR
                   FUND-RETURNED > ZEROES
                   MOVE "FUND HAS AWARDS ON FILE - CANNOT DELETE"
                       TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
                   DELETE FC-FUNDS
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE "FUND DELETED" TO WS-MSG
                   END-DELETE
                   PERFORM 924-CHECK-FUNDS
                   CLOSE FC-FUNDS
                   PERFORM 338-CLEAR-DATA
                   PERFORM 340-LOOKUP-FUND
           END-IF.
       360-SAVE-FUND.
           COMPUTE WS-NEW-BALANCE = WS-EDIT-START-BAL
               - FUND-AWARDED + FUND-RETURNED
           IF WS-EDIT-SPONSOR = SPACES
                   MOVE "SPONSOR IS REQUIRED" TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
           IF WS-NEW-BALANCE < ZEROES
                   MOVE "STARTING BALANCE IS LESS THAN WHAT HAS BEEN AWA
      -                "RDED" TO WS-MSG
                   PERFORM 350-EDIT-DELETE
           ELSE
                   MOVE WS-EDIT-SPONSOR TO FUND-SPONSOR
                   MOVE WS-EDIT-START-BAL TO FUND-START-BAL
                   MOVE WS-NEW-BALANCE TO FUND-BALANCE
                   REWRITE FUND-RECORD
                       INVALID KEY
                           MOVE "UPDATE FAILED" TO WS-MSG
                       NOT INVALID KEY
                           MOVE "FUND UPDATED" TO WS-MSG
                   END-REWRITE
                   PERFORM 924-CHECK-FUNDS
                   CLOSE FC-FUNDS
                   PERFORM 338-CLEAR-DATA
                   PERFORM 340-LOOKUP-FUND
           END-IF
           END-IF.
       370-ADD-FUND.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-FUND-ADD
           ACCEPT SS-FUND-ADD
           EVALUATE KEY-STATUS
               WHEN 1003
                       CLOSE FC-FUNDS
                       PERFORM 338-CLEAR-DATA
                       PERFORM 340-LOOKUP-FUND
               WHEN 0000
                       PERFORM 370-ADD-FUND
               WHEN 1009
                       IF WS-EDIT-SPONSOR = SPACES
                           MOVE "SPONSOR IS REQUIRED" TO WS-MSG
                           PERFORM 370-ADD-FUND
                       ELSE
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-FIELDS
                           MOVE WS-LOOKUP-FUND TO FUND-ID
                           MOVE WS-EDIT-SPONSOR TO FUND-SPONSOR
                           MOVE WS-EDIT-START-BAL TO FUND-START-BAL
                           MOVE ZEROES TO FUND-AWARDED
                           MOVE ZEROES TO FUND-RETURNED
                           MOVE WS-EDIT-START-BAL TO FUND-BALANCE
                           MOVE ZEROES TO FUND-AWARD-COUNT
                           MOVE WS-CURRENT-DATE TO FUND-ADDED-DATE
                           WRITE FUND-RECORD
                               INVALID KEY
                                   MOVE "FUND ALREADY EXISTS" TO WS-MSG
                               NOT INVALID KEY
                                   MOVE "FUND ADDED" TO WS-MSG
                           END-WRITE
                           PERFORM 924-CHECK-FUNDS
                           CLOSE FC-FUNDS
                           PERFORM 338-CLEAR-DATA
                           PERFORM 340-LOOKUP-FUND
                       END-IF
               WHEN OTHER
                       PERFORM 370-ADD-FUND
           END-EVALUATE.
       924-CHECK-FUNDS.
           IF NOT WS-FUND-STAT-OK
                   MOVE "FUNDS.DAT" TO ERR-FILE
                   MOVE WS-FUND-STAT TO ERR-STATUS
                   MOVE FUND-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "334-FUND-MAINT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
