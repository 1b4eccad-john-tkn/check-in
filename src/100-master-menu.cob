      *                   PROGRAM; CHANGE EVENT OPTION ADDED TO THE
      *                   MASTER MENU AND EVENT MAINTENANCE TO THE
      *                   FILE MAINTENANCE MENU.
      *   10-01-2026  JC  UNIT MAINTENANCE ADDED TO THE FILE
      *                   MAINTENANCE MENU FOR THE NEW UNIT MASTER.
      *   10-02-2026  JC  CAMPERSHIP FUND MAINTENANCE ADDED TO THE FILE
      *                   MAINTENANCE MENU, THE CAMPERSHIP AWARD SCREEN
      *                   TO THE UTILITIES MENU, AND THE CAMPERSHIP FUND
      *                   REPORT TO THE REPORTS MENU.
      *   10-03-2026  JC  ADDED CONFIRMATION PACKETS TO REPORTS MENU.
      *   10-04-2026  JC  ADDED CLASS ENROLLMENT TO THE CHECK IN MENU,
      *                   PROGRAM SESSIONS TO THE FILE MAINTENANCE MENU,
      *                   AND CLASS ROSTERS AND TROOP CLASS SCHEDULES TO
      *                   THE REPORTS MENU.
      *   10-05-2026  JC  ADDED KITCHEN MEAL COUNTS TO THE REPORTS MENU.
      *   10-06-2026  JC  ADDED THE LEADERSHIP EXCEPTIONS REPORT TO THE
      *                   REPORTS MENU.
      *   10-07-2026  JC  ADDED THE GATE PASS SIGN-OUT/SIGN-IN SCREEN TO
      *                   THE CHECK IN MENU AND THE ON-PROPERTY MUSTER
      *                   REPORT TO THE REPORTS MENU, WHICH NOW RUNS IN
      *                   TWO COLUMNS.
      *   10-08-2026  JC  THE CAMPSITE INQUIRY IS NOW PASSED THE SIGN-ON
      *                   SESSION SO IT CAN SHOW THE EVENT'S NIGHTS.
      *   10-09-2026  JC  ADDED BALANCE-DUE REMINDERS AND NOTICE
      *                   DELIVERY STATUS TO THE UTILITIES MENU AND
      *                   THE UNDELIVERED NOTICES REPORT TO THE REPORTS
      *                   MENU.
      *   10-10-2026  JC  ADDED THE ONLINE PAYMENT IMPORT TO THE
      *                   UTILITIES MENU.
      *   10-11-2026  JC  EXPRESS CHECK IN ADDED TO THE CHECK IN MENU;
      *                   IT RUNS THE CHECK-IN PROGRAM IN ITS
      *                   PASS-NUMBER LANE.
      *   10-12-2026  JC  EQUIPMENT LOANS ADDED TO THE CHECK IN MENU,
      *                   EQUIPMENT INVENTORY TO FILE MAINTENANCE, AND
      *                   OUTSTANDING EQUIPMENT LOANS TO REPORTS.
      *   10-13-2026  JC  STATEMENTS OF ACCOUNT ADDED TO THE REPORTS
      *                   MENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       01 KEY-STATUS PIC 9999. 
       01 WS-MSG PIC X(80).
       01 WS-RETURN pic 9.
       01 WS-CHECKIN-LANE PIC X(01).
       01 WS-EVENT-ID-X PIC X(03).
       01 WS-EVENT-COUNT PIC 9(03).
       01 WS-EVENTS-DONE-SW PIC X(01).
           05 LINE 10 COL 10 VALUE IS "6. OFFER EXPIRY SWEEP".
           05 LINE 11 COL 10 VALUE IS "7. DEPOSIT ENTRY".
           05 LINE 12 COL 10 VALUE IS "8. RECEIPT REPRINT".
           05 LINE 13 COL 10 VALUE IS "9. CLASS ENROLLMENT".
           05 LINE 14 COL 10 VALUE IS "10. GATE PASS SIGN OUT / IN".
           05 LINE 15 COL 10 VALUE IS "11. EXPRESS CHECK IN".
           05 LINE 16 COL 10 VALUE IS "12. EQUIPMENT LOANS".
       01 SS-100-ADD-MENU.
           05 LINE 1 COL 35 VALUE IS "ADD CAMP/ERS MENU".
           05 LINE 3 COL 1 VALUE IS "ENTER SELECTION:".
           05 LINE 7 COL 10 VALUE IS "3. USER MAINTENANCE".
           05 LINE 8 COL 10 VALUE IS "4. CAMP FEE RATES".
           05 LINE 9 COL 10 VALUE IS "5. EVENT MAINTENANCE".
           05 LINE 10 COL 10 VALUE IS "6. UNIT MAINTENANCE".
           05 LINE 11 COL 10 VALUE IS "7. CAMPERSHIP FUNDS".
           05 LINE 12 COL 10 VALUE IS "8. PROGRAM SESSIONS".
           05 LINE 13 COL 10 VALUE IS "9. EQUIPMENT INVENTORY".
       01 SS-152-UTIL-MENU.
           05 LINE 1 COL 33 VALUE IS "UTILITIES MENU".
           05 LINE 3 COL 1 VALUE IS "ENTER SELECTION:".
           05 LINE 6 COL 10 VALUE IS "2. VOID / REFUND PAYMENT".
           05 LINE 7 COL 10 VALUE IS "3. CASH DRAWER SETTLEMENT".
           05 LINE 8 COL 10 VALUE IS "4. INTEGRITY CHECK".
           05 LINE 9 COL 10 VALUE IS "5. CAMPERSHIP AWARD".
           05 LINE 10 COL 10 VALUE IS "6. BALANCE-DUE REMINDERS".
           05 LINE 11 COL 10 VALUE IS "7. NOTICE DELIVERY STATUS".
           05 LINE 12 COL 10 VALUE IS "8. ONLINE PAYMENT IMPORT".
       01 SS-132-REPORTS-MENU.
           05 LINE 1 COL 35 VALUE IS "REPORTS MENU".
           05 LINE 3 COL 1 VALUE IS "ENTER SELECTION:".
           05 LINE 14 COL 10 VALUE IS "10. EMERGENCY ROSTER".
           05 LINE 15 COL 10 VALUE IS "11. DEPOSIT STATUS REPORT".
           05 LINE 16 COL 10 VALUE IS "12. PAYMENTS LEDGER EXPORT".
           05 LINE 17 COL 10 VALUE IS "13. CAMPERSHIP FUND REPORT".
           05 LINE 18 COL 10 VALUE IS "14. CONFIRMATION PACKETS".
           05 LINE 19 COL 10 VALUE IS "15. CLASS ROSTERS".
           05 LINE 20 COL 10 VALUE IS "16. TROOP CLASS SCHEDULES".
           05 LINE 21 COL 10 VALUE IS "17. KITCHEN MEAL COUNTS".
           05 LINE 22 COL 10 VALUE IS "18. LEADERSHIP EXCEPTIONS".
           05 LINE 5 COL 45 VALUE IS "19. ON-PROPERTY MUSTER".
           05 LINE 6 COL 45 VALUE IS "20. UNDELIVERED NOTICES".
           05 LINE 7 COL 45 VALUE IS "21. OUTSTANDING EQUIP LOANS".
           05 LINE 8 COL 45 VALUE IS "22. STATEMENTS OF ACCOUNT".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
                      PERFORM 112-CHECKIN-MENU
              END-IF
              WHEN 1
                     MOVE "F" TO WS-CHECKIN-LANE
                     CALL '310-CHECK-IN' USING WS-RETURN SESS-RECORD
                         WS-CHECKIN-LANE
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 112-CHECKIN-MENU
              WHEN 2
                          SESS-RECORD
                      MOVE ZEROES TO MENU-SUB2
                      PERFORM 112-CHECKIN-MENU
              WHEN 9
                     CALL '326-CLASS-ENROLL' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 112-CHECKIN-MENU
              WHEN 10
                     CALL '311-GATE-PASS' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 112-CHECKIN-MENU
              WHEN 11
                     MOVE "E" TO WS-CHECKIN-LANE
                     CALL '310-CHECK-IN' USING WS-RETURN SESS-RECORD
                         WS-CHECKIN-LANE
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 112-CHECKIN-MENU
              WHEN 12
                     CALL '325-EQUIP-LOAN' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 112-CHECKIN-MENU
              WHEN OTHER
                   MOVE ZEROES TO MENU-SUB2
                   MOVE "INVALID SELECTION" TO WS-MSG
                     CALL '339-EVENT-MAINT' USING WS-RETURN SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 142-MAINT-MENU
              WHEN 6
                     CALL '336-UNIT-MAINT' USING WS-RETURN SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 142-MAINT-MENU
              WHEN 7
                     CALL '334-FUND-MAINT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 142-MAINT-MENU
              WHEN 8
                     CALL '333-CLASS-MAINT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 142-MAINT-MENU
              WHEN 9
                     CALL '331-EQUIP-MAINT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 142-MAINT-MENU
              WHEN OTHER
                   MOVE ZEROES TO MENU-SUB2
                   MOVE "INVALID SELECTION" TO WS-MSG
                     CALL '394-INTEGRITY-RPT' USING WS-RETURN
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 152-UTIL-MENU
              WHEN 5
                     CALL '319-CAMPERSHIP-AWARD' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 152-UTIL-MENU
              WHEN 6
                     CALL '392-BALANCE-REMIND' USING WS-RETURN
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 152-UTIL-MENU
              WHEN 7
                     CALL '388-NOTICE-STATUS' USING WS-RETURN
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 152-UTIL-MENU
              WHEN 8
                     CALL '309-ONLINE-PAY' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 152-UTIL-MENU
              WHEN OTHER
                   MOVE ZEROES TO MENU-SUB2
                   MOVE "INVALID SELECTION" TO WS-MSG
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 3
                     CALL '370-CAMP-INQUIRY' USING WS-RETURN SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 4
                     CALL '389-PAY-EXPORT' USING WS-RETURN
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 13
                     CALL '391-FUND-RPT' USING WS-RETURN
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 14
                     CALL '322-CONFIRM-PACKET' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 15
                     CALL '323-CLASS-ROSTER-RPT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 16
                     CALL '324-TROOP-SCHEDULE' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 17
                     CALL '327-KITCHEN-RPT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 18
                     CALL '328-LEADER-EXCEPT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 19
                     CALL '329-MUSTER-RPT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 20
                     CALL '398-NOTICE-RPT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 21
                     CALL '399-LOAN-RPT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN 22
                     CALL '357-STATEMENT' USING WS-RETURN
                         SESS-RECORD
                     MOVE ZEROES TO MENU-SUB2
                     PERFORM 132-REPORTS-MENU
              WHEN OTHER
                   MOVE ZEROES TO MENU-SUB2
                   MOVE "INVALID SELECTION" TO WS-MSG
