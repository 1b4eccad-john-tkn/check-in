       IDENTIFICATION DIVISION.
       PROGRAM-ID. 325-EQUIP-LOAN.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 12, 2026.
      * QUARTERMASTER LOAN DESK.  THE ITEM ID STENCILED ON A CANOE,
      * DINING FLY, STOVE, OR TENT BRINGS UP THE ITEM AND, WHEN IT IS
      * OUT, WHO HAS IT.  F9 LENDS AN ITEM IN STOCK TO A CHECKED-IN
      * TROOP, RECORDING THE EVENT, TROOP, SITE, DATE, AND TIME ON
      * LOANS.DAT.  F8 TAKES IT BACK INTO STOCK.  F5 CLOSES THE LOAN
      * AS LOST (L) OR DAMAGED (D) AND ADDS THE CHARGE - THE
      * REPLACEMENT COST UNLESS KEYED OTHERWISE - TO THE TROOP'S
      * AMOUNT DUE; ONLY A SUPERVISOR CAN POST A CHARGE.  A LOST ITEM
      * IS WRITTEN OFF AND A DAMAGED ONE GOES TO REPAIR UNTIL FILE
      * MAINTENANCE PUTS IT BACK IN STOCK.  THE ITEM RECORD IS READ
      * UNDER A LOCK AND ITS STATE RE-CHECKED BEFORE IT IS CHANGED,
      * SO TWO STATIONS CANNOT LEND THE SAME CANOE TWICE.
      * A CHARGE ADDED TO THE TROOP'S AMOUNT DUE IS JOURNALED
      * THROUGH 902-WRITE-JOURNAL LIKE ANY OTHER TROOP UPDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EQPSEL.
           COPY LOANSEL.
           COPY CAMPRSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY EQPFD.
           COPY LOANFD.
           COPY CAMPRFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY JRNLLK.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-LOOKUP-ITEM PIC X(08).
       01 WS-LEND-TROOP.
               02 WS-LEND-AREA PIC 9.
               02 WS-LEND-UNIT PIC 999.
       01 WS-LEND-SITE.
               02 WS-LEND-MAIN-CAMP PIC X(02).
               02 WS-LEND-SUBCAMP PIC X(15).
       01 WS-CHARGE-TYPE PIC X(01).
           88 WS-VALID-CHARGE-TYPE VALUES "L" "D".
       01 WS-CHARGE-AMOUNT PIC 9(05)V99.
       01 WS-CHARGE-X PIC ZZZZ9.99.
       01 WS-NOTE PIC X(30).
       01 WS-ITEM-STATUS PIC X(40).
       01 WS-OUT-TO PIC X(60).
       01 WS-CLOSE-STATUS PIC X(01).
           88 WS-CLOSE-RETURN VALUE "R".
           88 WS-CLOSE-LOST VALUE "L".
           88 WS-CLOSE-DAMAGED VALUE "D".
       01 WS-NEXT-SEQ PIC 9(03).
       01 WS-LOCK-TRIES PIC 9(02).
       01 WS-ITEM-FOUND-SW PIC X(01).
           88 WS-ITEM-FOUND VALUE "Y".
       01 WS-TROOP-FOUND-SW PIC X(01).
           88 WS-TROOP-FOUND VALUE "Y".
       01 WS-TROOP-IN-SW PIC X(01).
           88 WS-TROOP-CHECKED-IN VALUE "Y".
       01 WS-LOANS-DONE-SW PIC X(01).
           88 WS-NO-MORE-LOANS VALUE "Y".
       01 WS-CHARGED-SW PIC X(01).
           88 WS-TROOP-CHARGED VALUE "Y".
       01 WS-LOAN-DATE.
               02 WS-LD-YEAR PIC 9(04).
               02 WS-LD-MONTH PIC 9(02).
               02 WS-LD-DAY PIC 9(02).
       01 WS-LOAN-DATE-N REDEFINES WS-LOAN-DATE PIC 9(08).
       01 WS-LOAN-TIME.
               02 WS-LT-HOUR PIC 9(02).
               02 WS-LT-MINUTE PIC 9(02).
               02 FILLER PIC 9(04).
       01 WS-LOAN-TIME-N REDEFINES WS-LOAN-TIME PIC 9(08).
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
           05 LINE 1 COL 28 VALUE IS "EQUIPMENT LOANS - FIND ITEM".
           05 LINE 12 COL 2 VALUE IS "ITEM ID:".
           05 PIC X(8) USING WS-LOOKUP-ITEM.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - FIND".
       01 SS-LOAN-ENTRY AUTO.
           05 LINE 1 COL 33 VALUE IS "EQUIPMENT LOANS".
           05 LINE 3 COL 2 VALUE IS "ITEM:".
           05 LINE 3 COL 12 PIC X(8) USING EQP-ID
               FOREGROUND-COLOR IS 3.
           05 LINE 3 COL 22 PIC X(30) USING EQP-DESC
               FOREGROUND-COLOR IS 3.
           05 LINE 4 COL 2 VALUE IS "CATEGORY:".
           05 LINE 4 COL 12 PIC X(10) USING EQP-CATEGORY
               FOREGROUND-COLOR IS 3.
           05 LINE 5 COL 2 VALUE IS "STATUS:".
           05 LINE 5 COL 12 PIC X(40) USING WS-ITEM-STATUS
               FOREGROUND-COLOR IS 3.
           05 LINE 6 COL 12 PIC X(60) USING WS-OUT-TO
               FOREGROUND-COLOR IS 3.
           05 LINE 7 COL 2 VALUE IS "REPLACEMENT COST:".
           05 LINE 7 COL 21 PIC ZZZZ9.99 USING EQP-REPLACE-COST
               FOREGROUND-COLOR IS 3.
           05 LINE 10 COL 2 VALUE IS "LEND TO TROOP AREA:".
           05 LINE 10 COL 26 PIC 9 USING WS-LEND-AREA.
           05 LINE 11 COL 2 VALUE IS "LEND TO TROOP UNIT:".
           05 LINE 11 COL 26 PIC 999 USING WS-LEND-UNIT.
           05 LINE 13 COL 2 VALUE IS "LOST OR DAMAGED (L/D):".
           05 LINE 13 COL 26 PIC X USING WS-CHARGE-TYPE.
           05 LINE 14 COL 2 VALUE IS "CHARGE AMOUNT:".
           05 LINE 14 COL 26 PIC 9(5)V99 USING WS-CHARGE-AMOUNT.
           05 LINE 15 COL 2 VALUE IS "NOTE:".
           05 LINE 15 COL 26 PIC X(30) USING WS-NOTE.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F5 - LOST/DAMAGED   F8
      -        " - RETURN   F9 - LEND".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       325-EQUIP-LOAN-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 326-CLEAR-DATA
           PERFORM 330-FIND-ITEM.
       326-CLEAR-DATA.
           MOVE SPACES TO WS-LOOKUP-ITEM
           MOVE ZEROES TO WS-LEND-AREA
           MOVE ZEROES TO WS-LEND-UNIT
           MOVE SPACES TO WS-CHARGE-TYPE
           MOVE ZEROES TO WS-CHARGE-AMOUNT
           MOVE SPACES TO WS-NOTE
           MOVE SPACES TO WS-ITEM-STATUS
           MOVE SPACES TO WS-OUT-TO.
       330-FIND-ITEM.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-ITEM-LOOKUP
           ACCEPT SS-ITEM-LOOKUP
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 330-FIND-ITEM
           END-IF
           IF KEY-STATUS = 1009
                   IF WS-LOOKUP-ITEM = SPACES
                       MOVE "ITEM ID IS REQUIRED" TO WS-MSG
                       PERFORM 330-FIND-ITEM
                   ELSE
                       PERFORM 332-READ-ITEM
                       IF WS-ITEM-FOUND
                           PERFORM 335-SHOW-ITEM
                           PERFORM 340-LOAN-SCREEN
                       ELSE
                           MOVE "ITEM NOT ON THE EQUIPMENT INVENTORY"
                               TO WS-MSG
                           PERFORM 330-FIND-ITEM
                       END-IF
                   END-IF
           END-IF.
       332-READ-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE WS-LOOKUP-ITEM TO EQP-ID
           OPEN INPUT FC-EQUIP
           PERFORM 929-CHECK-EQUIP
           READ FC-EQUIP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-FOUND-SW
           END-READ
           CLOSE FC-EQUIP.
      * AN ITEM OUT ON LOAN SHOWS WHO HAS IT, WHERE, AND SINCE WHEN,
      * FROM THE OPEN LOAN THE ITEM RECORD POINTS AT.
       335-SHOW-ITEM.
           MOVE SPACES TO WS-OUT-TO
           MOVE EQP-REPLACE-COST TO WS-CHARGE-AMOUNT
           EVALUATE TRUE
               WHEN EQP-IN-STOCK
                   MOVE "IN STOCK" TO WS-ITEM-STATUS
               WHEN EQP-ON-LOAN
                   MOVE "OUT ON LOAN" TO WS-ITEM-STATUS
                   PERFORM 337-SHOW-LOAN
               WHEN EQP-IN-REPAIR
                   MOVE "IN REPAIR - NOT LENDABLE" TO WS-ITEM-STATUS
               WHEN OTHER
                   MOVE "WRITTEN OFF - NOT LENDABLE" TO WS-ITEM-STATUS
           END-EVALUATE.
       337-SHOW-LOAN.
           MOVE EQP-LOAN-KEY TO LOAN-KEY
           OPEN INPUT FC-LOANS
           PERFORM 931-CHECK-LOANS
           READ FC-LOANS
               INVALID KEY
                   MOVE "LOAN RECORD NOT ON FILE" TO WS-OUT-TO
               NOT INVALID KEY
                   MOVE LOAN-OUT-DATE TO WS-LOAN-DATE-N
                   MOVE LOAN-OUT-TIME TO WS-LOAN-TIME-N
                   STRING "TROOP " DELIMITED BY SIZE
                       LOAN-AREA DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       LOAN-UNIT DELIMITED BY SIZE
                       "  SITE " DELIMITED BY SIZE
                       LOAN-MAIN-CAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LOAN-SUBCAMP DELIMITED BY "  "
                       "  SINCE " DELIMITED BY SIZE
                       WS-LD-MONTH DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-LD-DAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LT-HOUR DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-LT-MINUTE DELIMITED BY SIZE
                       INTO WS-OUT-TO
           END-READ
           CLOSE FC-LOANS.
       340-LOAN-SCREEN.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-LOAN-ENTRY
           ACCEPT SS-LOAN-ENTRY
           EVALUATE KEY-STATUS
               WHEN 1003
                       PERFORM 326-CLEAR-DATA
                       PERFORM 330-FIND-ITEM
               WHEN 0000
                       PERFORM 340-LOAN-SCREEN
               WHEN 1005
                       PERFORM 370-CHARGE-ITEM
               WHEN 1008
                       PERFORM 360-RETURN-ITEM
               WHEN 1009
                       PERFORM 350-LEND-ITEM
               WHEN OTHER
                       PERFORM 340-LOAN-SCREEN
           END-EVALUATE.
      * GEAR ONLY GOES OUT TO A TROOP THAT IS ON ITS SITE, SO THE
      * LOAN CARRIES THE SITE THE QUARTERMASTER WILL WALK TO.
       350-LEND-ITEM.
           IF NOT EQP-IN-STOCK
                   MOVE "ITEM IS NOT IN STOCK - IT CANNOT BE LENT"
                       TO WS-MSG
                   PERFORM 340-LOAN-SCREEN
           ELSE
                   PERFORM 352-READ-TROOP
                   IF NOT WS-TROOP-FOUND
                       MOVE "TROOP NOT FOUND" TO WS-MSG
                       PERFORM 340-LOAN-SCREEN
                   ELSE
                   IF NOT WS-TROOP-CHECKED-IN
                       MOVE "TROOP IS NOT CHECKED IN - GEAR GOES OUT TO
      -                    "A TROOP ON ITS SITE" TO WS-MSG
                       PERFORM 340-LOAN-SCREEN
                   ELSE
                       PERFORM 354-WRITE-LOAN
                       PERFORM 326-CLEAR-DATA
                       PERFORM 330-FIND-ITEM
                   END-IF
                   END-IF
           END-IF.
       352-READ-TROOP.
           MOVE "N" TO WS-TROOP-FOUND-SW
           MOVE "N" TO WS-TROOP-IN-SW
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE WS-LEND-AREA TO FD-CAMPER-AREA
           MOVE WS-LEND-UNIT TO FD-CAMPER-UNIT
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           READ FC-CAMPERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TROOP-FOUND-SW
                   IF FD-CHECKED-IN
                       MOVE "Y" TO WS-TROOP-IN-SW
                       MOVE FD-ASSIGNED-MAIN-CAMP TO WS-LEND-MAIN-CAMP
                       MOVE FD-ASSIGNED-SUBCAMP TO WS-LEND-SUBCAMP
                   END-IF
           END-READ
           CLOSE FC-CAMPERS.
       354-WRITE-LOAN.
           MOVE WS-LOOKUP-ITEM TO EQP-ID
           OPEN I-O FC-EQUIP
           PERFORM 929-CHECK-EQUIP
           READ FC-EQUIP WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-EQP-STAT-HELD
                   MOVE "ITEM RECORD IN USE BY ANOTHER STATION - TRY AGA
      -                "IN" TO WS-MSG
               WHEN WS-EQP-STAT = "23"
                   MOVE "ITEM NOT ON THE EQUIPMENT INVENTORY" TO WS-MSG
               WHEN WS-EQP-STAT = "00" AND NOT EQP-IN-STOCK
                   MOVE "ITEM WAS JUST LENT OR CHANGED AT ANOTHER STATIO
      -                "N" TO WS-MSG
               WHEN WS-EQP-STAT = "00"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
                   OPEN I-O FC-LOANS
                   PERFORM 931-CHECK-LOANS
                   PERFORM 356-NEXT-LOAN-SEQ
                   MOVE SESS-EVENT-ID TO LOAN-EVENT
                   MOVE WS-LEND-AREA TO LOAN-AREA
                   MOVE WS-LEND-UNIT TO LOAN-UNIT
                   MOVE WS-NEXT-SEQ TO LOAN-SEQ
                   MOVE EQP-ID TO LOAN-EQUIP-ID
                   MOVE WS-LEND-MAIN-CAMP TO LOAN-MAIN-CAMP
                   MOVE WS-LEND-SUBCAMP TO LOAN-SUBCAMP
                   MOVE WS-CURRENT-DATE TO LOAN-OUT-DATE
                   MOVE WS-CURRENT-TIME TO LOAN-OUT-TIME
                   MOVE SESS-USER-ID TO LOAN-OUT-USER
                   SET LOAN-OUT TO TRUE
                   MOVE ZEROES TO LOAN-IN-DATE
                   MOVE ZEROES TO LOAN-IN-TIME
                   MOVE SPACES TO LOAN-IN-USER
                   MOVE ZEROES TO LOAN-CHARGE
                   MOVE WS-NOTE TO LOAN-NOTE
                   WRITE LOAN-RECORD
                       INVALID KEY
                           MOVE "LOAN NOT SAVED - DUPLICATE SEQUENCE"
                               TO WS-MSG
                       NOT INVALID KEY
                           PERFORM 358-MARK-ITEM-OUT
                   END-WRITE
                   PERFORM 931-CHECK-LOANS
                   CLOSE FC-LOANS
               WHEN OTHER
                   PERFORM 929-CHECK-EQUIP
           END-EVALUATE
           CLOSE FC-EQUIP.
       356-NEXT-LOAN-SEQ.
           MOVE ZEROES TO WS-NEXT-SEQ
           MOVE "N" TO WS-LOANS-DONE-SW
           MOVE SESS-EVENT-ID TO LOAN-EVENT
           MOVE WS-LEND-AREA TO LOAN-AREA
           MOVE WS-LEND-UNIT TO LOAN-UNIT
           MOVE ZEROES TO LOAN-SEQ
           START FC-LOANS KEY IS NOT LESS THAN LOAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOANS-DONE-SW
           END-START
           PERFORM 357-LAST-LOAN-SEQ UNTIL WS-NO-MORE-LOANS
           ADD 1 TO WS-NEXT-SEQ.
       357-LAST-LOAN-SEQ.
           READ FC-LOANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOANS-DONE-SW
               NOT AT END
                   IF LOAN-EVENT NOT EQUAL SESS-EVENT-ID OR
                           LOAN-AREA NOT EQUAL WS-LEND-AREA OR
                           LOAN-UNIT NOT EQUAL WS-LEND-UNIT
                       MOVE "Y" TO WS-LOANS-DONE-SW
                   ELSE
                       MOVE LOAN-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.
       358-MARK-ITEM-OUT.
           SET EQP-ON-LOAN TO TRUE
           MOVE LOAN-KEY TO EQP-LOAN-KEY
           REWRITE EQP-RECORD
               INVALID KEY
                   MOVE "LOAN SAVED BUT ITEM NOT MARKED OUT - SEE ERROR
      -                "LOG" TO WS-MSG
               NOT INVALID KEY
                   MOVE SPACES TO WS-MSG
                   STRING "ITEM " DELIMITED BY SIZE
                       EQP-ID DELIMITED BY SPACE
                       " LENT TO TROOP " DELIMITED BY SIZE
                       LOAN-AREA DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       LOAN-UNIT DELIMITED BY SIZE
                       " AT SITE " DELIMITED BY SIZE
                       LOAN-MAIN-CAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LOAN-SUBCAMP DELIMITED BY "  "
                       INTO WS-MSG
           END-REWRITE
           PERFORM 929-CHECK-EQUIP.
       360-RETURN-ITEM.
           IF NOT EQP-ON-LOAN
                   MOVE "ITEM IS NOT OUT ON LOAN" TO WS-MSG
                   PERFORM 340-LOAN-SCREEN
           ELSE
                   MOVE "R" TO WS-CLOSE-STATUS
                   MOVE ZEROES TO WS-CHARGE-AMOUNT
                   PERFORM 362-CLOSE-LOAN
                   PERFORM 326-CLEAR-DATA
                   PERFORM 330-FIND-ITEM
           END-IF.
      * CLOSES THE ITEM'S OPEN LOAN AS RETURNED, LOST, OR DAMAGED.  A
      * LOST OR DAMAGED LOAN IS ONLY CLOSED ONCE THE CHARGE IS ON THE
      * TROOP RECORD, SO A BUSY TROOP RECORD LEAVES THE ITEM OUT AND
      * THE SUPERVISOR SIMPLY TRIES AGAIN.
       362-CLOSE-LOAN.
           MOVE "N" TO WS-CHARGED-SW
           MOVE WS-LOOKUP-ITEM TO EQP-ID
           OPEN I-O FC-EQUIP
           PERFORM 929-CHECK-EQUIP
           READ FC-EQUIP WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-EQP-STAT-HELD
                   MOVE "ITEM RECORD IN USE BY ANOTHER STATION - TRY AGA
      -                "IN" TO WS-MSG
               WHEN WS-EQP-STAT = "23"
                   MOVE "ITEM NOT ON THE EQUIPMENT INVENTORY" TO WS-MSG
               WHEN WS-EQP-STAT = "00" AND NOT EQP-ON-LOAN
                   MOVE "ITEM WAS JUST RETURNED AT ANOTHER STATION"
                       TO WS-MSG
               WHEN WS-EQP-STAT = "00"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
                   MOVE EQP-LOAN-KEY TO LOAN-KEY
                   OPEN I-O FC-LOANS
                   PERFORM 931-CHECK-LOANS
                   READ FC-LOANS
                       INVALID KEY
                           MOVE "OPEN LOAN FOR THIS ITEM NOT ON FILE - S
      -                        "EE ERROR LOG" TO WS-MSG
                           PERFORM 931-CHECK-LOANS
                       NOT INVALID KEY
                           IF WS-CLOSE-RETURN
                               PERFORM 364-UPDATE-LOAN
                           ELSE
                               PERFORM 366-CHARGE-TROOP
                               IF WS-TROOP-CHARGED
                                   PERFORM 364-UPDATE-LOAN
                               END-IF
                           END-IF
                   END-READ
                   CLOSE FC-LOANS
               WHEN OTHER
                   PERFORM 929-CHECK-EQUIP
           END-EVALUATE
           CLOSE FC-EQUIP.
       364-UPDATE-LOAN.
           MOVE WS-CLOSE-STATUS TO LOAN-STATUS-SW
           MOVE WS-CURRENT-DATE TO LOAN-IN-DATE
           MOVE WS-CURRENT-TIME TO LOAN-IN-TIME
           MOVE SESS-USER-ID TO LOAN-IN-USER
           MOVE WS-CHARGE-AMOUNT TO LOAN-CHARGE
           IF WS-NOTE NOT = SPACES
                   MOVE WS-NOTE TO LOAN-NOTE
           END-IF
           REWRITE LOAN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM 931-CHECK-LOANS
           EVALUATE TRUE
               WHEN WS-CLOSE-LOST
                   SET EQP-WRITTEN-OFF TO TRUE
               WHEN WS-CLOSE-DAMAGED
                   SET EQP-IN-REPAIR TO TRUE
               WHEN OTHER
                   SET EQP-IN-STOCK TO TRUE
           END-EVALUATE
           MOVE ZEROES TO EQP-LOAN-KEY
           REWRITE EQP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM 929-CHECK-EQUIP
           IF WS-EQP-STAT = "00" AND WS-LOAN-STAT = "00"
                   MOVE SPACES TO WS-MSG
                   MOVE WS-CHARGE-AMOUNT TO WS-CHARGE-X
                   EVALUATE TRUE
                       WHEN WS-CLOSE-LOST
                           STRING "ITEM WRITTEN OFF AS LOST - "
                                   DELIMITED BY SIZE
                               WS-CHARGE-X DELIMITED BY SIZE
                               " CHARGED TO TROOP " DELIMITED BY SIZE
                               LOAN-AREA DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               LOAN-UNIT DELIMITED BY SIZE
                               INTO WS-MSG
                       WHEN WS-CLOSE-DAMAGED
                           STRING "ITEM SENT FOR REPAIR - "
                                   DELIMITED BY SIZE
                               WS-CHARGE-X DELIMITED BY SIZE
                               " CHARGED TO TROOP " DELIMITED BY SIZE
                               LOAN-AREA DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               LOAN-UNIT DELIMITED BY SIZE
                               INTO WS-MSG
                       WHEN OTHER
                           STRING "ITEM " DELIMITED BY SIZE
                               EQP-ID DELIMITED BY SPACE
                               " RETURNED TO STOCK FROM TROOP "
                                   DELIMITED BY SIZE
                               LOAN-AREA DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               LOAN-UNIT DELIMITED BY SIZE
                               INTO WS-MSG
                   END-EVALUATE
           END-IF.
      * THE CHARGE GOES ON THE TROOP THE LOAN WAS MADE TO, FOR THE
      * EVENT IT WAS MADE UNDER, READ WITH A LOCK THE SAME WAY CHECK-IN
      * UPDATES THE TROOP.
       366-CHARGE-TROOP.
           MOVE LOAN-EVENT TO FD-CAMPER-EVENT
           MOVE LOAN-AREA TO FD-CAMPER-AREA
           MOVE LOAN-UNIT TO FD-CAMPER-UNIT
           OPEN I-O FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           MOVE ZEROES TO WS-LOCK-TRIES
           PERFORM 367-READ-CAMPER-LOCK
           PERFORM 367-READ-CAMPER-LOCK
               UNTIL NOT WS-CAMPR-STAT-HELD OR WS-LOCK-TRIES >= 5
           EVALUATE TRUE
               WHEN WS-CAMPR-STAT-HELD
                   MOVE "TROOP RECORD IN USE BY ANOTHER STATION - NO CHA
      -                "RGE POSTED - TRY AGAIN" TO WS-MSG
               WHEN WS-CAMPR-STAT = "23"
                   MOVE "TROOP ON THE LOAN NOT FOUND - NO CHARGE POSTED"
                       TO WS-MSG
               WHEN WS-CAMPR-STAT = "00"
                   ADD WS-CHARGE-AMOUNT TO FD-AMOUNT-DUE
                       ON SIZE ERROR
                           MOVE "CHARGE TOO LARGE FOR THE TROOP'S AMOUNT
      -                        " DUE - NO CHARGE POSTED" TO WS-MSG
                       NOT ON SIZE ERROR
                           REWRITE FD-CAMPER
                           PERFORM 911-CHECK-CAMPERS
                           IF WS-CAMPR-STAT = "00"
                               MOVE "Y" TO WS-CHARGED-SW
                               MOVE FD-CAMPER TO JRNL-IMAGE
                               SET JRNL-CAMPERS TO TRUE
                               SET JRNL-CHANGE TO TRUE
                               PERFORM 985-WRITE-JOURNAL
                           END-IF
                   END-ADD
               WHEN OTHER
                   PERFORM 911-CHECK-CAMPERS
           END-EVALUATE
           CLOSE FC-CAMPERS.
       367-READ-CAMPER-LOCK.
           ADD 1 TO WS-LOCK-TRIES
           READ FC-CAMPERS WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
       370-CHARGE-ITEM.
           IF NOT SESS-SUPERVISOR
                   MOVE "ONLY A SUPERVISOR CAN POST A LOST OR DAMAGED CH
      -                "ARGE" TO WS-MSG
                   PERFORM 340-LOAN-SCREEN
           ELSE
           IF NOT EQP-ON-LOAN
                   MOVE "ITEM IS NOT OUT ON LOAN - NOTHING TO CHARGE"
                       TO WS-MSG
                   PERFORM 340-LOAN-SCREEN
           ELSE
           IF NOT WS-VALID-CHARGE-TYPE
                   MOVE "LOST OR DAMAGED MUST BE L OR D" TO WS-MSG
                   PERFORM 340-LOAN-SCREEN
           ELSE
           IF WS-CHARGE-AMOUNT = ZEROES
                   MOVE "CHARGE AMOUNT IS REQUIRED" TO WS-MSG
                   PERFORM 340-LOAN-SCREEN
           ELSE
                   MOVE WS-CHARGE-TYPE TO WS-CLOSE-STATUS
                   PERFORM 362-CLOSE-LOAN
                   PERFORM 326-CLEAR-DATA
                   PERFORM 330-FIND-ITEM
           END-IF
           END-IF
           END-IF
           END-IF.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE WS-CAMPR-STAT TO ERR-STATUS
                   MOVE FD-CAMPER-TROOP TO ERR-KEY
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
       985-WRITE-JOURNAL.
           MOVE "325-EQUIP-LOAN" TO JRNL-PROGRAM
           MOVE SESS-STATION TO JRNL-STATION
           MOVE SESS-USER-ID TO JRNL-USER
           CALL '902-WRITE-JOURNAL' USING JRNL-REQUEST.
       990-LOG-FILE-ERROR.
           MOVE "325-EQUIP-LOAN" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
