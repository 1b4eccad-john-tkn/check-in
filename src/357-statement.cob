       IDENTIFICATION DIVISION.
       PROGRAM-ID. 357-STATEMENT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 13, 2026.
      * ITEMIZED STATEMENT OF ACCOUNT FOR THE CHARTERED ORGANIZATION'S
      * TREASURER, FOR ONE TROOP OR (AREA AND UNIT LEFT ZERO) EVERY
      * TROOP ON THE SIGNED-ON EVENT.  EACH STATEMENT STARTS A NEW
      * PAGE UNDER THE COUNCIL LETTERHEAD AND LISTS, WITH A RUNNING
      * BALANCE:
      *   - THE CAMP FEE.  ONCE A TROOP IS CHECKED IN THE FEE IS THE
      *     AMOUNT DUE FIGURED AT THE GATE FROM THE ACTUAL COUNTS;
      *     BEFORE THAT IT IS THE SIGNED-UP COUNTS PRICED AT THE
      *     RATES.DAT RATES, THE WAY 316-DEPOSIT-ENTRY PRICES IT.
      *     ADULTS AND YOUTH ARE ITEMIZED AT THE RATE WHEN THE COUNTS
      *     AND RATE STILL TIE OUT TO THE FEE; OTHERWISE (A RATE
      *     CHANGE SINCE, OR COUNTS ZEROED AT CHECK-OUT) THE FEE ON
      *     FILE IS SHOWN AS ONE LINE.
      *   - EVERY PAYMENT AND DEPOSIT WITH ITS RECEIPT NUMBER, EVERY
      *     REFUND WITH THE RECEIPT OF THE PAYMENT IT REVERSES, AND
      *     EQUIPMENT LOST OR DAMAGED CHARGES, IN DATE ORDER.
      *   - VOIDED RECORDS, SHOWN STRUCK - MARKED VOID AND LEFT OUT
      *     OF THE RUNNING BALANCE.
      * THE STATEMENT CLOSES WITH THE AMOUNT OWED OR THE CREDIT DUE
      * AND THE REMIT-TO BLOCK.  "BALANCE DUE ONLY" SKIPS EVERY TROOP
      * THAT OWES NOTHING.  BALANCES ARE FIGURED THE SAME WAY AS THE
      * OUTSTANDING BALANCE REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       SPECIAL-NAMES.
           CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPRSEL.
           COPY UNITSEL.
           COPY RATESEL.
           COPY PAYSEL.
           COPY LOANSEL.
           COPY EQPSEL.
           SELECT FC-STMT-RPT ASSIGN TO './db/statements.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPRFD.
           COPY UNITFD.
           COPY RATEFD.
           COPY PAYFD.
           COPY LOANFD.
           COPY EQPFD.
       FD  FC-STMT-RPT.
       01  RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
           COPY CNCLWS.
       01 KEY-STATUS PIC 9999.
       01 WS-MSG PIC X(80).
       01 WS-TROOP.
               02 WS-TROOP-AREA PIC 9.
               02 WS-TROOP-UNIT PIC 999.
       01 WS-BALANCE-ONLY PIC X(01).
           88 WS-BALANCE-DUE-ONLY VALUE "Y".
           88 WS-VALID-BALANCE-ONLY VALUES "Y" "N".
       01 WS-HDG-LINE-1.
           02 WS-HDG-NAME PIC X(40).
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "STATEMENT OF ACCOUNT".
       01 WS-HDG-LINE-2.
           02 WS-HDG-ADDRESS-1 PIC X(40).
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATE: ".
           02 WS-HDG-DATE PIC X(10).
       01 WS-HDG-LINE-3.
           02 WS-HDG-ADDRESS-2 PIC X(40).
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "PAGE: ".
           02 WS-HDG-PAGE PIC ZZZ9.
       01 WS-TO-LINE.
           02 FILLER PIC X(07) VALUE "TO:    ".
           02 WS-TO-NAME PIC X(30).
       01 WS-ATTN-LINE.
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "ATTN: TREASURER,".
           02 FILLER PIC X(07) VALUE " TROOP ".
           02 WS-ATTN-AREA PIC 9.
           02 FILLER PIC X(01) VALUE "-".
           02 WS-ATTN-UNIT PIC 999.
       01 WS-LEADER-LINE.
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "SCOUTMASTER: ".
           02 WS-LDR-NAME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-LDR-PHONE PIC X(12).
       01 WS-EVENT-LINE.
           02 FILLER PIC X(07) VALUE "EVENT: ".
           02 WS-EVT-ID PIC 999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-EVT-NAME PIC X(30).
       01 WS-CONTINUED-LINE.
           02 FILLER PIC X(06) VALUE "TROOP ".
           02 WS-CONT-AREA PIC 9.
           02 FILLER PIC X(01) VALUE "-".
           02 WS-CONT-UNIT PIC 999.
           02 FILLER PIC X(12) VALUE " (CONTINUED)".
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(12) VALUE "DATE".
           02 FILLER PIC X(42) VALUE "DESCRIPTION".
           02 FILLER PIC X(09) VALUE "RECEIPT".
           02 FILLER PIC X(11) VALUE "  CHARGES".
           02 FILLER PIC X(11) VALUE "  CREDITS".
           02 FILLER PIC X(10) VALUE "   BALANCE".
       01 WS-RULE-LINE PIC X(95) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(100).
       01 WS-DETAIL-LINE.
           02 WS-DTL-DATE PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DTL-DESC PIC X(40).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DTL-RECEIPT PIC X(06).
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-DTL-CHARGE PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DTL-CREDIT PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-DTL-BALANCE PIC -ZZ,ZZ9.99.
           02 WS-DTL-BALANCE-X REDEFINES WS-DTL-BALANCE PIC X(10).
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(54) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "TOTALS".
           02 WS-TOT-CHARGES PIC ZZ,ZZ9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-TOT-CREDITS PIC ZZ,ZZ9.99.
       01 WS-OWED-LINE.
           02 FILLER PIC X(54) VALUE SPACES.
           02 WS-OWED-LABEL PIC X(30).
           02 WS-OWED-AMOUNT PIC ZZ,ZZ9.99.
       01 WS-DATE-WORK.
           02 WS-DW-YEAR PIC 9(04).
           02 WS-DW-MONTH PIC 9(02).
           02 WS-DW-DAY PIC 9(02).
       01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(08).
       01 WS-DATE-OUT.
           02 WS-DO-MONTH PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-DO-DAY PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-DO-YEAR PIC 9(04).
       01 WS-RATE-X PIC ZZ9.99.
       01 WS-COUNT-X PIC Z9.
       01 WS-ADULT-RATE PIC 9(03)V99.
       01 WS-YOUTH-RATE PIC 9(03)V99.
       01 WS-BILL-ADULTS PIC 9(02).
       01 WS-BILL-YOUTH PIC 9(02).
       01 WS-ADULT-FEE PIC 9(05)V99.
       01 WS-YOUTH-FEE PIC 9(05)V99.
       01 WS-CAMP-FEE PIC 9(05)V99.
       01 WS-EQUIP-CHARGES PIC 9(05)V99.
       01 WS-TOTAL-CHARGES PIC 9(06)V99.
       01 WS-PAID-TOTAL PIC S9(06)V99.
       01 WS-BALANCE-DUE PIC S9(06)V99.
       01 WS-RUNNING-BALANCE PIC S9(06)V99.
       01 WS-STMT-CHARGES PIC 9(06)V99.
       01 WS-STMT-CREDITS PIC 9(06)V99.
       01 WS-PAY-COUNT PIC 9(03).
       01 WS-FEE-BASIS PIC X(01).
           88 WS-FEE-ON-FILE VALUE "F".
           88 WS-FEE-ACTUAL VALUE "A".
           88 WS-FEE-SIGNED-UP VALUE "S".
       01 WS-ITEMIZE-SW PIC X(01).
           88 WS-ITEMIZE-FEE VALUE "Y".
       01 WS-LINE-FIELDS.
           02 WS-LINE-DATE PIC 9(08).
           02 WS-LINE-DESC PIC X(40).
           02 WS-LINE-RECEIPT PIC X(06).
           02 WS-LINE-CHARGE PIC 9(05)V99.
           02 WS-LINE-CREDIT PIC 9(05)V99.
           02 WS-LINE-VOID-SW PIC X(01).
               88 WS-LINE-VOID VALUE "Y".
       01 WS-METHOD-DESC PIC X(20).
       01 WS-RECEIPT-TABLE.
           02 WS-RECEIPT-BY-SEQ PIC 9(06) OCCURS 999 TIMES.
       01 WS-REF-RECEIPT PIC 9(06).
       01 WS-STMT-COUNT PIC 9(05).
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-CAMPERS-DONE PIC 9.
           88 WS-ALL-CAMPERS-DONE VALUE 1.
       01 WS-PAYS-DONE-SW PIC X(01).
           88 WS-NO-MORE-PAYMENTS VALUE "Y".
       01 WS-LOANS-DONE-SW PIC X(01).
           88 WS-NO-MORE-LOANS VALUE "Y".
       01 WS-CHARGE-FOUND-SW PIC X(01).
           88 WS-CHARGE-FOUND VALUE "Y".
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
       01 SS-STMT-ENTRY AUTO.
           05 LINE 1 COL 30 VALUE IS "STATEMENTS OF ACCOUNT".
           05 LINE 10 COL 2 VALUE IS "TROOP AREA:".
           05 LINE 10 COL 26 PIC 9 USING WS-TROOP-AREA.
           05 LINE 11 COL 2 VALUE IS "TROOP UNIT:".
           05 LINE 11 COL 26 PIC 999 USING WS-TROOP-UNIT.
           05 LINE 12 COL 2 VALUE IS "(LEAVE ZERO FOR EVERY TROOP ON TH
      -        "E EVENT)".
           05 LINE 14 COL 2 VALUE IS "BALANCE DUE ONLY (Y/N):".
           05 LINE 14 COL 26 PIC X USING WS-BALANCE-ONLY.
           05 LINE 23 COL 1 VALUE IS "F3 - BACK   F9 - PRINT".
       01 SS-MESSAGE.
           05 LINE 24 COL 1 PIC X(80) USING WS-MSG
           FOREGROUND-COLOR IS 2.
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       357-STATEMENT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           PERFORM 358-CLEAR-DATA
           PERFORM 360-SELECT-TROOPS.
       358-CLEAR-DATA.
           MOVE ZEROES TO WS-TROOP-AREA
           MOVE ZEROES TO WS-TROOP-UNIT
           MOVE "N" TO WS-BALANCE-ONLY.
       360-SELECT-TROOPS.
           DISPLAY CLEAR-SCREEN
           DISPLAY SS-MESSAGE
           MOVE SPACES TO WS-MSG
           DISPLAY SS-STMT-ENTRY
           ACCEPT SS-STMT-ENTRY
           IF KEY-STATUS = 1003
                   EXIT PROGRAM
           END-IF
           IF KEY-STATUS = 0000
                   PERFORM 360-SELECT-TROOPS
           END-IF
           IF KEY-STATUS = 1009
                   IF NOT WS-VALID-BALANCE-ONLY
                       MOVE "BALANCE DUE ONLY MUST BE Y OR N" TO WS-MSG
                       PERFORM 360-SELECT-TROOPS
                   ELSE
                       PERFORM 365-RUN-STATEMENTS
                       PERFORM 358-CLEAR-DATA
                       PERFORM 360-SELECT-TROOPS
                   END-IF
           END-IF.
       365-RUN-STATEMENTS.
           MOVE ZEROES TO WS-STMT-COUNT
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO WS-DATE-WORK-N
           PERFORM 397-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-HDG-DATE
           MOVE CNCL-NAME TO WS-HDG-NAME
           MOVE CNCL-ADDRESS-1 TO WS-HDG-ADDRESS-1
           MOVE CNCL-ADDRESS-2 TO WS-HDG-ADDRESS-2
           MOVE SESS-EVENT-ID TO WS-EVT-ID
           MOVE SESS-EVENT-NAME TO WS-EVT-NAME
           PERFORM 366-READ-RATES
           OPEN OUTPUT FC-STMT-RPT
           OPEN INPUT FC-UNITS
           PERFORM 923-CHECK-UNITS
           OPEN INPUT FC-PAYMENTS
           PERFORM 918-CHECK-PAYMENTS
           OPEN INPUT FC-LOANS
           PERFORM 931-CHECK-LOANS
           OPEN INPUT FC-EQUIP
           PERFORM 929-CHECK-EQUIP
           OPEN INPUT FC-CAMPERS
           PERFORM 911-CHECK-CAMPERS
           IF WS-TROOP-AREA = ZEROES AND WS-TROOP-UNIT = ZEROES
                   PERFORM 368-ALL-TROOPS
           ELSE
                   PERFORM 367-ONE-TROOP
           END-IF
           CLOSE FC-CAMPERS
           CLOSE FC-EQUIP
           CLOSE FC-LOANS
           CLOSE FC-PAYMENTS
           CLOSE FC-UNITS
           CLOSE FC-STMT-RPT
           IF WS-MSG = SPACES
                   STRING WS-STMT-COUNT DELIMITED BY SIZE
                       " STATEMENT(S) WRITTEN TO DB/STATEMENTS.TXT"
                           DELIMITED BY SIZE
                       INTO WS-MSG
           END-IF.
       366-READ-RATES.
           MOVE ZEROES TO WS-ADULT-RATE
           MOVE ZEROES TO WS-YOUTH-RATE
           OPEN INPUT FC-RATES
           PERFORM 917-CHECK-RATES
           READ FC-RATES
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RATE-ADULT TO WS-ADULT-RATE
                   MOVE RATE-YOUTH TO WS-YOUTH-RATE
           END-READ
           CLOSE FC-RATES.
      * A TROOP ASKED FOR BY NUMBER GETS A STATEMENT EVEN WITH NOTHING
      * ON IT, UNLESS ONLY BALANCES DUE WERE ASKED FOR.
       367-ONE-TROOP.
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE WS-TROOP-AREA TO FD-CAMPER-AREA
           MOVE WS-TROOP-UNIT TO FD-CAMPER-UNIT
           READ FC-CAMPERS
               INVALID KEY
                   MOVE "TROOP NOT FOUND" TO WS-MSG
               NOT INVALID KEY
                   PERFORM 375-FIGURE-BALANCE
                   IF WS-BALANCE-DUE-ONLY AND
                           WS-BALANCE-DUE NOT > ZEROES
                       MOVE "TROOP HAS NO BALANCE DUE - NO STATEMENT PR
      -                    "INTED" TO WS-MSG
                   ELSE
                       PERFORM 380-PRINT-STATEMENT
                   END-IF
           END-READ.
       368-ALL-TROOPS.
           MOVE ZEROES TO WS-CAMPERS-DONE
           MOVE SESS-EVENT-ID TO FD-CAMPER-EVENT
           MOVE ZEROES TO FD-CAMPER-AREA
           MOVE ZEROES TO FD-CAMPER-UNIT
           START FC-CAMPERS KEY IS NOT LESS THAN FD-CAMPER-KEY
               INVALID KEY
                   MOVE 1 TO WS-CAMPERS-DONE
           END-START
           PERFORM 370-SCAN-TROOP UNTIL WS-ALL-CAMPERS-DONE.
      * ON AN ALL-TROOPS RUN A TROOP WITH NO FEE, NO CHARGE, AND NO
      * PAYMENT ON RECORD HAS NOTHING TO STATE AND IS LEFT OUT.
       370-SCAN-TROOP.
           READ FC-CAMPERS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPERS-DONE
               NOT AT END
                   IF FD-CAMPER-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE 1 TO WS-CAMPERS-DONE
                   ELSE
                       PERFORM 375-FIGURE-BALANCE
                       IF WS-TOTAL-CHARGES = ZEROES AND
                               WS-PAY-COUNT = ZEROES
                           CONTINUE
                       ELSE
                       IF WS-BALANCE-DUE-ONLY AND
                               WS-BALANCE-DUE NOT > ZEROES
                           CONTINUE
                       ELSE
                           PERFORM 380-PRINT-STATEMENT
                       END-IF
                       END-IF
                   END-IF
           END-READ.
      * A FEE FIGURED AT CHECK-IN IS ON THE TROOP RECORD WITH ANY
      * EQUIPMENT CHARGES ALREADY IN IT, SO THE CHARGES COME BACK OUT
      * TO LEAVE THE CAMP FEE ITSELF.
       375-FIGURE-BALANCE.
           PERFORM 376-SUM-CHARGES
           IF FD-CHECKED-IN OR FD-AMOUNT-DUE NOT = ZEROES
                   IF FD-AMOUNT-DUE > WS-EQUIP-CHARGES
                       COMPUTE WS-CAMP-FEE =
                           FD-AMOUNT-DUE - WS-EQUIP-CHARGES
                   ELSE
                       MOVE ZEROES TO WS-CAMP-FEE
                   END-IF
                   IF FD-CHECKED-IN
                       SET WS-FEE-ACTUAL TO TRUE
                       MOVE FD-ACTAUL-ADULTS TO WS-BILL-ADULTS
                       MOVE FD-ACTUAL-YOUTH TO WS-BILL-YOUTH
                   ELSE
                       SET WS-FEE-ON-FILE TO TRUE
                       MOVE ZEROES TO WS-BILL-ADULTS
                       MOVE ZEROES TO WS-BILL-YOUTH
                   END-IF
           ELSE
                   SET WS-FEE-SIGNED-UP TO TRUE
                   MOVE FD-ADULTS TO WS-BILL-ADULTS
                   MOVE FD-YOUTH TO WS-BILL-YOUTH
                   COMPUTE WS-CAMP-FEE =
                       WS-BILL-ADULTS * WS-ADULT-RATE +
                       WS-BILL-YOUTH * WS-YOUTH-RATE
           END-IF
           COMPUTE WS-ADULT-FEE = WS-BILL-ADULTS * WS-ADULT-RATE
           COMPUTE WS-YOUTH-FEE = WS-BILL-YOUTH * WS-YOUTH-RATE
           MOVE "N" TO WS-ITEMIZE-SW
           IF NOT WS-FEE-ON-FILE AND
                   WS-ADULT-FEE + WS-YOUTH-FEE = WS-CAMP-FEE
                   MOVE "Y" TO WS-ITEMIZE-SW
           END-IF
           COMPUTE WS-TOTAL-CHARGES = WS-CAMP-FEE + WS-EQUIP-CHARGES
           PERFORM 378-SUM-PAYMENTS
           COMPUTE WS-BALANCE-DUE = WS-TOTAL-CHARGES - WS-PAID-TOTAL.
       376-SUM-CHARGES.
           MOVE ZEROES TO WS-EQUIP-CHARGES
           PERFORM 385-START-LOANS
           PERFORM 377-SUM-CHARGE UNTIL WS-NO-MORE-LOANS.
       377-SUM-CHARGE.
           PERFORM 387-NEXT-CHARGE
           IF NOT WS-NO-MORE-LOANS
                   ADD LOAN-CHARGE TO WS-EQUIP-CHARGES
           END-IF.
       378-SUM-PAYMENTS.
           MOVE ZEROES TO WS-PAID-TOTAL
           MOVE ZEROES TO WS-PAY-COUNT
           PERFORM 384-START-PAYMENTS
           PERFORM 379-SUM-PAYMENT UNTIL WS-NO-MORE-PAYMENTS.
       379-SUM-PAYMENT.
           PERFORM 386-NEXT-PAYMENT
           IF NOT WS-NO-MORE-PAYMENTS
                   ADD 1 TO WS-PAY-COUNT
                   IF NOT PAY-VOIDED
                       IF PAY-REFUND
                           SUBTRACT PAY-AMOUNT FROM WS-PAID-TOTAL
                       ELSE
                           ADD PAY-AMOUNT TO WS-PAID-TOTAL
                       END-IF
                   END-IF
           END-IF.
      * THE FEE LINES COME FIRST; PAYMENTS AND EQUIPMENT CHARGES THEN
      * FOLLOW MERGED IN DATE ORDER, PAYMENTS FIRST ON A TIE.
       380-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           MOVE ZEROES TO WS-RUNNING-BALANCE
           MOVE ZEROES TO WS-STMT-CHARGES
           MOVE ZEROES TO WS-STMT-CREDITS
           MOVE ZEROES TO WS-RECEIPT-TABLE
           PERFORM 381-PAGE-HEADING
           PERFORM 382-ADDRESS-BLOCK
           PERFORM 383-FEE-LINES
           PERFORM 384-START-PAYMENTS
           PERFORM 386-NEXT-PAYMENT
           PERFORM 385-START-LOANS
           PERFORM 387-NEXT-CHARGE
           PERFORM 388-MERGE-LINE
               UNTIL WS-NO-MORE-PAYMENTS AND WS-NO-MORE-LOANS
           PERFORM 394-CLOSING-LINES.
       381-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-LINE-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 4 TO WS-LINE-COUNT.
      * THE STATEMENT IS ADDRESSED TO THE CHARTERED ORGANIZATION FROM
      * THE UNIT MASTER, OR TO THE TROOP WHEN NONE IS ON FILE.
       382-ADDRESS-BLOCK.
           MOVE FD-CAMPER-AREA TO UNIT-AREA
           MOVE FD-CAMPER-UNIT TO UNIT-NO
           READ FC-UNITS
               INVALID KEY
                   MOVE SPACES TO UNIT-CHARTER-ORG
                   MOVE SPACES TO UNIT-LEADER-NAME
                   MOVE SPACES TO UNIT-LEADER-PHONE
           END-READ
           IF UNIT-CHARTER-ORG = SPACES
                   MOVE SPACES TO WS-TO-NAME
                   STRING "TROOP " DELIMITED BY SIZE
                       FD-CAMPER-AREA DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FD-CAMPER-UNIT DELIMITED BY SIZE
                       INTO WS-TO-NAME
           ELSE
                   MOVE UNIT-CHARTER-ORG TO WS-TO-NAME
           END-IF
           MOVE WS-TO-LINE TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE FD-CAMPER-AREA TO WS-ATTN-AREA
           MOVE FD-CAMPER-UNIT TO WS-ATTN-UNIT
           MOVE WS-ATTN-LINE TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           IF UNIT-LEADER-NAME NOT = SPACES
                   MOVE UNIT-LEADER-NAME TO WS-LDR-NAME
                   MOVE UNIT-LEADER-PHONE TO WS-LDR-PHONE
                   MOVE WS-LEADER-LINE TO WS-PRINT-LINE
                   PERFORM 398-WRITE-STMT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE WS-EVENT-LINE TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           PERFORM 399-COLUMN-HEADING.
       383-FEE-LINES.
           IF WS-ITEMIZE-FEE
                   IF WS-BILL-ADULTS > ZEROES
                       MOVE WS-BILL-ADULTS TO WS-COUNT-X
                       MOVE WS-ADULT-RATE TO WS-RATE-X
                       PERFORM 389-CLEAR-LINE
                       STRING "CAMP FEE - " DELIMITED BY SIZE
                           WS-COUNT-X DELIMITED BY SIZE
                           " ADULTS @ " DELIMITED BY SIZE
                           WS-RATE-X DELIMITED BY SIZE
                           INTO WS-LINE-DESC
                       MOVE WS-ADULT-FEE TO WS-LINE-CHARGE
                       PERFORM 396-WRITE-DETAIL
                   END-IF
                   IF WS-BILL-YOUTH > ZEROES
                       MOVE WS-BILL-YOUTH TO WS-COUNT-X
                       MOVE WS-YOUTH-RATE TO WS-RATE-X
                       PERFORM 389-CLEAR-LINE
                       STRING "CAMP FEE - " DELIMITED BY SIZE
                           WS-COUNT-X DELIMITED BY SIZE
                           " YOUTH  @ " DELIMITED BY SIZE
                           WS-RATE-X DELIMITED BY SIZE
                           INTO WS-LINE-DESC
                       MOVE WS-YOUTH-FEE TO WS-LINE-CHARGE
                       PERFORM 396-WRITE-DETAIL
                   END-IF
                   IF WS-FEE-SIGNED-UP
                       PERFORM 389-CLEAR-LINE
                       MOVE "  (PRICED AT THE SIGNED-UP COUNTS)"
                           TO WS-LINE-DESC
                       MOVE SPACES TO WS-PRINT-LINE
                       MOVE WS-LINE-DESC TO WS-PRINT-LINE (13:40)
                       PERFORM 398-WRITE-STMT-LINE
                   END-IF
           ELSE
                   PERFORM 389-CLEAR-LINE
                   MOVE "CAMP FEE AS FIGURED AT CHECK-IN"
                       TO WS-LINE-DESC
                   MOVE WS-CAMP-FEE TO WS-LINE-CHARGE
                   PERFORM 396-WRITE-DETAIL
           END-IF.
       384-START-PAYMENTS.
           MOVE "N" TO WS-PAYS-DONE-SW
           MOVE FD-CAMPER-EVENT TO PAY-EVENT
           MOVE FD-CAMPER-AREA TO PAY-AREA
           MOVE FD-CAMPER-UNIT TO PAY-UNIT
           MOVE ZEROES TO PAY-SEQ
           START FC-PAYMENTS KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PAYS-DONE-SW
           END-START.
       385-START-LOANS.
           MOVE "N" TO WS-LOANS-DONE-SW
           MOVE FD-CAMPER-EVENT TO LOAN-EVENT
           MOVE FD-CAMPER-AREA TO LOAN-AREA
           MOVE FD-CAMPER-UNIT TO LOAN-UNIT
           MOVE ZEROES TO LOAN-SEQ
           START FC-LOANS KEY IS NOT LESS THAN LOAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOANS-DONE-SW
           END-START.
       386-NEXT-PAYMENT.
           READ FC-PAYMENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PAYS-DONE-SW
               NOT AT END
                   IF PAY-EVENT NOT EQUAL FD-CAMPER-EVENT OR
                           PAY-AREA NOT EQUAL FD-CAMPER-AREA OR
                           PAY-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-PAYS-DONE-SW
                   END-IF
           END-READ.
      * ONLY A LOAN CLOSED LOST OR DAMAGED CARRIES A CHARGE; THE REST
      * ARE PASSED OVER.
       387-NEXT-CHARGE.
           MOVE "N" TO WS-CHARGE-FOUND-SW
           PERFORM 393-READ-LOAN
               UNTIL WS-NO-MORE-LOANS OR WS-CHARGE-FOUND.
       388-MERGE-LINE.
           IF WS-NO-MORE-LOANS
                   PERFORM 390-PAYMENT-LINE
                   PERFORM 386-NEXT-PAYMENT
           ELSE
           IF WS-NO-MORE-PAYMENTS
                   PERFORM 392-CHARGE-LINE
                   PERFORM 387-NEXT-CHARGE
           ELSE
           IF PAY-DATE NOT > LOAN-IN-DATE
                   PERFORM 390-PAYMENT-LINE
                   PERFORM 386-NEXT-PAYMENT
           ELSE
                   PERFORM 392-CHARGE-LINE
                   PERFORM 387-NEXT-CHARGE
           END-IF
           END-IF
           END-IF.
       389-CLEAR-LINE.
           MOVE ZEROES TO WS-LINE-DATE
           MOVE SPACES TO WS-LINE-DESC
           MOVE SPACES TO WS-LINE-RECEIPT
           MOVE ZEROES TO WS-LINE-CHARGE
           MOVE ZEROES TO WS-LINE-CREDIT
           MOVE "N" TO WS-LINE-VOID-SW.
      * A REFUND IS CROSS-REFERENCED TO THE RECEIPT OF THE PAYMENT IT
      * REVERSES, WHICH HAS ALWAYS BEEN READ AHEAD OF IT.
       390-PAYMENT-LINE.
           PERFORM 389-CLEAR-LINE
           MOVE PAY-RECEIPT-NO TO WS-RECEIPT-BY-SEQ (PAY-SEQ)
           MOVE PAY-DATE TO WS-LINE-DATE
           MOVE PAY-RECEIPT-NO TO WS-LINE-RECEIPT
           EVALUATE TRUE
               WHEN PAY-CASH
                   MOVE "CASH" TO WS-METHOD-DESC
               WHEN PAY-CHECK
                   MOVE "CHECK" TO WS-METHOD-DESC
               WHEN PAY-ONLINE
                   MOVE "ONLINE" TO WS-METHOD-DESC
               WHEN PAY-CAMPERSHIP
                   MOVE SPACES TO WS-METHOD-DESC
                   STRING "CAMPERSHIP " DELIMITED BY SIZE
                       PAY-FUND-ID DELIMITED BY SIZE
                       INTO WS-METHOD-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-METHOD-DESC
           END-EVALUATE
           IF PAY-REFUND
                   MOVE ZEROES TO WS-REF-RECEIPT
                   IF PAY-REF-SEQ > ZEROES
                       MOVE WS-RECEIPT-BY-SEQ (PAY-REF-SEQ)
                           TO WS-REF-RECEIPT
                   END-IF
                   STRING "REFUND OF RECEIPT " DELIMITED BY SIZE
                       WS-REF-RECEIPT DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-METHOD-DESC DELIMITED BY "  "
                       INTO WS-LINE-DESC
                   MOVE PAY-AMOUNT TO WS-LINE-CHARGE
           ELSE
                   STRING "PAYMENT RECEIVED - " DELIMITED BY SIZE
                       WS-METHOD-DESC DELIMITED BY "  "
                       INTO WS-LINE-DESC
                   MOVE PAY-AMOUNT TO WS-LINE-CREDIT
           END-IF
           IF PAY-VOIDED
                   MOVE "Y" TO WS-LINE-VOID-SW
           END-IF
           PERFORM 396-WRITE-DETAIL.
       392-CHARGE-LINE.
           PERFORM 389-CLEAR-LINE
           MOVE LOAN-EQUIP-ID TO EQP-ID
           READ FC-EQUIP
               INVALID KEY
                   MOVE LOAN-EQUIP-ID TO EQP-DESC
           END-READ
           MOVE LOAN-IN-DATE TO WS-LINE-DATE
           IF LOAN-LOST
                   STRING "EQUIPMENT LOST - " DELIMITED BY SIZE
                       EQP-DESC DELIMITED BY "  "
                       INTO WS-LINE-DESC
           ELSE
                   STRING "EQUIPMENT DAMAGED - " DELIMITED BY SIZE
                       EQP-DESC DELIMITED BY "  "
                       INTO WS-LINE-DESC
           END-IF
           MOVE LOAN-CHARGE TO WS-LINE-CHARGE
           PERFORM 396-WRITE-DETAIL.
       393-READ-LOAN.
           READ FC-LOANS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOANS-DONE-SW
               NOT AT END
                   IF LOAN-EVENT NOT EQUAL FD-CAMPER-EVENT OR
                           LOAN-AREA NOT EQUAL FD-CAMPER-AREA OR
                           LOAN-UNIT NOT EQUAL FD-CAMPER-UNIT
                       MOVE "Y" TO WS-LOANS-DONE-SW
                   ELSE
                       IF LOAN-CHARGE > ZEROES
                           MOVE "Y" TO WS-CHARGE-FOUND-SW
                       END-IF
                   END-IF
           END-READ.
       394-CLOSING-LINES.
           MOVE WS-RULE-LINE TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE WS-STMT-CHARGES TO WS-TOT-CHARGES
           MOVE WS-STMT-CREDITS TO WS-TOT-CREDITS
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           EVALUATE TRUE
               WHEN WS-RUNNING-BALANCE > ZEROES
                   MOVE "AMOUNT OWED" TO WS-OWED-LABEL
                   MOVE WS-RUNNING-BALANCE TO WS-OWED-AMOUNT
               WHEN WS-RUNNING-BALANCE < ZEROES
                   MOVE "CREDIT DUE TO TROOP" TO WS-OWED-LABEL
                   COMPUTE WS-OWED-AMOUNT = ZERO - WS-RUNNING-BALANCE
               WHEN OTHER
                   MOVE "PAID IN FULL" TO WS-OWED-LABEL
                   MOVE ZEROES TO WS-OWED-AMOUNT
           END-EVALUATE
           MOVE WS-OWED-LINE TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE CNCL-REMIT-LINE (1) TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE CNCL-REMIT-LINE (2) TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE CNCL-REMIT-LINE (3) TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE
           MOVE CNCL-REMIT-LINE (4) TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE.
      * A VOIDED RECORD IS PRINTED STRUCK: MARKED VOID IN THE BALANCE
      * COLUMN AND LEFT OUT OF THE RUNNING BALANCE AND THE TOTALS.
       396-WRITE-DETAIL.
           MOVE SPACES TO WS-DTL-DATE
           IF WS-LINE-DATE NOT = ZEROES
                   MOVE WS-LINE-DATE TO WS-DATE-WORK-N
                   PERFORM 397-FORMAT-DATE
                   MOVE WS-DATE-OUT TO WS-DTL-DATE
           END-IF
           MOVE WS-LINE-DESC TO WS-DTL-DESC
           MOVE WS-LINE-RECEIPT TO WS-DTL-RECEIPT
           MOVE WS-LINE-CHARGE TO WS-DTL-CHARGE
           MOVE WS-LINE-CREDIT TO WS-DTL-CREDIT
           IF WS-LINE-VOID
                   MOVE "  **VOID**" TO WS-DTL-BALANCE-X
           ELSE
                   ADD WS-LINE-CHARGE TO WS-RUNNING-BALANCE
                   SUBTRACT WS-LINE-CREDIT FROM WS-RUNNING-BALANCE
                   ADD WS-LINE-CHARGE TO WS-STMT-CHARGES
                   ADD WS-LINE-CREDIT TO WS-STMT-CREDITS
                   MOVE WS-RUNNING-BALANCE TO WS-DTL-BALANCE
           END-IF
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 398-WRITE-STMT-LINE.
       397-FORMAT-DATE.
           MOVE WS-DW-MONTH TO WS-DO-MONTH
           MOVE WS-DW-DAY TO WS-DO-DAY
           MOVE WS-DW-YEAR TO WS-DO-YEAR.
      * A STATEMENT RUNNING PAST ONE PAGE CARRIES THE LETTERHEAD AND
      * THE TROOP ONTO THE NEXT.
       398-WRITE-STMT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 381-PAGE-HEADING
                   MOVE FD-CAMPER-AREA TO WS-CONT-AREA
                   MOVE FD-CAMPER-UNIT TO WS-CONT-UNIT
                   MOVE WS-CONTINUED-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM 399-COLUMN-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
       399-COLUMN-HEADING.
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT.
       911-CHECK-CAMPERS.
           IF NOT WS-CAMPR-STAT-OK
                   MOVE "CAMPERS.DAT" TO ERR-FILE
                   MOVE WS-CAMPR-STAT TO ERR-STATUS
                   MOVE FD-CAMPER-TROOP TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       917-CHECK-RATES.
           IF NOT WS-RATE-STAT-OK
                   MOVE "RATES.DAT" TO ERR-FILE
                   MOVE WS-RATE-STAT TO ERR-STATUS
                   MOVE SPACES TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       918-CHECK-PAYMENTS.
           IF NOT WS-PAY-STAT-OK
                   MOVE "PAYMENTS.DAT" TO ERR-FILE
                   MOVE WS-PAY-STAT TO ERR-STATUS
                   MOVE PAY-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       923-CHECK-UNITS.
           IF NOT WS-UNIT-STAT-OK
                   MOVE "UNITS.DAT" TO ERR-FILE
                   MOVE WS-UNIT-STAT TO ERR-STATUS
                   MOVE UNIT-KEY TO ERR-KEY
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
           MOVE "357-STATEMENT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           MOVE SPACES TO WS-MSG
           STRING "FILE ERROR " DELIMITED BY SIZE
               ERR-STATUS DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               ERR-FILE DELIMITED BY SIZE
               "- SEE ERROR LOG" DELIMITED BY SIZE
               INTO WS-MSG.
