       IDENTIFICATION DIVISION.
       PROGRAM-ID. 399-LOAN-RPT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 12, 2026.
      * OUTSTANDING EQUIPMENT LOANS BY CAMPSITE.  FOR THE SIGNED-ON
      * EVENT, LISTS EVERY ITEM STILL OUT ON LOAN UNDER THE SITE IT
      * WENT TO - TROOP, ITEM, DESCRIPTION, WHEN IT WENT OUT AND WHO
      * LENT IT, AND WHAT IT COSTS TO REPLACE - SO THE QUARTERMASTER
      * CAN WALK THE SITES AND COLLECT GEAR BEFORE CHECK-OUT.  EACH
      * SITE CLOSES WITH ITS ITEM COUNT AND REPLACEMENT VALUE, AND THE
      * REPORT WITH THE TOTALS.  A SITE WITH NOTHING OUT IS LEFT OFF.
      * BUILT THE WAY 329-MUSTER-RPT WALKS THE SITES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAMPSEL.
           COPY LOANSEL.
           COPY EQPSEL.
           SELECT FC-LOAN-RPT ASSIGN TO './db/loan_rpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY CAMPFD.
           COPY LOANFD.
           COPY EQPFD.
       FD  FC-LOAN-RPT.
       01  RPT-LINE PIC X(125).
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(34)
               VALUE "OUTSTANDING EQUIPMENT LOANS   RUN ".
           02 WS-HDG-MONTH PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-HDG-DAY PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-HDG-YEAR PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-HDG-HOUR PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 WS-HDG-MINUTE PIC 9(02).
           02 FILLER PIC X(08) VALUE "    PAGE".
           02 WS-HDG-PAGE PIC ZZZ9.
       01 WS-EVENT-LINE.
           02 FILLER PIC X(06) VALUE "EVENT ".
           02 WS-EVT-ID PIC 999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-EVT-NAME PIC X(30).
       01 WS-SITE-LINE.
           02 FILLER PIC X(06) VALUE "SITE: ".
           02 WS-SITE-MAIN-CAMP PIC X(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-SITE-SUBCAMP PIC X(15).
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(11) VALUE "   TROOP".
           02 FILLER PIC X(10) VALUE "ITEM".
           02 FILLER PIC X(32) VALUE "DESCRIPTION".
           02 FILLER PIC X(13) VALUE "OUT".
           02 FILLER PIC X(12) VALUE "LENT BY".
           02 FILLER PIC X(09) VALUE "REPLACE".
       01 WS-RULE-LINE PIC X(87) VALUE ALL "-".
       01 WS-PRINT-LINE PIC X(125).
       01 WS-DETAIL-LINE.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-DTL-AREA PIC 9.
           02 FILLER PIC X(01) VALUE "-".
           02 WS-DTL-UNIT PIC 999.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-DTL-ITEM PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DTL-DESC PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DTL-OUT PIC X(11).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DTL-USER PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DTL-COST PIC ZZZZ9.99.
       01 WS-OUT-AT.
           02 WS-OA-MONTH PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 WS-OA-DAY PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-OA-HOUR PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 WS-OA-MINUTE PIC 9(02).
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
       01 WS-SITE-TOTAL-LINE.
           02 FILLER PIC X(15) VALUE "   ITEMS OUT:".
           02 WS-STL-ITEMS PIC ZZZ9.
           02 FILLER PIC X(22) VALUE "   REPLACEMENT VALUE:".
           02 WS-STL-VALUE PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(17) VALUE "TOTAL ITEMS OUT:".
           02 WS-TOT-ITEMS PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "   SITES:".
           02 WS-TOT-SITES PIC ZZZ9.
           02 FILLER PIC X(22) VALUE "   REPLACEMENT VALUE:".
           02 WS-TOT-VALUE PIC Z,ZZZ,ZZ9.99.
       01 WS-SITE-ITEMS PIC 9(04).
       01 WS-SITE-VALUE PIC 9(06)V99.
       01 WS-TOTAL-ITEMS PIC 9(05).
       01 WS-TOTAL-SITES PIC 9(04).
       01 WS-TOTAL-VALUE PIC 9(07)V99.
       01 WS-PAGE-NUM PIC 9(04).
       01 WS-LINE-COUNT PIC 9(02).
       01 WS-DUMMY PIC X.
       01 WS-CAMPS-DONE PIC 9.
           88 WS-ALL-CAMPS-DONE VALUE 1.
       01 WS-LOANS-DONE PIC 9.
           88 WS-ALL-LOANS-DONE VALUE 1.
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
       PROCEDURE DIVISION USING WS-RETURN-CD SESS-RECORD.
       399-LOAN-RPT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-TOTAL-ITEMS
           MOVE ZEROES TO WS-TOTAL-SITES
           MOVE ZEROES TO WS-TOTAL-VALUE
           MOVE ZEROES TO WS-CAMPS-DONE
           MOVE ZEROES TO WS-PAGE-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-MONTH TO WS-HDG-MONTH
           MOVE WS-CURRENT-DAY TO WS-HDG-DAY
           MOVE WS-CURRENT-YEAR TO WS-HDG-YEAR
           MOVE WS-CURRENT-HOUR TO WS-HDG-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-HDG-MINUTE
           MOVE SESS-EVENT-ID TO WS-EVT-ID
           MOVE SESS-EVENT-NAME TO WS-EVT-NAME
           OPEN OUTPUT FC-LOAN-RPT
           PERFORM 325-PAGE-HEADING
           OPEN INPUT FC-EQUIP
           PERFORM 929-CHECK-EQUIP
           OPEN INPUT FC-CAMPS
           PERFORM 910-CHECK-CAMPS
           IF WS-CAMP-STAT NOT = "00"
                   MOVE 1 TO WS-CAMPS-DONE
           END-IF
           PERFORM 330-SCAN-CAMP UNTIL WS-ALL-CAMPS-DONE
           CLOSE FC-CAMPS
           CLOSE FC-EQUIP
           MOVE WS-RULE-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           MOVE WS-TOTAL-ITEMS TO WS-TOT-ITEMS
           MOVE WS-TOTAL-SITES TO WS-TOT-SITES
           MOVE WS-TOTAL-VALUE TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           CLOSE FC-LOAN-RPT
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "OUTSTANDING EQUIPMENT LOANS"
           DISPLAY " "
           DISPLAY "  ITEMS OUT:   " WS-TOTAL-ITEMS
           DISPLAY "  SITES:       " WS-TOTAL-SITES
           DISPLAY "  WRITTEN TO DB/LOAN_RPT.TXT"
           DISPLAY " "
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT WS-DUMMY
           EXIT PROGRAM.
       325-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EVENT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 4 TO WS-LINE-COUNT.
       330-SCAN-CAMP.
           READ FC-CAMPS NEXT RECORD
               AT END
                   MOVE 1 TO WS-CAMPS-DONE
               NOT AT END
                   PERFORM 340-LIST-SITE
           END-READ.
      * THE EVENT'S LOANS ARE READ IN TROOP ORDER FOR EACH SITE; A
      * SITE WITH NOTHING OUT IS LEFT OFF THE REPORT.
       340-LIST-SITE.
           MOVE ZEROES TO WS-SITE-ITEMS
           MOVE ZEROES TO WS-SITE-VALUE
           MOVE ZEROES TO WS-LOANS-DONE
           OPEN INPUT FC-LOANS
           PERFORM 931-CHECK-LOANS
           MOVE SESS-EVENT-ID TO LOAN-EVENT
           MOVE ZEROES TO LOAN-AREA
           MOVE ZEROES TO LOAN-UNIT
           MOVE ZEROES TO LOAN-SEQ
           START FC-LOANS KEY IS NOT LESS THAN LOAN-KEY
               INVALID KEY
                   MOVE 1 TO WS-LOANS-DONE
           END-START
           PERFORM 350-SCAN-LOAN UNTIL WS-ALL-LOANS-DONE
           CLOSE FC-LOANS
           IF WS-SITE-ITEMS > ZEROES
                   MOVE WS-SITE-ITEMS TO WS-STL-ITEMS
                   MOVE WS-SITE-VALUE TO WS-STL-VALUE
                   MOVE WS-SITE-TOTAL-LINE TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
                   ADD 1 TO WS-TOTAL-SITES
                   ADD WS-SITE-ITEMS TO WS-TOTAL-ITEMS
                   ADD WS-SITE-VALUE TO WS-TOTAL-VALUE
           END-IF.
       350-SCAN-LOAN.
           READ FC-LOANS NEXT RECORD
               AT END
                   MOVE 1 TO WS-LOANS-DONE
               NOT AT END
                   IF LOAN-EVENT NOT EQUAL SESS-EVENT-ID
                       MOVE 1 TO WS-LOANS-DONE
                   ELSE
                       IF LOAN-OUT AND
                               LOAN-MAIN-CAMP = FS-CAMP-MAIN-CAMP
                               AND LOAN-SUBCAMP = FS-CAMP-SUBCAMP
                           PERFORM 360-LIST-LOAN
                       END-IF
                   END-IF
           END-READ.
      * THE SITE HEADING IS PRINTED WITH THE FIRST LOAN FOUND ON IT.
       360-LIST-LOAN.
           IF WS-SITE-ITEMS = ZEROES
                   MOVE FS-CAMP-MAIN-CAMP TO WS-SITE-MAIN-CAMP
                   MOVE FS-CAMP-SUBCAMP TO WS-SITE-SUBCAMP
                   MOVE WS-SITE-LINE TO WS-PRINT-LINE
                   PERFORM 380-WRITE-RPT-LINE
           END-IF
           MOVE LOAN-EQUIP-ID TO EQP-ID
           READ FC-EQUIP
               INVALID KEY
                   MOVE "ITEM NOT ON INVENTORY" TO EQP-DESC
                   MOVE ZEROES TO EQP-REPLACE-COST
           END-READ
           MOVE LOAN-AREA TO WS-DTL-AREA
           MOVE LOAN-UNIT TO WS-DTL-UNIT
           MOVE LOAN-EQUIP-ID TO WS-DTL-ITEM
           MOVE EQP-DESC TO WS-DTL-DESC
           MOVE LOAN-OUT-DATE TO WS-LOAN-DATE-N
           MOVE LOAN-OUT-TIME TO WS-LOAN-TIME-N
           MOVE WS-LD-MONTH TO WS-OA-MONTH
           MOVE WS-LD-DAY TO WS-OA-DAY
           MOVE WS-LT-HOUR TO WS-OA-HOUR
           MOVE WS-LT-MINUTE TO WS-OA-MINUTE
           MOVE WS-OUT-AT TO WS-DTL-OUT
           MOVE LOAN-OUT-USER TO WS-DTL-USER
           MOVE EQP-REPLACE-COST TO WS-DTL-COST
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 380-WRITE-RPT-LINE
           ADD 1 TO WS-SITE-ITEMS
           ADD EQP-REPLACE-COST TO WS-SITE-VALUE.
       380-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= 55
                   PERFORM 325-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
       910-CHECK-CAMPS.
           IF NOT WS-CAMP-STAT-OK
                   MOVE "CAMPS.DAT" TO ERR-FILE
                   MOVE WS-CAMP-STAT TO ERR-STATUS
                   MOVE FS-CAMP-KEY TO ERR-KEY
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
           MOVE "399-LOAN-RPT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
