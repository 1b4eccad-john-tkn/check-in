       IDENTIFICATION DIVISION.
       PROGRAM-ID. 391-FUND-RPT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 02, 2026.
      * CAMPERSHIP FUND REPORT.  ONE LINE PER SPONSOR FUND ON
      * FUNDS.DAT WITH ITS STARTING BALANCE, THE NUMBER AND AMOUNT
      * OF AWARDS MADE, THE REFUNDS OF AWARDS RETURNED TO THE FUND,
      * AND WHAT IS LEFT TO AWARD, SO THE COUNCIL CAN REPORT BACK TO
      * EACH SPONSOR HOW THEIR GIFT WAS USED.  BUILT LIKE
      * 393-DEPOSIT-RPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FUNDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY FUNDFD.
       WORKING-STORAGE SECTION.
           COPY FSTATWS.
           COPY ERRLK.
       01 WS-DETAIL-LINE.
           02 WS-DTL-FUND PIC X(04).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-DTL-SPONSOR PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-DTL-START PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-DTL-COUNT PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-DTL-AWARDED PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-DTL-RETURNED PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-DTL-REMAINING PIC -ZZZZZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(27) VALUE "TOTALS".
           02 WS-TOT-START PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-TOT-COUNT PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-TOT-AWARDED PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-TOT-RETURNED PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 WS-TOT-REMAINING PIC -ZZZZZZ9.99.
       01 WS-GRAND-START PIC 9(07)V99.
       01 WS-GRAND-COUNT PIC 9(05).
       01 WS-GRAND-AWARDED PIC 9(07)V99.
       01 WS-GRAND-RETURNED PIC 9(07)V99.
       01 WS-GRAND-REMAINING PIC S9(07)V99.
       01 WS-DUMMY PIC X.
       01 WS-FUNDS-DONE PIC 9.
           88 WS-ALL-FUNDS-DONE VALUE 1.
       LINKAGE SECTION.
       01 WS-RETURN-CD PIC 9.
       PROCEDURE DIVISION USING WS-RETURN-CD.
       391-FUND-RPT-MAIN.
           MOVE ZEROES TO WS-RETURN-CD
           MOVE ZEROES TO WS-FUNDS-DONE
           MOVE ZEROES TO WS-GRAND-START
           MOVE ZEROES TO WS-GRAND-COUNT
           MOVE ZEROES TO WS-GRAND-AWARDED
           MOVE ZEROES TO WS-GRAND-RETURNED
           MOVE ZEROES TO WS-GRAND-REMAINING
           DISPLAY SPACE WITH BLANK SCREEN
           DISPLAY "CAMPERSHIP FUND REPORT"
           DISPLAY " "
           DISPLAY "FUND  SPONSOR                STARTING  AWD    AWARDE
      -        "D   RETURNED   REMAINING"
           DISPLAY "----------------------------------------------------
      -        "------------------------"
           OPEN INPUT FC-FUNDS
           PERFORM 924-CHECK-FUNDS
           PERFORM 392-PRINT-FUND UNTIL WS-ALL-FUNDS-DONE
           CLOSE FC-FUNDS
           DISPLAY "----------------------------------------------------
      -        "------------------------"
           MOVE WS-GRAND-START TO WS-TOT-START
           MOVE WS-GRAND-COUNT TO WS-TOT-COUNT
           MOVE WS-GRAND-AWARDED TO WS-TOT-AWARDED
           MOVE WS-GRAND-RETURNED TO WS-TOT-RETURNED
           MOVE WS-GRAND-REMAINING TO WS-TOT-REMAINING
           DISPLAY WS-TOTAL-LINE
           DISPLAY " "
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT WS-DUMMY
           EXIT PROGRAM.
       392-PRINT-FUND.
           READ FC-FUNDS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FUNDS-DONE
               NOT AT END
                   MOVE FUND-ID TO WS-DTL-FUND
                   MOVE FUND-SPONSOR TO WS-DTL-SPONSOR
                   MOVE FUND-START-BAL TO WS-DTL-START
                   MOVE FUND-AWARD-COUNT TO WS-DTL-COUNT
                   MOVE FUND-AWARDED TO WS-DTL-AWARDED
                   MOVE FUND-RETURNED TO WS-DTL-RETURNED
                   MOVE FUND-BALANCE TO WS-DTL-REMAINING
                   DISPLAY WS-DETAIL-LINE
                   ADD FUND-START-BAL TO WS-GRAND-START
                   ADD FUND-AWARD-COUNT TO WS-GRAND-COUNT
                   ADD FUND-AWARDED TO WS-GRAND-AWARDED
                   ADD FUND-RETURNED TO WS-GRAND-RETURNED
                   ADD FUND-BALANCE TO WS-GRAND-REMAINING
           END-READ.
       924-CHECK-FUNDS.
           IF NOT WS-FUND-STAT-OK
                   MOVE "FUNDS.DAT" TO ERR-FILE
                   MOVE WS-FUND-STAT TO ERR-STATUS
                   MOVE FUND-KEY TO ERR-KEY
                   PERFORM 990-LOG-FILE-ERROR
           END-IF.
       990-LOG-FILE-ERROR.
           MOVE "391-FUND-RPT" TO ERR-PROGRAM
           CALL '900-ERR-LOG' USING ERR-RECORD
           DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
