       IDENTIFICATION DIVISION.
       PROGRAM-ID. 903-PASS-NUMBER.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCT 11, 2026.
      * BUILDS AND VERIFIES THE TROOP PASS NUMBER.  THE CONFIRMATION
      * PACKET PRINTS IT AND THE EXPRESS CHECK-IN LANE READS IT BACK,
      * SO BOTH COME THROUGH HERE AND ALWAYS AGREE ON THE CHECK DIGIT.
      * THE DIGIT IS THE SAME WEIGHTED MODULUS-10 SCHEME PRINTED
      * BAR CODES USE - WEIGHTS 3 AND 1 ALTERNATING FROM THE LEFT -
      * WHICH CATCHES ANY SINGLE WRONG DIGIT AND MOST TRANSPOSED
      * PAIRS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PASS-DIGITS PIC 9(07).
       01 WS-PASS-DIGIT-TABLE REDEFINES WS-PASS-DIGITS.
           02 WS-PASS-DIGIT PIC 9 OCCURS 7.
       01 WS-PASS-IX PIC 9(01).
       01 WS-PASS-SUM PIC 9(03).
       01 WS-PASS-WEIGHT PIC 9(01).
       01 WS-PASS-QUOT PIC 9(03).
       01 WS-PASS-REM PIC 9(02).
       01 WS-DIGIT PIC 9(01).
       LINKAGE SECTION.
           COPY PASSLK.
       PROCEDURE DIVISION USING PASS-RECORD.
       903-PASS-NUMBER-MAIN.
           MOVE "N" TO PASS-VALID-SW
           IF PASS-BUILD
                   MOVE ZEROES TO PASS-CHECK-DIGIT
           END-IF
           IF PASS-NUMBER IS NUMERIC
                   MOVE PASS-NUMBER (1:7) TO WS-PASS-DIGITS
                   MOVE ZEROES TO WS-PASS-SUM
                   PERFORM 910-ADD-DIGIT
                       VARYING WS-PASS-IX FROM 1 BY 1
                       UNTIL WS-PASS-IX > 7
                   DIVIDE WS-PASS-SUM BY 10 GIVING WS-PASS-QUOT
                       REMAINDER WS-PASS-REM
                   IF WS-PASS-REM = ZEROES
                       MOVE ZEROES TO WS-DIGIT
                   ELSE
                       COMPUTE WS-DIGIT = 10 - WS-PASS-REM
                   END-IF
                   IF PASS-BUILD
                       MOVE WS-DIGIT TO PASS-CHECK-DIGIT
                       MOVE "Y" TO PASS-VALID-SW
                   ELSE
                       IF WS-DIGIT = PASS-CHECK-DIGIT
                           MOVE "Y" TO PASS-VALID-SW
                       END-IF
                   END-IF
           END-IF
           EXIT PROGRAM.
       910-ADD-DIGIT.
           DIVIDE WS-PASS-IX BY 2 GIVING WS-PASS-QUOT
               REMAINDER WS-PASS-REM
           IF WS-PASS-REM = 1
                   MOVE 3 TO WS-PASS-WEIGHT
           ELSE
                   MOVE 1 TO WS-PASS-WEIGHT
           END-IF
           COMPUTE WS-PASS-SUM = WS-PASS-SUM +
               WS-PASS-DIGIT (WS-PASS-IX) * WS-PASS-WEIGHT.
