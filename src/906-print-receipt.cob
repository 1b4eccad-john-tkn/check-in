      * GATE PRINTER SO THE SCOUTMASTER WALKS AWAY WITH A NUMBERED
      * RECEIPT INSTEAD OF A VERBAL "PAYMENT POSTED".  A REPRINT IS
      * STAMPED DUPLICATE SO A COPY CAN NEVER PASS AS AN ORIGINAL.
      * MODIFICATION HISTORY
      *   10-10-2026  JC  ONLINE REGISTRATION PAYMENTS (METHOD O) PRINT
      *                   AS ONLINE.
      *   10-02-2026  JC  CAMPERSHIP AWARDS (METHOD S) PRINT AS
      *                   CAMPERSHIP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86.
           02 WS-SL-TIME PIC 9(08).
       01 WS-METHOD-LINE.
           02 FILLER PIC X(08) VALUE "METHOD: ".
           02 WS-ML-METHOD PIC X(10).
       01 WS-AMOUNT-LINE.
           02 FILLER PIC X(18) VALUE "AMOUNT RECEIVED:  ".
           02 WS-AL-AMOUNT PIC ZZZZ9.99.
                   MOVE "CASH" TO WS-ML-METHOD
               WHEN "K"
                   MOVE "CHECK" TO WS-ML-METHOD
               WHEN "S"
                   MOVE "CAMPERSHIP" TO WS-ML-METHOD
               WHEN "O"
                   MOVE "ONLINE" TO WS-ML-METHOD
               WHEN OTHER
                   MOVE RCPT-METHOD TO WS-ML-METHOD
           END-EVALUATE
