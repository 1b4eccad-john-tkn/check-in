      *================================================================
      *  PASSLK     TROOP PASS NUMBER BLOCK PASSED TO 903-PASS-NUMBER.
      *             THE PASS NUMBER PRINTED ON THE CONFIRMATION PACKET
      *             IS THE EVENT, AREA, AND UNIT FOLLOWED BY ONE CHECK
      *             DIGIT, SO A MIS-KEYED OR MIS-SCANNED PASS IS
      *             CAUGHT INSTEAD OF CHECKING IN THE WRONG TROOP.
      *               B  BUILD - CALLER FILLS EVENT, AREA, AND UNIT;
      *                  THE CHECK DIGIT IS FILLED IN
      *               V  VERIFY - CALLER FILLS THE WHOLE PASS NUMBER;
      *                  PASS-VALID COMES BACK WHEN THE CHECK DIGIT
      *                  AGREES
      *================================================================
       01  PASS-RECORD.
           02  PASS-FUNCTION PIC X(01).
               88  PASS-BUILD VALUE "B".
               88  PASS-VERIFY VALUE "V".
           02  PASS-NUMBER.
               03  PASS-EVENT PIC 9(03).
               03  PASS-AREA PIC 9.
               03  PASS-UNIT PIC 999.
               03  PASS-CHECK-DIGIT PIC 9.
           02  PASS-NUMBER-9 REDEFINES PASS-NUMBER PIC 9(08).
           02  PASS-VALID-SW PIC X(01).
               88  PASS-VALID VALUE "Y".
