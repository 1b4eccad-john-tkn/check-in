      *================================================================
      *  LDRLK      TWO-DEEP LEADERSHIP CHECK BLOCK PASSED TO
      *             908-LEADER-CHECK.  THE CALLER FILLS IN THE TROOP
      *             AND EVENT AND THE ADULT AND YOUTH COUNTS TO BE
      *             JUDGED (THE ACTUAL COUNTS AT THE GATE, OR THE
      *             SIGNED-UP COUNTS BEFORE THE EVENT); 908 HANDS BACK
      *             WHICH COUNCIL RULES THE TROOP FAILS - FEWER THAN
      *             TWO ADULTS, TOO FEW ADULTS FOR ITS YOUTH, OR AN
      *             ADULT ON THE ROSTER WHOSE YOUTH PROTECTION
      *             TRAINING RUNS OUT BEFORE THE EVENT DATE - WITH ONE
      *             PRINTABLE REASON LINE PER RULE FAILED.
      *================================================================
       01  LDR-RECORD.
           02  LDR-EVENT PIC 9(03).
           02  LDR-AREA PIC 9.
           02  LDR-UNIT PIC 999.
           02  LDR-ADULTS PIC 99.
           02  LDR-YOUTH PIC 99.
           02  LDR-EVENT-DATE PIC 9(08).
           02  LDR-ADULTS-NEEDED PIC 99.
           02  LDR-ROSTER-ADULTS PIC 99.
           02  LDR-LAPSED-ADULTS PIC 99.
           02  LDR-HOLD-SW PIC X(01).
               88  LDR-HOLD VALUE "Y".
           02  LDR-REASON-COUNT PIC 9.
           02  LDR-REASONS.
               03  LDR-REASON-1 PIC X(60).
               03  LDR-REASON-2 PIC X(60).
               03  LDR-REASON-3 PIC X(60).
           02  LDR-REASON-TABLE REDEFINES LDR-REASONS.
               03  LDR-REASON PIC X(60) OCCURS 3 TIMES.
