      *             HEALTH-FORM-ON-FILE FLAG FOR THE COUNCIL HEALTH
      *             AND SAFETY AUDIT; CHECK-IN WARNS THE GATE WHEN A
      *             TROOP STILL HAS CAMPERS MISSING FORMS.
      *             ROST-TRAINING-EXPIRES IS THE EXPIRATION DATE
      *             (CCYYMMDD) OF AN ADULT'S YOUTH PROTECTION
      *             TRAINING, ZERO WHEN NONE IS ON FILE; IT IS ALWAYS
      *             ZERO ON A YOUTH ROW.  908-LEADER-CHECK HOLDS A
      *             TROOP AT CHECK-IN WHEN AN ADULT'S TRAINING RUNS
      *             OUT BEFORE THE EVENT DATE.
      *             ROST-GATE-STATUS IS SET BY 311-GATE-PASS WHEN A
      *             CAMPER IS SIGNED OUT AT THE GATE MID-EVENT (DATE,
      *             HHMM, AND WHO PICKED THEM UP) AND CLEARED WHEN THE
      *             CAMPER SIGNS BACK IN; EVERY MOVEMENT IS ALSO
      *             LOGGED TO GATE_MOVES.DAT.  THE MUSTER REPORT READS
      *             IT TO TELL WHO IS ON PROPERTY.
      *================================================================
       FD  FC-ROSTER.
       01  ROST-RECORD.
           02  ROST-CONTACT-PHONE PIC X(12).
           02  ROST-HEALTH-FORM-SW PIC X(01).
               88  ROST-HEALTH-FORM-ON-FILE VALUE "Y".
           02  ROST-TRAINING-EXPIRES PIC 9(08).
           02  ROST-GATE-STATUS.
               03  ROST-SIGNED-OUT-SW PIC X(01).
                   88  ROST-SIGNED-OUT VALUE "Y".
                   88  ROST-ON-PROPERTY VALUE "N" " ".
               03  ROST-OUT-DATE PIC 9(08).
               03  ROST-OUT-TIME PIC 9(04).
               03  ROST-OUT-WITH PIC X(30).
