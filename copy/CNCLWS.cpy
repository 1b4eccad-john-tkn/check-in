      *================================================================
      *  CNCLWS     COUNCIL LETTERHEAD AND REMIT-TO BLOCK FOR PRINTED
      *             STATEMENTS GOING OUT TO CHARTERED ORGANIZATIONS.
      *             THE OFFICE KEEPS THE WORDING HERE SO EVERY
      *             PROGRAM PRINTING TO A TREASURER SHOWS THE SAME
      *             NAME AND MAILING ADDRESS; CHANGE THE LINES AND
      *             RECOMPILE THE PROGRAMS THAT COPY THEM.
      *================================================================
       01  CNCL-LETTERHEAD.
           02  CNCL-NAME PIC X(40)
               VALUE "COUNCIL CAMPING SERVICES".
           02  CNCL-ADDRESS-1 PIC X(40)
               VALUE "COUNCIL SERVICE CENTER".
           02  CNCL-ADDRESS-2 PIC X(40)
               VALUE "CAMP REGISTRAR'S OFFICE".
       01  CNCL-REMIT-VALUES.
           02  FILLER PIC X(60)
               VALUE "REMIT TO:  COUNCIL CAMPING SERVICES".
           02  FILLER PIC X(60)
               VALUE "           ATTN: CAMP REGISTRAR".
           02  FILLER PIC X(60)
               VALUE "           COUNCIL SERVICE CENTER".
           02  FILLER PIC X(60)
               VALUE "PLEASE SHOW THE TROOP AND EVENT WITH PAYMENT".
       01  CNCL-REMIT-TO REDEFINES CNCL-REMIT-VALUES.
           02  CNCL-REMIT-LINE PIC X(60) OCCURS 4 TIMES.
