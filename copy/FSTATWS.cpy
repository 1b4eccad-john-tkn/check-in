           02  WS-ROST-STAT PIC X(02) VALUE "00".
               88  WS-ROST-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
               88  WS-ROST-STAT-HELD VALUES "51" "99".
           02  WS-AUDT-STAT PIC X(02) VALUE "00".
               88  WS-AUDT-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
           02  WS-HOLD-STAT PIC X(02) VALUE "00".
               88  WS-HOLD-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
           02  WS-UNIT-STAT PIC X(02) VALUE "00".
               88  WS-UNIT-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
           02  WS-FUND-STAT PIC X(02) VALUE "00".
               88  WS-FUND-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
               88  WS-FUND-STAT-HELD VALUES "51" "99".
           02  WS-CLS-STAT PIC X(02) VALUE "00".
               88  WS-CLS-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
               88  WS-CLS-STAT-HELD VALUES "51" "99".
           02  WS-ENRL-STAT PIC X(02) VALUE "00".
               88  WS-ENRL-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
           02  WS-GMOV-STAT PIC X(02) VALUE "00".
               88  WS-GMOV-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
           02  WS-NOTC-STAT PIC X(02) VALUE "00".
               88  WS-NOTC-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
           02  WS-EQP-STAT PIC X(02) VALUE "00".
               88  WS-EQP-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
               88  WS-EQP-STAT-HELD VALUES "51" "99".
           02  WS-LOAN-STAT PIC X(02) VALUE "00".
               88  WS-LOAN-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
           02  WS-JRNL-STAT PIC X(02) VALUE "00".
               88  WS-JRNL-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
           02  WS-RELY-STAT PIC X(02) VALUE "00".
               88  WS-RELY-STAT-OK
                   VALUES "00" "02" "04" "05" "10" "22" "23".
