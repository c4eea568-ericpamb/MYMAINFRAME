           COPY ACCTREC.
       FD  ACCTHST RECORD CONTAINS 383 CHARACTERS.
       01  ACCTHST-REC             PIC X(383).
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A27' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'X' TO AUD-REQC.
           MOVE ACCTDO OF ACCTFIL-REC TO AUD-ACCTC.
           MOVE 'PG' TO AUD-RSNC.
