           COPY ACCTREC.
       FD  ACCTRMT RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTRMT.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTGLI RECORD CONTAINS 31 CHARACTERS.
           COPY ACCTGLI.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A20' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'V' TO AUD-REQC.
           MOVE RMT-ACCTC TO AUD-ACCTC.
           MOVE 'LB' TO AUD-RSNC.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A20' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'R' TO AUD-REQC.
           MOVE RMT-ACCTC TO AUD-ACCTC.
           MOVE 'NS' TO AUD-RSNC.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A20' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'P' TO AUD-REQC.
           MOVE RMT-ACCTC TO AUD-ACCTC.
           MOVE 'LB' TO AUD-RSNC.
