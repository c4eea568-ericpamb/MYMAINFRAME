       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  AUS-LNG                PIC S9(4) COMP VALUE +64.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT42'.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SAVE-ACCTNO TO AUD-ACCTC.
           MOVE 'AU' TO AUD-RSNC.
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
