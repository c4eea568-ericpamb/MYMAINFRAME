       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  ARC-LNG                PIC S9(4) COMP VALUE +33.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT28'.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'MG' TO AUD-RSNC.
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               LENGTH(AUD-LNG) END-EXEC.
