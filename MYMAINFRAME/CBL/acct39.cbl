       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  LRW-LNG                PIC S9(4) COMP VALUE +42.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT39'.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'M' TO AUD-REQC.
           MOVE WS-LRW-KEY TO AUD-ACCTC.
           MOVE 'LR' TO AUD-RSNC.
