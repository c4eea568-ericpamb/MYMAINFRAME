       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  TRN-LNG                PIC S9(4) COMP VALUE +33.
           02  WS-TRN-DATE             PIC 9(6) VALUE 0.
           02  COMMAREA-FOR-ACCT04.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'P' TO AUD-REQC.
           MOVE WS-ACCTC TO AUD-ACCTC.
           MOVE WS-RSNC TO AUD-RSNC.
