       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  SUP-LNG                PIC S9(4) COMP VALUE +24.
           02  RNG-LNG                PIC S9(4) COMP VALUE +14.
           02  COMMAREA-FOR-ACCT04.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           IF ACTTI = 'C' MOVE 'M' TO AUD-REQC,
           ELSE IF ACTTI = 'D' MOVE 'X' TO AUD-REQC,
           ELSE MOVE ACTTI TO AUD-REQC.
