      *================================================================*
      *  ACCTAGY - COLLECTION AGENCY PLACEMENT ROW (DATASET ACCTAGY)   *
      *  AT MOST ONE ROW PER ACCOUNT, KEYED ON THE ACCOUNT NUMBER.     *
      *  WRITTEN BY THE MONTHLY ACCT55 PLACEMENT RUN WHEN AN ACCOUNT   *
      *  MEETS ONE OF ITS AGE/STAGE RULES: THE AGENCY IT WENT TO, THE  *
      *  DATE, WHETHER IT WENT AS A DELINQUENT ('D') OR CHARGED-OFF    *
      *  ('Z') ACCOUNT, AND THE AMOUNT PLACED (BALDO, OR CHGAMTDO ON   *
      *  A CHARGE-OFF).  WHILE THE ROW IS PLACED ('P') THE AGENCY      *
      *  WORKS THE ACCOUNT AND THE ACCT10 WORKLIST AND THE ACCT26      *
      *  LETTER RUN LEAVE IT ALONE.  ACCT56 POSTS THE AGENCY'S         *
      *  REMITTANCES AND ACCUMULATES THE MONEY COLLECTED AND THE       *
      *  COMMISSION KEPT HERE.  AN ACCT57 RECALL CARD BRINGS THE       *
      *  ACCOUNT BACK IN-HOUSE ('R', WITH THE DATE AND REASON); A      *
      *  RECALLED ROW IS NOT PLACED AGAIN UNTIL THE RECALL HOLD HAS    *
      *  PASSED, AND IS THEN REPLACED IN PLACE.  EVERY PLACEMENT AND   *
      *  RECALL IS JOURNALED TO ACCTAUD WITH ROW IMAGES (REASON 'PL'). *
      *  DATES ARE YYMMDD FOR STRAIGHT COMPARES.                       *
      *================================================================*
       01  ACCTAGY-REC.
           02  AGY-ACCTC           PIC X(5).
           02  AGY-AGENCY          PIC X(4).
           02  AGY-STATUS          PIC X(1).
               88  AGY-PLACED          VALUE 'P'.
               88  AGY-RECALLED        VALUE 'R'.
           02  AGY-PLACE-TYPE      PIC X(1).
               88  AGY-PLACE-DELQ      VALUE 'D'.
               88  AGY-PLACE-CHGOFF    VALUE 'Z'.
           02  AGY-PLACE-DATE      PIC 9(6).
           02  AGY-PLACE-AMT       PIC S9(6)V99   COMP-3.
           02  AGY-COLL-AMT        PIC S9(7)V99   COMP-3.
           02  AGY-COMM-AMT        PIC S9(7)V99   COMP-3.
           02  AGY-LAST-RMT        PIC 9(6).
           02  AGY-RECALL-DATE     PIC 9(6).
           02  AGY-RECALL-RSN      PIC X(2).
           02  AGY-STAT-OPID       PIC X(3).
           02  FILLER              PIC X(11).
