      *================================================================*
      *  ACCTDSP - BILLING DISPUTE CASE ROW (DATASET ACCTDSP)          *
      *  ONE ROW PER DISPUTE A CUSTOMER RAISES, KEYED ON ACCOUNT       *
      *  NUMBER PLUS A CASE NUMBER ASSIGNED IN ORDER ON THE ACCOUNT.   *
      *  OPENED, UPDATED AND RESOLVED ON THE AC47 SCREEN (ACCT47) WITH *
      *  ACCTAUD JOURNALING (REASON 'DC'); A CASE IS NEVER DELETED.    *
      *  WHILE A CASE IS HELD OUT ('O' OPEN, OR 'F' FOUND FOR THE      *
      *  CUSTOMER AND AWAITING ITS CREDIT) THE DISPUTED AMOUNT IS LEFT *
      *  OUT OF THE ACCT10, ACCT26 AND ACCT25 DELINQUENCY TESTS AND    *
      *  OUT OF THE ACCT15 INTEREST AND LATE-FEE BASE.  THE NIGHTLY    *
      *  ACCT48 RUN POSTS THE CREDIT FOR AN 'F' CASE THROUGH ACCTTRN   *
      *  AND ACCTGLI AND MARKS IT 'C'.  A CASE RESOLVED AGAINST THE    *
      *  CUSTOMER ('A') PUTS THE AMOUNT BACK FROM THE NEXT CYCLE ON;   *
      *  ACCT15 DOES NOT CHARGE INTEREST OR A LATE FEE FOR THE CYCLE   *
      *  IN WHICH IT WAS RESOLVED.                                     *
      *  DATES ARE YYMMDD FOR STRAIGHT COMPARES.                       *
      *================================================================*
       01  ACCTDSP-REC.
           02  DSP-KEY.
               04  DSP-ACCTC       PIC X(5).
               04  DSP-CASE        PIC 9(3).
           02  DSP-AMT             PIC S9(6)V99   COMP-3.
           02  DSP-ITEM-DATE       PIC 9(6).
           02  DSP-STATUS          PIC X(1).
               88  DSP-OPEN            VALUE 'O'.
               88  DSP-FOR-CUST        VALUE 'F'.
               88  DSP-CREDITED        VALUE 'C'.
               88  DSP-AGAINST         VALUE 'A'.
               88  DSP-HELD-OUT        VALUES 'O', 'F'.
           02  DSP-DESC            PIC X(20).
           02  DSP-OPEN-DATE       PIC 9(6).
           02  DSP-OPEN-OPID       PIC X(3).
           02  DSP-CLS-DATE        PIC 9(6).
           02  DSP-CLS-OPID        PIC X(3).
           02  DSP-POST-DATE       PIC 9(6).
           02  FILLER              PIC X(16).
