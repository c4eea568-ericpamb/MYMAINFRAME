      *================================================================*
      *  ACCTLGL - LEGAL-STATUS ROW (DATASET ACCTLGL), 100 BYTES       *
      *  AT MOST ONE ROW PER ACCOUNT, KEYED ON THE ACCOUNT NUMBER.     *
      *  RECORDS A BANKRUPTCY ('B' - CHAPTER, CASE NUMBER, FILING      *
      *  DATE) OR A DEATH ('D' - DATE OF DEATH) AND THE ATTORNEY OR    *
      *  ESTATE CONTACT.  LOADED NIGHTLY BY ACCT59 FROM THE VENDOR     *
      *  NOTIFICATION FILE AND MAINTAINED BY A SUPERVISOR ON THE AC58  *
      *  SCREEN (ACCT58); EVERY CHANGE IS JOURNALED TO ACCTAUD WITH    *
      *  ROW IMAGES (REASON 'LG').                                     *
      *  WHILE THE ROW IS ON HOLD ('H') OR CLOSED OUT AND AWAITING     *
      *  CHARGE-OFF ('K' - BANKRUPTCY DISCHARGED OR ESTATE SETTLED)    *
      *  THE ACCOUNT IS UNDER A LEGAL HOLD: ACCT26 SENDS NO LETTER,    *
      *  ACCT10 LEAVES IT OFF THE WORKLIST, ACCT15 CHARGES NO INTEREST *
      *  OR LATE FEE, ACCT55 DOES NOT PLACE IT WITH AN AGENCY, AND     *
      *  ACCT25 REPORTS THE BANKRUPTCY OR DEATH TO THE BUREAU IN PLACE *
      *  OF THE ORDINARY DELINQUENCY STATUS.  A 'K' ROW IS CHARGED OFF *
      *  THROUGH AC21 (REASON 'BK' OR 'DE'), WHICH MARKS IT 'C'.  A    *
      *  DISMISSED BANKRUPTCY, OR A NOTICE POSTED IN ERROR, IS         *
      *  RELEASED ('R') AND THE ACCOUNT GOES BACK TO ORDINARY          *
      *  COLLECTION.  DATES ARE YYMMDD FOR STRAIGHT COMPARES.          *
      *================================================================*
       01  ACCTLGL-REC.
           02  LGL-ACCTC           PIC X(5).
           02  LGL-TYPE            PIC X(1).
               88  LGL-BANKRUPT        VALUE 'B'.
               88  LGL-DECEASED        VALUE 'D'.
           02  LGL-STATUS          PIC X(1).
               88  LGL-HOLD            VALUE 'H'.
               88  LGL-CLOSE-OUT       VALUE 'K'.
               88  LGL-CHARGED         VALUE 'C'.
               88  LGL-RELEASED        VALUE 'R'.
               88  LGL-ON-HOLD         VALUES 'H', 'K'.
           02  LGL-BK-CHAPTER      PIC 9(2).
           02  LGL-CASE-NO         PIC X(12).
           02  LGL-FILE-DATE       PIC 9(6).
           02  LGL-DEC-DATE        PIC 9(6).
           02  LGL-DISP-DATE       PIC 9(6).
           02  LGL-CONTACT         PIC X(24).
           02  LGL-CONTACT-TEL     PIC X(12).
           02  LGL-SOURCE          PIC X(1).
               88  LGL-FROM-VENDOR     VALUE 'V'.
               88  LGL-FROM-ONLINE     VALUE 'O'.
           02  LGL-STAT-DATE       PIC 9(6).
           02  LGL-STAT-OPID       PIC X(3).
           02  FILLER              PIC X(15).
