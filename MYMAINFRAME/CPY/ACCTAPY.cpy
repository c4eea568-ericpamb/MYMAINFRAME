      *================================================================*
      *  ACCTAPY - AUTOPAY ENROLLMENT ROW (DATASET ACCTAPY)            *
      *  AT MOST ONE ROW PER ACCOUNT, KEYED ON THE ACCOUNT NUMBER.     *
      *  ENROLLED, CHANGED AND CANCELLED ON THE AC51 SCREEN (ACCT51)   *
      *  WITH ACCTAUD JOURNALING (REASON 'AE').  THE CUSTOMER'S BANK   *
      *  ROUTING NUMBER, ACCOUNT NUMBER AND ACCOUNT TYPE ('C'          *
      *  CHECKING, 'S' SAVINGS) NAME WHERE THE DEBIT IS DRAWN; THE     *
      *  AMOUNT OPTION SAYS HOW MUCH: 'M' THE MINIMUM DUE (MINPAYDO),  *
      *  'S' THE STATEMENT BALANCE (BAMT OF THE OPEN CYCLE), 'F' THE   *
      *  FIXED AMOUNT, EACH LESS WHAT HAS ALREADY BEEN PAID ON THE     *
      *  CYCLE AND NEVER MORE THAN BALDO.                              *
      *  THE DAILY ACCT52 RUN DRAFTS EVERY ACTIVE ROW WHOSE DUE DATE   *
      *  FALLS WITHIN THE LEAD DAYS ONTO THE NACHA DEBIT FILE AND      *
      *  RECORDS THE DRAFT HERE (APY-DR-STATUS 'P' PENDING); ACCT53    *
      *  POSTS IT ON ITS SETTLEMENT DATE ('S' SETTLED, OR 'E' WHEN THE *
      *  ACCOUNT COULD NOT TAKE IT AND IT WENT TO THE EXCEPTION        *
      *  REPORT); ACCT54 REVERSES IT WHEN THE BANK RETURNS IT ('R').   *
      *  APY-RTN-CNT COUNTS RETURNS IN A ROW - THE NEXT DRAFT CLEARS   *
      *  IT WHEN THE LAST ONE STOOD - AND ACCT54 SUSPENDS THE          *
      *  ENROLLMENT ('S') WHEN IT REACHES THE RETURN LIMIT, OR AT ONCE *
      *  WHEN THE BANK SAYS THE ACCOUNT IS CLOSED OR THE DEBIT WAS NOT *
      *  AUTHORIZED.  ONLY A SUPERVISOR MAY RE-ENROLL A SUSPENDED ROW. *
      *  DATES ARE YYMMDD FOR STRAIGHT COMPARES.                       *
      *================================================================*
       01  ACCTAPY-REC.
           02  APY-ACCTC           PIC X(5).
           02  APY-ROUTING         PIC 9(9).
           02  APY-DDA-ACCT        PIC X(17).
           02  APY-DDA-TYPE        PIC X(1).
               88  APY-CHECKING        VALUE 'C'.
               88  APY-SAVINGS         VALUE 'S'.
           02  APY-OPTION          PIC X(1).
               88  APY-OPT-MINIMUM     VALUE 'M'.
               88  APY-OPT-STATEMENT   VALUE 'S'.
               88  APY-OPT-FIXED       VALUE 'F'.
           02  APY-FIXED-AMT       PIC S9(6)V99   COMP-3.
           02  APY-STATUS          PIC X(1).
               88  APY-ACTIVE          VALUE 'A'.
               88  APY-SUSPENDED       VALUE 'S'.
               88  APY-CANCELLED       VALUE 'X'.
           02  APY-STAT-DATE       PIC 9(6).
           02  APY-ENR-DATE        PIC 9(6).
           02  APY-ENR-OPID        PIC X(3).
           02  APY-STAT-OPID       PIC X(3).
           02  APY-RTN-CNT         PIC 9(2).
           02  APY-DR-STATUS       PIC X(1).
               88  APY-DR-PENDING      VALUE 'P'.
               88  APY-DR-SETTLED      VALUE 'S'.
               88  APY-DR-EXCEPTION    VALUE 'E'.
               88  APY-DR-RETURNED     VALUE 'R'.
           02  APY-DUE-DATE        PIC 9(6).
           02  APY-DRAFT-DATE      PIC 9(6).
           02  APY-DRAFT-AMT       PIC S9(6)V99   COMP-3.
           02  APY-TRACE           PIC X(15).
           02  APY-RTN-DATE        PIC 9(6).
           02  APY-RTN-CODE        PIC X(3).
           02  FILLER              PIC X(9).
