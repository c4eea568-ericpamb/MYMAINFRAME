      *================================================================*
      *  ACCTWKP - HARDSHIP WORKOUT PLAN ROW (DATASET ACCTWKP)         *
      *  AT MOST ONE ROW PER ACCOUNT, KEYED ON THE ACCOUNT NUMBER.     *
      *  ENROLLED AND CANCELLED BY A SUPERVISOR ON THE AC49 SCREEN     *
      *  (ACCT49) WITH ACCTAUD JOURNALING (REASON 'WP'); A LATER PLAN  *
      *  ON THE SAME ACCOUNT REPLACES A FINISHED ONE IN PLACE.  WHILE  *
      *  THE PLAN IS ACTIVE ACCT15 BILLS THE ACCOUNT AT WKP-RATE WITH  *
      *  NO LATE FEE AND MAKES WKP-PAYMENT THE MINIMUM DUE, INSTEAD    *
      *  OF THE ACCTPRC ROW.  THE MONTH-END ACCT50 RUN COUNTS EACH     *
      *  PLAN CYCLE PAID IN FULL BY ITS DUE DATE; WHEN WKP-PMT-CNT     *
      *  REACHES WKP-REQ-PMTS THE ACCOUNT IS RE-AGED AND THE PLAN IS   *
      *  COMPLETE, AND A SHORT OR LATE PAYMENT BREAKS THE PLAN.        *
      *  WKP-REAGE-DATE IS THE BILL DATE OF THE LAST CYCLE THE RE-AGE  *
      *  COVERED: ACCT10, ACCT25 AND ACCT26 DO NOT COUNT ANY CYCLE     *
      *  BILLED ON OR BEFORE IT AS DELINQUENT.  IT IS KEPT WHEN A NEW  *
      *  PLAN REPLACES THE ROW.                                        *
      *  DATES ARE YYMMDD FOR STRAIGHT COMPARES.                       *
      *================================================================*
       01  ACCTWKP-REC.
           02  WKP-ACCTC           PIC X(5).
           02  WKP-TYPE            PIC X(1).
               88  WKP-LONG-TERM       VALUE 'H'.
               88  WKP-TEMPORARY       VALUE 'T'.
           02  WKP-RATE            PIC V999.
           02  WKP-PAYMENT         PIC S9(6)V99   COMP-3.
           02  WKP-START           PIC 9(6).
           02  WKP-REQ-PMTS        PIC 9(2).
           02  WKP-PMT-CNT         PIC 9(2).
           02  WKP-STATUS          PIC X(1).
               88  WKP-ACTIVE          VALUE 'A'.
               88  WKP-BROKEN          VALUE 'B'.
               88  WKP-COMPLETE        VALUE 'C'.
               88  WKP-ENDED           VALUE 'X'.
           02  WKP-STAT-DATE       PIC 9(6).
           02  WKP-LAST-CYC        PIC 9(6).
           02  WKP-REAGE-DATE      PIC 9(6).
           02  WKP-ENR-DATE        PIC 9(6).
           02  WKP-ENR-OPID        PIC X(3).
           02  WKP-STAT-OPID       PIC X(3).
           02  FILLER              PIC X(5).
