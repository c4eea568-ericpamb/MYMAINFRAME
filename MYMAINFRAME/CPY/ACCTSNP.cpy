      *================================================================*
      *  ACCTSNP - MONTH-END DELINQUENCY SNAPSHOT ROW (DATASET         *
      *  SNPFILE, ONE GENERATION A MONTH), 40 BYTES.  WRITTEN BY       *
      *  ACCT61 STRAIGHT AFTER THE ACCT15 CYCLE CUT: ONE ROW PER       *
      *  ACCOUNT ON ACCTFIL, IN ACCOUNT NUMBER ORDER, CARRYING THE     *
      *  OWNING BRANCH (FROM ACCTRNG), THE DELINQUENCY BUCKET AND THE  *
      *  BALANCE (BALDO) AS THEY STOOD AT THE CUT.  THE BUCKET IS THE  *
      *  ACCT10 CYCLES-BEHIND COUNT: 0 CURRENT, 1 / 2 / 3 CYCLES       *
      *  BEHIND (30 / 60 / 90+ DAYS), AND 4 FOR AN ACCOUNT ALREADY     *
      *  CHARGED OFF.  ACCT62 MATCHES THIS MONTH'S GENERATION AGAINST  *
      *  LAST MONTH'S FOR THE ROLL-RATE REPORT.  SNP-MONTH IS YYMM.    *
      *================================================================*
       01  ACCTSNP-REC.
           02  SNP-ACCTC           PIC X(5).
           02  SNP-MONTH           PIC 9(4).
           02  SNP-BRANCH          PIC X(4).
           02  SNP-BUCKET          PIC 9(1).
               88  SNP-CURRENT         VALUE 0.
               88  SNP-DELQ            VALUES 1 THRU 3.
               88  SNP-CHGOFF          VALUE 4.
           02  SNP-BAL             PIC S9(6)V99   COMP-3.
           02  SNP-ASTAT           PIC X(1).
           02  FILLER              PIC X(20).
