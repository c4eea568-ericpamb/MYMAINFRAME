           02  AUTH2DO             PIC X(18).
           02  AUTH3DO             PIC X(18).
           02  AUTH4DO             PIC X(18).
      *  CARDS ISSUED.  ONCE AN ACCOUNT HAS ROWS ON ACCTCRD THE
      *  MONTHLY ACCT46 RUN RESETS THIS TO ITS ACTIVE PLASTICS.
           02  CARDSDO             PIC 9(2).
           02  IMODO               PIC 9(2).
           02  IDAYDO              PIC 9(2).
      *  THE OPEN CYCLE WAS BILLED UNDER, STAMPED BY ACCT15 WHEN IT
      *  BILLS PAY-HIST (3), SO THE ACCT13 STATEMENT AND THE ACCT22
      *  AUDIT REPORT CAN NAME THE RATE SET BEHIND ANY CYCLE.  ZERO
      *  WHEN THE OPEN CYCLE CARRIES NO BILL, WAS BILLED UNDER AN
      *  ACCTWKP WORKOUT PLAN INSTEAD, OR ON RECORDS WRITTEN BEFORE
      *  THE PRICING TABLE EXISTED.
           02  PRCDTDO             PIC 9(6).
      *  CREDIT BUREAU RESUBMISSION FLAG, SET 'R' BY ACCT35 WHEN THE
      *  BUREAU REJECTS THE ACCOUNT'S LAST SUBMISSION AND CLEARED BY
      *  ZERO.  SUMMED BY THE ACCT43 YEAR-END REPORT FOR TAX WORK.
           02  RCVAMTDO            PIC S9(6)V99   COMP-3.
           02  CHGAMTDO            PIC S9(6)V99   COMP-3.
      *  RETURNED-MAIL (BAD ADDRESS) FLAG AND THE DATE (YYMMDD) IT WAS
      *  SET.  ACCT60 SETS 'Y' WHEN THE MAIL VENDOR REPORTS A PIECE
      *  RETURNED UNDELIVERABLE WITH NO FORWARDING ADDRESS; WHILE IT
      *  STANDS ACCT13 PRINTS NO PAPER STATEMENT (ELECTRONIC DELIVERY
      *  STILL GOES), ACCT26 SENDS NO LETTER, AND THE ACCOUNT IS ON
      *  THE ACCT60 SKIP-TRACE WORKLIST.  A FORWARDING ADDRESS APPLIED
      *  BY ACCT60, OR ANY ADDRESS CHANGE THROUGH ACCT02, CLEARS IT.
      *  SPACE OR LOW-VALUE (RECORDS WRITTEN BEFORE THE FLAG EXISTED)
      *  READS AS A GOOD ADDRESS.
           02  BADADRDO            PIC X(1).
               88  ADDR-BAD            VALUE 'Y'.
           02  BADDTDO             PIC 9(6).
