      *================================================================*
      *  ACCTAGR - COLLECTION AGENCY REMITTANCE ITEM (DATASET AGYRMT)  *
      *  SENT BY A COLLECTION AGENCY WITH ITS REMITTANCE, ONE 80-BYTE  *
      *  CARD IMAGE PER PAYMENT IT COLLECTED ON A PLACED ACCOUNT: THE  *
      *  ACCOUNT NUMBER, THE DATE THE CUSTOMER PAID, THE GROSS AMOUNT  *
      *  PAID, THE COMMISSION THE AGENCY KEPT, AND THE NET REMITTED    *
      *  (GROSS LESS COMMISSION).  READ BY ACCT56.  THE FILE IS        *
      *  FRAMED BY AN 'H' HEADER (FIRST CARD: AGENCY ID AND FILE DATE) *
      *  AND A 'T' TRAILER (LAST CARD: ITEM COUNT, GROSS TOTAL AND NET *
      *  TOTAL), PROVED THE WAY ACCT20 PROVES THE LOCKBOX FILE AND     *
      *  CHECKED AGAINST THE ACCTAGC CONTROL DATASET.                  *
      *================================================================*
       01  ACCTAGR-REC.
           02  AGR-BODY.
               04  AGR-ACCTC       PIC X(5).
               04  AGR-PMO         PIC 9(2).
               04  AGR-PDAY        PIC 9(2).
               04  AGR-PYR         PIC 9(2).
               04  AGR-GROSS       PIC 9(6)V99.
               04  AGR-COMM        PIC 9(6)V99.
               04  AGR-NET         PIC 9(6)V99.
           02  AGR-HDR REDEFINES AGR-BODY.
               04  AGR-AGENCY      PIC X(4).
               04  AGR-FILE-DATE   PIC 9(6).
               04  FILLER          PIC X(25).
           02  AGR-TRL REDEFINES AGR-BODY.
               04  AGR-ITEM-CNT    PIC 9(7).
               04  AGR-GROSS-TOT   PIC 9(9)V99.
               04  AGR-NET-TOT     PIC 9(9)V99.
               04  FILLER          PIC X(6).
           02  AGR-TYPE            PIC X(1).
               88  AGR-PAYMENT         VALUES ' ', 'P'.
               88  AGR-HEADER          VALUE 'H'.
               88  AGR-TRAILER         VALUE 'T'.
           02  FILLER              PIC X(44).
