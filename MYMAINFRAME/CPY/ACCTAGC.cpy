      *================================================================*
      *  ACCTAGC - AGENCY REMITTANCE CONTROL ROW (DATASET ACCTAGC)     *
      *  ONE ROW PER AGENCY REMITTANCE FILE POSTED, KEYED ON THE       *
      *  AGENCY ID AND THE FILE DATE OFF THE AGENCY'S HEADER CARD,     *
      *  WRITTEN BY ACCT56 WHEN A FILE POSTS TO COMPLETION - THE WAY   *
      *  ACCTLBC PROTECTS THE LOCKBOX FILE.  A ROW ALREADY ON FILE     *
      *  MEANS THE AGENCY SENT A FILE THAT HAS ALREADY POSTED, AND THE *
      *  RUN IS REFUSED BEFORE A SINGLE ITEM MOVES; THE OPERATOR       *
      *  OVERRIDE CARD WAIVES THE CHECK FOR A GENUINE REPROCESS.       *
      *================================================================*
       01  ACCTAGC-REC.
           02  AGC-KEY.
               04  AGC-AGENCY      PIC X(4).
               04  AGC-FILE-DATE   PIC 9(6).
           02  AGC-ITEM-CNT        PIC S9(7)      COMP-3.
           02  AGC-NET-TOT         PIC S9(11)V99  COMP-3.
           02  AGC-RUN-DATE        PIC 9(6).
           02  FILLER              PIC X(5).
