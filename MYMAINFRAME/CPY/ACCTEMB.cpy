      *================================================================*
      *  ACCTEMB - CARD EMBOSSING VENDOR EXTRACT (DATASET EMBFILE)     *
      *  WRITTEN MONTHLY BY ACCT46, ONE FIXED-FORMAT 128-BYTE RECORD   *
      *  PER PLASTIC TO BE EMBOSSED AND MAILED: 'N' A NEW CARD, 'R' A  *
      *  REPLACEMENT FOR A LOST, STOLEN OR DAMAGED CARD, 'E' A RENEWAL *
      *  OF A CARD COMING UP TO EXPIRY.  THE CARD GOES TO THE ACCOUNT  *
      *  ADDRESS ON ACCTREC WHOEVER THE HOLDER IS.  FRAMED BY AN 'H'   *
      *  HEADER (RUN DATE) AND A 'T' TRAILER (COUNTS BY ISSUE TYPE)    *
      *  THE VENDOR PROVES BEFORE PRODUCTION.  ALL FIELDS DISPLAY.     *
      *================================================================*
       01  ACCTEMB-REC.
           02  EMB-REC-TYPE        PIC X(1).
               88  EMB-HEADER          VALUE 'H'.
               88  EMB-DETAIL          VALUE 'D'.
               88  EMB-TRAILER         VALUE 'T'.
           02  EMB-BODY.
               04  EMB-ACCTC       PIC X(5).
               04  EMB-SEQ         PIC 9(2).
               04  EMB-ISS-TYPE    PIC X(1).
               04  EMB-NAME        PIC X(26).
               04  EMB-EXP-MM      PIC 9(2).
               04  EMB-EXP-YY      PIC 9(2).
               04  EMB-ADDR1       PIC X(24).
               04  EMB-ADDR2       PIC X(24).
               04  EMB-ADDR3       PIC X(24).
               04  EMB-STATE       PIC X(2).
               04  EMB-ZIP         PIC X(9).
               04  FILLER          PIC X(6).
           02  EMB-HDR REDEFINES EMB-BODY.
               04  EMB-RUN-DATE    PIC 9(6).
               04  FILLER          PIC X(121).
           02  EMB-TRL REDEFINES EMB-BODY.
               04  EMB-TRL-CNT     PIC 9(7).
               04  EMB-TRL-NEW     PIC 9(7).
               04  EMB-TRL-RPL     PIC 9(7).
               04  EMB-TRL-RNW     PIC 9(7).
               04  FILLER          PIC X(99).
