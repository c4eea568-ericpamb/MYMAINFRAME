      *================================================================*
      *  ACCTPLC - COLLECTION AGENCY EXCHANGE RECORD (DATASETS AGYPLC  *
      *  AND AGYRCL), 200 BYTES, ALL FIELDS DISPLAY.  ACCT55 WRITES    *
      *  THE MONTHLY PLACEMENT FILE: FOR EACH AGENCY AN 'H' HEADER     *
      *  (AGENCY, RUN DATE), ONE 'D' DETAIL PER ACCOUNT PLACED - NAME  *
      *  AND ADDRESS OFF ACCTREC, THE AMOUNT PLACED (BALDO, OR         *
      *  CHGAMTDO ON A CHARGE-OFF WITH THE RECOVERIES ALREADY          *
      *  RECEIVED), AND THE LAST PAYMENT OFF PAY-HIST OR ACCTARC - AND *
      *  A 'T' TRAILER (DETAIL COUNT AND AMOUNT TOTAL) THE AGENCY      *
      *  PROVES BEFORE LOADING.  ACCT57 WRITES 'X' RECALL NOTICES IN   *
      *  THE SAME LAYOUT, FRAMED THE SAME WAY.  DATES OFF THE ACCOUNT  *
      *  RECORD STAY MMDDYY AS THEY ARE HELD THERE; THE PLACEMENT AND  *
      *  RECALL DATES ARE YYMMDD.                                      *
      *================================================================*
       01  ACCTPLC-REC.
           02  PLC-REC-TYPE        PIC X(1).
               88  PLC-HEADER          VALUE 'H'.
               88  PLC-DETAIL          VALUE 'D'.
               88  PLC-RECALL          VALUE 'X'.
               88  PLC-TRAILER         VALUE 'T'.
           02  PLC-AGENCY          PIC X(4).
           02  PLC-BODY.
               04  PLC-ACCTC       PIC X(5).
               04  PLC-TYPE        PIC X(1).
               04  PLC-SNAME       PIC X(18).
               04  PLC-FNAME       PIC X(12).
               04  PLC-MI          PIC X(1).
               04  PLC-TEL         PIC X(12).
               04  PLC-ADDR1       PIC X(24).
               04  PLC-ADDR2       PIC X(24).
               04  PLC-ADDR3       PIC X(24).
               04  PLC-STATE       PIC X(2).
               04  PLC-ZIP         PIC X(9).
               04  PLC-AMT         PIC 9(6)V99.
               04  PLC-RCV-AMT     PIC 9(6)V99.
               04  PLC-DUNSTG      PIC 9(1).
               04  PLC-CHGOFF-DATE PIC 9(6).
               04  PLC-LPAY-DATE   PIC 9(6).
               04  PLC-LPAY-AMT    PIC 9(6)V99.
               04  PLC-DATE        PIC 9(6).
               04  PLC-RECALL-RSN  PIC X(2).
               04  FILLER          PIC X(18).
           02  PLC-HDR REDEFINES PLC-BODY.
               04  PLC-RUN-DATE    PIC 9(6).
               04  FILLER          PIC X(189).
           02  PLC-TRL REDEFINES PLC-BODY.
               04  PLC-TRL-CNT     PIC 9(7).
               04  PLC-TRL-AMT     PIC 9(9)V99.
               04  FILLER          PIC X(177).
