      *================================================================*
      *  ACCTACH - NACHA ACH FILE RECORD, 94 BYTES.  ONE LAYOUT FOR    *
      *  THE AUTOPAY DEBIT FILE ACCT52 ORIGINATES (ACHOUT) AND THE     *
      *  RETURN FILE THE BANK SENDS BACK (ACHRTN, READ BY ACCT54).     *
      *  ACH-REC-TYPE PICKS THE VIEW: '1' FILE HEADER, '5' BATCH       *
      *  HEADER, '6' ENTRY DETAIL, '7' ADDENDA (TYPE '99' ON A RETURN  *
      *  CARRIES THE RETURN REASON AND THE ORIGINAL TRACE NUMBER),     *
      *  '8' BATCH CONTROL, '9' FILE CONTROL.  A FILE IS FILLED OUT    *
      *  TO A WHOLE BLOCK OF TEN WITH RECORDS OF ALL NINES.            *
      *  AUTOPAY ENTRIES CARRY THE ACCOUNT NUMBER, LEFT-JUSTIFIED, AS  *
      *  THE INDIVIDUAL ID, SO IT COMES BACK ON ANY RETURN.            *
      *================================================================*
       01  ACCTACH-REC.
           02  ACH-REC-TYPE        PIC X(1).
               88  ACH-FILE-HDR        VALUE '1'.
               88  ACH-BATCH-HDR       VALUE '5'.
               88  ACH-ENTRY           VALUE '6'.
               88  ACH-ADDENDA         VALUE '7'.
               88  ACH-BATCH-CTL       VALUE '8'.
               88  ACH-FILE-CTL        VALUE '9'.
           02  ACH-BODY            PIC X(93).
           02  ACH-FHDR REDEFINES ACH-BODY.
               04  ACH-FH-PRIORITY     PIC X(2).
               04  ACH-FH-DEST         PIC X(10).
               04  ACH-FH-ORIGIN       PIC X(10).
               04  ACH-FH-DATE         PIC 9(6).
               04  ACH-FH-TIME         PIC 9(4).
               04  ACH-FH-MODIFIER     PIC X(1).
               04  ACH-FH-REC-SIZE     PIC X(3).
               04  ACH-FH-BLOCKING     PIC X(2).
               04  ACH-FH-FORMAT       PIC X(1).
               04  ACH-FH-DEST-NAME    PIC X(23).
               04  ACH-FH-ORIG-NAME    PIC X(23).
               04  ACH-FH-REFERENCE    PIC X(8).
           02  ACH-BHDR REDEFINES ACH-BODY.
               04  ACH-BH-SVC-CLASS    PIC X(3).
               04  ACH-BH-CO-NAME      PIC X(16).
               04  ACH-BH-CO-DATA      PIC X(20).
               04  ACH-BH-CO-ID        PIC X(10).
               04  ACH-BH-SEC          PIC X(3).
               04  ACH-BH-DESC         PIC X(10).
               04  ACH-BH-DESC-DATE    PIC X(6).
               04  ACH-BH-EFF-DATE     PIC 9(6).
               04  ACH-BH-STL-DATE     PIC X(3).
               04  ACH-BH-ORIG-STAT    PIC X(1).
               04  ACH-BH-ODFI         PIC X(8).
               04  ACH-BH-BATCH        PIC 9(7).
           02  ACH-ENTRY-DTL REDEFINES ACH-BODY.
               04  ACH-EN-TRAN-CODE    PIC X(2).
                   88  ACH-EN-DEBIT        VALUES '27', '37'.
                   88  ACH-EN-DEBIT-RTN    VALUES '26', '36'.
               04  ACH-EN-RDFI         PIC 9(8).
               04  ACH-EN-CHECK-DIGIT  PIC 9(1).
               04  ACH-EN-DFI-ACCT     PIC X(17).
               04  ACH-EN-AMT          PIC 9(8)V99.
               04  ACH-EN-IND-ID       PIC X(15).
               04  ACH-EN-IND-NAME     PIC X(22).
               04  ACH-EN-DISC         PIC X(2).
               04  ACH-EN-ADDENDA-IND  PIC X(1).
               04  ACH-EN-TRACE        PIC X(15).
           02  ACH-ADDENDA-DTL REDEFINES ACH-BODY.
               04  ACH-AD-TYPE         PIC X(2).
                   88  ACH-AD-RETURN       VALUE '99'.
               04  ACH-AD-RTN-CODE     PIC X(3).
               04  ACH-AD-ORIG-TRACE   PIC X(15).
               04  ACH-AD-DEATH-DATE   PIC X(6).
               04  ACH-AD-ORIG-RDFI    PIC X(8).
               04  ACH-AD-INFO         PIC X(44).
               04  ACH-AD-TRACE        PIC X(15).
           02  ACH-BCTL REDEFINES ACH-BODY.
               04  ACH-BC-SVC-CLASS    PIC X(3).
               04  ACH-BC-ENTRY-CNT    PIC 9(6).
               04  ACH-BC-HASH         PIC 9(10).
               04  ACH-BC-DEBIT        PIC 9(10)V99.
               04  ACH-BC-CREDIT       PIC 9(10)V99.
               04  ACH-BC-CO-ID        PIC X(10).
               04  ACH-BC-AUTH         PIC X(19).
               04  FILLER              PIC X(6).
               04  ACH-BC-ODFI         PIC X(8).
               04  ACH-BC-BATCH        PIC 9(7).
           02  ACH-FCTL REDEFINES ACH-BODY.
               04  ACH-FC-BATCH-CNT    PIC 9(6).
               04  ACH-FC-BLOCK-CNT    PIC 9(6).
               04  ACH-FC-ENTRY-CNT    PIC 9(8).
               04  ACH-FC-HASH         PIC 9(10).
               04  ACH-FC-DEBIT        PIC 9(10)V99.
               04  ACH-FC-CREDIT       PIC 9(10)V99.
               04  FILLER              PIC X(39).
