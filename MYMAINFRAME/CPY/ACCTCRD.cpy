      *================================================================*
      *  ACCTCRD - CARD PLASTICS MASTER ROW (DATASET ACCTCRD)          *
      *  ONE ROW PER PLASTIC EVER ISSUED ON AN ACCOUNT, KEYED ON       *
      *  ACCOUNT NUMBER PLUS CARD SEQUENCE.  CRD-HOLDER TIES THE CARD  *
      *  TO ITS HOLDER: 00 IS THE PRIMARY CARDHOLDER ON ACCTREC, ANY   *
      *  OTHER VALUE IS THE AUS-SEQ OF THE ACCTAUS AUTHORIZED USER.    *
      *  ISSUED, BLOCKED (LOST/STOLEN) AND REPLACED ON THE AC45        *
      *  SCREEN (ACCT45) WITH ACCTAUD JOURNALING (REASON 'CD'); A      *
      *  BLOCKED OR REPLACED CARD IS NEVER DELETED, SO THE TRACE OF    *
      *  EVERY PLASTIC SURVIVES.  THE MONTHLY ACCT46 RUN SENDS EVERY   *
      *  ACTIVE CARD NOT YET EMBOSSED (CRD-EMB-DATE ZERO) AND EVERY    *
      *  CARD COMING UP TO EXPIRY TO THE EMBOSSING VENDOR, AND KEEPS   *
      *  CARDSDO ON ACCTREC EQUAL TO THE ACTIVE CARDS HERE.            *
      *  DATES ARE YYMMDD FOR STRAIGHT COMPARES; EXPIRY IS YYMM.       *
      *================================================================*
       01  ACCTCRD-REC.
           02  CRD-KEY.
               04  CRD-ACCTC       PIC X(5).
               04  CRD-SEQ         PIC 9(2).
           02  CRD-HOLDER          PIC 9(2).
           02  CRD-EMB-NAME        PIC X(26).
           02  CRD-STATUS          PIC X(1).
               88  CRD-ACTIVE          VALUE 'A'.
               88  CRD-LOST            VALUE 'L'.
               88  CRD-STOLEN          VALUE 'S'.
               88  CRD-BLOCKED         VALUES 'L', 'S'.
               88  CRD-REPLACED        VALUE 'R'.
               88  CRD-EXPIRED         VALUE 'X'.
           02  CRD-ISS-TYPE        PIC X(1).
               88  CRD-ISS-NEW         VALUE 'N'.
               88  CRD-ISS-REPLACE     VALUE 'R'.
               88  CRD-ISS-RENEW       VALUE 'E'.
           02  CRD-ISS-DATE        PIC 9(6).
           02  CRD-ISS-OPID        PIC X(3).
           02  CRD-EXP-DATE.
               04  CRD-EXP-YY      PIC 9(2).
               04  CRD-EXP-MM      PIC 9(2).
           02  CRD-EMB-DATE        PIC 9(6).
           02  CRD-BLK-DATE        PIC 9(6).
           02  CRD-BLK-OPID        PIC X(3).
           02  CRD-PREV-SEQ        PIC 9(2).
           02  CRD-NEXT-SEQ        PIC 9(2).
           02  FILLER              PIC X(11).
