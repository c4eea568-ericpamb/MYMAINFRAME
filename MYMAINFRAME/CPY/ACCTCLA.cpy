      *================================================================*
      *  ACCTCLA - COLLECTOR ASSIGNMENT ROW (DATASET ACCTCLA), 40      *
      *  BYTES, KEYED ON BRANCH (RNG-BRANCH ON ACCTRNG) AND STAGE (THE *
      *  CYCLES BEHIND, 1-3, AS ON THE ACCT10 WORKLIST).  STAGE 0 IS   *
      *  THE BRANCH'S DEFAULT COLLECTOR FOR ANY STAGE WITHOUT A ROW OF *
      *  ITS OWN.  ACCT10 USES IT TO ASSIGN EACH NEW QUEUE ITEM ON     *
      *  ACCTCLQ.  MAINTAINED BY A SUPERVISOR ON THE AC69 SCREEN       *
      *  (ACCT69) WITH ACCTAUD JOURNALING (REASON 'CQ').               *
      *================================================================*
       01  ACCTCLA-REC.
           02  CLA-KEY.
               04  CLA-BRANCH      PIC X(4).
               04  CLA-STAGE       PIC 9(1).
           02  CLA-OPID            PIC X(3).
           02  CLA-UPD-DATE        PIC 9(6).
           02  CLA-UPD-OPID        PIC X(3).
           02  FILLER              PIC X(23).
