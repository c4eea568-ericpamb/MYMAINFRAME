      *================================================================*
      *  ACCTOAL - OPERATOR DOLLAR AUTHORITY LIMITS (DATASET ACCTOAL), *
      *  40 BYTES, KEYED BY CICS SIGN-ON OPERATOR ID (EIBOPID).  ONE   *
      *  LIMIT PER AC21 TRANSACTION TYPE: THE LARGEST PAYMENT (A       *
      *  RECOVERY ON A CHARGED-OFF ACCOUNT COUNTS AS A PAYMENT), FEE   *
      *  REVERSAL, ADJUSTMENT OR CHARGE-OFF THE OPERATOR MAY POST      *
      *  ALONE.  AN ACCT21 ITEM OVER THE KEYING OPERATOR'S LIMIT DOES  *
      *  NOT POST; IT IS HELD ON ACCTPND FOR A DIFFERENT OPERATOR      *
      *  WHOSE OWN LIMIT COVERS IT TO APPROVE OR REJECT ON AC71.  AN   *
      *  OPERATOR WITH NO ROW HAS NO AUTHORITY, SO EVERY ITEM KEYED    *
      *  UNDER THAT SIGN-ON IS HELD.  OAL-LIMIT (1) TO (4) ARE THE     *
      *  SAME FOUR LIMITS IN TYPE ORDER 'P', 'R', 'A', 'Z'.  KEPT BY   *
      *  A SUPERVISOR ON THE AC72 SCREEN (ACCT72) WITH ACCTAUD         *
      *  JOURNALING (REASON 'OL').  DATES ARE YYMMDD.                  *
      *================================================================*
       01  ACCTOAL-REC.
           02  OAL-OPID            PIC X(3).
           02  OAL-LIMITS.
               04  OAL-PAY-LIMIT   PIC S9(6)V99 COMP-3.
               04  OAL-RVS-LIMIT   PIC S9(6)V99 COMP-3.
               04  OAL-ADJ-LIMIT   PIC S9(6)V99 COMP-3.
               04  OAL-CHG-LIMIT   PIC S9(6)V99 COMP-3.
           02  FILLER REDEFINES OAL-LIMITS.
               04  OAL-LIMIT       PIC S9(6)V99 COMP-3 OCCURS 4.
           02  OAL-UPD-DATE        PIC 9(6).
           02  OAL-UPD-OPID        PIC X(3).
           02  FILLER              PIC X(8).
