      *================================================================*
      *  ACCTPND - AC21 POSTING PENDING APPROVAL (DATASET ACCTPND), 80 *
      *  BYTES.  ACCT21 WRITES ONE WHEN THE AMOUNT KEYED IS OVER THE   *
      *  KEYING OPERATOR'S ACCTOAL LIMIT FOR THE TYPE; NOTHING IS      *
      *  POSTED UNTIL A DIFFERENT OPERATOR WHOSE OWN LIMIT COVERS THE  *
      *  AMOUNT DECIDES IT ON AC71 (ACCT71).  APPROVAL HANDS THE ITEM  *
      *  BACK TO AC21, WHICH POSTS IT THE NORMAL WAY UNDER BOTH        *
      *  OPERATOR IDS AND MARKS THE ROW 'A'; A REJECTION MARKS IT 'R'  *
      *  AND POSTS NOTHING.  KEYED ON ACCOUNT PLUS THE DATE KEYED      *
      *  (YYMMDD) PLUS A SAME-DAY SEQUENCE, LIKE ACCTTRN.  DECIDED     *
      *  ROWS STAY ON FILE AS THE RECORD OF WHO DECIDED WHAT.  PND-    *
      *  LIMIT IS THE KEYING OPERATOR'S LIMIT AT THE TIME.  ACCT37     *
      *  LISTS THE ROWS STILL 'P' AT END OF DAY.  EVERY ROW ADDED OR   *
      *  DECIDED IS JOURNALED TO ACCTAUD UNDER REASON 'PN'.            *
      *  DATES ARE YYMMDD, TIMES HHMMSS.                               *
      *================================================================*
       01  ACCTPND-REC.
           02  PND-KEY.
               04  PND-ACCTC       PIC X(5).
               04  PND-DATE        PIC 9(6).
               04  PND-SEQ         PIC 9(3).
           02  PND-TIME            PIC 9(6).
           02  PND-OPID            PIC X(3).
           02  PND-TERM            PIC X(4).
           02  PND-TYPE            PIC X(1).
           02  PND-AMT             PIC S9(6)V99 COMP-3.
           02  PND-RSNC            PIC X(2).
           02  PND-LIMIT           PIC S9(6)V99 COMP-3.
           02  PND-STATUS          PIC X(1).
               88  PND-PENDING         VALUE 'P'.
               88  PND-APPROVED        VALUE 'A'.
               88  PND-REJECTED        VALUE 'R'.
           02  PND-DEC-OPID        PIC X(3).
           02  PND-DEC-DATE        PIC 9(6).
           02  PND-DEC-TIME        PIC 9(6).
           02  FILLER              PIC X(24).
