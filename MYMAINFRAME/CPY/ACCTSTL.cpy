      *================================================================*
      *  ACCTSTL - CARD NETWORK SETTLEMENT ITEM (DATASET ACCTSTL)      *
      *  TRANSMITTED NIGHTLY BY THE CARD NETWORK, ONE 80-BYTE CARD     *
      *  IMAGE PER CLEARED ITEM: THE ACCOUNT NUMBER, THE DATE OF THE   *
      *  SALE AT THE MERCHANT, THE AMOUNT, AND THE MERCHANT AND        *
      *  NETWORK REFERENCE.  READ BY ACCT44, WHICH POSTS EACH ITEM TO  *
      *  ACCTFIL.  COLUMN 20 CARRIES THE ITEM TYPE: BLANK OR 'S' IS A  *
      *  PURCHASE (SALE), 'C' IS A MERCHANT CREDIT (A RETURN OF GOODS  *
      *  THE MERCHANT REFUNDED TO THE CARD).  THE TRANSMISSION IS      *
      *  FRAMED BY AN 'H' HEADER (FIRST CARD, CARRYING THE FILE DATE)  *
      *  AND A 'T' TRAILER (LAST CARD, CARRYING THE ITEM COUNT AND THE *
      *  NET SETTLEMENT TOTAL - PURCHASES LESS CREDITS, WITH '-' IN    *
      *  COL 19 WHEN CREDITS EXCEED PURCHASES), PROVED THE WAY ACCT20  *
      *  PROVES THE LOCKBOX FILE.                                      *
      *  AN ITEM ACCT44 CANNOT POST IS WRITTEN, IN THIS SAME LAYOUT,   *
      *  TO THE HOLD FILE WITH THE DATE IT WAS FIRST HELD AND THE      *
      *  REASON IN COLS 72-79 (ZERO/BLANK ON A NETWORK CARD); THE      *
      *  NEXT NIGHT'S RUN RETRIES THE HELD ITEMS BEFORE THE NEW FILE.  *
      *================================================================*
       01  ACCTSTL-REC.
           02  STL-BODY.
               04  STL-ACCTC       PIC X(5).
               04  STL-PMO         PIC 9(2).
               04  STL-PDAY        PIC 9(2).
               04  STL-PYR         PIC 9(2).
               04  STL-AMT         PIC 9(6)V99.
           02  STL-HDR REDEFINES STL-BODY.
               04  STL-FILE-DATE   PIC 9(6).
               04  FILLER          PIC X(13).
           02  STL-TRL REDEFINES STL-BODY.
               04  STL-ITEM-CNT    PIC 9(7).
               04  STL-NET-TOT     PIC 9(9)V99.
               04  STL-NET-SIGN    PIC X(1).
           02  STL-TYPE            PIC X(1).
               88  STL-PURCHASE        VALUES ' ', 'S'.
               88  STL-CREDIT          VALUE 'C'.
               88  STL-HEADER          VALUE 'H'.
               88  STL-TRAILER         VALUE 'T'.
           02  STL-MERCH-ID        PIC X(10).
           02  STL-MERCH-NAME      PIC X(22).
           02  STL-NET-REF         PIC X(12).
           02  FILLER              PIC X(7).
           02  STL-HOLD-DATE       PIC 9(6).
           02  STL-HOLD-RSN        PIC 9(2).
           02  FILLER              PIC X(1).
