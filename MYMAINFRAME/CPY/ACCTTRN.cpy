      *  ACCTTRN - ITEMIZED TRANSACTION DETAIL RECORD (DATASET         *
      *  ACCTTRN).  ONE ROW PER POSTING, WRITTEN ALONGSIDE THE         *
      *  POSTING ITSELF BY ACCT20 (LOCKBOX PAYMENTS AND RETURNS),      *
      *  ACCT21 (COUNTER ACTIVITY), ACCT14 (WEB PAYMENTS), ACCT15      *
      *  (CYCLE-CUT INTEREST AND LATE FEES), ACCT44 (CARD NETWORK      *
      *  PURCHASES AND MERCHANT CREDITS), ACCT48 (CREDITS FOR          *
      *  DISPUTES FOUND FOR THE CUSTOMER), ACCT53/ACCT54 (AUTOPAY      *
      *  DEBITS AND THEIR RETURNS) AND ACCT56 (COLLECTION AGENCY       *
      *  REMITTANCES), SO THE INDIVIDUAL ITEMS                         *
      *  BEHIND A PAY-HIST CELL SURVIVE THE CYCLE ROLL.  KEYED ON      *
      *  ACCOUNT PLUS DATE (YYMMDD) PLUS A SAME-DAY SEQUENCE, SO THE   *
      *  ACCT13 STATEMENT CAN PRINT A REAL TRANSACTION REGISTER AND    *
      *  REWRITTEN.                                                    *
      *  TYPES: 'P' PAYMENT, 'R' RETURN/REVERSAL, 'A' ADJUSTMENT,      *
      *  'Z' CHARGE-OFF, 'I' INTEREST, 'F' FEE, 'V' RECOVERY ON A      *
      *  CHARGED-OFF ACCOUNT (THE ROWS ACCT43 SUMS BY YEAR), 'S'       *
      *  PURCHASE, 'C' MERCHANT CREDIT.                                *
      *  SOURCES: 'CT' COUNTER, 'LB' LOCKBOX, 'WB' WEB, 'CY' CYCLE,    *
      *  'CN' CARD NETWORK, 'DS' DISPUTE RESOLUTION, 'AP' AUTOPAY,     *
      *  'AG' COLLECTION AGENCY.                                       *
      *  TRN-ADB IS CARRIED ONLY ON ACCT15 'I' ROWS: THE AVERAGE DAILY *
      *  BALANCE THE INTEREST WAS CHARGED ON, FOR THE ACCT13           *
      *  STATEMENT.  OTHER WRITERS LEAVE IT SPACES, EXCEPT THAT AN     *
      *  ACCT21 'CT' ROW POSTED ON A SECOND OPERATOR'S APPROVAL (AC71) *
      *  CARRIES THAT OPERATOR IN TRN-APPR-OPID OVER THE SAME BYTES;   *
      *  TRN-OPID IS STILL THE OPERATOR WHO KEYED THE ITEM.            *
      *================================================================*
       01  ACCTTRN-REC.
           02  TRN-KEY.
           02  TRN-RSNC            PIC X(2).
           02  TRN-OPID            PIC X(3).
           02  TRN-AMT             PIC S9(6)V99 COMP-3.
           02  TRN-ADB             PIC S9(6)V99 COMP-3.
           02  TRN-CTR REDEFINES TRN-ADB.
               04  TRN-APPR-OPID   PIC X(3).
               04  FILLER          PIC X(2).
           02  FILLER              PIC X(1).
