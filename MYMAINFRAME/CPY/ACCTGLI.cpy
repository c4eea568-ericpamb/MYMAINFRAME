      *  ACCTGLI - GENERAL LEDGER POSTING INTERFACE RECORD (DATASET    *
      *  ACCTGLI).  WRITTEN BY ACCT15 FOR THE CYCLE-CUT ACCRUALS      *
      *  (CATEGORIES 'INT ' INTEREST, 'FEE ' LATE FEES) AND BY ACCT20 *
      *  FOR THE NIGHTLY LOCKBOX PAYMENT POSTINGS ('PAY '), AND BY    *
      *  ACCT44 FOR CARD PURCHASES ('PUR ') AND MERCHANT CREDITS      *
      *  ('MCR ') AGAINST NETWORK SETTLEMENT CLEARING, AND BY ACCT48  *
      *  FOR DISPUTE CREDITS ('DSP ') AGAINST DISPUTE CLEARING, AND   *
      *  BY ACCT56 FOR COLLECTION AGENCY REMITTANCES ('AGY ' PAYMENTS *
      *  AND 'RCV ' RECOVERIES) AND THE AGENCY COMMISSION ('COMM').   *
      *  THE FILE CARRIES ONE 'D' DETAIL RECORD PER ACCOUNT PER       *
      *  CATEGORY, ONE DEBIT/CREDIT 'P' PAIR PER CATEGORY AT CATEGORY *
      *  TOTAL, AND A 'T' TRAILER WITH THE RECORD COUNT AND HASH      *
      *  TOTALS (AMOUNTS AND ACCOUNT NUMBERS) THAT FINANCE MUST PROVE *
      *  BEFORE LOADING.                                              *
      *================================================================*
       01  ACCTGLI-REC.
           02  GLI-REC-TYPE        PIC X(1).
