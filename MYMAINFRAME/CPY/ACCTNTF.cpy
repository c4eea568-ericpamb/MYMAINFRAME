      *================================================================*
      *  ACCTNTF - CUSTOMER NOTIFICATION OPT-IN ROW (DATASET ACCTNTF), *
      *  100 BYTES, AT MOST ONE ROW PER ACCOUNT, KEYED ON THE ACCOUNT  *
      *  NUMBER.  THE CUSTOMER'S EMAIL ADDRESS AND MOBILE NUMBER, THE  *
      *  CHANNEL ('E' EMAIL, 'T' TEXT, 'B' BOTH) AND A 'Y' FOR EACH    *
      *  ALERT WANTED: PAYMENT DUE, PAYMENT RECEIVED, PAYMENT          *
      *  RETURNED, BALANCE NEAR THE LIMIT, PROMISE-TO-PAY REMINDER.    *
      *  OPTED IN, CHANGED AND OPTED OUT ON THE AC66 SCREEN (ACCT66)   *
      *  WITH ACCTAUD JOURNALING (REASON 'NT').  THE DAILY ACCT67 RUN  *
      *  SENDS AN EVENT ONLY FOR AN OPTED-IN ('A') ROW AND ONLY FOR AN *
      *  ALERT MARKED 'Y'; AN OPTED-OUT ('X') ROW IS KEPT FOR THE      *
      *  RECORD OF CONSENT.  NTF-DUE-SENT (THE DUE DATE LAST ALERTED)  *
      *  AND NTF-LIM-SW (NEAR-LIMIT ALERT SENT, CLEARED WHEN THE       *
      *  BALANCE FALLS BACK) ARE KEPT BY ACCT67 SO EACH ALERT GOES     *
      *  ONCE.  DATES ARE YYMMDD FOR STRAIGHT COMPARES.                *
      *================================================================*
       01  ACCTNTF-REC.
           02  NTF-ACCTC           PIC X(5).
           02  NTF-EMAIL           PIC X(50).
           02  NTF-MOBILE          PIC X(10).
           02  NTF-CHANNEL         PIC X(1).
               88  NTF-BY-EMAIL        VALUE 'E'.
               88  NTF-BY-TEXT         VALUE 'T'.
               88  NTF-BY-BOTH         VALUE 'B'.
           02  NTF-EVENTS.
               04  NTF-EV-DUE      PIC X(1).
                   88  NTF-WANTS-DUE       VALUE 'Y'.
               04  NTF-EV-PAID     PIC X(1).
                   88  NTF-WANTS-PAID      VALUE 'Y'.
               04  NTF-EV-RETURN   PIC X(1).
                   88  NTF-WANTS-RETURN    VALUE 'Y'.
               04  NTF-EV-LIMIT    PIC X(1).
                   88  NTF-WANTS-LIMIT     VALUE 'Y'.
               04  NTF-EV-PROMISE  PIC X(1).
                   88  NTF-WANTS-PROMISE   VALUE 'Y'.
           02  NTF-STATUS          PIC X(1).
               88  NTF-OPTED-IN        VALUE 'A'.
               88  NTF-OPTED-OUT       VALUE 'X'.
           02  NTF-ENR-DATE        PIC 9(6).
           02  NTF-ENR-OPID        PIC X(3).
           02  NTF-STAT-DATE       PIC 9(6).
           02  NTF-STAT-OPID       PIC X(3).
           02  NTF-DUE-SENT        PIC 9(6).
           02  NTF-LIM-SW          PIC X(1).
               88  NTF-LIM-SENT        VALUE 'Y'.
           02  FILLER              PIC X(3).
