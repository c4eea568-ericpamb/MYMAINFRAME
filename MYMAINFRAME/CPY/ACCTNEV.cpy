      *================================================================*
      *  ACCTNEV - NOTIFICATION EVENT RECORD (DATASET NOTEVT), 150     *
      *  BYTES, ALL FIELDS DISPLAY.  ACCT67 WRITES THE DAILY FILE FOR  *
      *  THE MESSAGING VENDOR: AN 'H' HEADER (RUN DATE AND TIME), ONE  *
      *  'D' DETAIL PER ALERT TO SEND AND A 'T' TRAILER (DETAIL COUNT  *
      *  AND AMOUNT TOTAL) THE VENDOR PROVES BEFORE LOADING.  THE      *
      *  CHANNEL, EMAIL AND MOBILE COME OFF THE ACCTNTF OPT-IN ROW.    *
      *  EVENTS AND WHAT NEV-EVT-DATE AND NEV-AMT CARRY:               *
      *    'DU' PAYMENT DUE SOON     - DUE DATE, MINIMUM DUE           *
      *    'PR' PAYMENT RECEIVED     - POSTING DATE, PAYMENT           *
      *    'RP' PAYMENT RETURNED     - POSTING DATE, AMOUNT RETURNED   *
      *    'NL' BALANCE NEAR LIMIT   - RUN DATE, BALANCE               *
      *    'PP' PROMISE REMINDER     - PROMISED DATE, AMOUNT PROMISED  *
      *  NEV-BAL AND NEV-LIMIT ARE THE ACCOUNT'S BALANCE AND LIMIT AT  *
      *  THE RUN.  AMOUNTS ARE UNSIGNED WITH NEGATIVES FLOORED AT      *
      *  ZERO, AS IN THE ACCTEST EXTRACT; DATES ARE YYMMDD.            *
      *================================================================*
       01  ACCTNEV-REC.
           02  NEV-REC-TYPE        PIC X(1).
               88  NEV-HEADER          VALUE 'H'.
               88  NEV-DETAIL          VALUE 'D'.
               88  NEV-TRAILER         VALUE 'T'.
           02  NEV-BODY.
               04  NEV-ACCTC       PIC X(5).
               04  NEV-EVENT       PIC X(2).
                   88  NEV-DUE-SOON        VALUE 'DU'.
                   88  NEV-PAY-RECEIVED    VALUE 'PR'.
                   88  NEV-PAY-RETURNED    VALUE 'RP'.
                   88  NEV-NEAR-LIMIT      VALUE 'NL'.
                   88  NEV-PROMISE-DUE     VALUE 'PP'.
               04  NEV-CHANNEL     PIC X(1).
               04  NEV-EMAIL       PIC X(50).
               04  NEV-MOBILE      PIC X(10).
               04  NEV-FNAME       PIC X(12).
               04  NEV-SNAME       PIC X(18).
               04  NEV-EVT-DATE    PIC 9(6).
               04  NEV-AMT         PIC 9(6)V99.
               04  NEV-BAL         PIC 9(6)V99.
               04  NEV-LIMIT       PIC 9(6)V99.
               04  FILLER          PIC X(21).
           02  NEV-HDR REDEFINES NEV-BODY.
               04  NEV-RUN-DATE    PIC 9(6).
               04  NEV-RUN-TIME    PIC 9(6).
               04  FILLER          PIC X(137).
           02  NEV-TRL REDEFINES NEV-BODY.
               04  NEV-TRL-CNT     PIC 9(7).
               04  NEV-TRL-AMT     PIC 9(9)V99.
               04  FILLER          PIC X(131).
