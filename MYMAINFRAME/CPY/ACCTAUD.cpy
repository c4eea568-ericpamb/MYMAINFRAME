      *  AFTER THE IMAGES SO THE ORIGINAL 791-BYTE PREFIX LAYOUT IS    *
      *  UNCHANGED - RECORDS WRITTEN BEFORE THE FIELD EXISTED ONLY     *
      *  NEED TWO TRAILING SPACES ADDED AT CUTOVER.                    *
      *  AUD-APPR-OPID FOLLOWS IT ON THE SAME TERMS: THE SECOND        *
      *  OPERATOR WHO APPROVED AN ACCT21 POSTING HELD OVER THE KEYING  *
      *  OPERATOR'S DOLLAR AUTHORITY (AC71), SPACES ON EVERY OTHER     *
      *  ENTRY AND THREE TRAILING SPACES ON RECORDS FROM BEFORE IT.    *
      *  AUD-ROW-IMAGE NAMES THE REASON CODES WHOSE IMAGES ARE ROWS OF *
      *  ANOTHER DATASET, NOT ACCOUNT RECORDS ('TS'/'TR' ACCT29 TABLE  *
      *  ROWS, 'AU' ACCT42 AUTHORIZED USERS, 'CD' CARD PLASTICS, 'DC'  *
      *  DISPUTE CASES, 'WP' WORKOUT PLANS, 'AE' AUTOPAY ENROLLMENTS,  *
      *  'PL' COLLECTION AGENCY PLACEMENTS, 'LG' LEGAL-STATUS ROWS,    *
      *  'CL' BUSINESS-DAY CALENDAR ROWS, 'NT' NOTIFICATION OPT-INS,   *
      *  'CQ' COLLECTOR ASSIGNMENTS AND WORK QUEUE ITEMS, 'OL'         *
      *  OPERATOR DOLLAR AUTHORITY LIMITS, 'PN' POSTINGS PENDING       *
      *  APPROVAL).                                                    *
      *  THE AUDIT, BALANCING AND RECOVERY RUNS ALL TEST THIS ONE      *
      *  LIST.                                                         *
      *================================================================*
       01  ACCTAUD-REC.
           02  AUD-DATE            PIC S9(7)   COMP-3.
           02  AUD-BEFORE          PIC X(383).
           02  AUD-AFTER           PIC X(383).
           02  AUD-RSNC            PIC X(2).
               88  AUD-ROW-IMAGE       VALUES 'TS', 'TR', 'AU', 'CD',
                                       'DC', 'WP', 'AE', 'PL',
                                       'LG', 'CL', 'NT', 'CQ',
                                       'OL', 'PN'.
           02  AUD-APPR-OPID       PIC X(3).
