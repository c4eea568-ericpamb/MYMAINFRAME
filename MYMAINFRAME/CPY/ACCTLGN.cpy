      *================================================================*
      *  ACCTLGN - LEGAL NOTIFICATION VENDOR RECORD (DATASET LGLNTF),  *
      *  120 BYTES, ALL FIELDS DISPLAY.  THE VENDOR SENDS ONE FILE A   *
      *  DAY: AN 'H' HEADER (VENDOR ID, FILE DATE), ONE 'D' DETAIL PER *
      *  NOTICE, AND A 'T' TRAILER CARRYING THE DETAIL COUNT, WHICH    *
      *  ACCT59 PROVES BEFORE ANYTHING IS APPLIED.  NOTICE TYPES:      *
      *  'B' BANKRUPTCY FILED, 'K' BANKRUPTCY DISCHARGED, 'S'          *
      *  BANKRUPTCY DISMISSED, 'D' DEATH, 'E' ESTATE SETTLED.          *
      *  LGN-EVENT-DATE IS THE FILING, DISCHARGE, DISMISSAL, DEATH OR  *
      *  SETTLEMENT DATE (YYMMDD).  THE NAME IS THE VENDOR'S, CARRIED  *
      *  ONLY FOR THE EXCEPTION REPORT.                                *
      *================================================================*
       01  ACCTLGN-REC.
           02  LGN-REC-TYPE        PIC X(1).
               88  LGN-HEADER          VALUE 'H'.
               88  LGN-DETAIL          VALUE 'D'.
               88  LGN-TRAILER         VALUE 'T'.
           02  LGN-BODY.
               04  LGN-ACCTC       PIC X(5).
               04  LGN-NOTICE      PIC X(1).
                   88  LGN-BK-FILED        VALUE 'B'.
                   88  LGN-BK-DISCHARGED   VALUE 'K'.
                   88  LGN-BK-DISMISSED    VALUE 'S'.
                   88  LGN-DEATH           VALUE 'D'.
                   88  LGN-ESTATE-SETTLED  VALUE 'E'.
                   88  LGN-NOTICE-OK       VALUES 'B', 'K', 'S',
                                               'D', 'E'.
               04  LGN-BK-CHAPTER  PIC 9(2).
               04  LGN-CASE-NO     PIC X(12).
               04  LGN-EVENT-DATE  PIC 9(6).
               04  LGN-CONTACT     PIC X(24).
               04  LGN-CONTACT-TEL PIC X(12).
               04  LGN-SNAME       PIC X(18).
               04  FILLER          PIC X(39).
           02  LGN-HDR REDEFINES LGN-BODY.
               04  LGN-VENDOR      PIC X(8).
               04  LGN-FILE-DATE   PIC 9(6).
               04  FILLER          PIC X(105).
           02  LGN-TRL REDEFINES LGN-BODY.
               04  LGN-TRL-CNT     PIC 9(7).
               04  FILLER          PIC X(112).
