      *================================================================*
      *  ACCTRTM - RETURNED-MAIL / ADDRESS-CORRECTION VENDOR RECORD    *
      *  (DATASET RTMAIL), 160 BYTES, ALL FIELDS DISPLAY.  THE MAIL    *
      *  VENDOR SENDS ONE FILE A DAY: AN 'H' HEADER (VENDOR ID, FILE   *
      *  DATE), ONE 'D' DETAIL PER PIECE RETURNED OR CORRECTED, AND A  *
      *  'T' TRAILER CARRYING THE DETAIL COUNT, WHICH ACCT60 PROVES    *
      *  BEFORE ANYTHING IS APPLIED.  ACTIONS: 'R' RETURNED            *
      *  UNDELIVERABLE, NO FORWARDING ADDRESS (SETS THE BAD-ADDRESS    *
      *  FLAG); 'F' FORWARDING OR CORRECTED ADDRESS SUPPLIED IN THE    *
      *  RTM-NEW- FIELDS (APPLIED TO THE ACCOUNT).  RTM-OLD-ADDR1 AND  *
      *  RTM-OLD-ZIP ARE THE ADDRESS THE PIECE WAS MAILED TO, SO A     *
      *  RETURN FOR AN ADDRESS ALREADY CHANGED CAN BE RECOGNISED.      *
      *  RTM-POSTAL-RSN IS THE POST OFFICE REASON (E.G. 'NK' NOT       *
      *  KNOWN, 'VC' VACANT, 'IA' INSUFFICIENT ADDRESS, 'MV' MOVED, NO *
      *  ORDER ON FILE), CARRIED FOR THE REPORT ONLY.  DATES YYMMDD.   *
      *================================================================*
       01  ACCTRTM-REC.
           02  RTM-REC-TYPE        PIC X(1).
               88  RTM-HEADER          VALUE 'H'.
               88  RTM-DETAIL          VALUE 'D'.
               88  RTM-TRAILER         VALUE 'T'.
           02  RTM-BODY.
               04  RTM-ACCTC       PIC X(5).
               04  RTM-ACTION      PIC X(1).
                   88  RTM-RETURNED        VALUE 'R'.
                   88  RTM-FORWARD         VALUE 'F'.
                   88  RTM-ACTION-OK       VALUES 'R', 'F'.
               04  RTM-POSTAL-RSN  PIC X(2).
               04  RTM-RTN-DATE    PIC 9(6).
               04  RTM-OLD-ADDR1   PIC X(24).
               04  RTM-OLD-ZIP     PIC X(9).
               04  RTM-NEW-ADDR1   PIC X(24).
               04  RTM-NEW-ADDR2   PIC X(24).
               04  RTM-NEW-ADDR3   PIC X(24).
               04  RTM-NEW-STATE   PIC X(2).
               04  RTM-NEW-ZIP     PIC X(9).
               04  FILLER          PIC X(29).
           02  RTM-HDR REDEFINES RTM-BODY.
               04  RTM-VENDOR      PIC X(8).
               04  RTM-FILE-DATE   PIC 9(6).
               04  FILLER          PIC X(145).
           02  RTM-TRL REDEFINES RTM-BODY.
               04  RTM-TRL-CNT     PIC 9(7).
               04  FILLER          PIC X(152).
