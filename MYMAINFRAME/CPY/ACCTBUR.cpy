      *  ON ACCTFIL - THE BUREAU REQUIRES FULL-FILE REPORTING, SO      *
      *  CURRENT ACCOUNTS GO OUT FLAGGED 'C' RATHER THAN BEING         *
      *  SKIPPED.  ALL FIELDS ARE DISPLAY FORMAT PER THE BUREAU SPEC.  *
      *  AN ACCTLGL LEGAL-STATUS ROW REPLACES THE STATUS WITH 'B'      *
      *  (BANKRUPTCY FILED), 'K' (BANKRUPTCY DISCHARGED) OR 'X'        *
      *  (DECEASED); BUR-BK-CHAPTER IS ZERO UNLESS BANKRUPT.  153      *
      *  BYTES.                                                        *
      *================================================================*
       01  ACCTBUR-REC.
           02  BUR-ACCTC           PIC X(5).
           02  BUR-STATUS          PIC X(1).
               88  BUR-CURRENT         VALUE 'C'.
               88  BUR-DELINQUENT      VALUE 'D'.
               88  BUR-BK-FILED        VALUE 'B'.
               88  BUR-BK-DISCHARGED   VALUE 'K'.
               88  BUR-DECEASED        VALUE 'X'.
           02  BUR-RPT-DATE        PIC 9(6).
           02  BUR-BK-CHAPTER      PIC 9(2).
