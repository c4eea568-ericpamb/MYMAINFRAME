      *         DELETE (ACCT27'S PURGE), AND ANYTHING ELSE REWRITES
      *         THE AFTER-IMAGE OVER THE RECORD - THE SAME
      *         CLASSIFICATION THE ACCT24 BALANCING RUN USES.
      *         TABLE-MAINTENANCE ENTRIES (REASON 'TS'/'TR'),
      *         AUTHORIZED-USER ROWS (REASON 'AU'), CARD PLASTICS
      *         (REASON 'CD'), DISPUTE CASES (REASON 'DC'), WORKOUT
      *         PLANS (REASON 'WP'), AUTOPAY ENROLLMENTS (REASON 'AE')
      *         COLLECTION AGENCY PLACEMENTS (REASON 'PL'),
      *         LEGAL-STATUS ROWS (REASON 'LG'), CALENDAR DAYS
      *         (REASON 'CL'), NOTIFICATION OPT-INS (REASON 'NT'),
      *         COLLECTOR ASSIGNMENTS AND QUEUE ITEMS (REASON 'CQ'),
      *         OPERATOR DOLLAR LIMITS (REASON 'OL') AND POSTINGS
      *         PENDING APPROVAL (REASON 'PN')
      *         CARRY ROW IMAGES, NOT ACCOUNT RECORDS, AND ARE SKIPPED -
      *         ACCTAUS, ACCTCRD, ACCTDSP, ACCTWKP, ACCTAPY, ACCTAGY,
      *         ACCTLGL, ACCTCAL, ACCTNTF, ACCTCLA, ACCTCLQ, ACCTOAL,
      *         ACCTPND AND THE TABLES ARE RECOVERED FROM THEIR OWN
      *         BACKUPS.  AN APPROVED POSTING IS AN ORDINARY ACCOUNT
      *         ENTRY AND IS APPLIED LIKE ANY OTHER.
      *         CARDIN (OPTIONAL) STOPS THE REPLAY AT A POINT IN
      *         TIME, FOR WHEN THE DAMAGE ITSELF WENT THROUGH THE
      *         JOURNAL:
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
      *  THAT IS STILL CONVERGING ON THE RIGHT ANSWER.                 *
      *----------------------------------------------------------------*
       APPLY-ENTRY.
           IF AUD-ROW-IMAGE
               ADD 1 TO WS-SKIP-CNT
               GO TO APPLY-ENTRY-EXIT.
           MOVE AUD-DATE TO WS-AUD-DATE.
