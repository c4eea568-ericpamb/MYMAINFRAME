      *         RUN MARKS THE PROMISE KEPT OR BROKEN WHEN ITS DATE
      *         PASSES, AND A BROKEN PROMISE PUTS THE ACCOUNT BACK IN
      *         THE LETTER STREAM ON THE NEXT RUN.
      *         AN AMOUNT HELD OUT ON AN ACCTDSP DISPUTE CASE (OPEN,
      *         OR FOUND FOR THE CUSTOMER AND AWAITING ITS ACCT48
      *         CREDIT) IS LEFT OUT EXACTLY AS ACCT10 LEAVES IT OUT:
      *         THE CUSTOMER IS NOT DUNNED FOR THE ITEM UNDER DISPUTE,
      *         AND THE AMOUNT OVERDUE ON THE LETTER EXCLUDES IT.
      *         A CYCLE BROUGHT CURRENT BY AN ACCT50 WORKOUT PLAN
      *         RE-AGE (BILLED ON OR BEFORE THE ACCTWKP RE-AGE DATE)
      *         IS NOT COUNTED AS BEHIND, AGAIN AS IN ACCT10, SO A
      *         RE-AGED CUSTOMER IS NOT DUNNED FOR THE OLD ARREARS.
      *         AN ACCOUNT PLACED WITH A COLLECTION AGENCY BY ACCT55
      *         (A PLACED ROW ON ACCTAGY) IS DUNNED BY THE AGENCY, NOT
      *         BY THIS RUN; ITS LETTER STAGE IS LEFT AS IT STOOD SO
      *         AN ACCT57 RECALL PICKS THE LETTER STREAM UP WHERE IT
      *         LEFT OFF.
      *         NO LETTER GOES TO AN ACCOUNT UNDER A LEGAL HOLD FOR A
      *         BANKRUPTCY OR A DEATH (AN ACCTLGL ROW ON HOLD), AGAIN
      *         AS IN ACCT10; THE LETTER STAGE IS LEFT AS IT STOOD.
      *         NOR IS A LETTER PRINTED FOR AN ACCOUNT CARRYING THE
      *         RETURNED-MAIL FLAG (BADADRDO, SET BY ACCT60): THE
      *         ACCOUNT IS BEING SKIP-TRACED, AND ITS LETTER STAGE IS
      *         LEFT AS IT STOOD SO THE LETTER GOES ON THE FIRST RUN
      *         AFTER A GOOD ADDRESS IS ON FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACN-KEY
               FILE STATUS IS FS-ACCTCON.
           SELECT ACCTDSP ASSIGN TO ACCTDSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS FS-ACCTDSP.
           SELECT ACCTWKP ASSIGN TO ACCTWKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WKP-ACCTC
               FILE STATUS IS FS-ACCTWKP.
           SELECT ACCTAGY ASSIGN TO ACCTAGY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGY-ACCTC
               FILE STATUS IS FS-ACCTAGY.
           SELECT ACCTLGL ASSIGN TO ACCTLGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGL-ACCTC
               FILE STATUS IS FS-ACCTLGL.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY ACCTREC.
       FD  ACCTCON RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTCON.
       FD  ACCTDSP RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTDSP.
       FD  ACCTWKP RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTWKP.
       FD  ACCTAGY RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTAGY.
       FD  ACCTLGL RECORD CONTAINS 100 CHARACTERS.
           COPY ACCTLGL.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  MISC.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTCON          PIC X(2)  VALUE '00'.
           02  FS-ACCTDSP          PIC X(2)  VALUE '00'.
           02  FS-ACCTWKP          PIC X(2)  VALUE '00'.
           02  FS-ACCTAGY          PIC X(2)  VALUE '00'.
           02  FS-ACCTLGL          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT26  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE 'ACCT10  '.
           02  WS-PROMISE-SW       PIC X     VALUE 'N'.
               88  PROMISE-OPEN        VALUE 'Y'.
           02  WS-PROM-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-AGY-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-PLACED-SW        PIC X     VALUE 'N'.
               88  ACCT-PLACED         VALUE 'Y'.
           02  WS-LGL-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-LEGAL-SW         PIC X     VALUE 'N'.
               88  ACCT-LEGAL-HOLD     VALUE 'Y'.
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               04  WS-RUN-YY       PIC 9(2).
               04  WS-DYM-DD       PIC 9(2).
           02  WS-CYCLES           PIC 9(1)  VALUE 0.
           02  WS-OVERDUE          PIC S9(8)V99 COMP-3 VALUE +0.
           02  WS-DSP-AMT          PIC S9(7)V99 COMP-3 VALUE +0.
           02  WS-REAGE-FLOOR      PIC S9(4) COMP VALUE +0.
           02  WS-RG-IX            PIC S9(4) COMP VALUE +0.
           02  WS-RG-BILL.
               04  WS-RG-BILL-YY   PIC 9(2).
               04  WS-RG-BILL-MM   PIC 9(2).
               04  WS-RG-BILL-DD   PIC 9(2).
           02  WS-RG-BILL-DATE REDEFINES WS-RG-BILL PIC 9(6).
           02  WS-LTR-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-SKIP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-BADADR-CNT       PIC S9(7) COMP VALUE +0.
           02  WS-TXT-IX           PIC S9(4) COMP.
       01  SEP-LINE                PIC X(80) VALUE ALL '-'.
       01  NAME-LINE.
               DISPLAY 'ACCT26: ACCTCON OPEN FAILED, STATUS=' FS-ACCTCON
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTDSP.
           IF FS-ACCTDSP NOT = '00'
               DISPLAY 'ACCT26: ACCTDSP OPEN FAILED, STATUS=' FS-ACCTDSP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTWKP.
           IF FS-ACCTWKP NOT = '00'
               DISPLAY 'ACCT26: ACCTWKP OPEN FAILED, STATUS=' FS-ACCTWKP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTAGY.
           IF FS-ACCTAGY NOT = '00'
               DISPLAY 'ACCT26: ACCTAGY OPEN FAILED, STATUS=' FS-ACCTAGY
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTLGL.
           IF FS-ACCTLGL NOT = '00'
               DISPLAY 'ACCT26: ACCTLGL OPEN FAILED, STATUS=' FS-ACCTLGL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT LTRFILE.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      * CHARGED-OFF ACCOUNTS ARE WORKED BY THE RECOVERY DESK, NOT
      * THE LETTER RUN.
           IF ACCT-CHGOFF GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-PLACED THRU CK-PLACED-EXIT.
           IF ACCT-PLACED
               ADD 1 TO WS-AGY-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-LEGAL THRU CK-LEGAL-EXIT.
           IF ACCT-LEGAL-HOLD
               ADD 1 TO WS-LGL-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           MOVE 0 TO WS-CYCLES.
           MOVE 0 TO WS-OVERDUE.
           PERFORM CK-DISPUTE THRU CK-DISPUTE-EXIT.
           PERFORM CK-REAGE THRU CK-REAGE-EXIT.
           PERFORM CK-CYC3-DELQ THRU CK-CYC3-DELQ-EXIT.
           IF BALDO OF ACCTFIL-REC > WS-DSP-AMT AND CYC3-DELQ
               MOVE 1 TO WS-CYCLES
               ADD BAMT OF ACCTFIL-REC (3) TO WS-OVERDUE
               IF BAMT OF ACCTFIL-REC (2) NUMERIC AND
                  PAMT OF ACCTFIL-REC (2) NUMERIC AND
                  BAMT OF ACCTFIL-REC (2) > WS-DSP-AMT AND
                  PAMT OF ACCTFIL-REC (2) = 0 AND
                  WS-REAGE-FLOOR < 2
                   MOVE 2 TO WS-CYCLES
                   ADD BAMT OF ACCTFIL-REC (2) TO WS-OVERDUE
                   IF BAMT OF ACCTFIL-REC (1) NUMERIC AND
                      PAMT OF ACCTFIL-REC (1) NUMERIC AND
                      BAMT OF ACCTFIL-REC (1) > WS-DSP-AMT AND
                      PAMT OF ACCTFIL-REC (1) = 0 AND
                      WS-REAGE-FLOOR < 1
                       MOVE 3 TO WS-CYCLES
                       ADD BAMT OF ACCTFIL-REC (1) TO WS-OVERDUE.
           IF WS-CYCLES > 0
               SUBTRACT WS-DSP-AMT FROM WS-OVERDUE.
           IF WS-OVERDUE < 0 MOVE 0 TO WS-OVERDUE.
           IF DUNSTGDO OF ACCTFIL-REC NOT NUMERIC
               MOVE 0 TO DUNSTGDO OF ACCTFIL-REC.
      * AN ACCOUNT THAT HAS CAUGHT UP GETS ITS CONTACT HISTORY
           IF WS-CYCLES NOT > DUNSTGDO OF ACCTFIL-REC
               ADD 1 TO WS-SKIP-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           IF ADDR-BAD OF ACCTFIL-REC
               ADD 1 TO WS-BADADR-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           PERFORM PRINT-LETTER THRU PRINT-LETTER-EXIT.
           MOVE WS-CYCLES TO DUNSTGDO OF ACCTFIL-REC.
           MOVE WS-RUN-MM TO WS-DUN-MM.
      *  USES: WITH MINIMUM-PAYMENT TERMS ON THE RECORD, ONLY AN       *
      *  ACCOUNT THAT MISSED THE MINIMUM BY THE DUE DATE IS            *
      *  DELINQUENT; WITHOUT THEM, THE OLD BILLED-AND-NOT-PAID RULE.   *
      *  AN AMOUNT UNDER DISPUTE IS TAKEN OFF THE BILL AND COUNTS AS   *
      *  PAID TOWARD THE MINIMUM, AS IN ACCT10, AND A CYCLE COVERED    *
      *  BY A WORKOUT PLAN RE-AGE IS NEVER DELINQUENT.                 *
      *----------------------------------------------------------------*
       CK-CYC3-DELQ.
           MOVE 'N' TO WS-CYC3-SW.
           IF WS-REAGE-FLOOR > 2
               GO TO CK-CYC3-DELQ-EXIT.
           IF BAMT OF ACCTFIL-REC (3) NOT NUMERIC
               GO TO CK-CYC3-DELQ-EXIT.
           IF BAMT OF ACCTFIL-REC (3) NOT > WS-DSP-AMT
               GO TO CK-CYC3-DELQ-EXIT.
           IF MINPAYDO OF ACCTFIL-REC NUMERIC AND
              MINPAYDO OF ACCTFIL-REC > 0
           GO TO CK-CYC3-DELQ-EXIT.
       CK-CYC3-MIN.
           IF PAMT OF ACCTFIL-REC (3) NUMERIC AND
              PAMT OF ACCTFIL-REC (3) + WS-DSP-AMT
                  NOT < MINPAYDO OF ACCTFIL-REC
               GO TO CK-CYC3-DELQ-EXIT.
           IF PAMT OF ACCTFIL-REC (3) NOT NUMERIC AND
              WS-DSP-AMT NOT < MINPAYDO OF ACCTFIL-REC
               GO TO CK-CYC3-DELQ-EXIT.
           IF DUEDTDO OF ACCTFIL-REC NOT NUMERIC
               MOVE 'Y' TO WS-CYC3-SW
               GO TO CK-PROMISE-EXIT.
           GO TO CK-PROMISE-LOOP.
       CK-PROMISE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-DISPUTE - SAME HELD-OUT DISPUTE TOTAL THE ACCT10 WORKLIST  *
      *  TAKES: OPEN CASES AND CASES FOUND FOR THE CUSTOMER WHOSE      *
      *  CREDIT HAS NOT YET POSTED.                                    *
      *----------------------------------------------------------------*
       CK-DISPUTE.
           MOVE 0 TO WS-DSP-AMT.
           MOVE ACCTDO OF ACCTFIL-REC TO DSP-ACCTC.
           MOVE 0 TO DSP-CASE.
           START ACCTDSP KEY NOT < DSP-KEY.
           IF FS-ACCTDSP NOT = '00' GO TO CK-DISPUTE-EXIT.
       CK-DISPUTE-LOOP.
           READ ACCTDSP NEXT RECORD
               AT END GO TO CK-DISPUTE-EXIT
           END-READ.
           IF FS-ACCTDSP NOT = '00' GO TO CK-DISPUTE-EXIT.
           IF DSP-ACCTC NOT = ACCTDO OF ACCTFIL-REC
               GO TO CK-DISPUTE-EXIT.
           IF DSP-HELD-OUT AND DSP-AMT NUMERIC
               ADD DSP-AMT TO WS-DSP-AMT.
           GO TO CK-DISPUTE-LOOP.
       CK-DISPUTE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-REAGE - SAME WORKOUT PLAN RE-AGE FLOOR THE ACCT10          *
      *  WORKLIST USES: THE NEWEST PAY-HIST CYCLE BILLED ON OR BEFORE  *
      *  THE ACCTWKP RE-AGE DATE, ZERO IF NEVER RE-AGED.               *
      *----------------------------------------------------------------*
       CK-REAGE.
           MOVE 0 TO WS-REAGE-FLOOR.
           MOVE ACCTDO OF ACCTFIL-REC TO WKP-ACCTC.
           READ ACCTWKP
               INVALID KEY GO TO CK-REAGE-EXIT
           END-READ.
           IF WKP-REAGE-DATE NOT NUMERIC OR WKP-REAGE-DATE = 0
               GO TO CK-REAGE-EXIT.
           MOVE 0 TO WS-RG-IX.
       CK-REAGE-LOOP.
           ADD 1 TO WS-RG-IX.
           IF WS-RG-IX > 3 GO TO CK-REAGE-EXIT.
           IF BMO OF ACCTFIL-REC (WS-RG-IX) NOT NUMERIC OR
              BMO OF ACCTFIL-REC (WS-RG-IX) = 0
               GO TO CK-REAGE-LOOP.
           MOVE BYR OF ACCTFIL-REC (WS-RG-IX) TO WS-RG-BILL-YY.
           MOVE BMO OF ACCTFIL-REC (WS-RG-IX) TO WS-RG-BILL-MM.
           MOVE BDAY OF ACCTFIL-REC (WS-RG-IX) TO WS-RG-BILL-DD.
           IF WS-RG-BILL-DATE NOT > WKP-REAGE-DATE
               MOVE WS-RG-IX TO WS-REAGE-FLOOR.
           GO TO CK-REAGE-LOOP.
       CK-REAGE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-PLACED - SAME AGENCY PLACEMENT TEST THE ACCT10 WORKLIST    *
      *  USES: A PLACED ACCTAGY ROW SETS ACCT-PLACED.                  *
      *----------------------------------------------------------------*
       CK-PLACED.
           MOVE 'N' TO WS-PLACED-SW.
           MOVE ACCTDO OF ACCTFIL-REC TO AGY-ACCTC.
           READ ACCTAGY
               INVALID KEY GO TO CK-PLACED-EXIT
           END-READ.
           IF AGY-PLACED MOVE 'Y' TO WS-PLACED-SW.
       CK-PLACED-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-LEGAL - SAME LEGAL HOLD TEST THE ACCT10 WORKLIST USES: AN  *
      *  ACCTLGL ROW ON HOLD ('H' OR 'K') SETS ACCT-LEGAL-HOLD.        *
      *----------------------------------------------------------------*
       CK-LEGAL.
           MOVE 'N' TO WS-LEGAL-SW.
           MOVE ACCTDO OF ACCTFIL-REC TO LGL-ACCTC.
           READ ACCTLGL
               INVALID KEY GO TO CK-LEGAL-EXIT
           END-READ.
           IF LGL-ON-HOLD MOVE 'Y' TO WS-LEGAL-SW.
       CK-LEGAL-EXIT. EXIT.
       PRINT-LETTER.
           MOVE SEP-LINE TO LTRFILE-REC.
           WRITE LTRFILE-REC.
       TERMINATE-RUN.
           CLOSE ACCTFIL.
           CLOSE ACCTCON.
           CLOSE ACCTDSP.
           CLOSE ACCTWKP.
           CLOSE ACCTAGY.
           CLOSE ACCTLGL.
           CLOSE LTRFILE.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT26: DUNNING RUN COMPLETE, ' WS-LTR-CNT
               ' LETTER(S) PRINTED, ' WS-SKIP-CNT
               ' ALREADY AT STAGE, ' WS-PROM-CNT
               ' SKIPPED ON OPEN PROMISE, ' WS-AGY-CNT
               ' WITH A COLLECTION AGENCY, ' WS-LGL-CNT
               ' UNDER A LEGAL HOLD, ' WS-BADADR-CNT
               ' HELD FOR A BAD ADDRESS'.
       TERMINATE-RUN-EXIT. EXIT.
