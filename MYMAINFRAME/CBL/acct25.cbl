      *         REGISTER AS A RESUBMISSION AND THE FLAG IS CLEARED,
      *         SO A REJECT IS VISIBLY SENT BACK CORRECTED INSTEAD
      *         OF DROPPING OFF THE CUSTOMER'S BUREAU FILE.
      *         AN AMOUNT HELD OUT ON AN ACCTDSP DISPUTE CASE (OPEN,
      *         OR FOUND FOR THE CUSTOMER AND AWAITING ITS ACCT48
      *         CREDIT) IS LEFT OUT EXACTLY AS ACCT10 LEAVES IT OUT:
      *         A CYCLE IS ONLY DELINQUENT FOR WHAT IS BILLED BEYOND
      *         THE DISPUTED AMOUNT, AND THE PAST-DUE AMOUNT SENT TO
      *         THE BUREAU EXCLUDES IT.
      *         AN ACCOUNT RE-AGED BY ACCT50 AT THE END OF A HARDSHIP
      *         WORKOUT PLAN IS REPORTED CURRENT AS OF THE RE-AGE: NO
      *         CYCLE, ON FILE OR ARCHIVED, BILLED ON OR BEFORE THE
      *         ACCTWKP RE-AGE DATE IS COUNTED DELINQUENT OR PAST DUE.
      *         AN ACCOUNT WITH AN ACCTLGL LEGAL-STATUS ROW GOES OUT
      *         WITH THE BUREAU'S SPECIAL STATUS IN PLACE OF CURRENT
      *         OR DELINQUENT: 'B' WHILE A BANKRUPTCY IS ON HOLD,
      *         'K' ONCE IT IS DISCHARGED (CLOSED OUT OR CHARGED OFF),
      *         'X' FOR A DECEASED ACCOUNTHOLDER, WITH THE BANKRUPTCY
      *         CHAPTER IN BUR-BK-CHAPTER.  A RELEASED ROW (DISMISSED,
      *         OR POSTED IN ERROR) IS REPORTED THE ORDINARY WAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AAR-KEY
               FILE STATUS IS FS-ACCTARC.
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
           SELECT ACCTLGL ASSIGN TO ACCTLGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGL-ACCTC
               FILE STATUS IS FS-ACCTLGL.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY ACCTREC.
       FD  ACCTARC RECORD CONTAINS 33 CHARACTERS.
           COPY ACCTARC.
       FD  ACCTDSP RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTDSP.
       FD  ACCTWKP RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTWKP.
       FD  ACCTLGL RECORD CONTAINS 100 CHARACTERS.
           COPY ACCTLGL.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           02  SRT-ACCTC           PIC X(5).
           02  SRT-BAMT            PIC S9(6)V99 COMP-3.
           02  SRT-BDATE.
               04  SRT-BYR         PIC 9(2).
               04  SRT-BMO         PIC 9(2).
               04  SRT-BDAY        PIC 9(2).
           02  SRT-BDATE-N REDEFINES SRT-BDATE PIC 9(6).
       FD  BURFILE RECORD CONTAINS 153 CHARACTERS.
           COPY ACCTBUR.
       FD  BURRPT RECORD CONTAINS 80 CHARACTERS.
       01  BURRPT-REC              PIC X(80).
       01  MISC.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTARC          PIC X(2)  VALUE '00'.
           02  FS-ACCTDSP          PIC X(2)  VALUE '00'.
           02  FS-ACCTWKP          PIC X(2)  VALUE '00'.
           02  FS-ACCTLGL          PIC X(2)  VALUE '00'.
           02  FS-BURFILE          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT25  '.
           02  WS-PAST-DUE         PIC S9(8)V99 COMP-3 VALUE +0.
           02  WS-ARC-CNT          PIC 9(2)  VALUE 0.
           02  WS-ARC-AMT          PIC S9(8)V99 COMP-3 VALUE +0.
           02  WS-DSP-AMT          PIC S9(7)V99 COMP-3 VALUE +0.
           02  WS-REAGE-DATE       PIC 9(6)  VALUE 0.
           02  WS-REAGE-FLOOR      PIC S9(4) COMP VALUE +0.
           02  WS-RG-IX            PIC S9(4) COMP VALUE +0.
           02  WS-RG-BILL.
               04  WS-RG-BILL-YY   PIC 9(2).
               04  WS-RG-BILL-MM   PIC 9(2).
               04  WS-RG-BILL-DD   PIC 9(2).
           02  WS-RG-BILL-DATE REDEFINES WS-RG-BILL PIC 9(6).
           02  WS-SUB-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-DELQ-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-LGL-CNT          PIC S9(7) COMP VALUE +0.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT25  CREDIT BUREAU SUBMISSION REGISTER'.
       01  HDG-LINE-2.
               DISPLAY 'ACCT25: ACCTARC OPEN FAILED, STATUS=' FS-ACCTARC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTDSP.
           IF FS-ACCTDSP NOT = '00'
               DISPLAY 'ACCT25: ACCTDSP OPEN FAILED, STATUS=' FS-ACCTDSP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTWKP.
           IF FS-ACCTWKP NOT = '00'
               DISPLAY 'ACCT25: ACCTWKP OPEN FAILED, STATUS=' FS-ACCTWKP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTLGL.
           IF FS-ACCTLGL NOT = '00'
               DISPLAY 'ACCT25: ACCTLGL OPEN FAILED, STATUS=' FS-ACCTLGL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT BURFILE.
           IF FS-BURFILE NOT = '00'
               DISPLAY 'ACCT25: BURFILE OPEN FAILED, STATUS=' FS-BURFILE
              AAR-BAMT > 0 AND AAR-PAMT = 0
               MOVE AAR-ACCTC TO SRT-ACCTC
               MOVE AAR-BAMT TO SRT-BAMT
               MOVE AAR-BYR TO SRT-BYR
               MOVE AAR-BMO TO SRT-BMO
               MOVE AAR-BDAY TO SRT-BDAY
               RELEASE SORT-REC.
           PERFORM READ-ACCTARC THRU READ-ACCTARC-EXIT.
           GO TO SELECT-ARC-CYCLES-LOOP.
           PERFORM READ-ACCTFIL THRU READ-ACCTFIL-EXIT.
       BUILD-SUBMISSION-LOOP.
           IF EOF-REACHED GO TO BUILD-SUBMISSION-EXIT.
           PERFORM CK-REAGE THRU CK-REAGE-EXIT.
           PERFORM MATCH-ARC THRU MATCH-ARC-EXIT.
           PERFORM EVAL-ACCOUNT THRU EVAL-ACCOUNT-EXIT.
           PERFORM READ-ACCTFIL THRU READ-ACCTFIL-EXIT.
               GO TO MATCH-ARC-SKIP.
       MATCH-ARC-TALLY.
           IF ARC-EOF GO TO MATCH-ARC-EXIT.
           IF SRT-ACCTC NOT = ACCTDO OF ACCTFIL-REC
               GO TO MATCH-ARC-EXIT.
      * AN ARCHIVED CYCLE COVERED BY A WORKOUT PLAN RE-AGE IS NOT
      * COUNTED, BUT IS STILL CONSUMED.
           IF SRT-BDATE NOT NUMERIC OR
              SRT-BDATE-N > WS-REAGE-DATE
               ADD 1 TO WS-ARC-CNT
               ADD SRT-BAMT TO WS-ARC-AMT.
           PERFORM GET-ARC THRU GET-ARC-EXIT.
           GO TO MATCH-ARC-TALLY.
       MATCH-ARC-EXIT. EXIT.
       EVAL-ACCOUNT.
           MOVE 0 TO WS-CYCLES.
           MOVE 0 TO WS-PAST-DUE.
           PERFORM CK-DISPUTE THRU CK-DISPUTE-EXIT.
           IF BAMT OF ACCTFIL-REC (3) NUMERIC AND
              PAMT OF ACCTFIL-REC (3) NUMERIC AND
              BAMT OF ACCTFIL-REC (3) > WS-DSP-AMT AND
              PAMT OF ACCTFIL-REC (3) = 0 AND
              WS-REAGE-FLOOR < 3
               MOVE 1 TO WS-CYCLES
               ADD BAMT OF ACCTFIL-REC (3) TO WS-PAST-DUE
               IF BAMT OF ACCTFIL-REC (2) NUMERIC AND
                  PAMT OF ACCTFIL-REC (2) NUMERIC AND
                  BAMT OF ACCTFIL-REC (2) > WS-DSP-AMT AND
                  PAMT OF ACCTFIL-REC (2) = 0 AND
                  WS-REAGE-FLOOR < 2
                   MOVE 2 TO WS-CYCLES
                   ADD BAMT OF ACCTFIL-REC (2) TO WS-PAST-DUE
                   IF BAMT OF ACCTFIL-REC (1) NUMERIC AND
                      PAMT OF ACCTFIL-REC (1) NUMERIC AND
                      BAMT OF ACCTFIL-REC (1) > WS-DSP-AMT AND
                      PAMT OF ACCTFIL-REC (1) = 0 AND
                      WS-REAGE-FLOOR < 1
                       MOVE 3 TO WS-CYCLES
                       ADD BAMT OF ACCTFIL-REC (1) TO WS-PAST-DUE.
           IF WS-CYCLES = 3
               ADD WS-ARC-CNT TO WS-CYCLES
               ADD WS-ARC-AMT TO WS-PAST-DUE.
           IF WS-CYCLES > 0
               SUBTRACT WS-DSP-AMT FROM WS-PAST-DUE
               IF WS-PAST-DUE < 0
                   MOVE 0 TO WS-PAST-DUE.
           PERFORM WRITE-SUBMISSION THRU WRITE-SUBMISSION-EXIT.
       EVAL-ACCOUNT-EXIT. EXIT.
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
      *  WORKLIST USES (THE NEWEST PAY-HIST CYCLE BILLED ON OR BEFORE  *
      *  THE ACCTWKP RE-AGE DATE, ZERO IF NEVER RE-AGED), KEEPING THE  *
      *  RE-AGE DATE ITSELF FOR THE ARCHIVED CYCLES IN MATCH-ARC.      *
      *----------------------------------------------------------------*
       CK-REAGE.
           MOVE 0 TO WS-REAGE-FLOOR.
           MOVE 0 TO WS-REAGE-DATE.
           MOVE ACCTDO OF ACCTFIL-REC TO WKP-ACCTC.
           READ ACCTWKP
               INVALID KEY GO TO CK-REAGE-EXIT
           END-READ.
           IF WKP-REAGE-DATE NOT NUMERIC OR WKP-REAGE-DATE = 0
               GO TO CK-REAGE-EXIT.
           MOVE WKP-REAGE-DATE TO WS-REAGE-DATE.
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
           IF WS-RG-BILL-DATE NOT > WS-REAGE-DATE
               MOVE WS-RG-IX TO WS-REAGE-FLOOR.
           GO TO CK-REAGE-LOOP.
       CK-REAGE-EXIT. EXIT.
       WRITE-SUBMISSION.
           MOVE ACCTDO OF ACCTFIL-REC TO BUR-ACCTC.
           MOVE SNAMEDO OF ACCTFIL-REC TO BUR-SNAME.
               ADD 1 TO WS-DELQ-CNT
           ELSE
               MOVE 'C' TO BUR-STATUS.
           MOVE 0 TO BUR-BK-CHAPTER.
           PERFORM CK-LEGAL THRU CK-LEGAL-EXIT.
           MOVE WS-RUN-DATE TO BUR-RPT-DATE.
           WRITE ACCTBUR-REC.
           ADD 1 TO WS-SUB-CNT.
           MOVE DETAIL-LINE TO BURRPT-REC.
           WRITE BURRPT-REC.
       WRITE-SUBMISSION-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-LEGAL - A BANKRUPTCY OR DEATH ON THE ACCTLGL LEGAL-STATUS  *
      *  ROW OVERRIDES THE CURRENT/DELINQUENT STATUS JUST SET.  A      *
      *  RELEASED ROW LEAVES THE ORDINARY STATUS STANDING.             *
      *----------------------------------------------------------------*
       CK-LEGAL.
           MOVE ACCTDO OF ACCTFIL-REC TO LGL-ACCTC.
           READ ACCTLGL
               INVALID KEY GO TO CK-LEGAL-EXIT
           END-READ.
           IF LGL-RELEASED GO TO CK-LEGAL-EXIT.
           IF LGL-DECEASED
               MOVE 'X' TO BUR-STATUS
           ELSE
               IF LGL-HOLD
                   MOVE 'B' TO BUR-STATUS
               ELSE
                   MOVE 'K' TO BUR-STATUS.
           IF LGL-BANKRUPT AND LGL-BK-CHAPTER NUMERIC
               MOVE LGL-BK-CHAPTER TO BUR-BK-CHAPTER.
           IF WS-CYCLES > 0 SUBTRACT 1 FROM WS-DELQ-CNT.
           ADD 1 TO WS-LGL-CNT.
       CK-LEGAL-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE ACCTFIL.
           CLOSE ACCTARC.
           CLOSE ACCTDSP.
           CLOSE ACCTWKP.
           CLOSE ACCTLGL.
           CLOSE BURFILE.
           CLOSE BURRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT25: BUREAU EXTRACT COMPLETE, ' WS-SUB-CNT
               ' ACCOUNT(S) SUBMITTED, ' WS-DELQ-CNT ' DELINQUENT, '
               WS-LGL-CNT ' BANKRUPT OR DECEASED'.
       TERMINATE-RUN-EXIT. EXIT.
