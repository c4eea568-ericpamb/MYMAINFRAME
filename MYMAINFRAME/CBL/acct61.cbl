       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT61.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT TAKES THE
      *         MONTH-END DELINQUENCY SNAPSHOT: RUN STRAIGHT AFTER THE
      *         ACCT15 CYCLE CUT, IT READS ACCTFIL SEQUENTIALLY AND
      *         WRITES ONE ACCTSNP ROW PER ACCOUNT TO A NEW SNPFILE
      *         GENERATION - THE OWNING BRANCH (ACCTRNG, AS ACCT10
      *         AND ACCT31 ASSIGN IT), THE BALANCE (BALDO) AND THE
      *         DELINQUENCY BUCKET.  ACCT62 MATCHES EACH MONTH'S
      *         GENERATION AGAINST THE ONE BEFORE FOR THE ROLL-RATE
      *         REPORT.
      *         THE BUCKET IS THE CYCLES-BEHIND COUNT OF ACCT10'S
      *         EVAL-ACCOUNT, WITH THE SAME DISPUTE AND WORKOUT PLAN
      *         RE-AGE ALLOWANCES: 0 CURRENT (NO BALANCE, BEHIND ONLY
      *         BY A DISPUTED AMOUNT, OR THE OPEN CYCLE NOT MISSED),
      *         THEN 1, 2 OR 3 CYCLES BEHIND.  A CHARGED-OFF ACCOUNT
      *         (ASTATDO 'Z') IS BUCKET 4 WHATEVER ITS HISTORY.
      *         ACCT10'S WORKLIST EXCLUSIONS - AN OPEN PROMISE, AN
      *         AGENCY PLACEMENT, A LEGAL HOLD - DECIDE WHO IS
      *         CALLED, NOT HOW FAR BEHIND THE ACCOUNT IS, SO THEY DO
      *         NOT APPLY HERE: SUCH AN ACCOUNT IS BUCKETED LIKE ANY
      *         OTHER.
      *         CARDIN (OPTIONAL): 'OVERRIDE' IN COLS 1-8 WAIVES RUN
      *         CONTROL.  THE RUN STAMPS ACCTRUN (JOB ACCT61, CYCLE
      *         YYMM00) AND WILL NOT START UNTIL ACCT15 HAS COMPLETED
      *         FOR THE MONTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTRNG ASSIGN TO ACCTRNG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RNG-START
               FILE STATUS IS FS-ACCTRNG.
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
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNPFILE ASSIGN TO SNPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SNPFILE.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTRNG RECORD CONTAINS 14 CHARACTERS.
           COPY ACCTRNG.
       FD  ACCTDSP RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTDSP.
       FD  ACCTWKP RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTWKP.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-OPTION           PIC X(8).
           02  FILLER              PIC X(72).
       FD  SNPFILE RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTSNP.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTRNG          PIC X(2)  VALUE '00'.
           02  FS-ACCTDSP          PIC X(2)  VALUE '00'.
           02  FS-ACCTWKP          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  FS-SNPFILE          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT61  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE 'ACCT15  '.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           02  WS-OVRD-SW          PIC X     VALUE 'N'.
               88  OVERRIDE-RUN        VALUE 'Y'.
           02  WS-RUNROW-NEW-SW    PIC X     VALUE 'N'.
               88  RUNROW-IS-NEW       VALUE 'Y'.
           02  WS-RC-TIME-RAW.
               04  WS-RC-TIME      PIC 9(6).
               04  FILLER          PIC 9(2).
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-ACCT-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-BKT-CNT          PIC S9(7) COMP OCCURS 5.
           02  WS-DSP-AMT          PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-REAGE-FLOOR      PIC S9(4) COMP VALUE +0.
           02  WS-RG-IX            PIC S9(4) COMP VALUE +0.
           02  WS-RG-BILL.
               04  WS-RG-BILL-YY   PIC 9(2).
               04  WS-RG-BILL-MM   PIC 9(2).
               04  WS-RG-BILL-DD   PIC 9(2).
           02  WS-RG-BILL-DATE REDEFINES WS-RG-BILL PIC 9(6).
           02  WS-BRANCH           PIC X(4)  VALUE SPACES.
           02  RNG-CNT             PIC S9(4) COMP VALUE +0.
           02  IX                  PIC S9(4) COMP.
           02  WS-CYCLES           PIC 9(1)  VALUE 0.
           02  WS-CYC3-SW          PIC X     VALUE 'N'.
               88  CYC3-DELQ           VALUE 'Y'.
           02  WS-TODAY-YYMMDD     PIC 9(6)  VALUE 0.
           02  WS-TODAY-PARTS REDEFINES WS-TODAY-YYMMDD.
               04  WS-TODAY-YYMM   PIC 9(4).
               04  FILLER          PIC 9(2).
           02  WS-DUE-MDY.
               04  WS-DUE-MM       PIC 9(2).
               04  WS-DUE-DD       PIC 9(2).
               04  WS-DUE-YY       PIC 9(2).
           02  WS-DUE-YYMMDD.
               04  WS-DYM-YY       PIC 9(2).
               04  WS-DYM-MM       PIC 9(2).
               04  WS-DYM-DD       PIC 9(2).
       01  RNG-TABLE.
           02  RNG-ENTRY OCCURS 100.
               04  RT-START        PIC X(5).
               04  RT-END          PIC X(5).
               04  RT-BRANCH       PIC X(4).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM SNAP-ACCOUNTS THRU SNAP-ACCOUNTS-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           OPEN INPUT CARDIN.
           READ CARDIN INTO CARDIN-REC
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           CLOSE CARDIN.
           IF CI-OPTION = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           MOVE WS-TODAY-YYMMDD TO WS-RUN-CYCLE.
           MOVE '00' TO WS-RUN-CYCLE (5:2).
           MOVE 0 TO WS-BKT-CNT (1), WS-BKT-CNT (2), WS-BKT-CNT (3),
               WS-BKT-CNT (4), WS-BKT-CNT (5).
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           PERFORM LOAD-RANGES THRU LOAD-RANGES-EXIT.
           OPEN INPUT ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT61: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTDSP.
           IF FS-ACCTDSP NOT = '00'
               DISPLAY 'ACCT61: ACCTDSP OPEN FAILED, STATUS=' FS-ACCTDSP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTWKP.
           IF FS-ACCTWKP NOT = '00'
               DISPLAY 'ACCT61: ACCTWKP OPEN FAILED, STATUS=' FS-ACCTWKP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT SNPFILE.
           IF FS-SNPFILE NOT = '00'
               DISPLAY 'ACCT61: SNPFILE OPEN FAILED, STATUS=' FS-SNPFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  RUN CONTROL - EVERY SCHEDULED BATCH JOB STAMPS AN ACCTRUN     *
      *  ROW ON ENTRY AND COMPLETION AND CHECKS ITS PREDECESSOR, THE   *
      *  WAY ACCT15'S ACCTCKP PROTECTS THE CYCLE CUT.  A COMPLETED     *
      *  ROW FOR THIS CYCLE REFUSES A DOUBLE SUBMIT, A MISSING OR      *
      *  INCOMPLETE PREDECESSOR ROW REFUSES AN OUT-OF-ORDER SUBMIT,    *
      *  AND THE 'OVERRIDE' CARD WAIVES BOTH FOR A GENUINE RERUN.      *
      *----------------------------------------------------------------*
       CK-RUNCTL.
           OPEN I-O ACCTRUN.
           IF FS-ACCTRUN NOT = '00'
               OPEN OUTPUT ACCTRUN
               CLOSE ACCTRUN
               OPEN I-O ACCTRUN.
           IF FS-ACCTRUN NOT = '00'
               DISPLAY 'ACCT61: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT61: ALREADY COMPLETE FOR CYCLE '
                   WS-RUN-CYCLE ', RUN REFUSED; USE OVERRIDE CARD '
                   'FOR A GENUINE RERUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CK-RUNCTL-PRED THRU CK-RUNCTL-PRED-EXIT.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           MOVE 'A' TO RUN-STATUS.
           MOVE WS-TODAY-YYMMDD TO RUN-START-DATE.
           ACCEPT WS-RC-TIME-RAW FROM TIME.
           MOVE WS-RC-TIME TO RUN-START-TIME.
           MOVE 0 TO RUN-END-TIME.
           MOVE SPACES TO ACCTRUN-REC (34:7).
           IF RUNROW-IS-NEW
               WRITE ACCTRUN-REC
           ELSE
               REWRITE ACCTRUN-REC.
       CK-RUNCTL-EXIT. EXIT.
       CK-RUNCTL-PRED.
           IF WS-RUN-PRED = SPACES GO TO CK-RUNCTL-PRED-EXIT.
           IF OVERRIDE-RUN GO TO CK-RUNCTL-PRED-EXIT.
           MOVE WS-RUN-PRED TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY GO TO CK-RUNCTL-PRED-FAIL
           END-READ.
           IF RUN-COMPLETE GO TO CK-RUNCTL-PRED-EXIT.
       CK-RUNCTL-PRED-FAIL.
           DISPLAY 'ACCT61: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
               'FOR CYCLE ' WS-RUN-CYCLE ', RUN REFUSED'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       CK-RUNCTL-PRED-EXIT. EXIT.
       END-RUNCTL.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY GO TO END-RUNCTL-DONE
           END-READ.
           MOVE 'C' TO RUN-STATUS.
           ACCEPT WS-RC-TIME-RAW FROM TIME.
           MOVE WS-RC-TIME TO RUN-END-TIME.
           REWRITE ACCTRUN-REC.
       END-RUNCTL-DONE.
           CLOSE ACCTRUN.
       END-RUNCTL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  THE RANGE TABLE IS LOADED ONCE SO EVERY SNAPSHOT ROW CAN BE   *
      *  TAGGED WITH ITS OWNING BRANCH (RNG-BRANCH ON THE COVERING     *
      *  RANGE).  AN ACCOUNT NO RANGE COVERS FALLS UNDER '????'.       *
      *----------------------------------------------------------------*
       LOAD-RANGES.
           OPEN INPUT ACCTRNG.
           IF FS-ACCTRNG NOT = '00'
               DISPLAY 'ACCT61: ACCTRNG OPEN FAILED, STATUS=' FS-ACCTRNG
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       LOAD-RANGES-LOOP.
           READ ACCTRNG NEXT RECORD
               AT END GO TO LOAD-RANGES-DONE
           END-READ.
           IF RNG-CNT NOT < 100
               DISPLAY 'ACCT61: MORE THAN 100 RANGE ROWS, EXTRAS '
                   'IGNORED'
               GO TO LOAD-RANGES-DONE.
           ADD 1 TO RNG-CNT.
           MOVE RNG-START TO RT-START (RNG-CNT).
           MOVE RNG-END TO RT-END (RNG-CNT).
           MOVE RNG-BRANCH TO RT-BRANCH (RNG-CNT).
           GO TO LOAD-RANGES-LOOP.
       LOAD-RANGES-DONE.
           CLOSE ACCTRNG.
       LOAD-RANGES-EXIT. EXIT.
       FIND-BRANCH.
           MOVE '????' TO WS-BRANCH.
           PERFORM FIND-BRANCH-TEST THRU FIND-BRANCH-TEST-EXIT
               VARYING IX FROM 1 BY 1 UNTIL IX > RNG-CNT.
       FIND-BRANCH-EXIT. EXIT.
       FIND-BRANCH-TEST.
           IF ACCTDO OF ACCTFIL-REC NOT < RT-START (IX) AND
              ACCTDO OF ACCTFIL-REC NOT > RT-END (IX)
               MOVE RT-BRANCH (IX) TO WS-BRANCH.
       FIND-BRANCH-TEST-EXIT. EXIT.
       SNAP-ACCOUNTS.
           PERFORM READ-ACCTFIL THRU READ-ACCTFIL-EXIT.
       SNAP-ACCOUNTS-LOOP.
           IF EOF-REACHED GO TO SNAP-ACCOUNTS-EXIT.
           PERFORM EVAL-ACCOUNT THRU EVAL-ACCOUNT-EXIT.
           PERFORM WRITE-SNAPSHOT THRU WRITE-SNAPSHOT-EXIT.
           PERFORM READ-ACCTFIL THRU READ-ACCTFIL-EXIT.
           GO TO SNAP-ACCOUNTS-LOOP.
       SNAP-ACCOUNTS-EXIT. EXIT.
       READ-ACCTFIL.
           READ ACCTFIL NEXT RECORD
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTFIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  EVAL-ACCOUNT MIRRORS ACCT10'S CYCLES-BEHIND EVALUATION AND    *
      *  LEAVES THE BUCKET IN WS-CYCLES: 0 CURRENT, 1 TO 3 CYCLES      *
      *  BEHIND, 4 CHARGED OFF.                                        *
      *----------------------------------------------------------------*
       EVAL-ACCOUNT.
           MOVE 0 TO WS-CYCLES.
           IF ACCT-CHGOFF OF ACCTFIL-REC
               MOVE 4 TO WS-CYCLES
               GO TO EVAL-ACCOUNT-EXIT.
           IF BALDO OF ACCTFIL-REC NOT NUMERIC
               GO TO EVAL-ACCOUNT-EXIT.
           IF BALDO OF ACCTFIL-REC NOT > 0 GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-DISPUTE THRU CK-DISPUTE-EXIT.
           IF BALDO OF ACCTFIL-REC NOT > WS-DSP-AMT
               GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-REAGE THRU CK-REAGE-EXIT.
           PERFORM CK-CYC3-DELQ THRU CK-CYC3-DELQ-EXIT.
           IF NOT CYC3-DELQ GO TO EVAL-ACCOUNT-EXIT.
           MOVE 1 TO WS-CYCLES.
           IF BAMT OF ACCTFIL-REC (2) NUMERIC AND
              PAMT OF ACCTFIL-REC (2) NUMERIC AND
              BAMT OF ACCTFIL-REC (2) > WS-DSP-AMT AND
              PAMT OF ACCTFIL-REC (2) = 0 AND
              WS-REAGE-FLOOR < 2
               MOVE 2 TO WS-CYCLES
               IF BAMT OF ACCTFIL-REC (1) NUMERIC AND
                  PAMT OF ACCTFIL-REC (1) NUMERIC AND
                  BAMT OF ACCTFIL-REC (1) > WS-DSP-AMT AND
                  PAMT OF ACCTFIL-REC (1) = 0 AND
                  WS-REAGE-FLOOR < 1
                   MOVE 3 TO WS-CYCLES.
       EVAL-ACCOUNT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-CYC3-DELQ IS ACCT10'S TEST OF THE OPEN BILLED CYCLE (3):   *
      *  MINIMUM MISSED BY THE DUE DATE WHEN THE CYCLE CARRIES         *
      *  ACCT15'S MINIMUM-PAYMENT TERMS, BILLED-AND-NOT-PAID WHEN IT   *
      *  DOES NOT, WITH DISPUTED MONEY AND A RE-AGED CYCLE EXCUSED.    *
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
               GO TO CK-CYC3-MIN.
           IF PAMT OF ACCTFIL-REC (3) NUMERIC AND
              PAMT OF ACCTFIL-REC (3) > 0
               GO TO CK-CYC3-DELQ-EXIT.
           MOVE 'Y' TO WS-CYC3-SW.
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
               GO TO CK-CYC3-DELQ-EXIT.
           MOVE DUEDTDO OF ACCTFIL-REC TO WS-DUE-MDY.
           MOVE WS-DUE-YY TO WS-DYM-YY.
           MOVE WS-DUE-MM TO WS-DYM-MM.
           MOVE WS-DUE-DD TO WS-DYM-DD.
           IF WS-TODAY-YYMMDD NOT > WS-DUE-YYMMDD
               GO TO CK-CYC3-DELQ-EXIT.
           MOVE 'Y' TO WS-CYC3-SW.
       CK-CYC3-DELQ-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-DISPUTE TOTALS THE ACCOUNT'S ACCTDSP CASES STILL HELD OUT  *
      *  OF COLLECTIONS - OPEN, OR FOUND FOR THE CUSTOMER AND WAITING  *
      *  FOR ACCT48 TO POST THE CREDIT.  ZERO WHEN THERE ARE NONE.     *
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
      *  CK-REAGE SETS WS-REAGE-FLOOR TO THE NEWEST PAY-HIST CYCLE     *
      *  (1 OLDEST .. 3 OPEN) BILLED ON OR BEFORE THE RE-AGE DATE ON   *
      *  THE ACCOUNT'S ACCTWKP WORKOUT PLAN ROW.  ZERO WHEN THE        *
      *  ACCOUNT HAS NEVER BEEN RE-AGED.                               *
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
       WRITE-SNAPSHOT.
           PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT.
           MOVE SPACES TO ACCTSNP-REC.
           MOVE ACCTDO OF ACCTFIL-REC TO SNP-ACCTC.
           MOVE WS-TODAY-YYMM TO SNP-MONTH.
           MOVE WS-BRANCH TO SNP-BRANCH.
           MOVE WS-CYCLES TO SNP-BUCKET.
           IF BALDO OF ACCTFIL-REC NUMERIC
               MOVE BALDO OF ACCTFIL-REC TO SNP-BAL
           ELSE
               MOVE 0 TO SNP-BAL.
           MOVE ASTATDO OF ACCTFIL-REC TO SNP-ASTAT.
           WRITE ACCTSNP-REC.
           IF FS-SNPFILE NOT = '00'
               DISPLAY 'ACCT61: SNPFILE WRITE FAILED, STATUS='
                   FS-SNPFILE ' ACCOUNT ' SNP-ACCTC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-ACCT-CNT.
           ADD 1 TO WS-BKT-CNT (WS-CYCLES + 1).
       WRITE-SNAPSHOT-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE ACCTFIL.
           CLOSE ACCTDSP.
           CLOSE ACCTWKP.
           CLOSE SNPFILE.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT61: SNAPSHOT COMPLETE, ' WS-ACCT-CNT
               ' ACCOUNT(S): ' WS-BKT-CNT (1) ' CURRENT, '
               WS-BKT-CNT (2) ' 1 CYCLE, ' WS-BKT-CNT (3)
               ' 2 CYCLES, ' WS-BKT-CNT (4) ' 3+ CYCLES, '
               WS-BKT-CNT (5) ' CHARGED OFF'.
       TERMINATE-RUN-EXIT. EXIT.
