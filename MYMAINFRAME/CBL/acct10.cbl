      *         CALL TO MAKE.  BROKEN PROMISES COME BACK ON THE NEXT
      *         RUN, AND THE ACCT33 REPORT FEEDS THEM TO THE
      *         COLLECTORS AHEAD OF THIS WORKLIST.
      *         AN AMOUNT THE CUSTOMER HAS UNDER DISPUTE (AN OPEN
      *         ACCTDSP CASE FROM AC47, OR ONE FOUND FOR THE CUSTOMER
      *         WHOSE CREDIT ACCT48 HAS NOT YET POSTED) IS NOT
      *         COLLECTIONS MONEY: IT IS TAKEN OFF THE BALANCE AND OFF
      *         EACH BILLED CYCLE BEFORE THE DELINQUENCY TESTS, AND
      *         COUNTS TOWARD THE MINIMUM PAYMENT, SO AN ACCOUNT THAT
      *         IS BEHIND ONLY BY THE DISPUTED ITEM IS NOT WORKED.
      *         THE UNPAID COLUMN SHOWS THE OPEN CYCLE LESS THE
      *         DISPUTED AMOUNT.
      *         AN ACCOUNT RE-AGED BY ACCT50 AT THE END OF A HARDSHIP
      *         WORKOUT PLAN (ACCTWKP) IS CURRENT AS OF THE RE-AGE: A
      *         CYCLE BILLED ON OR BEFORE THE PLAN'S RE-AGE DATE IS
      *         NEVER COUNTED AS A CYCLE BEHIND, SO ONLY A CYCLE
      *         MISSED AFTER THE RE-AGE PUTS IT BACK ON THE WORKLIST.
      *         AN ACCOUNT PLACED WITH A COLLECTION AGENCY BY ACCT55
      *         (A PLACED ROW ON ACCTAGY) IS THE AGENCY'S TO WORK AND
      *         IS LEFT OFF THE WORKLIST UNTIL ACCT57 RECALLS IT.
      *         AN ACCOUNT UNDER A LEGAL HOLD FOR A BANKRUPTCY OR A
      *         DEATH (AN ACCTLGL ROW ON HOLD, LOADED BY ACCT59 OR
      *         KEYED ON AC58) MAY NOT BE COLLECTED FROM AND IS LEFT
      *         OFF THE WORKLIST UNTIL THE HOLD IS RELEASED.
      *         EVERY ACCOUNT ON THE WORKLIST IS ALSO WRITTEN TO THE
      *         ACCTCLQ COLLECTOR WORK QUEUE, WHICH THIS RUN RELOADS:
      *         EACH ITEM GOES TO THE COLLECTOR ACCTCLA NAMES FOR THE
      *         ACCOUNT'S BRANCH AND STAGE (THE CYCLES BEHIND), OR TO
      *         THE BRANCH'S STAGE 0 DEFAULT, OR TO '???' FOR A
      *         SUPERVISOR TO REASSIGN ON AC69.  AN ACCOUNT WHOSE
      *         LATEST PROMISE TO PAY WAS BROKEN IS QUEUED AT THE TOP
      *         OF ITS COLLECTOR'S QUEUE AND PRINTS FIRST UNDER ITS
      *         BRANCH ON THE WORKLIST, MARKED 'B'.  THE COLLECTOR
      *         WORKS THE QUEUE ON AC68.
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
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT ACCTCLA ASSIGN TO ACCTCLA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLA-KEY
               FILE STATUS IS FS-ACCTCLA.
           SELECT ACCTCLQ ASSIGN TO ACCTCLQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLQ-KEY
               FILE STATUS IS FS-ACCTCLQ.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSORT ASSIGN TO SORTWK1.
           COPY ACCTRNG.
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
       FD  ACCTCLA RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTCLA.
       FD  ACCTCLQ RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTCLQ.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-OPTION           PIC X(8).
           02  SRT-BAL             PIC S9(6)V99 COMP-3.
           02  SRT-UNPAID          PIC S9(6)V99 COMP-3.
           02  SRT-DUNSTG          PIC 9(1).
           02  SRT-BROKEN          PIC X(1).
       FD  WORKLIST RECORD CONTAINS 80 CHARACTERS.
       01  WORKLIST-REC            PIC X(80).
       WORKING-STORAGE SECTION.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTRNG          PIC X(2)  VALUE '00'.
           02  FS-ACCTCON          PIC X(2)  VALUE '00'.
           02  FS-ACCTDSP          PIC X(2)  VALUE '00'.
           02  FS-ACCTWKP          PIC X(2)  VALUE '00'.
           02  FS-ACCTAGY          PIC X(2)  VALUE '00'.
           02  FS-ACCTLGL          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  FS-ACCTCLA          PIC X(2)  VALUE '00'.
           02  FS-ACCTCLQ          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT10  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE 'ACCT15  '.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           02  WS-PROMISE-SW       PIC X     VALUE 'N'.
               88  PROMISE-OPEN        VALUE 'Y'.
           02  WS-PROM-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-LAST-PR-STAT     PIC X     VALUE SPACE.
               88  LAST-PROMISE-BROKEN VALUE 'B'.
           02  WS-COLLECTOR        PIC X(3)  VALUE SPACES.
           02  WS-QUE-SEQ          PIC 9(5)  VALUE 0.
           02  WS-QUE-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-BRKN-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-UNASG-CNT        PIC S9(7) COMP VALUE +0.
           02  WS-AGY-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-PLACED-SW        PIC X     VALUE 'N'.
               88  ACCT-PLACED         VALUE 'Y'.
           02  WS-LGL-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-LEGAL-SW         PIC X     VALUE 'N'.
               88  ACCT-LEGAL-HOLD     VALUE 'Y'.
           02  WS-DSP-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-DSP-AMT          PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-NET-AMT          PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-REAGE-FLOOR      PIC S9(4) COMP VALUE +0.
           02  WS-RG-IX            PIC S9(4) COMP VALUE +0.
           02  WS-RG-BILL.
               04  WS-RG-BILL-YY   PIC 9(2).
               04  WS-RG-BILL-MM   PIC 9(2).
               04  WS-RG-BILL-DD   PIC 9(2).
           02  WS-RG-BILL-DATE REDEFINES WS-RG-BILL PIC 9(6).
           02  WS-FIRST-BR-SW      PIC X     VALUE 'Y'.
               88  FIRST-BRANCH        VALUE 'Y'.
           02  WS-BRANCH           PIC X(4)  VALUE SPACES.
           02  FILLER              PIC X(58) VALUE
           'CYC  ACCOUNT  SURNAME             FIRST NAME      BALANCE'.
           02  FILLER              PIC X(22) VALUE
           '      UNPAID LTR COL B'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-CYCLES           PIC 9(1).
           02  DL-UNPAID           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-DUNSTG           PIC 9(1).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-COLL             PIC X(3).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-BROKEN           PIC X(1).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           SORT WORKSORT ON ASCENDING KEY SRT-BRANCH
               DESCENDING KEY SRT-BROKEN
               DESCENDING KEY SRT-CYCLES
               INPUT PROCEDURE IS SELECT-ACCOUNTS THRU
                   SELECT-ACCOUNTS-EXIT
           IF FS-ACCTCON NOT = '00'
               DISPLAY 'ACCT10: ACCTCON OPEN FAILED, STATUS=' FS-ACCTCON
               STOP RUN.
           OPEN INPUT ACCTDSP.
           IF FS-ACCTDSP NOT = '00'
               DISPLAY 'ACCT10: ACCTDSP OPEN FAILED, STATUS=' FS-ACCTDSP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTWKP.
           IF FS-ACCTWKP NOT = '00'
               DISPLAY 'ACCT10: ACCTWKP OPEN FAILED, STATUS=' FS-ACCTWKP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTAGY.
           IF FS-ACCTAGY NOT = '00'
               DISPLAY 'ACCT10: ACCTAGY OPEN FAILED, STATUS=' FS-ACCTAGY
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTLGL.
           IF FS-ACCTLGL NOT = '00'
               DISPLAY 'ACCT10: ACCTLGL OPEN FAILED, STATUS=' FS-ACCTLGL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTCLA.
           IF FS-ACCTCLA NOT = '00'
               DISPLAY 'ACCT10: ACCTCLA OPEN FAILED, STATUS=' FS-ACCTCLA
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ACCTCLQ.
           IF FS-ACCTCLQ NOT = '00'
               DISPLAY 'ACCT10: ACCTCLQ OPEN FAILED, STATUS=' FS-ACCTCLQ
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  RUN CONTROL - EVERY SCHEDULED BATCH JOB STAMPS AN ACCTRUN     *
           IF BALDO OF ACCTFIL-REC NOT NUMERIC
               GO TO EVAL-ACCOUNT-EXIT.
           IF BALDO OF ACCTFIL-REC NOT > 0 GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-PLACED THRU CK-PLACED-EXIT.
           IF ACCT-PLACED
               ADD 1 TO WS-AGY-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-LEGAL THRU CK-LEGAL-EXIT.
           IF ACCT-LEGAL-HOLD
               ADD 1 TO WS-LGL-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-DISPUTE THRU CK-DISPUTE-EXIT.
           IF BALDO OF ACCTFIL-REC NOT > WS-DSP-AMT
               ADD 1 TO WS-DSP-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-REAGE THRU CK-REAGE-EXIT.
           PERFORM CK-CYC3-DELQ THRU CK-CYC3-DELQ-EXIT.
           IF NOT CYC3-DELQ AND WS-DSP-AMT > 0
               ADD 1 TO WS-DSP-CNT.
           IF NOT CYC3-DELQ GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-PROMISE THRU CK-PROMISE-EXIT.
           IF PROMISE-OPEN
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
           MOVE WS-CYCLES TO SRT-CYCLES.
           MOVE ACCTDO OF ACCTFIL-REC TO SRT-ACCTC.
           MOVE SNAMEDO OF ACCTFIL-REC TO SRT-SNAME.
           MOVE FNAMEDO OF ACCTFIL-REC TO SRT-FNAME.
           MOVE BALDO OF ACCTFIL-REC TO SRT-BAL.
           COMPUTE WS-NET-AMT = BAMT OF ACCTFIL-REC (3) - WS-DSP-AMT.
           MOVE WS-NET-AMT TO SRT-UNPAID.
           IF DUNSTGDO OF ACCTFIL-REC NUMERIC
               MOVE DUNSTGDO OF ACCTFIL-REC TO SRT-DUNSTG
           ELSE
               MOVE 0 TO SRT-DUNSTG.
           PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT.
           MOVE WS-BRANCH TO SRT-BRANCH.
           IF LAST-PROMISE-BROKEN
               MOVE 'B' TO SRT-BROKEN
           ELSE
               MOVE SPACE TO SRT-BROKEN.
           RELEASE SORT-REC.
       EVAL-ACCOUNT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  THE MINIMUM, OR WHOSE DUE DATE HAS NOT ARRIVED, IS NOT        *
      *  COLLECTIONS WORK.  A CYCLE BILLED BEFORE THE TERMS EXISTED    *
      *  (NO MINIMUM ON THE RECORD) FALLS BACK TO THE OLD              *
      *  BILLED-AND-NOT-PAID RULE.  AN AMOUNT UNDER DISPUTE IS TAKEN   *
      *  OFF THE BILL AND COUNTS AS PAID TOWARD THE MINIMUM.  A CYCLE  *
      *  COVERED BY A WORKOUT PLAN RE-AGE IS NEVER DELINQUENT.         *
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
      *  OPEN ('O') PROMISE TO PAY.  THE ACCT33 DAILY RUN MARKS A      *
      *  PROMISE KEPT OR BROKEN ONCE ITS DATE HAS PASSED, SO AN 'O'    *
      *  ROW HERE MEANS A COMMITMENT NOT YET DUE AND THE ACCOUNT IS    *
      *  NOT WORKED.  THE STATUS OF THE LATEST SETTLED PROMISE IS KEPT *
      *  SO A BROKEN ONE CAN BE QUEUED FIRST.                          *
      *----------------------------------------------------------------*
       CK-PROMISE.
           MOVE 'N' TO WS-PROMISE-SW.
           MOVE SPACE TO WS-LAST-PR-STAT.
           MOVE ACCTDO OF ACCTFIL-REC TO ACN-ACCTC.
           MOVE 0 TO ACN-DATE.
           MOVE 0 TO ACN-SEQ.
           IF ACN-PROMISE AND ACN-PR-OPEN
               MOVE 'Y' TO WS-PROMISE-SW
               GO TO CK-PROMISE-EXIT.
           IF ACN-PROMISE MOVE ACN-PR-STAT TO WS-LAST-PR-STAT.
           GO TO CK-PROMISE-LOOP.
       CK-PROMISE-EXIT. EXIT.
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
      *  THE ACCOUNT'S ACCTWKP WORKOUT PLAN ROW - THAT CYCLE AND ALL   *
      *  OLDER ONES WERE BROUGHT CURRENT BY THE RE-AGE.  ZERO WHEN     *
      *  THE ACCOUNT HAS NEVER BEEN RE-AGED.                           *
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
      *  CK-PLACED SETS ACCT-PLACED WHEN THE ACCOUNT'S ACCTAGY ROW     *
      *  SHOWS IT PLACED WITH A COLLECTION AGENCY.  A RECALLED ROW, OR *
      *  NO ROW, LEAVES THE ACCOUNT IN-HOUSE.                          *
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
      *  CK-LEGAL SETS ACCT-LEGAL-HOLD WHEN THE ACCOUNT'S ACCTLGL ROW  *
      *  HOLDS IT FOR A BANKRUPTCY OR A DEATH ('H', OR CLOSED OUT AT   *
      *  'K' AND AWAITING CHARGE-OFF).  A RELEASED OR CHARGED-OFF      *
      *  ROW, OR NO ROW, LEAVES THE ACCOUNT TO BE WORKED.              *
      *----------------------------------------------------------------*
       CK-LEGAL.
           MOVE 'N' TO WS-LEGAL-SW.
           MOVE ACCTDO OF ACCTFIL-REC TO LGL-ACCTC.
           READ ACCTLGL
               INVALID KEY GO TO CK-LEGAL-EXIT
           END-READ.
           IF LGL-ON-HOLD MOVE 'Y' TO WS-LEGAL-SW.
       CK-LEGAL-EXIT. EXIT.
       PRINT-WORKLIST.
           OPEN OUTPUT WORKLIST.
           MOVE HDG-LINE-1 TO WORKLIST-REC.
           MOVE SRT-BAL TO DL-BAL.
           MOVE SRT-UNPAID TO DL-UNPAID.
           MOVE SRT-DUNSTG TO DL-DUNSTG.
           PERFORM FIND-COLLECTOR THRU FIND-COLLECTOR-EXIT.
           PERFORM WRITE-QUEUE-ITEM THRU WRITE-QUEUE-ITEM-EXIT.
           MOVE WS-COLLECTOR TO DL-COLL.
           MOVE SRT-BROKEN TO DL-BROKEN.
           MOVE DETAIL-LINE TO WORKLIST-REC.
           WRITE WORKLIST-REC.
           ADD 1 TO WS-LINE-CNT.
           MOVE SUBT-LINE TO WORKLIST-REC.
           WRITE WORKLIST-REC.
       PRINT-SUBTOTAL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  FIND-COLLECTOR - THE ACCTCLA ROW FOR THE BRANCH AND STAGE,    *
      *  ELSE THE BRANCH'S STAGE 0 DEFAULT, ELSE '???' (UNASSIGNED).   *
      *----------------------------------------------------------------*
       FIND-COLLECTOR.
           MOVE SRT-BRANCH TO CLA-BRANCH.
           MOVE SRT-CYCLES TO CLA-STAGE.
           READ ACCTCLA
               INVALID KEY GO TO FIND-COLLECTOR-DFLT
           END-READ.
           MOVE CLA-OPID TO WS-COLLECTOR.
           GO TO FIND-COLLECTOR-EXIT.
       FIND-COLLECTOR-DFLT.
           MOVE 0 TO CLA-STAGE.
           READ ACCTCLA
               INVALID KEY GO TO FIND-COLLECTOR-NONE
           END-READ.
           MOVE CLA-OPID TO WS-COLLECTOR.
           GO TO FIND-COLLECTOR-EXIT.
       FIND-COLLECTOR-NONE.
           MOVE '???' TO WS-COLLECTOR.
           ADD 1 TO WS-UNASG-CNT.
       FIND-COLLECTOR-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-QUEUE-ITEM - ONE OPEN ACCTCLQ ITEM PER WORKLIST LINE.   *
      *  A BROKEN PROMISE IS PRIORITY 1; OTHERWISE THE MORE CYCLES     *
      *  BEHIND, THE SOONER IT IS WORKED (3 BEHIND IS PRIORITY 2).     *
      *  THE SEQUENCE RUNS IN WORKLIST ORDER.                          *
      *----------------------------------------------------------------*
       WRITE-QUEUE-ITEM.
           ADD 1 TO WS-QUE-SEQ.
           MOVE SPACES TO ACCTCLQ-REC.
           MOVE WS-COLLECTOR TO CLQ-OPID.
           IF SRT-BROKEN = 'B'
               MOVE 1 TO CLQ-PRIO
               ADD 1 TO WS-BRKN-CNT
           ELSE
               COMPUTE CLQ-PRIO = 5 - SRT-CYCLES.
           MOVE WS-QUE-SEQ TO CLQ-SEQ.
           MOVE SRT-ACCTC TO CLQ-ACCTC.
           MOVE SRT-BRANCH TO CLQ-BRANCH.
           MOVE SRT-CYCLES TO CLQ-STAGE.
           MOVE SRT-BAL TO CLQ-BAL.
           MOVE SRT-UNPAID TO CLQ-UNPAID.
           MOVE WS-TODAY-YYMMDD TO CLQ-BUILD-DATE.
           MOVE 'O' TO CLQ-STATUS.
           MOVE 0 TO CLQ-WRK-DATE, CLQ-WRK-TIME.
           MOVE WS-TODAY-YYMMDD TO CLQ-ASG-DATE.
           WRITE ACCTCLQ-REC
               INVALID KEY
                   DISPLAY 'ACCT10: ACCTCLQ WRITE FAILED, STATUS='
                       FS-ACCTCLQ ' ACCOUNT ' SRT-ACCTC
                   GO TO WRITE-QUEUE-ITEM-EXIT
           END-WRITE.
           ADD 1 TO WS-QUE-CNT.
       WRITE-QUEUE-ITEM-EXIT. EXIT.
       PRINT-WORKLIST-EXIT.
           CLOSE WORKLIST.
           EXIT.
       TERMINATE-RUN.
           CLOSE ACCTFIL.
           CLOSE ACCTCON.
           CLOSE ACCTDSP.
           CLOSE ACCTWKP.
           CLOSE ACCTAGY.
           CLOSE ACCTLGL.
           CLOSE ACCTCLA.
           CLOSE ACCTCLQ.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT10: WORKLIST COMPLETE, ' WS-LINE-CNT
               ' ACCOUNT(S) FLAGGED, ' WS-PROM-CNT
               ' SKIPPED ON OPEN PROMISE, ' WS-DSP-CNT
               ' NOT FLAGGED UNDER DISPUTE, ' WS-AGY-CNT
               ' WITH A COLLECTION AGENCY, ' WS-LGL-CNT
               ' UNDER A LEGAL HOLD'.
           DISPLAY 'ACCT10: WORK QUEUE RELOADED, ' WS-QUE-CNT
               ' ITEM(S), ' WS-BRKN-CNT ' BROKEN PROMISE(S) FIRST, '
               WS-UNASG-CNT ' UNASSIGNED (???)'.
       TERMINATE-RUN-EXIT. EXIT.
