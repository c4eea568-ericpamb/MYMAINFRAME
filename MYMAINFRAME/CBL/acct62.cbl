       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT62.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT PRINTS THE
      *         MONTH-END DELINQUENCY ROLL-RATE REPORT (RRTRPT) BY
      *         MATCHING THIS MONTH'S ACCT61 SNAPSHOT (SNPCUR, THE
      *         CURRENT SNPFILE GENERATION) AGAINST LAST MONTH'S
      *         (SNPPRV, THE GENERATION BEFORE IT).  BOTH ARE IN
      *         ACCOUNT NUMBER ORDER, SO THE TWO ARE MATCHED IN ONE
      *         PASS.
      *         EACH ACCOUNT IS COUNTED ONCE IN A MIGRATION MATRIX:
      *         DOWN THE SIDE, ITS BUCKET LAST MONTH (CURRENT, 30,
      *         60, 90+ DAYS, CHARGE-OFF, OR 'NEW' WHEN IT WAS NOT ON
      *         LAST MONTH'S SNAPSHOT); ACROSS THE TOP, ITS BUCKET
      *         THIS MONTH (OR 'OFF FILE' WHEN IT HAS SINCE BEEN
      *         PURGED).  THE MATRIX IS PRINTED TWICE - IN ACCOUNTS,
      *         AND IN DOLLARS AT LAST MONTH'S BALANCE (A NEW ACCOUNT
      *         AT THIS MONTH'S) - FOR EVERY BRANCH AND THEN FOR ALL
      *         BRANCHES.  AN ACCOUNT IS COUNTED UNDER THIS MONTH'S
      *         BRANCH, OR LAST MONTH'S WHEN IT HAS GONE OFF FILE;
      *         AS IN ACCT31, AN ACCOUNT NO RANGE COVERS, AND ANY
      *         BRANCH PAST THE TABLE LIMIT, FALLS UNDER '????'.
      *         EACH ROW ENDS WITH ITS RATES: THE CURE RATE (SHARE OF
      *         A DELINQUENT BUCKET NOW CURRENT) AND THE ROLL TO
      *         CHARGE-OFF RATE (SHARE NOW CHARGED OFF).  A SUMMARY
      *         LINE UNDER EACH MATRIX GIVES BOTH RATES FOR THE WHOLE
      *         30-90+ DAY BOOK.
      *         IF SNPPRV WILL NOT OPEN (THE FIRST MONTH OF
      *         SNAPSHOTS) EVERY ACCOUNT SHOWS AS NEW.  IF IT IS NOT
      *         AN EARLIER MONTH THAN SNPCUR, OR EITHER FILE IS OUT OF
      *         ACCOUNT ORDER OR CARRIES A BAD BUCKET, THE RUN ENDS
      *         RC=8 - THE MATRIX WOULD BE MEANINGLESS.
      *         CARDIN (OPTIONAL): 'OVERRIDE' IN COLS 1-8 WAIVES RUN
      *         CONTROL.  THE RUN STAMPS ACCTRUN (JOB ACCT62, CYCLE
      *         YYMM00) AND WILL NOT START UNTIL ACCT61 HAS TAKEN THE
      *         MONTH'S SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNPCUR ASSIGN TO SNPCUR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SNPCUR.
           SELECT SNPPRV ASSIGN TO SNPPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SNPPRV.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RRTRPT ASSIGN TO RRTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNPCUR RECORD CONTAINS 40 CHARACTERS.
       01  SNPCUR-REC              PIC X(40).
       FD  SNPPRV RECORD CONTAINS 40 CHARACTERS.
       01  SNPPRV-REC              PIC X(40).
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-OPTION           PIC X(8).
           02  FILLER              PIC X(72).
       FD  RRTRPT RECORD CONTAINS 132 CHARACTERS.
       01  RRTRPT-REC              PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-SNPCUR           PIC X(2)  VALUE '00'.
           02  FS-SNPPRV           PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT62  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE 'ACCT61  '.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           02  WS-OVRD-SW          PIC X     VALUE 'N'.
               88  OVERRIDE-RUN        VALUE 'Y'.
           02  WS-RUNROW-NEW-SW    PIC X     VALUE 'N'.
               88  RUNROW-IS-NEW       VALUE 'Y'.
           02  WS-RC-TIME-RAW.
               04  WS-RC-TIME      PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-PRV-SW           PIC X     VALUE 'N'.
               88  PRV-PRESENT         VALUE 'Y'.
           02  WS-BR-FULL-SW       PIC X     VALUE 'N'.
               88  BR-TABLE-FULL       VALUE 'Y'.
           02  WS-TODAY-YYMMDD     PIC 9(6)  VALUE 0.
           02  WS-CUR-MONTH        PIC 9(4)  VALUE 0.
           02  WS-PRV-MONTH        PIC 9(4)  VALUE 0.
           02  WS-MATCH-CNT        PIC S9(7) COMP VALUE +0.
           02  WS-NEW-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-GONE-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-BRANCH           PIC X(4)  VALUE SPACES.
           02  WS-AMT              PIC S9(7)V99  COMP-3 VALUE +0.
           02  BR-CNT              PIC S9(4) COMP VALUE +0.
           02  IX                  PIC S9(4) COMP.
           02  BX                  PIC S9(4) COMP.
           02  RX                  PIC S9(4) COMP.
           02  CX                  PIC S9(4) COMP.
           02  WS-ROW-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-ROW-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-PART             PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-WHOLE            PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-CURED            PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-CHGD             PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-PCT              PIC S9(3)V9   COMP-3 VALUE +0.
       01  CUR-SNAP.
           02  CUR-ACCTC           PIC X(5).
           02  CUR-BRANCH          PIC X(4).
           02  CUR-BUCKET          PIC 9(1).
           02  CUR-BAL             PIC S9(6)V99   COMP-3.
       01  PRV-SNAP.
           02  PRV-ACCTC           PIC X(5).
           02  PRV-BRANCH          PIC X(4).
           02  PRV-BUCKET          PIC 9(1).
           02  PRV-BAL             PIC S9(6)V99   COMP-3.
       01  WS-LAST-CUR-ACCTC       PIC X(5)  VALUE LOW-VALUES.
       01  WS-LAST-PRV-ACCTC       PIC X(5)  VALUE LOW-VALUES.
           COPY ACCTSNP.
      *----------------------------------------------------------------*
      *  MIGRATION MATRICES - ROW IS LAST MONTH'S BUCKET + 1 (ROW 6    *
      *  NEW ON FILE), COLUMN IS THIS MONTH'S BUCKET + 1 (COLUMN 6     *
      *  GONE OFF FILE).  ONE PER BRANCH, ONE FOR ALL BRANCHES, AND A  *
      *  PRINT COPY THE MATRIX PRINT WORKS FROM.                       *
      *----------------------------------------------------------------*
       01  BR-TABLE.
           02  BR-ENTRY OCCURS 50.
               04  BT-BRANCH       PIC X(4).
               04  BT-ACCTS        PIC S9(7)     COMP-3.
               04  BT-MATRIX.
                   06  BT-ROW OCCURS 6.
                       08  BT-COL OCCURS 6.
                           10  BT-CNT  PIC S9(7)     COMP-3.
                           10  BT-AMT  PIC S9(11)V99 COMP-3.
       01  TOT-MATRIX.
           02  TM-ROW OCCURS 6.
               04  TM-COL OCCURS 6.
                   06  TM-CNT      PIC S9(7)     COMP-3 VALUE +0.
                   06  TM-AMT      PIC S9(11)V99 COMP-3 VALUE +0.
       01  ZERO-MATRIX.
           02  ZM-ROW OCCURS 6.
               04  ZM-COL OCCURS 6.
                   06  ZM-CNT      PIC S9(7)     COMP-3 VALUE +0.
                   06  ZM-AMT      PIC S9(11)V99 COMP-3 VALUE +0.
       01  PRT-MATRIX.
           02  PM-ROW OCCURS 6.
               04  PM-COL OCCURS 6.
                   06  PM-CNT      PIC S9(7)     COMP-3.
                   06  PM-AMT      PIC S9(11)V99 COMP-3.
       01  COL-TOTALS.
           02  CT-COL OCCURS 7.
               04  CT-CNT          PIC S9(7)     COMP-3.
               04  CT-AMT          PIC S9(11)V99 COMP-3.
       01  ROW-LABELS.
           02  FILLER              PIC X(30) VALUE
           'CURRENT   30 DAYS   60 DAYS   '.
           02  FILLER              PIC X(30) VALUE
           '90+ DAYS  CHARGE-OFFNEW       '.
       01  ROW-LABEL-TBL REDEFINES ROW-LABELS.
           02  ROW-LABEL           PIC X(10) OCCURS 6.
       01  HDG-LINE-1.
           02  FILLER              PIC X(48) VALUE
           'ACCT62  MONTH-END DELINQUENCY ROLL-RATE REPORT  '.
           02  FILLER              PIC X(11) VALUE 'LAST MONTH '.
           02  HL-PRV-MONTH        PIC 9(4).
           02  FILLER              PIC X(13) VALUE '   THIS MONTH'.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  HL-CUR-MONTH        PIC 9(4).
       01  HDG-LINE-2.
           02  FILLER              PIC X(60) VALUE
           '  (YYMM; BUCKETS ARE CYCLES BEHIND AT THE CYCLE CUT)'.
       01  TITLE-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  TL-BRANCH           PIC X(16).
           02  FILLER              PIC X(3)  VALUE ' - '.
           02  TL-TEXT             PIC X(60).
       01  MTX-HDG.
           02  FILLER              PIC X(10) VALUE 'LAST MONTH'.
           02  FILLER              PIC X(30) VALUE
           '       CURRENT        30 DAYS '.
           02  FILLER              PIC X(30) VALUE
           '       60 DAYS       90+ DAYS '.
           02  FILLER              PIC X(30) VALUE
           '    CHARGE-OFF       OFF FILE '.
           02  FILLER              PIC X(15) VALUE
           '         TOTAL '.
           02  FILLER              PIC X(16) VALUE
           '   CURE %  C/O %'.
       01  CNT-LINE.
           02  CL-LABEL            PIC X(10).
           02  CL-CELL OCCURS 7.
               04  FILLER          PIC X(3)  VALUE SPACES.
               04  CL-CNT          PIC ZZZ,ZZZ,ZZ9.
               04  FILLER          PIC X(1)  VALUE SPACE.
           02  CL-RATES.
               04  FILLER          PIC X(4).
               04  CL-CURE         PIC ZZ9.9.
               04  FILLER          PIC X(2).
               04  CL-CO           PIC ZZ9.9.
       01  AMT-LINE.
           02  AL-LABEL            PIC X(10).
           02  AL-CELL OCCURS 7.
               04  AL-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           02  AL-RATES.
               04  FILLER          PIC X(4).
               04  AL-CURE         PIC ZZ9.9.
               04  FILLER          PIC X(2).
               04  AL-CO           PIC ZZ9.9.
       01  SUM-LINE.
           02  FILLER              PIC X(36) VALUE
           ' 30-90+ DAYS LAST MONTH: CURE RATE  '.
           02  SL-CURE             PIC ZZ9.9.
           02  FILLER              PIC X(33) VALUE
           ' PCT   ROLL TO CHARGE-OFF RATE  '.
           02  SL-CO               PIC ZZ9.9.
           02  FILLER              PIC X(4)  VALUE ' PCT'.
       01  NOTE-LINE               PIC X(80) VALUE
           ' NO PRIOR SNAPSHOT - EVERY ACCOUNT IS SHOWN AS NEW'.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM MATCH-SNAPSHOTS THRU MATCH-SNAPSHOTS-EXIT.
           PERFORM PRINT-REPORT THRU PRINT-REPORT-EXIT.
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
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
      * THE '????' ROW IS SEEDED UP FRONT, AS IN ACCT31, SO UNMATCHED
      * ACCOUNTS AND ANY OVERFLOW PAST THE BRANCH TABLE LIMIT ALWAYS
      * HAVE A ROW TO LAND IN.  IT IS NOT PRINTED WHEN IT STAYS EMPTY.
           MOVE 1 TO BR-CNT.
           MOVE '????' TO BT-BRANCH (1).
           MOVE 0 TO BT-ACCTS (1).
           MOVE ZERO-MATRIX TO BT-MATRIX (1).
           OPEN INPUT SNPCUR.
           IF FS-SNPCUR NOT = '00'
               DISPLAY 'ACCT62: SNPCUR OPEN FAILED, STATUS=' FS-SNPCUR
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT SNPPRV.
           IF FS-SNPPRV = '00'
               MOVE 'Y' TO WS-PRV-SW
           ELSE
               DISPLAY 'ACCT62: NO PRIOR SNAPSHOT (SNPPRV STATUS='
                   FS-SNPPRV '), ALL ACCOUNTS SHOWN AS NEW'.
           PERFORM READ-CUR THRU READ-CUR-EXIT.
           IF CUR-ACCTC = HIGH-VALUES
               DISPLAY 'ACCT62: SNPCUR IS EMPTY, RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SNP-MONTH TO WS-CUR-MONTH.
           IF PRV-PRESENT
               PERFORM READ-PRV THRU READ-PRV-EXIT
           ELSE
               MOVE HIGH-VALUES TO PRV-ACCTC.
           IF PRV-ACCTC NOT = HIGH-VALUES
               MOVE SNP-MONTH TO WS-PRV-MONTH
               IF WS-PRV-MONTH NOT < WS-CUR-MONTH
                   DISPLAY 'ACCT62: SNPPRV MONTH ' WS-PRV-MONTH
                       ' IS NOT BEFORE SNPCUR MONTH ' WS-CUR-MONTH
                       ', RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           OPEN OUTPUT RRTRPT.
           MOVE WS-PRV-MONTH TO HL-PRV-MONTH.
           MOVE WS-CUR-MONTH TO HL-CUR-MONTH.
           MOVE HDG-LINE-1 TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           MOVE HDG-LINE-2 TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           IF PRV-ACCTC = HIGH-VALUES
               MOVE NOTE-LINE TO RRTRPT-REC
               WRITE RRTRPT-REC.
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
               DISPLAY 'ACCT62: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT62: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT62: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
      *  READ-CUR AND READ-PRV BRING IN THE NEXT SNAPSHOT ROW, HIGH-   *
      *  VALUES ON END OF FILE SO THE MATCH RUNS THE OTHER FILE OUT.   *
      *  A ROW OUT OF ACCOUNT ORDER, OR WITH A BUCKET ACCT61 NEVER     *
      *  WRITES, STOPS THE RUN.                                        *
      *----------------------------------------------------------------*
       READ-CUR.
           READ SNPCUR INTO ACCTSNP-REC
               AT END MOVE HIGH-VALUES TO CUR-ACCTC
                      GO TO READ-CUR-EXIT
           END-READ.
           IF SNP-ACCTC NOT > WS-LAST-CUR-ACCTC
               DISPLAY 'ACCT62: SNPCUR OUT OF ACCOUNT ORDER AT '
                   SNP-ACCTC ', RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF SNP-BUCKET NOT NUMERIC OR SNP-BUCKET > 4
               DISPLAY 'ACCT62: SNPCUR BAD BUCKET FOR ACCOUNT '
                   SNP-ACCTC ', RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SNP-ACCTC TO WS-LAST-CUR-ACCTC.
           MOVE SNP-ACCTC TO CUR-ACCTC.
           MOVE SNP-BRANCH TO CUR-BRANCH.
           MOVE SNP-BUCKET TO CUR-BUCKET.
           IF SNP-BAL NUMERIC
               MOVE SNP-BAL TO CUR-BAL
           ELSE
               MOVE 0 TO CUR-BAL.
       READ-CUR-EXIT. EXIT.
       READ-PRV.
           READ SNPPRV INTO ACCTSNP-REC
               AT END MOVE HIGH-VALUES TO PRV-ACCTC
                      GO TO READ-PRV-EXIT
           END-READ.
           IF SNP-ACCTC NOT > WS-LAST-PRV-ACCTC
               DISPLAY 'ACCT62: SNPPRV OUT OF ACCOUNT ORDER AT '
                   SNP-ACCTC ', RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF SNP-BUCKET NOT NUMERIC OR SNP-BUCKET > 4
               DISPLAY 'ACCT62: SNPPRV BAD BUCKET FOR ACCOUNT '
                   SNP-ACCTC ', RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SNP-ACCTC TO WS-LAST-PRV-ACCTC.
           MOVE SNP-ACCTC TO PRV-ACCTC.
           MOVE SNP-BRANCH TO PRV-BRANCH.
           MOVE SNP-BUCKET TO PRV-BUCKET.
           IF SNP-BAL NUMERIC
               MOVE SNP-BAL TO PRV-BAL
           ELSE
               MOVE 0 TO PRV-BAL.
       READ-PRV-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  MATCH-SNAPSHOTS - AN ACCOUNT ON BOTH SNAPSHOTS MOVES FROM ITS *
      *  OLD BUCKET TO ITS NEW ONE; ONE ONLY ON THIS MONTH'S IS NEW;   *
      *  ONE ONLY ON LAST MONTH'S HAS GONE OFF FILE.                   *
      *----------------------------------------------------------------*
       MATCH-SNAPSHOTS.
           IF CUR-ACCTC = HIGH-VALUES AND PRV-ACCTC = HIGH-VALUES
               GO TO MATCH-SNAPSHOTS-EXIT.
           IF CUR-ACCTC < PRV-ACCTC
               MOVE 6 TO RX
               COMPUTE CX = CUR-BUCKET + 1
               MOVE CUR-BAL TO WS-AMT
               MOVE CUR-BRANCH TO WS-BRANCH
               ADD 1 TO WS-NEW-CNT
               PERFORM TALLY-ACCOUNT THRU TALLY-ACCOUNT-EXIT
               PERFORM READ-CUR THRU READ-CUR-EXIT
               GO TO MATCH-SNAPSHOTS.
           IF PRV-ACCTC < CUR-ACCTC
               COMPUTE RX = PRV-BUCKET + 1
               MOVE 6 TO CX
               MOVE PRV-BAL TO WS-AMT
               MOVE PRV-BRANCH TO WS-BRANCH
               ADD 1 TO WS-GONE-CNT
               PERFORM TALLY-ACCOUNT THRU TALLY-ACCOUNT-EXIT
               PERFORM READ-PRV THRU READ-PRV-EXIT
               GO TO MATCH-SNAPSHOTS.
           COMPUTE RX = PRV-BUCKET + 1.
           COMPUTE CX = CUR-BUCKET + 1.
           MOVE PRV-BAL TO WS-AMT.
           MOVE CUR-BRANCH TO WS-BRANCH.
           ADD 1 TO WS-MATCH-CNT.
           PERFORM TALLY-ACCOUNT THRU TALLY-ACCOUNT-EXIT.
           PERFORM READ-CUR THRU READ-CUR-EXIT.
           PERFORM READ-PRV THRU READ-PRV-EXIT.
           GO TO MATCH-SNAPSHOTS.
       MATCH-SNAPSHOTS-EXIT. EXIT.
       TALLY-ACCOUNT.
           MOVE 0 TO BX.
           PERFORM TALLY-FIND THRU TALLY-FIND-EXIT
               VARYING IX FROM 1 BY 1 UNTIL IX > BR-CNT.
      * A NEW BRANCH PAST THE TABLE LIMIT STILL COUNTS IN THE ALL
      * BRANCHES MATRIX (UNDER THE '????' ROW) SO THE TOTALS STILL
      * ACCOUNT FOR EVERY ROW ON BOTH SNAPSHOTS.
           IF BX = 0 AND BR-CNT NOT < 50
               IF NOT BR-TABLE-FULL
                   MOVE 'Y' TO WS-BR-FULL-SW
                   DISPLAY 'ACCT62: MORE THAN 50 BRANCHES, OVERFLOW '
                       'ROLLED INTO ????'
                   MOVE '????' TO WS-BRANCH
                   PERFORM TALLY-FIND THRU TALLY-FIND-EXIT
                       VARYING IX FROM 1 BY 1 UNTIL IX > BR-CNT
               ELSE
                   MOVE '????' TO WS-BRANCH
                   PERFORM TALLY-FIND THRU TALLY-FIND-EXIT
                       VARYING IX FROM 1 BY 1 UNTIL IX > BR-CNT.
           IF BX = 0
               ADD 1 TO BR-CNT
               MOVE BR-CNT TO BX
               MOVE WS-BRANCH TO BT-BRANCH (BX)
               MOVE 0 TO BT-ACCTS (BX)
               MOVE ZERO-MATRIX TO BT-MATRIX (BX).
           ADD 1 TO BT-ACCTS (BX).
           ADD 1 TO BT-CNT (BX, RX, CX).
           ADD WS-AMT TO BT-AMT (BX, RX, CX).
           ADD 1 TO TM-CNT (RX, CX).
           ADD WS-AMT TO TM-AMT (RX, CX).
       TALLY-ACCOUNT-EXIT. EXIT.
       TALLY-FIND.
           IF BT-BRANCH (IX) = WS-BRANCH MOVE IX TO BX.
       TALLY-FIND-EXIT. EXIT.
       PRINT-REPORT.
           PERFORM PRINT-BRANCH THRU PRINT-BRANCH-EXIT
               VARYING BX FROM 1 BY 1 UNTIL BX > BR-CNT.
           MOVE 'ALL BRANCHES' TO TL-BRANCH.
           MOVE TOT-MATRIX TO PRT-MATRIX.
           PERFORM PRINT-MATRIX THRU PRINT-MATRIX-EXIT.
       PRINT-REPORT-EXIT. EXIT.
       PRINT-BRANCH.
           IF BT-ACCTS (BX) = 0 GO TO PRINT-BRANCH-EXIT.
           MOVE SPACES TO TL-BRANCH.
           STRING 'BRANCH ' BT-BRANCH (BX) DELIMITED BY SIZE
               INTO TL-BRANCH.
           MOVE BT-MATRIX (BX) TO PRT-MATRIX.
           PERFORM PRINT-MATRIX THRU PRINT-MATRIX-EXIT.
       PRINT-BRANCH-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PRINT-MATRIX PRINTS PRT-MATRIX TWICE UNDER THE TITLE IN       *
      *  TL-BRANCH: ACCOUNTS, THEN DOLLARS, EACH WITH A TOTAL ROW AND  *
      *  THE 30-90+ DAY SUMMARY RATES.                                 *
      *----------------------------------------------------------------*
       PRINT-MATRIX.
           MOVE SPACES TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           MOVE 'ACCOUNTS, BY BUCKET LAST MONTH AND THIS MONTH'
               TO TL-TEXT.
           MOVE TITLE-LINE TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           MOVE MTX-HDG TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           PERFORM CLEAR-COL-TOTALS THRU CLEAR-COL-TOTALS-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 7.
           PERFORM PRINT-CNT-ROW THRU PRINT-CNT-ROW-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > 6.
           MOVE 'TOTAL' TO CL-LABEL.
           PERFORM MOVE-CNT-TOTAL THRU MOVE-CNT-TOTAL-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 7.
           MOVE SPACES TO CL-RATES.
           MOVE CNT-LINE TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           MOVE 0 TO WS-WHOLE, WS-CURED, WS-CHGD.
           PERFORM SUM-DELQ-CNT THRU SUM-DELQ-CNT-EXIT
               VARYING RX FROM 2 BY 1 UNTIL RX > 4.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           MOVE SPACES TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           MOVE 'DOLLARS AT LAST MONTH''S BALANCE (NEW: THIS MONTH''S)'
               TO TL-TEXT.
           MOVE TITLE-LINE TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           MOVE MTX-HDG TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           PERFORM CLEAR-COL-TOTALS THRU CLEAR-COL-TOTALS-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 7.
           PERFORM PRINT-AMT-ROW THRU PRINT-AMT-ROW-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > 6.
           MOVE 'TOTAL' TO AL-LABEL.
           PERFORM MOVE-AMT-TOTAL THRU MOVE-AMT-TOTAL-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 7.
           MOVE SPACES TO AL-RATES.
           MOVE AMT-LINE TO RRTRPT-REC.
           WRITE RRTRPT-REC.
           MOVE 0 TO WS-WHOLE, WS-CURED, WS-CHGD.
           PERFORM SUM-DELQ-AMT THRU SUM-DELQ-AMT-EXIT
               VARYING RX FROM 2 BY 1 UNTIL RX > 4.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
       PRINT-MATRIX-EXIT. EXIT.
       CLEAR-COL-TOTALS.
           MOVE 0 TO CT-CNT (CX), CT-AMT (CX).
       CLEAR-COL-TOTALS-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  ONE MATRIX ROW.  THE CURE RATE IS SHOWN FOR THE 30, 60 AND    *
      *  90+ DAY ROWS, THE CHARGE-OFF RATE FOR THOSE AND THE CURRENT   *
      *  ROW; NEITHER MEANS ANYTHING FOR CHARGE-OFF OR NEW.            *
      *----------------------------------------------------------------*
       PRINT-CNT-ROW.
           MOVE ROW-LABEL (RX) TO CL-LABEL.
           MOVE 0 TO WS-ROW-CNT.
           PERFORM MOVE-CNT-CELL THRU MOVE-CNT-CELL-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 6.
           MOVE WS-ROW-CNT TO CL-CNT (7).
           ADD WS-ROW-CNT TO CT-CNT (7).
           MOVE SPACES TO CL-RATES.
           IF RX < 5 AND WS-ROW-CNT > 0
               MOVE WS-ROW-CNT TO WS-WHOLE
               MOVE PM-CNT (RX, 5) TO WS-PART
               PERFORM CALC-PCT THRU CALC-PCT-EXIT
               MOVE WS-PCT TO CL-CO
               IF RX > 1
                   MOVE PM-CNT (RX, 1) TO WS-PART
                   PERFORM CALC-PCT THRU CALC-PCT-EXIT
                   MOVE WS-PCT TO CL-CURE.
           MOVE CNT-LINE TO RRTRPT-REC.
           WRITE RRTRPT-REC.
       PRINT-CNT-ROW-EXIT. EXIT.
       MOVE-CNT-CELL.
           MOVE PM-CNT (RX, CX) TO CL-CNT (CX).
           ADD PM-CNT (RX, CX) TO WS-ROW-CNT.
           ADD PM-CNT (RX, CX) TO CT-CNT (CX).
       MOVE-CNT-CELL-EXIT. EXIT.
       MOVE-CNT-TOTAL.
           MOVE CT-CNT (CX) TO CL-CNT (CX).
       MOVE-CNT-TOTAL-EXIT. EXIT.
       PRINT-AMT-ROW.
           MOVE ROW-LABEL (RX) TO AL-LABEL.
           MOVE 0 TO WS-ROW-AMT.
           PERFORM MOVE-AMT-CELL THRU MOVE-AMT-CELL-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 6.
           MOVE WS-ROW-AMT TO AL-AMT (7).
           ADD WS-ROW-AMT TO CT-AMT (7).
           MOVE SPACES TO AL-RATES.
           IF RX < 5 AND WS-ROW-AMT > 0
               MOVE WS-ROW-AMT TO WS-WHOLE
               MOVE PM-AMT (RX, 5) TO WS-PART
               PERFORM CALC-PCT THRU CALC-PCT-EXIT
               MOVE WS-PCT TO AL-CO
               IF RX > 1
                   MOVE PM-AMT (RX, 1) TO WS-PART
                   PERFORM CALC-PCT THRU CALC-PCT-EXIT
                   MOVE WS-PCT TO AL-CURE.
           MOVE AMT-LINE TO RRTRPT-REC.
           WRITE RRTRPT-REC.
       PRINT-AMT-ROW-EXIT. EXIT.
       MOVE-AMT-CELL.
           MOVE PM-AMT (RX, CX) TO AL-AMT (CX).
           ADD PM-AMT (RX, CX) TO WS-ROW-AMT.
           ADD PM-AMT (RX, CX) TO CT-AMT (CX).
       MOVE-AMT-CELL-EXIT. EXIT.
       MOVE-AMT-TOTAL.
           MOVE CT-AMT (CX) TO AL-AMT (CX).
       MOVE-AMT-TOTAL-EXIT. EXIT.
       SUM-DELQ-CNT.
           PERFORM SUM-DELQ-CNT-CELL THRU SUM-DELQ-CNT-CELL-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 6.
           ADD PM-CNT (RX, 1) TO WS-CURED.
           ADD PM-CNT (RX, 5) TO WS-CHGD.
       SUM-DELQ-CNT-EXIT. EXIT.
       SUM-DELQ-CNT-CELL.
           ADD PM-CNT (RX, CX) TO WS-WHOLE.
       SUM-DELQ-CNT-CELL-EXIT. EXIT.
       SUM-DELQ-AMT.
           PERFORM SUM-DELQ-AMT-CELL THRU SUM-DELQ-AMT-CELL-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > 6.
           ADD PM-AMT (RX, 1) TO WS-CURED.
           ADD PM-AMT (RX, 5) TO WS-CHGD.
       SUM-DELQ-AMT-EXIT. EXIT.
       SUM-DELQ-AMT-CELL.
           ADD PM-AMT (RX, CX) TO WS-WHOLE.
       SUM-DELQ-AMT-CELL-EXIT. EXIT.
       PRINT-SUMMARY.
           MOVE 0 TO SL-CURE, SL-CO.
           IF WS-WHOLE > 0
               MOVE WS-CURED TO WS-PART
               PERFORM CALC-PCT THRU CALC-PCT-EXIT
               MOVE WS-PCT TO SL-CURE
               MOVE WS-CHGD TO WS-PART
               PERFORM CALC-PCT THRU CALC-PCT-EXIT
               MOVE WS-PCT TO SL-CO.
           MOVE SUM-LINE TO RRTRPT-REC.
           WRITE RRTRPT-REC.
       PRINT-SUMMARY-EXIT. EXIT.
       CALC-PCT.
           MOVE 0 TO WS-PCT.
           IF WS-WHOLE > 0
               COMPUTE WS-PCT ROUNDED = WS-PART * 100 / WS-WHOLE.
       CALC-PCT-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE SNPCUR.
           IF PRV-PRESENT CLOSE SNPPRV.
           CLOSE RRTRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT62: ROLL-RATE REPORT COMPLETE, ' WS-MATCH-CNT
               ' ACCOUNT(S) ON BOTH SNAPSHOTS, ' WS-NEW-CNT
               ' NEW, ' WS-GONE-CNT ' OFF FILE, ' BR-CNT
               ' BRANCH ROW(S)'.
       TERMINATE-RUN-EXIT. EXIT.
