       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT57.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT PULLS ACCOUNTS
      *         BACK IN-HOUSE FROM THE COLLECTION AGENCIES ACCT55
      *         PLACED THEM WITH.  EACH CARDIN RECALL CARD NAMES AN
      *         ACCOUNT, THE REASON FOR THE RECALL AND THE OPERATOR
      *         WHO ASKED FOR IT.  THE ACCOUNT'S ACCTAGY ROW MUST SHOW
      *         IT PLACED; IT IS MARKED RECALLED ('R') WITH THE DATE,
      *         REASON AND OPERATOR, JOURNALED TO ACCTAUD WITH ROW
      *         IMAGES UNDER THAT OPERATOR (REASON 'PL'), AND FROM
      *         THE NEXT RUN ON ACCT10 WORKS IT AND ACCT26 DUNS IT
      *         AGAIN.  ACCT55 WILL NOT PLACE IT AGAIN UNTIL ITS
      *         RECALL HOLD HAS PASSED.  A RECALL NOTICE IS WRITTEN
      *         TO AGYRCL FOR THE AGENCY - THE SAME LAYOUT AS THE
      *         PLACEMENT FILE, GROUPED BY AGENCY, EACH GROUP FRAMED
      *         BY A HEADER AND A COUNT/AMOUNT TRAILER - SO IT STOPS
      *         WORKING THE ACCOUNT.  A CARD FOR AN ACCOUNT NOT WITH
      *         AN AGENCY, OR IN ERROR, IS REJECTED ON RCLRPT.
      *         CARDIN (ONE CARD PER ACCOUNT RECALLED):
      *           COLS  1- 5  ACCOUNT NUMBER
      *           COLS  7- 8  RECALL REASON - BK BANKRUPTCY,
      *                       DC DECEASED, DS DISPUTE, HW HARDSHIP
      *                       PLAN, PD PAYING IN-HOUSE, PF AGENCY
      *                       PERFORMANCE, OT OTHER
      *           COLS 10-12  OPERATOR ID REQUESTING THE RECALL
      *         'OVERRIDE' IN COLS 1-8 OF THE FIRST CARD WAIVES RUN
      *         CONTROL.  THE RUN STAMPS ACCTRUN (JOB ACCT57, CYCLE
      *         YYMMDD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTAGY ASSIGN TO ACCTAGY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGY-ACCTC
               FILE STATUS IS FS-ACCTAGY.
           SELECT ACCTAUD ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTAUD.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT AGYRCL ASSIGN TO AGYRCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGYRCL.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCLRPT ASSIGN TO RCLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSORT ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAGY RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTAGY.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  AGYRCL RECORD CONTAINS 200 CHARACTERS.
           COPY ACCTPLC.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-OPTION           PIC X(8).
           02  FILLER              PIC X(72).
       01  CARDIN-RECALL.
           02  CR-ACCTC            PIC X(5).
           02  FILLER              PIC X(1).
           02  CR-REASON           PIC X(2).
               88  CR-REASON-OK        VALUES 'BK', 'DC', 'DS', 'HW',
                                              'PD', 'PF', 'OT'.
           02  FILLER              PIC X(1).
           02  CR-OPID             PIC X(3).
           02  FILLER              PIC X(68).
       FD  RCLRPT RECORD CONTAINS 80 CHARACTERS.
       01  RCLRPT-REC              PIC X(80).
       SD  WORKSORT.
       01  SORT-REC.
           02  SRT-AGENCY          PIC X(4).
           02  SRT-ACCTC           PIC X(5).
           02  SRT-TYPE            PIC X(1).
           02  SRT-SNAME           PIC X(18).
           02  SRT-FNAME           PIC X(12).
           02  SRT-MI              PIC X(1).
           02  SRT-AMT             PIC S9(6)V99 COMP-3.
           02  SRT-REASON          PIC X(2).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAGY          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  FS-AGYRCL           PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT57  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE SPACES.
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
           02  WS-FIRST-AG-SW      PIC X     VALUE 'Y'.
               88  FIRST-AGENCY        VALUE 'Y'.
           02  WS-PRV-AGENCY       PIC X(4)  VALUE SPACES.
           02  WS-CARD-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-RCL-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-REJ-CNT          PIC S9(7) COMP VALUE +0.
           02  AG-CNT              PIC S9(7) COMP VALUE +0.
           02  AG-AMT              PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
       01  AGY-LNG                 PIC S9(4) COMP VALUE +60.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT57  COLLECTION AGENCY RECALLS'.
       01  HDG-LINE-2              PIC X(80) VALUE
           'ACCOUNT  AGCY  RSN  OPR  DISPOSITION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-AGENCY           PIC X(4).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-REASON           PIC X(2).
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-OPID             PIC X(3).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-DISP             PIC X(40).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           SORT WORKSORT ON ASCENDING KEY SRT-AGENCY
               ASCENDING KEY SRT-ACCTC
               INPUT PROCEDURE IS PROCESS-CARDS THRU
                   PROCESS-CARDS-EXIT
               OUTPUT PROCEDURE IS WRITE-NOTICES THRU
                   WRITE-NOTICES-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT CARDIN.
           READ CARDIN
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           IF CI-OPTION = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           CLOSE CARDIN.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           OPEN INPUT ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT57: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTAGY.
           IF FS-ACCTAGY NOT = '00'
               DISPLAY 'ACCT57: ACCTAGY OPEN FAILED, STATUS=' FS-ACCTAGY
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT57: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT AGYRCL.
           IF FS-AGYRCL NOT = '00'
               DISPLAY 'ACCT57: AGYRCL OPEN FAILED, STATUS=' FS-AGYRCL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT RCLRPT.
           MOVE HDG-LINE-1 TO RCLRPT-REC.
           WRITE RCLRPT-REC.
           MOVE HDG-LINE-2 TO RCLRPT-REC.
           WRITE RCLRPT-REC.
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
               DISPLAY 'ACCT57: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT57: ALREADY COMPLETE FOR CYCLE '
                   WS-RUN-CYCLE ', RUN REFUSED; USE OVERRIDE CARD '
                   'FOR A GENUINE RERUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CK-RUNCTL-PRED THRU CK-RUNCTL-PRED-EXIT.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           MOVE 'A' TO RUN-STATUS.
           MOVE WS-RUN-DATE TO RUN-START-DATE.
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
           DISPLAY 'ACCT57: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
       PROCESS-CARDS.
           OPEN INPUT CARDIN.
           PERFORM READ-CARDIN THRU READ-CARDIN-EXIT.
       PROCESS-CARDS-LOOP.
           IF EOF-REACHED GO TO PROCESS-CARDS-DONE.
           IF CI-OPTION NOT = 'OVERRIDE' AND CARDIN-REC NOT = SPACES
               ADD 1 TO WS-CARD-CNT
               PERFORM RECALL-ACCOUNT THRU RECALL-ACCOUNT-EXIT.
           PERFORM READ-CARDIN THRU READ-CARDIN-EXIT.
           GO TO PROCESS-CARDS-LOOP.
       PROCESS-CARDS-DONE.
           CLOSE CARDIN.
       PROCESS-CARDS-EXIT. EXIT.
       READ-CARDIN.
           READ CARDIN
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-CARDIN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  RECALL-ACCOUNT - ONE RECALL CARD.  THE ACCTAGY ROW IS         *
      *  JOURNALED WITH ROW IMAGES UNDER THE REQUESTING OPERATOR, AS   *
      *  ACCT55 JOURNALS THE PLACEMENT, AND THE NOTICE FOR THE AGENCY  *
      *  IS RELEASED TO THE SORT.                                      *
      *----------------------------------------------------------------*
       RECALL-ACCOUNT.
           MOVE CR-ACCTC TO DL-ACCTC.
           MOVE SPACES TO DL-AGENCY.
           MOVE CR-REASON TO DL-REASON.
           MOVE CR-OPID TO DL-OPID.
           IF NOT CR-REASON-OK
               MOVE 'RECALL REASON IN COLS 7-8 NOT VALID' TO DL-DISP
               GO TO RECALL-ACCOUNT-REJ.
           IF CR-OPID = SPACES
               MOVE 'NO OPERATOR ID IN COLS 10-12' TO DL-DISP
               GO TO RECALL-ACCOUNT-REJ.
           MOVE CR-ACCTC TO AGY-ACCTC.
           READ ACCTAGY
               INVALID KEY
                   MOVE 'ACCOUNT NEVER PLACED WITH AN AGENCY'
                       TO DL-DISP
                   GO TO RECALL-ACCOUNT-REJ
           END-READ.
           MOVE AGY-AGENCY TO DL-AGENCY.
           IF NOT AGY-PLACED
               MOVE 'ACCOUNT ALREADY RECALLED' TO DL-DISP
               GO TO RECALL-ACCOUNT-REJ.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTAGY-REC TO AUD-BEFORE (1:AGY-LNG).
           MOVE 'R' TO AGY-STATUS.
           MOVE WS-RUN-DATE TO AGY-RECALL-DATE.
           MOVE CR-REASON TO AGY-RECALL-RSN.
           MOVE CR-OPID TO AGY-STAT-OPID.
           REWRITE ACCTAGY-REC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTAGY-REC TO AUD-AFTER (1:AGY-LNG).
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE CR-OPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'M' TO AUD-REQC.
           MOVE CR-ACCTC TO AUD-ACCTC.
           MOVE 'PL' TO AUD-RSNC.
           WRITE ACCTAUD-REC.
           MOVE AGY-AGENCY TO SRT-AGENCY.
           MOVE AGY-ACCTC TO SRT-ACCTC.
           MOVE AGY-PLACE-TYPE TO SRT-TYPE.
           MOVE AGY-PLACE-AMT TO SRT-AMT.
           MOVE CR-REASON TO SRT-REASON.
           MOVE SPACES TO SRT-SNAME, SRT-FNAME, SRT-MI.
           MOVE CR-ACCTC TO ACCTDO.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL = '00'
               MOVE SNAMEDO TO SRT-SNAME
               MOVE FNAMEDO TO SRT-FNAME
               MOVE MIDO TO SRT-MI.
           RELEASE SORT-REC.
           ADD 1 TO WS-RCL-CNT.
           MOVE 'RECALLED, NOTICE WRITTEN' TO DL-DISP.
           MOVE DETAIL-LINE TO RCLRPT-REC.
           WRITE RCLRPT-REC.
           GO TO RECALL-ACCOUNT-EXIT.
       RECALL-ACCOUNT-REJ.
           MOVE DETAIL-LINE TO RCLRPT-REC.
           WRITE RCLRPT-REC.
           ADD 1 TO WS-REJ-CNT.
       RECALL-ACCOUNT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-NOTICES RETURNS THE RECALLS BY AGENCY AND FRAMES EACH   *
      *  AGENCY'S NOTICES WITH A HEADER AND TRAILER, AS ACCT55 FRAMES  *
      *  THE PLACEMENT FILE.                                           *
      *----------------------------------------------------------------*
       WRITE-NOTICES.
           RETURN WORKSORT AT END GO TO WRITE-NOTICES-LAST.
           IF FIRST-AGENCY
               MOVE 'N' TO WS-FIRST-AG-SW
               PERFORM START-AGENCY THRU START-AGENCY-EXIT
           ELSE
               IF SRT-AGENCY NOT = WS-PRV-AGENCY
                   PERFORM END-AGENCY THRU END-AGENCY-EXIT
                   PERFORM START-AGENCY THRU START-AGENCY-EXIT.
           MOVE SPACES TO ACCTPLC-REC.
           MOVE 'X' TO PLC-REC-TYPE.
           MOVE SRT-AGENCY TO PLC-AGENCY.
           MOVE SRT-ACCTC TO PLC-ACCTC.
           MOVE SRT-TYPE TO PLC-TYPE.
           MOVE SRT-SNAME TO PLC-SNAME.
           MOVE SRT-FNAME TO PLC-FNAME.
           MOVE SRT-MI TO PLC-MI.
           MOVE SRT-AMT TO PLC-AMT.
           MOVE 0 TO PLC-RCV-AMT, PLC-DUNSTG, PLC-CHGOFF-DATE.
           MOVE 0 TO PLC-LPAY-DATE, PLC-LPAY-AMT.
           MOVE WS-RUN-DATE TO PLC-DATE.
           MOVE SRT-REASON TO PLC-RECALL-RSN.
           WRITE ACCTPLC-REC.
           ADD 1 TO AG-CNT.
           ADD SRT-AMT TO AG-AMT.
           GO TO WRITE-NOTICES.
       WRITE-NOTICES-LAST.
           IF NOT FIRST-AGENCY
               PERFORM END-AGENCY THRU END-AGENCY-EXIT.
       WRITE-NOTICES-EXIT. EXIT.
       START-AGENCY.
           MOVE SRT-AGENCY TO WS-PRV-AGENCY.
           MOVE 0 TO AG-CNT, AG-AMT.
           MOVE SPACES TO ACCTPLC-REC.
           MOVE 'H' TO PLC-REC-TYPE.
           MOVE SRT-AGENCY TO PLC-AGENCY.
           MOVE WS-RUN-DATE TO PLC-RUN-DATE.
           WRITE ACCTPLC-REC.
       START-AGENCY-EXIT. EXIT.
       END-AGENCY.
           MOVE SPACES TO ACCTPLC-REC.
           MOVE 'T' TO PLC-REC-TYPE.
           MOVE WS-PRV-AGENCY TO PLC-AGENCY.
           MOVE AG-CNT TO PLC-TRL-CNT.
           MOVE AG-AMT TO PLC-TRL-AMT.
           WRITE ACCTPLC-REC.
       END-AGENCY-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE ACCTFIL.
           CLOSE ACCTAGY.
           CLOSE ACCTAUD.
           CLOSE AGYRCL.
           CLOSE RCLRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT57: AGENCY RECALL COMPLETE, ' WS-CARD-CNT
               ' CARD(S), ' WS-RCL-CNT ' RECALLED, ' WS-REJ-CNT
               ' REJECTED'.
       TERMINATE-RUN-EXIT. EXIT.
