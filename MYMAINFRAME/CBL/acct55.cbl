       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT55.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT IS THE MONTHLY
      *         COLLECTION AGENCY PLACEMENT RUN.  IT READS ACCTFIL
      *         SEQUENTIALLY AND TESTS EVERY ACCOUNT NOT ALREADY WITH
      *         AN AGENCY AGAINST THE PLACEMENT RULES ON CARDIN, IN
      *         CARD ORDER - THE FIRST RULE AN ACCOUNT MEETS DECIDES
      *         THE AGENCY IT GOES TO.  A 'D' RULE TAKES AN OPEN
      *         ACCOUNT CARRYING A BALANCE WHOSE DUNNING STAGE
      *         (DUNSTGDO) HAS REACHED THE RULE'S STAGE AND WHOSE LAST
      *         LETTER (DUNDTDO) IS AT LEAST THE RULE'S DAYS OLD; A
      *         'Z' RULE TAKES A CHARGED-OFF ACCOUNT (ASTATDO 'Z')
      *         STILL OWING SOMETHING ON THE CHARGE-OFF (CHGAMTDO LESS
      *         RCVAMTDO) AT LEAST THE RULE'S DAYS AFTER THE CHARGE-OFF
      *         DATE (ACLSDTDO).  BOTH KINDS MUST OWE MORE THAN THE
      *         RULE'S MINIMUM.  AN OPEN ACCOUNT THE CUSTOMER IS STILL
      *         WORKING WITH US ON - AN OPEN PROMISE TO PAY ON
      *         ACCTCON, AN ACTIVE ACCTWKP WORKOUT PLAN, OR AN AMOUNT
      *         HELD OUT ON AN ACCTDSP DISPUTE CASE - IS NOT PLACED.
      *         AN ACCOUNT RECALLED FROM AN AGENCY (ACCT57) IS NOT
      *         PLACED AGAIN UNTIL THE RECALL HOLD HAS PASSED.
      *         AN ACCOUNT UNDER A LEGAL HOLD FOR A BANKRUPTCY OR A
      *         DEATH (AN ACCTLGL ROW ON HOLD) IS NEVER PLACED.
      *         EACH ACCOUNT PLACED IS WRITTEN TO AGYPLC, THE FILE
      *         SENT TO THE AGENCIES - NAME AND ADDRESS, THE AMOUNT
      *         PLACED (BALDO, OR CHGAMTDO AND THE RECOVERIES ON A
      *         CHARGE-OFF) AND THE LAST PAYMENT, FROM PAY-HIST OR,
      *         WHEN NONE OF THE THREE CYCLES KEPT SHOWS ONE, FROM THE
      *         ACCTARC ARCHIVE - GROUPED BY AGENCY, EACH GROUP FRAMED
      *         BY A HEADER AND A COUNT/AMOUNT TRAILER.  THE ACCOUNT
      *         IS MARKED PLACED ON ITS ACCTAGY ROW WITH THE AGENCY
      *         AND DATE, JOURNALED TO ACCTAUD WITH ROW IMAGES (REASON
      *         'PL'); FROM THEN ON ACCT10 AND ACCT26 LEAVE IT TO THE
      *         AGENCY.  AGYRPT LISTS THE PLACEMENTS BY AGENCY.
      *         CARDIN (ONE CARD PER RULE, AT LEAST ONE REQUIRED):
      *           COLS  1- 4  AGENCY ID
      *           COL   6     RULE TYPE - 'D' DELINQUENT, 'Z' CHARGED
      *                       OFF, OR 'H' FOR THE RECALL HOLD CARD
      *           COL   8     MINIMUM DUNNING STAGE ('D' ONLY, DEF 3)
      *           COLS 10-12  MINIMUM DAYS SINCE THE LAST LETTER ('D')
      *                       OR THE CHARGE-OFF ('Z') (DEFAULT 000);
      *                       ON THE 'H' CARD THE DAYS A RECALLED
      *                       ACCOUNT IS HELD IN-HOUSE (DEFAULT 180)
      *           COLS 14-21  MINIMUM AMOUNT OWED, 9(6)V99 (DEF 0)
      *         A CARD WITH 'OVERRIDE' IN COLS 1-8 WAIVES RUN CONTROL.
      *         THE RUN STAMPS ACCTRUN (JOB ACCT55, CYCLE YYMM00),
      *         AFTER ACCT26 HAS STAMPED THE MONTH'S DUNNING STAGES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
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
           SELECT ACCTCON ASSIGN TO ACCTCON
               ORGANIZATION IS INDEXED
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
           SELECT ACCTARC ASSIGN TO ACCTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AAR-KEY
               FILE STATUS IS FS-ACCTARC.
           SELECT ACCTAUD ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTAUD.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT AGYPLC ASSIGN TO AGYPLC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGYPLC.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGYRPT ASSIGN TO AGYRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSORT ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAGY RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTAGY.
       FD  ACCTLGL RECORD CONTAINS 100 CHARACTERS.
           COPY ACCTLGL.
       FD  ACCTCON RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTCON.
       FD  ACCTDSP RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTDSP.
       FD  ACCTWKP RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTWKP.
       FD  ACCTARC RECORD CONTAINS 33 CHARACTERS.
           COPY ACCTARC.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  AGYPLC RECORD CONTAINS 200 CHARACTERS.
           COPY ACCTPLC.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-OPTION           PIC X(8).
           02  FILLER              PIC X(72).
       01  CARDIN-RULE.
           02  CR-AGENCY           PIC X(4).
           02  FILLER              PIC X(1).
           02  CR-TYPE             PIC X(1).
           02  FILLER              PIC X(1).
           02  CR-STAGE            PIC X(1).
           02  FILLER              PIC X(1).
           02  CR-DAYS             PIC X(3).
           02  FILLER              PIC X(1).
           02  CR-MIN-AMT          PIC X(8).
           02  FILLER              PIC X(59).
       FD  AGYRPT RECORD CONTAINS 80 CHARACTERS.
       01  AGYRPT-REC              PIC X(80).
       SD  WORKSORT.
       01  SORT-REC.
           02  SRT-AGENCY          PIC X(4).
           02  SRT-ACCTC           PIC X(5).
           02  SRT-TYPE            PIC X(1).
           02  SRT-SNAME           PIC X(18).
           02  SRT-FNAME           PIC X(12).
           02  SRT-MI              PIC X(1).
           02  SRT-TEL             PIC X(12).
           02  SRT-ADDR1           PIC X(24).
           02  SRT-ADDR2           PIC X(24).
           02  SRT-ADDR3           PIC X(24).
           02  SRT-STATE           PIC X(2).
           02  SRT-ZIP             PIC X(9).
           02  SRT-AMT             PIC S9(6)V99 COMP-3.
           02  SRT-RCV-AMT         PIC S9(6)V99 COMP-3.
           02  SRT-DUNSTG          PIC 9(1).
           02  SRT-CHGOFF-DATE     PIC 9(6).
           02  SRT-LPAY-DATE       PIC 9(6).
           02  SRT-LPAY-AMT        PIC S9(6)V99 COMP-3.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAGY          PIC X(2)  VALUE '00'.
           02  FS-ACCTLGL          PIC X(2)  VALUE '00'.
           02  FS-ACCTCON          PIC X(2)  VALUE '00'.
           02  FS-ACCTDSP          PIC X(2)  VALUE '00'.
           02  FS-ACCTWKP          PIC X(2)  VALUE '00'.
           02  FS-ACCTARC          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  FS-AGYPLC           PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT55  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE 'ACCT26  '.
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
           02  WS-CARD-ERR-SW      PIC X     VALUE 'N'.
               88  CARD-IN-ERROR       VALUE 'Y'.
           02  WS-PROMISE-SW       PIC X     VALUE 'N'.
               88  PROMISE-OPEN        VALUE 'Y'.
           02  WS-FIRST-AG-SW      PIC X     VALUE 'Y'.
               88  FIRST-AGENCY        VALUE 'Y'.
           02  WS-AGY-NEW-SW       PIC X     VALUE 'N'.
               88  AGY-ROW-IS-NEW      VALUE 'Y'.
           02  WS-TYPE             PIC X(1)  VALUE SPACE.
           02  WS-STAGE            PIC 9(1)  VALUE 0.
           02  WS-AMT-OWED         PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-DSP-AMT          PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-AGE-DAYS         PIC S9(7)     COMP-3 VALUE +0.
           02  WS-RULE-IX          PIC S9(4) COMP VALUE +0.
           02  WS-HIT-IX           PIC S9(4) COMP VALUE +0.
           02  WS-PH-IX            PIC S9(4) COMP VALUE +0.
           02  WS-HOLD-DAYS        PIC 9(3)  VALUE 180.
           02  WS-MIN-X            PIC X(8).
           02  WS-MIN-N REDEFINES WS-MIN-X PIC 9(6)V99.
           02  WS-PRV-AGENCY       PIC X(4)  VALUE SPACES.
           02  WS-CARD-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-ACCT-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-ONAG-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-HOLD-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-LGL-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-WORK-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-PLC-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-PLC-AMT          PIC S9(9)V99  COMP-3 VALUE +0.
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
           02  WS-RUN-DN           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-MDY.
               04  WS-MDY-MM       PIC 9(2).
               04  WS-MDY-DD       PIC 9(2).
               04  WS-MDY-YY       PIC 9(2).
           02  WS-MDY-DATE REDEFINES WS-MDY PIC 9(6).
           02  WS-LPAY-MDY.
               04  WS-LPAY-MM      PIC 9(2).
               04  WS-LPAY-DD      PIC 9(2).
               04  WS-LPAY-YY      PIC 9(2).
           02  WS-LPAY-DATE REDEFINES WS-LPAY-MDY PIC 9(6).
           02  WS-LPAY-AMT         PIC S9(6)V99  COMP-3 VALUE +0.
           02  WS-DN-DATE          PIC 9(6)  VALUE 0.
           02  WS-DN-DATE-X REDEFINES WS-DN-DATE.
               04  WS-DN-YY        PIC 9(2).
               04  WS-DN-MM        PIC 9(2).
               04  WS-DN-DD        PIC 9(2).
           02  WS-DN-DAYS          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-DN-QUOT          PIC S9(4) COMP VALUE +0.
           02  WS-DN-REM           PIC S9(4) COMP VALUE +0.
       01  AGY-LNG                 PIC S9(4) COMP VALUE +60.
       01  RULE-TABLE.
           02  RULE-CNT            PIC S9(4) COMP VALUE +0.
           02  RULE-ENTRY OCCURS 10.
               04  RT-AGENCY       PIC X(4).
               04  RT-TYPE         PIC X(1).
               04  RT-STAGE        PIC 9(1).
               04  RT-DAYS         PIC 9(3).
               04  RT-MIN-AMT      PIC 9(6)V99.
       01  CUM-DAYS-LIST.
           02  FILLER              PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  FILLER REDEFINES CUM-DAYS-LIST.
           02  CUM-DAYS            PIC 9(3) OCCURS 12.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT55  MONTHLY COLLECTION AGENCY PLACEMENTS'.
       01  HDG-LINE-2.
           02  FILLER              PIC X(48) VALUE
           'AGCY ACCOUNT T SURNAME            FIRST NAME    '.
           02  FILLER              PIC X(32) VALUE
           '    PLACED  LAST PAID   LAST AMT'.
       01  DETAIL-LINE.
           02  DL-AGENCY           PIC X(4).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-TYPE             PIC X(1).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-SNAME            PIC X(18).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-FNAME            PIC X(12).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-AMT              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-LPAY-MM          PIC 9(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-LPAY-DD          PIC 9(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-LPAY-YY          PIC 9(2).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-LPAY-AMT         PIC ZZZ,ZZ9.99.
       01  SUBT-LINE.
           02  FILLER              PIC X(8)  VALUE ' AGENCY '.
           02  STL-AGENCY          PIC X(4).
           02  FILLER              PIC X(10) VALUE ' PLACED   '.
           02  STL-CNT             PIC ZZ,ZZ9.
           02  FILLER              PIC X(12) VALUE ' ACCOUNT(S) '.
           02  STL-AMT             PIC ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LINE.
           02  FILLER              PIC X(22) VALUE
               ' ALL AGENCIES PLACED'.
           02  TL-CNT              PIC ZZ,ZZ9.
           02  FILLER              PIC X(12) VALUE ' ACCOUNT(S) '.
           02  TL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
       01  CARD-ERR-LINE.
           02  FILLER              PIC X(20) VALUE
               'RULE CARD REJECTED: '.
           02  CEL-CARD            PIC X(21).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  CEL-REASON          PIC X(37).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           SORT WORKSORT ON ASCENDING KEY SRT-AGENCY
               ASCENDING KEY SRT-ACCTC
               INPUT PROCEDURE IS SELECT-ACCOUNTS THRU
                   SELECT-ACCOUNTS-EXIT
               OUTPUT PROCEDURE IS WRITE-PLACEMENTS THRU
                   WRITE-PLACEMENTS-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN OUTPUT AGYRPT.
           MOVE HDG-LINE-1 TO AGYRPT-REC.
           WRITE AGYRPT-REC.
           MOVE HDG-LINE-2 TO AGYRPT-REC.
           WRITE AGYRPT-REC.
           PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           MOVE '00' TO WS-RUN-CYCLE (5:2).
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           OPEN INPUT ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT55: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTAGY.
           IF FS-ACCTAGY NOT = '00'
               OPEN OUTPUT ACCTAGY
               CLOSE ACCTAGY
               OPEN I-O ACCTAGY.
           IF FS-ACCTAGY NOT = '00'
               DISPLAY 'ACCT55: ACCTAGY OPEN FAILED, STATUS=' FS-ACCTAGY
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTLGL.
           IF FS-ACCTLGL NOT = '00'
               DISPLAY 'ACCT55: ACCTLGL OPEN FAILED, STATUS=' FS-ACCTLGL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTCON.
           IF FS-ACCTCON NOT = '00'
               DISPLAY 'ACCT55: ACCTCON OPEN FAILED, STATUS=' FS-ACCTCON
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTDSP.
           IF FS-ACCTDSP NOT = '00'
               DISPLAY 'ACCT55: ACCTDSP OPEN FAILED, STATUS=' FS-ACCTDSP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTWKP.
           IF FS-ACCTWKP NOT = '00'
               DISPLAY 'ACCT55: ACCTWKP OPEN FAILED, STATUS=' FS-ACCTWKP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTARC.
           IF FS-ACCTARC NOT = '00'
               DISPLAY 'ACCT55: ACCTARC OPEN FAILED, STATUS=' FS-ACCTARC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT55: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT AGYPLC.
           IF FS-AGYPLC NOT = '00'
               DISPLAY 'ACCT55: AGYPLC OPEN FAILED, STATUS=' FS-AGYPLC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           MOVE WS-DN-DAYS TO WS-RUN-DN.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  LOAD-RULES READS THE RULE CARDS INTO THE RULE TABLE IN CARD   *
      *  ORDER.  ANY CARD IN ERROR IS PRINTED AND THE RUN IS REFUSED   *
      *  BEFORE ANYTHING IS PLACED - A MISKEYED RULE COULD SEND A      *
      *  WHOLE PORTFOLIO TO THE WRONG AGENCY.  SO IS A RUN WITH NO     *
      *  RULES AT ALL.                                                 *
      *----------------------------------------------------------------*
       LOAD-RULES.
           OPEN INPUT CARDIN.
       LOAD-RULES-LOOP.
           READ CARDIN
               AT END GO TO LOAD-RULES-DONE
           END-READ.
           ADD 1 TO WS-CARD-CNT.
           IF CI-OPTION = 'OVERRIDE'
               MOVE 'Y' TO WS-OVRD-SW
               GO TO LOAD-RULES-LOOP.
           IF CARDIN-REC = SPACES GO TO LOAD-RULES-LOOP.
           MOVE SPACES TO CEL-REASON.
           IF CR-TYPE = 'H' GO TO LOAD-RULES-HOLD.
           IF CR-TYPE NOT = 'D' AND CR-TYPE NOT = 'Z'
               MOVE 'RULE TYPE NOT D, Z OR H' TO CEL-REASON.
           IF CR-AGENCY = SPACES
               MOVE 'NO AGENCY ID IN COLS 1-4' TO CEL-REASON.
           IF CR-STAGE NOT = SPACE AND CR-STAGE NOT NUMERIC
               MOVE 'STAGE IN COL 8 NOT NUMERIC' TO CEL-REASON.
           IF CR-DAYS NOT = SPACES AND CR-DAYS NOT NUMERIC
               MOVE 'DAYS IN COLS 10-12 NOT NUMERIC' TO CEL-REASON.
           IF CR-MIN-AMT NOT = SPACES AND CR-MIN-AMT NOT NUMERIC
               MOVE 'AMOUNT IN COLS 14-21 NOT NUMERIC' TO CEL-REASON.
           IF RULE-CNT NOT < 10
               MOVE 'MORE THAN 10 RULE CARDS' TO CEL-REASON.
           IF CEL-REASON NOT = SPACES GO TO LOAD-RULES-ERR.
           ADD 1 TO RULE-CNT.
           MOVE CR-AGENCY TO RT-AGENCY (RULE-CNT).
           MOVE CR-TYPE TO RT-TYPE (RULE-CNT).
           MOVE 3 TO RT-STAGE (RULE-CNT).
           IF CR-STAGE NUMERIC MOVE CR-STAGE TO RT-STAGE (RULE-CNT).
           MOVE 0 TO RT-DAYS (RULE-CNT).
           IF CR-DAYS NUMERIC MOVE CR-DAYS TO RT-DAYS (RULE-CNT).
           MOVE 0 TO RT-MIN-AMT (RULE-CNT).
           IF CR-MIN-AMT NUMERIC
               MOVE CR-MIN-AMT TO WS-MIN-X
               MOVE WS-MIN-N TO RT-MIN-AMT (RULE-CNT).
           GO TO LOAD-RULES-LOOP.
       LOAD-RULES-HOLD.
           IF CR-DAYS NOT NUMERIC
               MOVE 'HOLD DAYS IN COLS 10-12 NOT NUMERIC'
                   TO CEL-REASON
               GO TO LOAD-RULES-ERR.
           MOVE CR-DAYS TO WS-HOLD-DAYS.
           GO TO LOAD-RULES-LOOP.
       LOAD-RULES-ERR.
           MOVE CARDIN-REC TO CEL-CARD.
           MOVE CARD-ERR-LINE TO AGYRPT-REC.
           WRITE AGYRPT-REC.
           MOVE 'Y' TO WS-CARD-ERR-SW.
           GO TO LOAD-RULES-LOOP.
       LOAD-RULES-DONE.
           CLOSE CARDIN.
           IF RULE-CNT = 0 AND NOT CARD-IN-ERROR
               DISPLAY 'ACCT55: NO PLACEMENT RULE CARDS ON CARDIN, '
                   'RUN REFUSED'
               MOVE 'Y' TO WS-CARD-ERR-SW.
           IF CARD-IN-ERROR
               DISPLAY 'ACCT55: RULE CARD(S) IN ERROR, SEE AGYRPT, '
                   'RUN REFUSED'
               CLOSE AGYRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       LOAD-RULES-EXIT. EXIT.
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
               DISPLAY 'ACCT55: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT55: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT55: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
       SELECT-ACCOUNTS.
           PERFORM READ-ACCTFIL THRU READ-ACCTFIL-EXIT.
       SELECT-ACCOUNTS-LOOP.
           IF EOF-REACHED GO TO SELECT-ACCOUNTS-EXIT.
           ADD 1 TO WS-ACCT-CNT.
           PERFORM EVAL-ACCOUNT THRU EVAL-ACCOUNT-EXIT.
           PERFORM READ-ACCTFIL THRU READ-ACCTFIL-EXIT.
           GO TO SELECT-ACCOUNTS-LOOP.
       SELECT-ACCOUNTS-EXIT. EXIT.
       READ-ACCTFIL.
           READ ACCTFIL NEXT RECORD
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTFIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  EVAL-ACCOUNT DECIDES WHETHER ONE ACCOUNT IS PLACED, AND WITH  *
      *  WHICH AGENCY.  THE AMOUNT OWED AND THE AGE ARE WORKED OUT     *
      *  FOR THE ACCOUNT'S KIND FIRST, THEN THE RULES ARE TRIED IN     *
      *  CARD ORDER.  THE LEGAL, CONTACT, PLAN AND DISPUTE FILES ARE   *
      *  ONLY READ FOR AN ACCOUNT SOME RULE WOULD PLACE.               *
      *----------------------------------------------------------------*
       EVAL-ACCOUNT.
           IF ACCT-CHGOFF
               PERFORM SET-CHGOFF-AGE THRU SET-CHGOFF-AGE-EXIT
           ELSE
               IF ACCT-OPEN
                   PERFORM SET-DELQ-AGE THRU SET-DELQ-AGE-EXIT
               ELSE
                   GO TO EVAL-ACCOUNT-EXIT.
           IF WS-AMT-OWED NOT > 0 GO TO EVAL-ACCOUNT-EXIT.
           MOVE 0 TO WS-HIT-IX.
           PERFORM FIND-RULE THRU FIND-RULE-EXIT
               VARYING WS-RULE-IX FROM RULE-CNT BY -1
               UNTIL WS-RULE-IX < 1.
           IF WS-HIT-IX = 0 GO TO EVAL-ACCOUNT-EXIT.
           MOVE ACCTDO TO AGY-ACCTC.
           READ ACCTAGY
               INVALID KEY GO TO EVAL-ACCOUNT-WORK
           END-READ.
           IF AGY-PLACED
               ADD 1 TO WS-ONAG-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           IF AGY-RECALLED AND AGY-RECALL-DATE NUMERIC
               MOVE AGY-RECALL-DATE TO WS-DN-DATE
               PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT
               IF WS-RUN-DN - WS-DN-DAYS < WS-HOLD-DAYS
                   ADD 1 TO WS-HOLD-CNT
                   GO TO EVAL-ACCOUNT-EXIT.
       EVAL-ACCOUNT-WORK.
           MOVE ACCTDO TO LGL-ACCTC.
           READ ACCTLGL
               INVALID KEY MOVE SPACE TO LGL-STATUS
           END-READ.
           IF FS-ACCTLGL = '00' AND LGL-ON-HOLD
               ADD 1 TO WS-LGL-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           IF WS-TYPE = 'Z' GO TO EVAL-ACCOUNT-RELEASE.
           PERFORM CK-DISPUTE THRU CK-DISPUTE-EXIT.
           IF WS-DSP-AMT > 0
               ADD 1 TO WS-WORK-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           PERFORM CK-PROMISE THRU CK-PROMISE-EXIT.
           IF PROMISE-OPEN
               ADD 1 TO WS-WORK-CNT
               GO TO EVAL-ACCOUNT-EXIT.
           MOVE ACCTDO TO WKP-ACCTC.
           READ ACCTWKP
               INVALID KEY MOVE SPACE TO WKP-STATUS
           END-READ.
           IF FS-ACCTWKP = '00' AND WKP-ACTIVE
               ADD 1 TO WS-WORK-CNT
               GO TO EVAL-ACCOUNT-EXIT.
       EVAL-ACCOUNT-RELEASE.
           PERFORM FIND-LAST-PAY THRU FIND-LAST-PAY-EXIT.
           MOVE RT-AGENCY (WS-HIT-IX) TO SRT-AGENCY.
           MOVE ACCTDO TO SRT-ACCTC.
           MOVE WS-TYPE TO SRT-TYPE.
           MOVE SNAMEDO TO SRT-SNAME.
           MOVE FNAMEDO TO SRT-FNAME.
           MOVE MIDO TO SRT-MI.
           MOVE TELDO TO SRT-TEL.
           MOVE ADDR1DO TO SRT-ADDR1.
           MOVE ADDR2DO TO SRT-ADDR2.
           MOVE ADDR3DO TO SRT-ADDR3.
           MOVE STATDO TO SRT-STATE.
           MOVE ZIPDO TO SRT-ZIP.
           MOVE WS-STAGE TO SRT-DUNSTG.
           MOVE 0 TO SRT-RCV-AMT.
           MOVE 0 TO SRT-CHGOFF-DATE.
           IF WS-TYPE = 'D'
               MOVE BALDO TO SRT-AMT
           ELSE
               MOVE CHGAMTDO TO SRT-AMT
               IF RCVAMTDO NUMERIC
                   MOVE RCVAMTDO TO SRT-RCV-AMT.
           IF WS-TYPE = 'Z' AND ACLSDTDO NUMERIC
               MOVE ACLSDTDO TO SRT-CHGOFF-DATE.
           MOVE WS-LPAY-DATE TO SRT-LPAY-DATE.
           MOVE WS-LPAY-AMT TO SRT-LPAY-AMT.
           RELEASE SORT-REC.
       EVAL-ACCOUNT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  FIND-RULE IS RUN FROM THE LAST RULE BACK TO THE FIRST SO THE  *
      *  EARLIEST CARD THE ACCOUNT MEETS IS THE ONE LEFT IN            *
      *  WS-HIT-IX.                                                    *
      *----------------------------------------------------------------*
       FIND-RULE.
           IF RT-TYPE (WS-RULE-IX) NOT = WS-TYPE
               GO TO FIND-RULE-EXIT.
           IF WS-TYPE = 'D' AND WS-STAGE < RT-STAGE (WS-RULE-IX)
               GO TO FIND-RULE-EXIT.
           IF WS-AGE-DAYS < RT-DAYS (WS-RULE-IX)
               GO TO FIND-RULE-EXIT.
           IF WS-AMT-OWED NOT > RT-MIN-AMT (WS-RULE-IX)
               GO TO FIND-RULE-EXIT.
           MOVE WS-RULE-IX TO WS-HIT-IX.
       FIND-RULE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  SET-DELQ-AGE - AN OPEN ACCOUNT OWES ITS BALANCE AND IS AGED   *
      *  FROM ITS LAST DUNNING LETTER.  WITHOUT A LETTER DATE IT HAS   *
      *  NEVER BEEN DUNNED AND NO 'D' RULE CAN TAKE IT.                *
      *----------------------------------------------------------------*
       SET-DELQ-AGE.
           MOVE 'D' TO WS-TYPE.
           MOVE 0 TO WS-AMT-OWED.
           MOVE 0 TO WS-STAGE.
           IF BALDO NOT NUMERIC GO TO SET-DELQ-AGE-EXIT.
           IF DUNSTGDO NOT NUMERIC OR DUNSTGDO = 0
               GO TO SET-DELQ-AGE-EXIT.
           IF DUNDTDO NOT NUMERIC OR DUNDTDO = 0
               GO TO SET-DELQ-AGE-EXIT.
           MOVE DUNSTGDO TO WS-STAGE.
           MOVE BALDO TO WS-AMT-OWED.
           MOVE DUNDTDO TO WS-MDY-DATE.
           PERFORM AGE-MDY THRU AGE-MDY-EXIT.
       SET-DELQ-AGE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  SET-CHGOFF-AGE - A CHARGED-OFF ACCOUNT OWES WHAT WAS CHARGED  *
      *  OFF LESS THE RECOVERIES ALREADY RECEIVED, AND IS AGED FROM    *
      *  THE CHARGE-OFF DATE.  A CHARGE-OFF THAT CARRIES NO DATE WAS   *
      *  MADE BEFORE THE DATE WAS KEPT AND COUNTS AS OLD ENOUGH.       *
      *----------------------------------------------------------------*
       SET-CHGOFF-AGE.
           MOVE 'Z' TO WS-TYPE.
           MOVE 0 TO WS-AMT-OWED.
           MOVE 0 TO WS-STAGE.
           IF DUNSTGDO NUMERIC MOVE DUNSTGDO TO WS-STAGE.
           IF CHGAMTDO NOT NUMERIC GO TO SET-CHGOFF-AGE-EXIT.
           MOVE CHGAMTDO TO WS-AMT-OWED.
           IF RCVAMTDO NUMERIC
               SUBTRACT RCVAMTDO FROM WS-AMT-OWED.
           MOVE 999 TO WS-AGE-DAYS.
           IF ACLSDTDO NOT NUMERIC OR ACLSDTDO = 0
               GO TO SET-CHGOFF-AGE-EXIT.
           MOVE ACLSDTDO TO WS-MDY-DATE.
           PERFORM AGE-MDY THRU AGE-MDY-EXIT.
       SET-CHGOFF-AGE-EXIT. EXIT.
       AGE-MDY.
           MOVE WS-MDY-YY TO WS-DN-YY.
           MOVE WS-MDY-MM TO WS-DN-MM.
           MOVE WS-MDY-DD TO WS-DN-DD.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           COMPUTE WS-AGE-DAYS = WS-RUN-DN - WS-DN-DAYS.
       AGE-MDY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  FIND-LAST-PAY TAKES THE NEWEST PAY-HIST CYCLE SHOWING A       *
      *  PAYMENT.  WHEN ALL THREE CYCLES KEPT ON THE RECORD ARE        *
      *  UNPAID - THE USUAL CASE FOR AN ACCOUNT THIS FAR BEHIND - THE  *
      *  ACCOUNT'S ACCTARC ROWS ARE READ AND THE NEWEST PAID ONE IS    *
      *  TAKEN INSTEAD.  ZERO WHEN THE ACCOUNT HAS NEVER PAID.         *
      *----------------------------------------------------------------*
       FIND-LAST-PAY.
           MOVE 0 TO WS-LPAY-DATE.
           MOVE 0 TO WS-LPAY-AMT.
           MOVE 4 TO WS-PH-IX.
       FIND-LAST-PAY-HIST.
           SUBTRACT 1 FROM WS-PH-IX.
           IF WS-PH-IX < 1 GO TO FIND-LAST-PAY-ARC.
           IF PAMT (WS-PH-IX) NOT NUMERIC OR PAMT (WS-PH-IX) NOT > 0
               GO TO FIND-LAST-PAY-HIST.
           MOVE PMO (WS-PH-IX) TO WS-LPAY-MM.
           MOVE PDAY (WS-PH-IX) TO WS-LPAY-DD.
           MOVE PYR (WS-PH-IX) TO WS-LPAY-YY.
           MOVE PAMT (WS-PH-IX) TO WS-LPAY-AMT.
           GO TO FIND-LAST-PAY-EXIT.
       FIND-LAST-PAY-ARC.
           MOVE ACCTDO TO AAR-ACCTC.
           MOVE 0 TO AAR-ARC-DATE.
           START ACCTARC KEY NOT < AAR-KEY.
           IF FS-ACCTARC NOT = '00' GO TO FIND-LAST-PAY-EXIT.
       FIND-LAST-PAY-ARC-LOOP.
           READ ACCTARC NEXT RECORD
               AT END GO TO FIND-LAST-PAY-EXIT
           END-READ.
           IF FS-ACCTARC NOT = '00' GO TO FIND-LAST-PAY-EXIT.
           IF AAR-ACCTC NOT = ACCTDO GO TO FIND-LAST-PAY-EXIT.
           IF AAR-PAMT NOT NUMERIC OR AAR-PAMT NOT > 0
               GO TO FIND-LAST-PAY-ARC-LOOP.
           MOVE AAR-PMO TO WS-LPAY-MM.
           MOVE AAR-PDAY TO WS-LPAY-DD.
           MOVE AAR-PYR TO WS-LPAY-YY.
           MOVE AAR-PAMT TO WS-LPAY-AMT.
           GO TO FIND-LAST-PAY-ARC-LOOP.
       FIND-LAST-PAY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-PROMISE SCANS THE ACCOUNT'S ACCTCON CONTACT ROWS FOR AN    *
      *  OPEN ('O') PROMISE TO PAY, AS ACCT10 DOES.                    *
      *----------------------------------------------------------------*
       CK-PROMISE.
           MOVE 'N' TO WS-PROMISE-SW.
           MOVE ACCTDO TO ACN-ACCTC.
           MOVE 0 TO ACN-DATE.
           MOVE 0 TO ACN-SEQ.
           START ACCTCON KEY NOT < ACN-KEY.
           IF FS-ACCTCON NOT = '00' GO TO CK-PROMISE-EXIT.
       CK-PROMISE-LOOP.
           READ ACCTCON NEXT RECORD
               AT END GO TO CK-PROMISE-EXIT
           END-READ.
           IF FS-ACCTCON NOT = '00' GO TO CK-PROMISE-EXIT.
           IF ACN-ACCTC NOT = ACCTDO GO TO CK-PROMISE-EXIT.
           IF ACN-PROMISE AND ACN-PR-OPEN
               MOVE 'Y' TO WS-PROMISE-SW
               GO TO CK-PROMISE-EXIT.
           GO TO CK-PROMISE-LOOP.
       CK-PROMISE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-DISPUTE TOTALS THE ACCOUNT'S ACCTDSP CASES STILL HELD OUT  *
      *  OF COLLECTIONS, AS ACCT10 DOES.  ZERO WHEN THERE ARE NONE.    *
      *----------------------------------------------------------------*
       CK-DISPUTE.
           MOVE 0 TO WS-DSP-AMT.
           MOVE ACCTDO TO DSP-ACCTC.
           MOVE 0 TO DSP-CASE.
           START ACCTDSP KEY NOT < DSP-KEY.
           IF FS-ACCTDSP NOT = '00' GO TO CK-DISPUTE-EXIT.
       CK-DISPUTE-LOOP.
           READ ACCTDSP NEXT RECORD
               AT END GO TO CK-DISPUTE-EXIT
           END-READ.
           IF FS-ACCTDSP NOT = '00' GO TO CK-DISPUTE-EXIT.
           IF DSP-ACCTC NOT = ACCTDO GO TO CK-DISPUTE-EXIT.
           IF DSP-HELD-OUT AND DSP-AMT NUMERIC
               ADD DSP-AMT TO WS-DSP-AMT.
           GO TO CK-DISPUTE-LOOP.
       CK-DISPUTE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-PLACEMENTS RETURNS THE SELECTED ACCOUNTS BY AGENCY,     *
      *  FRAMES EACH AGENCY'S GROUP ON AGYPLC WITH ITS HEADER AND      *
      *  TRAILER, AND MARKS EACH ACCOUNT PLACED ON ACCTAGY.            *
      *----------------------------------------------------------------*
       WRITE-PLACEMENTS.
           RETURN WORKSORT AT END GO TO WRITE-PLACEMENTS-LAST.
           IF FIRST-AGENCY
               MOVE 'N' TO WS-FIRST-AG-SW
               PERFORM START-AGENCY THRU START-AGENCY-EXIT
           ELSE
               IF SRT-AGENCY NOT = WS-PRV-AGENCY
                   PERFORM END-AGENCY THRU END-AGENCY-EXIT
                   PERFORM START-AGENCY THRU START-AGENCY-EXIT.
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
           PERFORM MARK-PLACED THRU MARK-PLACED-EXIT.
           GO TO WRITE-PLACEMENTS.
       WRITE-PLACEMENTS-LAST.
           IF NOT FIRST-AGENCY
               PERFORM END-AGENCY THRU END-AGENCY-EXIT.
       WRITE-PLACEMENTS-EXIT. EXIT.
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
           MOVE WS-PRV-AGENCY TO STL-AGENCY.
           MOVE AG-CNT TO STL-CNT.
           MOVE AG-AMT TO STL-AMT.
           MOVE SUBT-LINE TO AGYRPT-REC.
           WRITE AGYRPT-REC.
           MOVE SPACES TO AGYRPT-REC.
           WRITE AGYRPT-REC.
       END-AGENCY-EXIT. EXIT.
       WRITE-DETAIL.
           MOVE SPACES TO ACCTPLC-REC.
           MOVE 'D' TO PLC-REC-TYPE.
           MOVE SRT-AGENCY TO PLC-AGENCY.
           MOVE SRT-ACCTC TO PLC-ACCTC.
           MOVE SRT-TYPE TO PLC-TYPE.
           MOVE SRT-SNAME TO PLC-SNAME.
           MOVE SRT-FNAME TO PLC-FNAME.
           MOVE SRT-MI TO PLC-MI.
           MOVE SRT-TEL TO PLC-TEL.
           MOVE SRT-ADDR1 TO PLC-ADDR1.
           MOVE SRT-ADDR2 TO PLC-ADDR2.
           MOVE SRT-ADDR3 TO PLC-ADDR3.
           MOVE SRT-STATE TO PLC-STATE.
           MOVE SRT-ZIP TO PLC-ZIP.
           MOVE SRT-AMT TO PLC-AMT.
           MOVE SRT-RCV-AMT TO PLC-RCV-AMT.
           MOVE SRT-DUNSTG TO PLC-DUNSTG.
           MOVE SRT-CHGOFF-DATE TO PLC-CHGOFF-DATE.
           MOVE SRT-LPAY-DATE TO PLC-LPAY-DATE.
           MOVE SRT-LPAY-AMT TO PLC-LPAY-AMT.
           MOVE WS-RUN-DATE TO PLC-DATE.
           WRITE ACCTPLC-REC.
           ADD 1 TO AG-CNT.
           ADD SRT-AMT TO AG-AMT.
           ADD 1 TO WS-PLC-CNT.
           ADD SRT-AMT TO WS-PLC-AMT.
           MOVE SRT-AGENCY TO DL-AGENCY.
           MOVE SRT-ACCTC TO DL-ACCTC.
           MOVE SRT-TYPE TO DL-TYPE.
           MOVE SRT-SNAME TO DL-SNAME.
           MOVE SRT-FNAME TO DL-FNAME.
           MOVE SRT-AMT TO DL-AMT.
           MOVE SRT-LPAY-DATE TO WS-LPAY-DATE.
           MOVE WS-LPAY-MM TO DL-LPAY-MM.
           MOVE WS-LPAY-DD TO DL-LPAY-DD.
           MOVE WS-LPAY-YY TO DL-LPAY-YY.
           MOVE SRT-LPAY-AMT TO DL-LPAY-AMT.
           MOVE DETAIL-LINE TO AGYRPT-REC.
           WRITE AGYRPT-REC.
       WRITE-DETAIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  MARK-PLACED WRITES THE ACCOUNT'S ACCTAGY ROW, OR REPLACES A   *
      *  RECALLED ONE WHOSE HOLD HAS PASSED, AND JOURNALS IT WITH ROW  *
      *  IMAGES THE WAY ACCT54 JOURNALS AN ENROLLMENT CHANGE.          *
      *----------------------------------------------------------------*
       MARK-PLACED.
           MOVE 'N' TO WS-AGY-NEW-SW.
           MOVE SRT-ACCTC TO AGY-ACCTC.
           READ ACCTAGY
               INVALID KEY MOVE 'Y' TO WS-AGY-NEW-SW
           END-READ.
           MOVE LOW-VALUES TO AUD-BEFORE.
           IF NOT AGY-ROW-IS-NEW
               MOVE ACCTAGY-REC TO AUD-BEFORE (1:AGY-LNG).
           MOVE SPACES TO ACCTAGY-REC.
           MOVE SRT-ACCTC TO AGY-ACCTC.
           MOVE SRT-AGENCY TO AGY-AGENCY.
           MOVE 'P' TO AGY-STATUS.
           MOVE SRT-TYPE TO AGY-PLACE-TYPE.
           MOVE WS-RUN-DATE TO AGY-PLACE-DATE.
           MOVE SRT-AMT TO AGY-PLACE-AMT.
           MOVE 0 TO AGY-COLL-AMT.
           MOVE 0 TO AGY-COMM-AMT.
           MOVE 0 TO AGY-LAST-RMT.
           MOVE 0 TO AGY-RECALL-DATE.
           MOVE 'A55' TO AGY-STAT-OPID.
           IF AGY-ROW-IS-NEW
               WRITE ACCTAGY-REC
               MOVE 'A' TO AUD-REQC
           ELSE
               REWRITE ACCTAGY-REC
               MOVE 'M' TO AUD-REQC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTAGY-REC TO AUD-AFTER (1:AGY-LNG).
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A55' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SRT-ACCTC TO AUD-ACCTC.
           MOVE 'PL' TO AUD-RSNC.
           WRITE ACCTAUD-REC.
       MARK-PLACED-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  DAY-NUMBER TURNS A YYMMDD DATE INTO A RUNNING DAY COUNT SO    *
      *  TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.       *
      *----------------------------------------------------------------*
       DAY-NUMBER.
           IF WS-DN-MM < 1 OR WS-DN-MM > 12 MOVE 1 TO WS-DN-MM.
           DIVIDE WS-DN-YY BY 4 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM.
           COMPUTE WS-DN-DAYS = WS-DN-YY * 365 + WS-DN-QUOT
               + CUM-DAYS (WS-DN-MM) + WS-DN-DD.
           IF WS-DN-REM NOT = 0 OR WS-DN-MM > 2
               ADD 1 TO WS-DN-DAYS.
       DAY-NUMBER-EXIT. EXIT.
       TERMINATE-RUN.
           MOVE WS-PLC-CNT TO TL-CNT.
           MOVE WS-PLC-AMT TO TL-AMT.
           MOVE TOTAL-LINE TO AGYRPT-REC.
           WRITE AGYRPT-REC.
           CLOSE ACCTFIL.
           CLOSE ACCTAGY.
           CLOSE ACCTLGL.
           CLOSE ACCTCON.
           CLOSE ACCTDSP.
           CLOSE ACCTWKP.
           CLOSE ACCTARC.
           CLOSE ACCTAUD.
           CLOSE AGYPLC.
           CLOSE AGYRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT55: AGENCY PLACEMENT COMPLETE, ' WS-ACCT-CNT
               ' ACCOUNT(S) READ, ' WS-PLC-CNT ' PLACED, '
               WS-ONAG-CNT ' ALREADY WITH AN AGENCY, ' WS-HOLD-CNT
               ' IN RECALL HOLD, ' WS-WORK-CNT
               ' HELD ON PROMISE/PLAN/DISPUTE, ' WS-LGL-CNT
               ' UNDER A LEGAL HOLD'.
       TERMINATE-RUN-EXIT. EXIT.
