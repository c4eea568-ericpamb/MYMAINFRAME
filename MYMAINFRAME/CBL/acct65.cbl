       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT65.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT WRITES THE TWO
      *         NIGHTLY DATA-WAREHOUSE FEEDS, BOTH '|'-DELIMITED WITH
      *         AN 'H' HEADER AND A 'T' TRAILER, COLUMNS AS LISTED IN
      *         THE ACCTDWH COPYBOOK:
      *         DWHSNAP - A FULL SNAPSHOT OF ACCTFIL, ONE ROW PER
      *         ACCOUNT, PACKED AMOUNTS UNPACKED TO SIGNED DECIMALS
      *         AND EVERY DATE GIVEN AS CCYYMMDD.
      *         DWHCHG - THE NIGHT'S CHANGES: ONE 'J' ROW PER FIELD
      *         CHANGED ON EACH ACCTAUD JOURNAL ENTRY (A SINGLE
      *         *RECORD* ROW FOR AN ADD OR DELETE, AS ACCT22 PRINTS
      *         THEM), CARRYING THE OPERATOR, TERMINAL, TRANSACTION
      *         AND REASON CODE, AND ONE 'P' ROW PER ACCTTRN POSTING
      *         DATED THAT NIGHT WITH ITS OPERATOR AND REASON.
      *         ROW-IMAGE JOURNAL ENTRIES (AUD-ROW-IMAGE) ARE NOT
      *         ACCOUNT DATA AND ARE COUNTED ON THE TRAILER, NOT SENT.
      *         THE SNAPSHOT TRAILER CARRIES THE RECORD COUNT, THE
      *         BALDO, OPEN BILLED AND OPEN PAID TOTALS SUMMED EXACTLY
      *         AS ACCT24 SUMS THEM, AND THE RUN PROVES THEM AGAINST
      *         THE NIGHT'S CTLTOT ROW BEFORE ANYTHING IS SENT.  THE
      *         CHANGE TRAILER CARRIES THE JOURNAL ADDS, CHANGES AND
      *         DELETES, THE NET BALDO MOVEMENT, THE POSTING TOTAL AND
      *         THE UNJOURNALED ACCT15 CYCLE-CUT POSTINGS ('CY'), WITH
      *         THE PRIOR AND THE NIGHT'S CTLTOT COUNT AND BALANCE, SO
      *         PRIOR + MOVEMENT = NIGHT CAN BE PROVED AT BOTH ENDS.
      *         EITHER PROOF FAILING PRINTS ON DWHRPT AND ENDS WITH
      *         RETURN CODE 8 - THE FEEDS ARE NOT TO BE SENT.
      *         CARDIN (ALL OPTIONAL):
      *           COLS  1- 7  JOURNAL DATE CYYDDD (AS EIBDATE) OF THE
      *                       NIGHT TO FEED, DEFAULT TODAY - THE SAME
      *                       OVERRIDE ACCT24 TAKES.  IT SELECTS THE
      *                       JOURNAL ENTRIES AND POSTINGS ONLY; THE
      *                       SNAPSHOT IS STILL PROVED AGAINST THE
      *                       CTLTOT ROW ACCT24 WROTE TODAY
      *           COLS  9-16  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         THE RUN STAMPS ACCTRUN (JOB ACCT65, CYCLE YYMMDD OF
      *         THE RUN DATE, AS ACCT24 DOES) AND WILL NOT START UNTIL
      *         ACCT24 HAS COMPLETED FOR THAT CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTAUD ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTAUD.
           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRN-KEY
               FILE STATUS IS FS-ACCTTRN.
           SELECT CTLTOT ASSIGN TO CTLTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CTLTOT.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWHSNAP ASSIGN TO DWHSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DWHSNAP.
           SELECT DWHCHG ASSIGN TO DWHCHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DWHCHG.
           SELECT DWHRPT ASSIGN TO DWHRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTTRN RECORD CONTAINS 33 CHARACTERS.
           COPY ACCTTRN.
       FD  CTLTOT RECORD CONTAINS 31 CHARACTERS.
           COPY ACCTCTL.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-JRNL-DATE        PIC X(7).
           02  FILLER              PIC X(1).
           02  CI-OVERRIDE         PIC X(8).
           02  FILLER              PIC X(64).
       FD  DWHSNAP RECORD CONTAINS 600 CHARACTERS.
       01  DWHSNAP-REC             PIC X(600).
       FD  DWHCHG RECORD CONTAINS 200 CHARACTERS.
       01  DWHCHG-REC              PIC X(200).
       FD  DWHRPT RECORD CONTAINS 80 CHARACTERS.
       01  DWHRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-CTLTOT           PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  FS-DWHSNAP          PIC X(2)  VALUE '00'.
           02  FS-DWHCHG           PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT65  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE 'ACCT24  '.
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
           02  WS-TNT-SW           PIC X     VALUE 'N'.
               88  TONIGHT-FOUND       VALUE 'Y'.
           02  WS-PRIOR-SW         PIC X     VALUE 'N'.
               88  PRIOR-FOUND         VALUE 'Y'.
           02  WS-OOB-SW           PIC X     VALUE 'N'.
               88  OUT-OF-BALANCE      VALUE 'Y'.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-JRNL-DATE-X REDEFINES WS-JRNL-DATE.
               04  WS-JR-C         PIC 9(1).
               04  WS-JR-YY        PIC 9(2).
               04  WS-JR-DDD       PIC 9(3).
           02  WS-AUD-DATE         PIC 9(7)  VALUE 0.
           02  WS-AUD-TIME         PIC 9(7)  VALUE 0.
           02  WS-AUD-TIME-X REDEFINES WS-AUD-TIME.
               04  FILLER          PIC 9(1).
               04  WS-AUD-HHMMSS   PIC 9(6).
           02  WS-TODAY-YYMMDD     PIC 9(6)  VALUE 0.
           02  WS-NIGHT-YMD        PIC 9(6)  VALUE 0.
           02  WS-NIGHT-YMD-X REDEFINES WS-NIGHT-YMD.
               04  WS-NT-YY        PIC 9(2).
               04  WS-NT-MM        PIC 9(2).
               04  WS-NT-DD        PIC 9(2).
           02  WS-NIGHT-CCYYMMDD   PIC X(8)  VALUE SPACES.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-LEAP-QUOT        PIC S9(4) COMP VALUE +0.
           02  WS-LEAP-REM         PIC S9(4) COMP VALUE +0.
           02  WS-LEAP-ADJ         PIC S9(4) COMP VALUE +0.
           02  WS-YEAR-DAYS        PIC S9(4) COMP VALUE +0.
           02  WS-MM-START         PIC S9(4) COMP VALUE +0.
           02  WS-MX               PIC S9(4) COMP VALUE +0.
           02  FX                  PIC S9(4) COMP VALUE +0.
      *  COLUMN BUILDER - EVERY COLUMN GOES THROUGH WS-FLD-VAL AND IS
      *  APPENDED TO WS-LINE WITH ITS LEADING DELIMITER.
           02  WS-LINE             PIC X(600) VALUE SPACES.
           02  WS-PTR              PIC S9(4) COMP VALUE +1.
           02  WS-FLD-VAL          PIC X(24) VALUE SPACES.
           02  WS-FLD-RAW          PIC X(24) VALUE SPACES.
           02  WS-FLD-LEAD         PIC S9(4) COMP VALUE +0.
           02  WS-FLD-END          PIC S9(4) COMP VALUE +0.
           02  WS-FLD-LEN          PIC S9(4) COMP VALUE +0.
           02  WS-FMT-TYPE         PIC X(1)  VALUE SPACE.
           02  WS-FMT-LEN          PIC S9(4) COMP VALUE +0.
           02  WS-ROW-FLD          PIC X(8)  VALUE SPACES.
           02  WS-OLD-VAL          PIC X(24) VALUE SPACES.
           02  WS-NEW-VAL          PIC X(24) VALUE SPACES.
           02  WS-PACK             PIC X(5).
           02  WS-PACK-AMT REDEFINES WS-PACK
                                   PIC S9(6)V99 COMP-3.
           02  WS-AMT-ED           PIC -(6)9.99.
           02  WS-TOT-ED           PIC -(11)9.99.
           02  WS-CNT-ED           PIC Z(6)9.
           02  WS-HASH-ED          PIC Z(10)9.
           02  WS-SEQ-ED           PIC 9(3).
           02  WS-DT-RAW           PIC X(6).
           02  WS-DT-MDY REDEFINES WS-DT-RAW.
               04  WS-DM-MM        PIC 9(2).
               04  WS-DM-DD        PIC 9(2).
               04  WS-DM-YY        PIC 9(2).
           02  WS-DT-YMD REDEFINES WS-DT-RAW.
               04  WS-DY-YY        PIC 9(2).
               04  WS-DY-MM        PIC 9(2).
               04  WS-DY-DD        PIC 9(2).
           02  WS-DT-OUT.
               04  WS-DO-CC        PIC 9(2).
               04  WS-DO-YY        PIC 9(2).
               04  WS-DO-MM        PIC 9(2).
               04  WS-DO-DD        PIC 9(2).
           02  WS-ACCT-NUM         PIC 9(5)  VALUE 0.
      *  FEED TOTALS.
           02  WS-SNP-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-SNP-BAL          PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-SNP-BAMT         PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-SNP-PAMT         PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-SNP-HASH         PIC S9(11)    COMP-3 VALUE +0.
           02  WS-CHG-JCNT         PIC S9(7)     COMP-3 VALUE +0.
           02  WS-CHG-PCNT         PIC S9(7)     COMP-3 VALUE +0.
           02  WS-CHG-HASH         PIC S9(11)    COMP-3 VALUE +0.
           02  WS-ADD-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-UPD-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-DEL-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-ROW-SKIP-CNT     PIC S9(7)     COMP-3 VALUE +0.
           02  WS-NET-MOVE         PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-PST-TOT          PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-CYC-TOT          PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-BAD-PACK-CNT     PIC S9(7) COMP VALUE +0.
      *  CONTROL TOTALS OFF CTLTOT: THE NIGHT'S ROW AND THE LAST ROW
      *  OF AN EARLIER NIGHT.
           02  WS-TNT-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-TNT-BAL          PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-TNT-BAMT         PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-TNT-PAMT         PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-PRV-DATE         PIC 9(6)      VALUE 0.
           02  WS-PRV-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-PRV-BAL          PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-EXP-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-EXP-BAL          PIC S9(11)V99 COMP-3 VALUE +0.
       01  CUM-DAYS-LIST           PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01  FILLER REDEFINES CUM-DAYS-LIST.
           02  CUM-DAYS            PIC 9(3) OCCURS 12.
       01  AUD-BEF-REC.
           COPY ACCTREC.
       01  AUD-AFT-REC.
           COPY ACCTREC.
           COPY ACCTDWH.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT65  DATA-WAREHOUSE FEED CONTROL'.
       01  HDG-LINE-2.
           02  FILLER              PIC X(22) VALUE SPACES.
           02  FILLER              PIC X(16) VALUE '           FEED'.
           02  FILLER              PIC X(16) VALUE '        CONTROL'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-LABEL            PIC X(20).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-FEED             PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-CTL              PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-FLAG             PIC X(3).
       01  CNT-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  CL-LABEL            PIC X(20).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  FILLER              PIC X(8)  VALUE SPACES.
           02  CL-FEED             PIC ZZZ,ZZ9.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  FILLER              PIC X(8)  VALUE SPACES.
           02  CL-CTL              PIC ZZZ,ZZ9.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  CL-FLAG             PIC X(3).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM READ-CONTROL-TOTALS THRU READ-CONTROL-TOTALS-EXIT.
           PERFORM WRITE-SNAPSHOT-FEED THRU WRITE-SNAPSHOT-FEED-EXIT.
           PERFORM WRITE-CHANGE-FEED THRU WRITE-CHANGE-FEED-EXIT.
           PERFORM PROVE-FEEDS THRU PROVE-FEEDS-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD TO WS-NIGHT-YMD.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN INPUT CARDIN.
           READ CARDIN INTO CARDIN-REC
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           CLOSE CARDIN.
           IF CI-OVERRIDE = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           IF CI-JRNL-DATE NOT = SPACES AND CI-JRNL-DATE NUMERIC
               MOVE CI-JRNL-DATE TO WS-JRNL-DATE
               PERFORM CVT-JRNL-DATE THRU CVT-JRNL-DATE-EXIT.
           MOVE WS-TODAY-YYMMDD TO WS-RUN-CYCLE.
           MOVE WS-NIGHT-YMD TO WS-DT-RAW.
           MOVE 'Y' TO WS-FMT-TYPE.
           PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
           MOVE WS-FLD-VAL (1:8) TO WS-NIGHT-CCYYMMDD.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           OPEN INPUT ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT65: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT65: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               DISPLAY 'ACCT65: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DWHSNAP.
           IF FS-DWHSNAP NOT = '00'
               DISPLAY 'ACCT65: DWHSNAP OPEN FAILED, STATUS=' FS-DWHSNAP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DWHCHG.
           IF FS-DWHCHG NOT = '00'
               DISPLAY 'ACCT65: DWHCHG OPEN FAILED, STATUS=' FS-DWHCHG
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DWHRPT.
           MOVE HDG-LINE-1 TO DWHRPT-REC.
           WRITE DWHRPT-REC.
           MOVE HDG-LINE-2 TO DWHRPT-REC.
           WRITE DWHRPT-REC.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CVT-JRNL-DATE TURNS A CARDED CYYDDD JOURNAL DATE INTO THE     *
      *  YYMMDD OF THE SAME NIGHT, WHICH SELECTS THE ACCTTRN POSTINGS  *
      *  AND DATES THE FEEDS.  THE CTLTOT ROW AND THE RUN-CONTROL      *
      *  CYCLE STAY ON THE RUN DATE, AS ACCT24 STAMPS THEM.  EVERY     *
      *  FOURTH YEAR IS A LEAP YEAR, TRUE FOR ALL OF 20XX.             *
      *----------------------------------------------------------------*
       CVT-JRNL-DATE.
           DIVIDE WS-JR-YY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           MOVE 365 TO WS-YEAR-DAYS.
           IF WS-LEAP-REM = 0 MOVE 366 TO WS-YEAR-DAYS.
           IF WS-JR-C NOT = 1 OR WS-JR-DDD < 1 OR
              WS-JR-DDD > WS-YEAR-DAYS
               DISPLAY 'ACCT65: JOURNAL DATE ' CI-JRNL-DATE
                   ' IS NOT A VALID CYYDDD DATE, RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-JR-YY TO WS-NT-YY.
           MOVE 12 TO WS-MX.
       CVT-JRNL-DATE-LOOP.
           MOVE 0 TO WS-LEAP-ADJ.
           IF WS-LEAP-REM = 0 AND WS-MX > 2 MOVE 1 TO WS-LEAP-ADJ.
           COMPUTE WS-MM-START = CUM-DAYS (WS-MX) + WS-LEAP-ADJ.
           IF WS-JR-DDD > WS-MM-START GO TO CVT-JRNL-DATE-DONE.
           SUBTRACT 1 FROM WS-MX.
           GO TO CVT-JRNL-DATE-LOOP.
       CVT-JRNL-DATE-DONE.
           MOVE WS-MX TO WS-NT-MM.
           COMPUTE WS-NT-DD = WS-JR-DDD - WS-MM-START.
       CVT-JRNL-DATE-EXIT. EXIT.
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
               DISPLAY 'ACCT65: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT65: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT65: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
      *  THE NIGHT'S CTLTOT ROW IS THE LAST ONE ACCT24 WROTE ON THE    *
      *  RUN DATE (A RERUN APPENDS ANOTHER) - ACCT24 STAMPS ITS ROW    *
      *  WITH TODAY EVEN WHEN A JOURNAL DATE IS CARDED.  THE PRIOR ROW *
      *  IS THE LAST ONE OF AN EARLIER DAY.  WITH NO ROW FOR THE RUN   *
      *  DATE THERE IS NOTHING TO TIE THE FEEDS TO AND THE RUN IS      *
      *  REFUSED.                                                      *
      *----------------------------------------------------------------*
       READ-CONTROL-TOTALS.
           OPEN INPUT CTLTOT.
           IF FS-CTLTOT NOT = '00'
               DISPLAY 'ACCT65: CTLTOT OPEN FAILED, STATUS=' FS-CTLTOT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       READ-CONTROL-LOOP.
           READ CTLTOT
               AT END GO TO READ-CONTROL-DONE
           END-READ.
           IF CTL-RUN-DATE = WS-TODAY-YYMMDD
               MOVE 'Y' TO WS-TNT-SW
               MOVE CTL-REC-CNT TO WS-TNT-CNT
               MOVE CTL-BAL-TOT TO WS-TNT-BAL
               MOVE CTL-BAMT-TOT TO WS-TNT-BAMT
               MOVE CTL-PAMT-TOT TO WS-TNT-PAMT
               GO TO READ-CONTROL-LOOP.
           IF TONIGHT-FOUND GO TO READ-CONTROL-LOOP.
           MOVE 'Y' TO WS-PRIOR-SW.
           MOVE CTL-RUN-DATE TO WS-PRV-DATE.
           MOVE CTL-REC-CNT TO WS-PRV-CNT.
           MOVE CTL-BAL-TOT TO WS-PRV-BAL.
           GO TO READ-CONTROL-LOOP.
       READ-CONTROL-DONE.
           CLOSE CTLTOT.
           IF NOT TONIGHT-FOUND
               DISPLAY 'ACCT65: NO CTLTOT ROW FOR ' WS-TODAY-YYMMDD
                   ', NOTHING TO TIE THE FEEDS TO, RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       READ-CONTROL-TOTALS-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  DWHSNAP - HEADER, ONE ROW PER ACCOUNT IN KEY ORDER, TRAILER.  *
      *  THE TOTALS ARE SUMMED THE WAY ACCT24'S SUM-ACCTFIL SUMS THEM  *
      *  SO THEY MEET THE CTLTOT ROW EXACTLY.                          *
      *----------------------------------------------------------------*
       WRITE-SNAPSHOT-FEED.
           MOVE 'H' TO WS-FLD-VAL.
           PERFORM START-LINE THRU START-LINE-EXIT.
           MOVE 'ACCTSNAP' TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NIGHT-CCYYMMDD TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-TIME-HHMMSS TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE 'ACCT65' TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           PERFORM WRITE-SNAP-LINE THRU WRITE-SNAP-LINE-EXIT.
           MOVE 'N' TO EOF-SW.
       WRITE-SNAPSHOT-LOOP.
           READ ACCTFIL NEXT RECORD
               AT END GO TO WRITE-SNAPSHOT-TRAILER
           END-READ.
           PERFORM SNAP-ACCOUNT THRU SNAP-ACCOUNT-EXIT.
           GO TO WRITE-SNAPSHOT-LOOP.
       WRITE-SNAPSHOT-TRAILER.
           MOVE 'T' TO WS-FLD-VAL.
           PERFORM START-LINE THRU START-LINE-EXIT.
           MOVE 'ACCTSNAP' TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NIGHT-CCYYMMDD TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-SNP-CNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-SNP-BAL TO WS-TOT-ED.
           MOVE WS-TOT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-SNP-BAMT TO WS-TOT-ED.
           MOVE WS-TOT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-SNP-PAMT TO WS-TOT-ED.
           MOVE WS-TOT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-SNP-HASH TO WS-HASH-ED.
           MOVE WS-HASH-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-BAD-PACK-CNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           PERFORM WRITE-SNAP-LINE THRU WRITE-SNAP-LINE-EXIT.
           CLOSE ACCTFIL.
           CLOSE DWHSNAP.
       WRITE-SNAPSHOT-FEED-EXIT. EXIT.
       SNAP-ACCOUNT.
           MOVE 'D' TO WS-FLD-VAL.
           PERFORM START-LINE THRU START-LINE-EXIT.
           MOVE ACCTDO OF ACCTFIL-REC TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           PERFORM SNAP-COLUMN THRU SNAP-COLUMN-EXIT
               VARYING FX FROM 1 BY 1 UNTIL FX > 51.
           PERFORM WRITE-SNAP-LINE THRU WRITE-SNAP-LINE-EXIT.
           ADD 1 TO WS-SNP-CNT.
           IF BALDO OF ACCTFIL-REC NUMERIC
               ADD BALDO OF ACCTFIL-REC TO WS-SNP-BAL.
           IF BAMT OF ACCTFIL-REC (3) NUMERIC
               ADD BAMT OF ACCTFIL-REC (3) TO WS-SNP-BAMT.
           IF PAMT OF ACCTFIL-REC (3) NUMERIC
               ADD PAMT OF ACCTFIL-REC (3) TO WS-SNP-PAMT.
           IF ACCTDO OF ACCTFIL-REC NUMERIC
               MOVE ACCTDO OF ACCTFIL-REC TO WS-ACCT-NUM
               ADD WS-ACCT-NUM TO WS-SNP-HASH.
       SNAP-ACCOUNT-EXIT. EXIT.
       SNAP-COLUMN.
           MOVE ACCTFIL-REC (DWH-FLD-OFF (FX):DWH-FLD-LEN (FX))
               TO WS-FLD-RAW.
           MOVE DWH-FLD-TYPE (FX) TO WS-FMT-TYPE.
           MOVE DWH-FLD-LEN (FX) TO WS-FMT-LEN.
           PERFORM FORMAT-VALUE THRU FORMAT-VALUE-EXIT.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
       SNAP-COLUMN-EXIT. EXIT.
       WRITE-SNAP-LINE.
           MOVE WS-LINE TO DWHSNAP-REC.
           WRITE DWHSNAP-REC.
           IF FS-DWHSNAP NOT = '00'
               DISPLAY 'ACCT65: DWHSNAP WRITE FAILED, STATUS='
                   FS-DWHSNAP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       WRITE-SNAP-LINE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  DWHCHG - HEADER, THE JOURNAL ROWS IN ACCTAUD ORDER, THE       *
      *  POSTING ROWS IN ACCTTRN KEY ORDER, TRAILER.  A JOURNAL ROW    *
      *  FILLS THE TIME, TERMINAL, TRANSACTION, REQUEST, FIELD, OLD    *
      *  AND NEW COLUMNS; A POSTING ROW THE SEQUENCE, TYPE, SOURCE     *
      *  AND AMOUNT COLUMNS.  BOTH CARRY OPERATOR AND REASON.          *
      *----------------------------------------------------------------*
       WRITE-CHANGE-FEED.
           MOVE 'H' TO WS-FLD-VAL.
           PERFORM START-LINE THRU START-LINE-EXIT.
           MOVE 'ACCTCHG' TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NIGHT-CCYYMMDD TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-TIME-HHMMSS TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE 'ACCT65' TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-JRNL-DATE TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           PERFORM WRITE-CHG-LINE THRU WRITE-CHG-LINE-EXIT.
       WRITE-CHANGE-JOURNAL.
           READ ACCTAUD
               AT END GO TO WRITE-CHANGE-POSTINGS
           END-READ.
           PERFORM EVAL-JOURNAL THRU EVAL-JOURNAL-EXIT.
           GO TO WRITE-CHANGE-JOURNAL.
       WRITE-CHANGE-POSTINGS.
           READ ACCTTRN NEXT RECORD
               AT END GO TO WRITE-CHANGE-TRAILER
           END-READ.
           IF TRN-DATE = WS-NIGHT-YMD
               PERFORM WRITE-POSTING-ROW THRU WRITE-POSTING-ROW-EXIT.
           GO TO WRITE-CHANGE-POSTINGS.
       WRITE-CHANGE-TRAILER.
           MOVE 'T' TO WS-FLD-VAL.
           PERFORM START-LINE THRU START-LINE-EXIT.
           MOVE 'ACCTCHG' TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NIGHT-CCYYMMDD TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-CHG-JCNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-CHG-PCNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-ADD-CNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-UPD-CNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-DEL-CNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NET-MOVE TO WS-TOT-ED.
           MOVE WS-TOT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-PST-TOT TO WS-TOT-ED.
           MOVE WS-TOT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-CYC-TOT TO WS-TOT-ED.
           MOVE WS-TOT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-CHG-HASH TO WS-HASH-ED.
           MOVE WS-HASH-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-ROW-SKIP-CNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE SPACES TO WS-FLD-VAL.
           IF PRIOR-FOUND
               MOVE WS-PRV-DATE TO WS-DT-RAW
               MOVE 'Y' TO WS-FMT-TYPE
               PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE SPACES TO WS-FLD-VAL.
           IF PRIOR-FOUND
               MOVE WS-PRV-CNT TO WS-CNT-ED
               MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE SPACES TO WS-FLD-VAL.
           IF PRIOR-FOUND
               MOVE WS-PRV-BAL TO WS-TOT-ED
               MOVE WS-TOT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NIGHT-CCYYMMDD TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-TNT-CNT TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-TNT-BAL TO WS-TOT-ED.
           MOVE WS-TOT-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           PERFORM WRITE-CHG-LINE THRU WRITE-CHG-LINE-EXIT.
           CLOSE ACCTAUD.
           CLOSE ACCTTRN.
           CLOSE DWHCHG.
       WRITE-CHANGE-FEED-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  EVAL-JOURNAL CLASSIFIES BY THE IMAGES AS ACCT24'S DOES, SO    *
      *  THE ADD/DELETE COUNTS AND THE NET BALDO MOVEMENT ON THE       *
      *  TRAILER ARE THE ONES ACCT24 PROVED THE FILE WITH.             *
      *----------------------------------------------------------------*
       EVAL-JOURNAL.
           MOVE AUD-DATE TO WS-AUD-DATE.
           IF WS-AUD-DATE NOT = WS-JRNL-DATE GO TO EVAL-JOURNAL-EXIT.
           IF AUD-ROW-IMAGE
               ADD 1 TO WS-ROW-SKIP-CNT
               GO TO EVAL-JOURNAL-EXIT.
           MOVE AUD-TIME TO WS-AUD-TIME.
           MOVE AUD-BEFORE TO AUD-BEF-REC.
           MOVE AUD-AFTER TO AUD-AFT-REC.
           MOVE '*RECORD*' TO WS-ROW-FLD.
           MOVE SPACES TO WS-OLD-VAL, WS-NEW-VAL.
           IF AUD-BEFORE = LOW-VALUES
               ADD 1 TO WS-ADD-CNT
               IF BALDO OF AUD-AFT-REC NUMERIC
                   ADD BALDO OF AUD-AFT-REC TO WS-NET-MOVE
               END-IF
               MOVE 'ADDED' TO WS-NEW-VAL
               PERFORM WRITE-JOURNAL-ROW THRU WRITE-JOURNAL-ROW-EXIT
               GO TO EVAL-JOURNAL-EXIT.
           IF AUD-AFTER = LOW-VALUES
               ADD 1 TO WS-DEL-CNT
               IF BALDO OF AUD-BEF-REC NUMERIC
                   SUBTRACT BALDO OF AUD-BEF-REC FROM WS-NET-MOVE
               END-IF
               MOVE 'DELETED' TO WS-OLD-VAL
               PERFORM WRITE-JOURNAL-ROW THRU WRITE-JOURNAL-ROW-EXIT
               GO TO EVAL-JOURNAL-EXIT.
           ADD 1 TO WS-UPD-CNT.
           IF BALDO OF AUD-AFT-REC NUMERIC AND
              BALDO OF AUD-BEF-REC NUMERIC
               ADD BALDO OF AUD-AFT-REC TO WS-NET-MOVE
               SUBTRACT BALDO OF AUD-BEF-REC FROM WS-NET-MOVE.
           PERFORM CK-FIELD THRU CK-FIELD-EXIT
               VARYING FX FROM 1 BY 1 UNTIL FX > 51.
       EVAL-JOURNAL-EXIT. EXIT.
       CK-FIELD.
           IF AUD-BEFORE (DWH-FLD-OFF (FX):DWH-FLD-LEN (FX)) =
              AUD-AFTER (DWH-FLD-OFF (FX):DWH-FLD-LEN (FX))
               GO TO CK-FIELD-EXIT.
           MOVE DWH-FLD-NAME (FX) TO WS-ROW-FLD.
           MOVE DWH-FLD-TYPE (FX) TO WS-FMT-TYPE.
           MOVE DWH-FLD-LEN (FX) TO WS-FMT-LEN.
           MOVE AUD-BEFORE (DWH-FLD-OFF (FX):DWH-FLD-LEN (FX))
               TO WS-FLD-RAW.
           PERFORM FORMAT-VALUE THRU FORMAT-VALUE-EXIT.
           MOVE WS-FLD-VAL TO WS-OLD-VAL.
           MOVE AUD-AFTER (DWH-FLD-OFF (FX):DWH-FLD-LEN (FX))
               TO WS-FLD-RAW.
           PERFORM FORMAT-VALUE THRU FORMAT-VALUE-EXIT.
           MOVE WS-FLD-VAL TO WS-NEW-VAL.
           PERFORM WRITE-JOURNAL-ROW THRU WRITE-JOURNAL-ROW-EXIT.
       CK-FIELD-EXIT. EXIT.
       WRITE-JOURNAL-ROW.
           MOVE 'D' TO WS-FLD-VAL.
           PERFORM START-LINE THRU START-LINE-EXIT.
           MOVE 'J' TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE AUD-ACCTC TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NIGHT-CCYYMMDD TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-AUD-HHMMSS TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE AUD-OPID TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE AUD-TERM TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE AUD-TRAN TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE AUD-REQC TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE AUD-RSNC TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-ROW-FLD TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-OLD-VAL TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NEW-VAL TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
      * SEQUENCE, TYPE, SOURCE AND AMOUNT BELONG TO POSTING ROWS.
           MOVE SPACES TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT 4 TIMES.
           PERFORM WRITE-CHG-LINE THRU WRITE-CHG-LINE-EXIT.
           ADD 1 TO WS-CHG-JCNT.
           IF AUD-ACCTC NUMERIC
               MOVE AUD-ACCTC TO WS-ACCT-NUM
               ADD WS-ACCT-NUM TO WS-CHG-HASH.
       WRITE-JOURNAL-ROW-EXIT. EXIT.
       WRITE-POSTING-ROW.
           MOVE 'D' TO WS-FLD-VAL.
           PERFORM START-LINE THRU START-LINE-EXIT.
           MOVE 'P' TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE TRN-ACCTC TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE WS-NIGHT-CCYYMMDD TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
      * ACCTTRN CARRIES NO TIME OF DAY AND NO TERMINAL.
           MOVE SPACES TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE TRN-OPID TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE SPACES TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT 3 TIMES.
           MOVE TRN-RSNC TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE SPACES TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT 3 TIMES.
           MOVE TRN-SEQ TO WS-SEQ-ED.
           MOVE WS-SEQ-ED TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE TRN-TYPE TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE TRN-SRC TO WS-FLD-VAL.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           MOVE SPACES TO WS-FLD-VAL.
           IF TRN-AMT NUMERIC
               MOVE TRN-AMT TO WS-AMT-ED
               MOVE WS-AMT-ED TO WS-FLD-VAL
               ADD TRN-AMT TO WS-PST-TOT
               IF TRN-SRC = 'CY'
                   ADD TRN-AMT TO WS-CYC-TOT
               END-IF
           ELSE
               ADD 1 TO WS-BAD-PACK-CNT.
           PERFORM PUT-FIELD THRU PUT-FIELD-EXIT.
           PERFORM WRITE-CHG-LINE THRU WRITE-CHG-LINE-EXIT.
           ADD 1 TO WS-CHG-PCNT.
           IF TRN-ACCTC NUMERIC
               MOVE TRN-ACCTC TO WS-ACCT-NUM
               ADD WS-ACCT-NUM TO WS-CHG-HASH.
       WRITE-POSTING-ROW-EXIT. EXIT.
       WRITE-CHG-LINE.
           MOVE WS-LINE TO DWHCHG-REC.
           WRITE DWHCHG-REC.
           IF FS-DWHCHG NOT = '00'
               DISPLAY 'ACCT65: DWHCHG WRITE FAILED, STATUS='
                   FS-DWHCHG
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       WRITE-CHG-LINE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  COLUMN BUILDING.  START-LINE OPENS A ROW WITH THE RECORD TYPE *
      *  IN WS-FLD-VAL; PUT-FIELD APPENDS '|' AND WS-FLD-VAL WITH ITS  *
      *  LEADING AND TRAILING BLANKS TRIMMED (AN ALL-BLANK VALUE IS AN *
      *  EMPTY COLUMN).  A '|' INSIDE A VALUE WOULD SPLIT THE COLUMN   *
      *  AND GOES AS '/'; LOW-VALUES GO AS BLANKS.                     *
      *----------------------------------------------------------------*
       START-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE WS-FLD-VAL (1:1) TO WS-LINE (1:1).
           MOVE 2 TO WS-PTR.
       START-LINE-EXIT. EXIT.
       PUT-FIELD.
           STRING '|' DELIMITED BY SIZE INTO WS-LINE
               WITH POINTER WS-PTR.
           INSPECT WS-FLD-VAL REPLACING ALL '|' BY '/'
               ALL LOW-VALUE BY SPACE.
           IF WS-FLD-VAL = SPACES GO TO PUT-FIELD-EXIT.
           MOVE 0 TO WS-FLD-LEAD.
           INSPECT WS-FLD-VAL TALLYING WS-FLD-LEAD FOR LEADING SPACES.
           MOVE 24 TO WS-FLD-END.
       PUT-FIELD-TRIM.
           IF WS-FLD-VAL (WS-FLD-END:1) = SPACE
               SUBTRACT 1 FROM WS-FLD-END
               GO TO PUT-FIELD-TRIM.
           COMPUTE WS-FLD-LEN = WS-FLD-END - WS-FLD-LEAD.
           STRING WS-FLD-VAL (WS-FLD-LEAD + 1:WS-FLD-LEN)
               DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-PTR.
       PUT-FIELD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  FORMAT-VALUE TURNS THE RAW IMAGE BYTES IN WS-FLD-RAW INTO THE *
      *  COLUMN VALUE BY THE ACCTDWH TYPE.  A PACKED FIELD THAT IS NOT *
      *  VALID PACKED DATA (LEGACY IMAGES, AS ACCT22 ALLOWS FOR) GOES  *
      *  AS AN EMPTY COLUMN AND IS COUNTED ON THE SNAPSHOT TRAILER.    *
      *----------------------------------------------------------------*
       FORMAT-VALUE.
           MOVE SPACES TO WS-FLD-VAL.
           IF WS-FMT-TYPE = 'P'
               MOVE WS-FLD-RAW (1:5) TO WS-PACK
               IF WS-PACK-AMT NUMERIC
                   MOVE WS-PACK-AMT TO WS-AMT-ED
                   MOVE WS-AMT-ED TO WS-FLD-VAL
               ELSE
                   ADD 1 TO WS-BAD-PACK-CNT
               END-IF
               GO TO FORMAT-VALUE-EXIT.
           IF WS-FMT-TYPE = 'M' OR WS-FMT-TYPE = 'Y'
               MOVE WS-FLD-RAW (1:6) TO WS-DT-RAW
               PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT
               GO TO FORMAT-VALUE-EXIT.
           MOVE WS-FLD-RAW (1:WS-FMT-LEN) TO WS-FLD-VAL.
       FORMAT-VALUE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  FORMAT-DATE GIVES THE 'M' (MMDDYY) OR 'Y' (YYMMDD) DATE IN    *
      *  WS-DT-RAW AS CCYYMMDD, YY 00-49 IN 20XX AND 50-99 IN 19XX.    *
      *  A ZERO, NON-NUMERIC OR MONTHLESS DATE IS AN EMPTY COLUMN.     *
      *----------------------------------------------------------------*
       FORMAT-DATE.
           MOVE SPACES TO WS-FLD-VAL.
           IF WS-DT-RAW NOT NUMERIC GO TO FORMAT-DATE-EXIT.
           IF WS-FMT-TYPE = 'M'
               MOVE WS-DM-YY TO WS-DO-YY
               MOVE WS-DM-MM TO WS-DO-MM
               MOVE WS-DM-DD TO WS-DO-DD
           ELSE
               MOVE WS-DY-YY TO WS-DO-YY
               MOVE WS-DY-MM TO WS-DO-MM
               MOVE WS-DY-DD TO WS-DO-DD.
           IF WS-DO-MM = 0 GO TO FORMAT-DATE-EXIT.
           MOVE 20 TO WS-DO-CC.
           IF WS-DO-YY > 49 MOVE 19 TO WS-DO-CC.
           MOVE WS-DT-OUT TO WS-FLD-VAL.
       FORMAT-DATE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PROVE-FEEDS - THE SNAPSHOT TRAILER MUST EQUAL THE NIGHT'S     *
      *  CTLTOT ROW, AND THE PRIOR ROW PLUS THE CHANGE FEED'S ADDS,    *
      *  DELETES, NET BALDO MOVEMENT AND CYCLE-CUT POSTINGS MUST COME  *
      *  TO IT TOO.  THE FIRST NIGHT ON FILE HAS NO PRIOR ROW AND      *
      *  PROVES THE SNAPSHOT ONLY.                                     *
      *----------------------------------------------------------------*
       PROVE-FEEDS.
           MOVE 'SNAPSHOT RECORDS' TO CL-LABEL.
           MOVE WS-SNP-CNT TO CL-FEED.
           MOVE WS-TNT-CNT TO CL-CTL.
           MOVE SPACES TO CL-FLAG.
           IF WS-SNP-CNT NOT = WS-TNT-CNT
               MOVE '***' TO CL-FLAG
               MOVE 'Y' TO WS-OOB-SW.
           MOVE CNT-LINE TO DWHRPT-REC.
           WRITE DWHRPT-REC.
           MOVE 'SNAPSHOT BALANCE' TO DL-LABEL.
           MOVE WS-SNP-BAL TO DL-FEED.
           MOVE WS-TNT-BAL TO DL-CTL.
           PERFORM PROVE-AMOUNT THRU PROVE-AMOUNT-EXIT.
           IF WS-SNP-BAL NOT = WS-TNT-BAL
               MOVE 'Y' TO WS-OOB-SW.
           MOVE 'SNAPSHOT OPEN BILLED' TO DL-LABEL.
           MOVE WS-SNP-BAMT TO DL-FEED.
           MOVE WS-TNT-BAMT TO DL-CTL.
           PERFORM PROVE-AMOUNT THRU PROVE-AMOUNT-EXIT.
           IF WS-SNP-BAMT NOT = WS-TNT-BAMT
               MOVE 'Y' TO WS-OOB-SW.
           MOVE 'SNAPSHOT OPEN PAID' TO DL-LABEL.
           MOVE WS-SNP-PAMT TO DL-FEED.
           MOVE WS-TNT-PAMT TO DL-CTL.
           PERFORM PROVE-AMOUNT THRU PROVE-AMOUNT-EXIT.
           IF WS-SNP-PAMT NOT = WS-TNT-PAMT
               MOVE 'Y' TO WS-OOB-SW.
           IF NOT PRIOR-FOUND
               MOVE ' NO PRIOR CTLTOT ROW, CHANGE FEED NOT PROVED'
                   TO DWHRPT-REC
               WRITE DWHRPT-REC
               GO TO PROVE-FEEDS-INFO.
           COMPUTE WS-EXP-CNT = WS-PRV-CNT + WS-ADD-CNT - WS-DEL-CNT.
           COMPUTE WS-EXP-BAL =
               WS-PRV-BAL + WS-NET-MOVE + WS-CYC-TOT.
           MOVE 'PRIOR + CHANGES CNT' TO CL-LABEL.
           MOVE WS-EXP-CNT TO CL-FEED.
           MOVE WS-TNT-CNT TO CL-CTL.
           MOVE SPACES TO CL-FLAG.
           IF WS-EXP-CNT NOT = WS-TNT-CNT
               MOVE '***' TO CL-FLAG
               MOVE 'Y' TO WS-OOB-SW.
           MOVE CNT-LINE TO DWHRPT-REC.
           WRITE DWHRPT-REC.
           MOVE 'PRIOR + CHANGES BAL' TO DL-LABEL.
           MOVE WS-EXP-BAL TO DL-FEED.
           MOVE WS-TNT-BAL TO DL-CTL.
           PERFORM PROVE-AMOUNT THRU PROVE-AMOUNT-EXIT.
           IF WS-EXP-BAL NOT = WS-TNT-BAL
               MOVE 'Y' TO WS-OOB-SW.
       PROVE-FEEDS-INFO.
           MOVE 'JOURNAL ROWS SENT' TO CL-LABEL.
           MOVE WS-CHG-JCNT TO CL-FEED.
           MOVE 0 TO CL-CTL.
           MOVE SPACES TO CL-FLAG.
           MOVE CNT-LINE TO DWHRPT-REC.
           WRITE DWHRPT-REC.
           MOVE 'POSTING ROWS SENT' TO CL-LABEL.
           MOVE WS-CHG-PCNT TO CL-FEED.
           MOVE CNT-LINE TO DWHRPT-REC.
           WRITE DWHRPT-REC.
           MOVE 'ROW IMAGES SKIPPED' TO CL-LABEL.
           MOVE WS-ROW-SKIP-CNT TO CL-FEED.
           MOVE CNT-LINE TO DWHRPT-REC.
           WRITE DWHRPT-REC.
           IF WS-BAD-PACK-CNT > 0
               MOVE 'UNPACKABLE AMOUNTS' TO CL-LABEL
               MOVE WS-BAD-PACK-CNT TO CL-FEED
               MOVE CNT-LINE TO DWHRPT-REC
               WRITE DWHRPT-REC.
       PROVE-FEEDS-EXIT. EXIT.
       PROVE-AMOUNT.
           MOVE SPACES TO DL-FLAG.
           IF DL-FEED NOT = DL-CTL MOVE '***' TO DL-FLAG.
           MOVE DETAIL-LINE TO DWHRPT-REC.
           WRITE DWHRPT-REC.
       PROVE-AMOUNT-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE DWHRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           IF OUT-OF-BALANCE
               DISPLAY 'ACCT65: FEEDS DO NOT TIE TO CTLTOT, SEE '
                   'DWHRPT - DO NOT SEND'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ACCT65: FEEDS COMPLETE, ' WS-SNP-CNT
                   ' ACCOUNT(S), ' WS-CHG-JCNT ' JOURNAL ROW(S), '
                   WS-CHG-PCNT ' POSTING ROW(S)'.
       TERMINATE-RUN-EXIT. EXIT.
