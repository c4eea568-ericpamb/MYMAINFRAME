       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT54.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT READS ACHRTN, THE
      *         NACHA RETURN FILE THE BANK SENDS BACK FOR AUTOPAY
      *         DEBITS ACCT52 ORIGINATED, AND MATCHES EACH RETURNED
      *         ENTRY TO ITS ACCTAPY ENROLLMENT BY THE ACCOUNT NUMBER
      *         CARRIED AS THE INDIVIDUAL ID AND THE ORIGINAL TRACE
      *         NUMBER ON THE '99' ADDENDA.  A DEBIT ACCT53 HAD ALREADY
      *         POSTED IS BACKED OUT THE WAY ACCT20 BACKS OUT A
      *         RETURNED LOCKBOX ITEM: THE AMOUNT COMES OUT OF THE
      *         PAY-HIST CYCLE WHOSE PAY DATE IS THE SETTLEMENT DATE,
      *         BALDO IS RESTORED, AND THE REVERSAL IS JOURNALED TO
      *         ACCTAUD UNDER REASON 'NS', CARRIED TO ACCTGLI AS 'RTN '
      *         AND ITEMIZED ON ACCTTRN (SOURCE 'AP').  THE FLAT NSF
      *         FEE IS ASSESSED ONLY ON AN INSUFFICIENT-FUNDS RETURN
      *         (R01, R09) - A CLOSED OR WRONG BANK ACCOUNT IS NOT THE
      *         CUSTOMER BOUNCING A PAYMENT.  A DEBIT THAT NEVER
      *         POSTED (STILL PENDING, OR HELD ON ACCT53'S EXCEPTION
      *         REPORT) MOVES NO MONEY; THE RETURN IS ONLY RECORDED.
      *         A RETURN AGAINST A CHARGED-OFF ACCOUNT, OR ONE THAT
      *         CANNOT BE MATCHED TO AN ENROLLMENT, ITS LAST DRAFT,
      *         OR A POSTED PAY-HIST CYCLE, GOES TO THE EXCEPTION
      *         LINES OF RTNRPT TO BE WORKED BY HAND.
      *         EVERY MATCHED RETURN MARKS THE DRAFT RETURNED ('R')
      *         AND COUNTS AGAINST THE ENROLLMENT; WHEN THE COUNT OF
      *         RETURNS IN A ROW REACHES THE RETURN LIMIT, OR AT ONCE
      *         WHEN THE RETURN CODE SAYS THE BANK ACCOUNT IS CLOSED,
      *         INVALID OR THE DEBIT WAS NOT AUTHORIZED, THE
      *         ENROLLMENT IS SUSPENDED AND THE CHANGE JOURNALED TO
      *         ACCTAUD WITH ROW IMAGES (REASON 'AE') SO NO FURTHER
      *         DEBIT IS DRAWN UNTIL A SUPERVISOR RE-ENROLLS IT ON AC51.
      *         BEFORE A SINGLE RETURN POSTS, A PROVING PASS CHECKS
      *         THE FILE: IT MUST OPEN WITH A FILE HEADER AND CLOSE
      *         WITH A FILE CONTROL RECORD (ONLY BLOCK FILL AFTER IT),
      *         AND THE ENTRY/ADDENDA COUNT AND DOLLAR TOTAL MUST
      *         AGREE WITH THE FILE CONTROL; ANY FAILURE ENDS THE RUN
      *         RC=8 WITH NOTHING POSTED.  A RETRANSMITTED FILE POSTS
      *         NOTHING TWICE - EVERY DRAFT IT NAMES IS ALREADY MARKED
      *         RETURNED AND LANDS ON THE EXCEPTION LINES.
      *         CARDIN (OPTIONAL):
      *           COLS  1- 2  RETURN LIMIT (DEFAULT 02)
      *           COLS 10-17  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         THE RUN STAMPS ACCTRUN (JOB ACCT54, CYCLE YYMMDD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHRTN ASSIGN TO ACHRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACHRTN.
           SELECT ACCTAPY ASSIGN TO ACCTAPY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APY-ACCTC
               FILE STATUS IS FS-ACCTAPY.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTAUD ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTAUD.
           SELECT ACCTGLI ASSIGN TO ACCTGLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTGLI.
           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRN-KEY
               FILE STATUS IS FS-ACCTTRN.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTNRPT ASSIGN TO RTNRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACHRTN RECORD CONTAINS 94 CHARACTERS.
           COPY ACCTACH.
       FD  ACCTAPY RECORD CONTAINS 110 CHARACTERS.
           COPY ACCTAPY.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTGLI RECORD CONTAINS 31 CHARACTERS.
           COPY ACCTGLI.
       FD  ACCTTRN RECORD CONTAINS 33 CHARACTERS.
           COPY ACCTTRN.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-RTN-LIMIT        PIC X(2).
           02  FILLER              PIC X(7).
           02  CI-OVERRIDE         PIC X(8).
           02  FILLER              PIC X(63).
       FD  RTNRPT RECORD CONTAINS 80 CHARACTERS.
       01  RTNRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACHRTN           PIC X(2)  VALUE '00'.
           02  FS-ACCTAPY          PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTGLI          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT54  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE SPACES.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           02  WS-OVRD-SW          PIC X     VALUE 'N'.
               88  OVERRIDE-RUN        VALUE 'Y'.
           02  WS-RUNROW-NEW-SW    PIC X     VALUE 'N'.
               88  RUNROW-IS-NEW       VALUE 'Y'.
           02  WS-RC-TIME-RAW.
               04  WS-RC-TIME      PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RTN-LIMIT        PIC 9(2)  VALUE 02.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-HDR-SW           PIC X     VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           02  WS-FCTL-SW          PIC X     VALUE 'N'.
               88  FCTL-SEEN           VALUE 'Y'.
           02  WS-FRAME-ERR-SW     PIC X     VALUE 'N'.
               88  FRAME-ERROR         VALUE 'Y'.
           02  WS-PROVE-CNT        PIC S9(9)     COMP-3 VALUE +0.
           02  WS-PROVE-AMT        PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-FCTL-CNT         PIC S9(9)     COMP-3 VALUE +0.
           02  WS-FCTL-AMT         PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-ENTRY-SW         PIC X     VALUE 'N'.
               88  ENTRY-WAITING       VALUE 'Y'.
           02  WS-EN-ACCTC         PIC X(5)  VALUE SPACES.
           02  WS-EN-AMT           PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-EN-TRACE         PIC X(15) VALUE SPACES.
           02  WS-RTN-CODE         PIC X(3)  VALUE SPACES.
           02  WS-ORIG-TRACE       PIC X(15) VALUE SPACES.
           02  WS-FEE-SW           PIC X     VALUE 'N'.
               88  FEE-DUE             VALUE 'Y'.
           02  WS-ADMIN-SW         PIC X     VALUE 'N'.
               88  ADMIN-RETURN        VALUE 'Y'.
           02  WS-SUSP-SW          PIC X     VALUE 'N'.
               88  ROW-SUSPENDED       VALUE 'Y'.
           02  WS-CODE-IX          PIC S9(4) COMP VALUE +0.
           02  WS-TRN-TYPE         PIC X(1)  VALUE SPACE.
           02  WS-TRN-AMT          PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-PH-IX            PIC S9(4) COMP VALUE +0.
           02  WS-RTN-IX           PIC S9(4) COMP VALUE +0.
           02  WS-NSF-FEE-AMT      PIC S9(4)V99 COMP-3 VALUE +25.00.
           02  WS-ENTRY-CNT        PIC S9(7) COMP VALUE +0.
           02  WS-RTN-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-RTN-AMT          PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-UNPOSTED-CNT     PIC S9(7) COMP VALUE +0.
           02  WS-SUSP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
           02  WS-DRAFT-YMD.
               04  WS-DRAFT-YY     PIC 9(2).
               04  WS-DRAFT-MM     PIC 9(2).
               04  WS-DRAFT-DD     PIC 9(2).
           02  WS-DRAFT-DATE REDEFINES WS-DRAFT-YMD PIC 9(6).
           02  WS-GL-AR-CTL        PIC X(8)  VALUE '12000000'.
           02  WS-GL-CASH          PIC X(8)  VALUE '10100000'.
           02  WS-GL-FEE-INC       PIC X(8)  VALUE '42000000'.
           02  WS-GL-RTN-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-NSF-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-CNT           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-GL-AMT-HASH      PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-GL-ACCT-HASH     PIC S9(11)    COMP-3 VALUE +0.
           02  WS-ACCT-NUM         PIC 9(5)  VALUE 0.
       01  APY-LNG                 PIC S9(4) COMP VALUE +110.
      *----------------------------------------------------------------*
      *  RETURN CODES THAT SAY THE BANK ACCOUNT ITSELF CANNOT BE       *
      *  DEBITED - CLOSED, NOT FOUND, INVALID, FROZEN, DECEASED OWNER, *
      *  OR THE DEBIT WAS STOPPED OR DISPUTED AS UNAUTHORIZED.  ANY OF *
      *  THESE SUSPENDS THE ENROLLMENT ON THE FIRST RETURN.            *
      *----------------------------------------------------------------*
       01  ADMIN-CODE-LIST.
           02  FILLER              PIC X(3)  VALUE 'R02'.
           02  FILLER              PIC X(3)  VALUE 'R03'.
           02  FILLER              PIC X(3)  VALUE 'R04'.
           02  FILLER              PIC X(3)  VALUE 'R07'.
           02  FILLER              PIC X(3)  VALUE 'R08'.
           02  FILLER              PIC X(3)  VALUE 'R10'.
           02  FILLER              PIC X(3)  VALUE 'R16'.
           02  FILLER              PIC X(3)  VALUE 'R20'.
           02  FILLER              PIC X(3)  VALUE 'R29'.
       01  FILLER REDEFINES ADMIN-CODE-LIST.
           02  ADMIN-CODE          PIC X(3)  OCCURS 9.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT54  AUTOPAY ACH RETURNS'.
       01  HDG-LINE-2              PIC X(80) VALUE
           'ACCOUNT  SETTLED      AMOUNT  RTN  ACTION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-DMO              PIC 9(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-DDAY             PIC 9(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-DYR              PIC 9(2).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-AMT              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-RTN-CODE         PIC X(3).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-ACTION           PIC X(40).
       01  TOTAL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  TL-LABEL            PIC X(30).
           02  TL-CNT              PIC ZZZ,ZZ9.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  TL-AMT              PIC Z,ZZZ,ZZ9.99.
       01  ACT-LIST.
           02  FILLER              PIC X(40) VALUE
               'REVERSED'.
           02  FILLER              PIC X(40) VALUE
               'REVERSED, NSF FEE ASSESSED'.
           02  FILLER              PIC X(40) VALUE
               'RECORDED - DEBIT HAD NOT POSTED'.
           02  FILLER              PIC X(40) VALUE
               'ENROLLMENT SUSPENDED'.
       01  FILLER REDEFINES ACT-LIST.
           02  ACT-TEXT            PIC X(40) OCCURS 4.
       01  RSN-LIST.
           02  FILLER              PIC X(40) VALUE
               '*** NO AUTOPAY ENROLLMENT FOR ACCOUNT'.
           02  FILLER              PIC X(40) VALUE
               '*** NOT THE LAST DRAFT ON THE ENROLLMENT'.
           02  FILLER              PIC X(40) VALUE
               '*** DRAFT ALREADY RETURNED'.
           02  FILLER              PIC X(40) VALUE
               '*** NO ACCOUNT ON FILE WITH THIS NUMBER'.
           02  FILLER              PIC X(40) VALUE
               '*** ACCOUNT CHARGED OFF, WORK BY HAND'.
           02  FILLER              PIC X(40) VALUE
               '*** NO POSTED CYCLE MATCHES THE DEBIT'.
           02  FILLER              PIC X(40) VALUE
               '*** RETURN ENTRY WITHOUT A 99 ADDENDA'.
           02  FILLER              PIC X(40) VALUE
               '*** AMOUNT DIFFERS FROM THE DRAFT'.
       01  FILLER REDEFINES RSN-LIST.
           02  RSN-TEXT            PIC X(40) OCCURS 8.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-RETURNS THRU PROCESS-RETURNS-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT CARDIN.
           READ CARDIN INTO CARDIN-REC
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           CLOSE CARDIN.
           IF CI-RTN-LIMIT NOT = SPACES AND CI-RTN-LIMIT NUMERIC
               MOVE CI-RTN-LIMIT TO WS-RTN-LIMIT.
           IF WS-RTN-LIMIT = 0 MOVE 02 TO WS-RTN-LIMIT.
           IF CI-OVERRIDE = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           PERFORM PROVE-FILE THRU PROVE-FILE-EXIT.
           OPEN I-O ACCTAPY.
           IF FS-ACCTAPY NOT = '00'
               DISPLAY 'ACCT54: ACCTAPY OPEN FAILED, STATUS=' FS-ACCTAPY
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT54: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACHRTN.
           IF FS-ACHRTN NOT = '00'
               DISPLAY 'ACCT54: ACHRTN OPEN FAILED, STATUS=' FS-ACHRTN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT54: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT ACCTGLI.
           IF FS-ACCTGLI NOT = '00'
               DISPLAY 'ACCT54: ACCTGLI OPEN FAILED, STATUS=' FS-ACCTGLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               OPEN OUTPUT ACCTTRN
               CLOSE ACCTTRN
               OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               DISPLAY 'ACCT54: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RTNRPT.
           MOVE HDG-LINE-1 TO RTNRPT-REC.
           WRITE RTNRPT-REC.
           MOVE HDG-LINE-2 TO RTNRPT-REC.
           WRITE RTNRPT-REC.
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
               DISPLAY 'ACCT54: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT54: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT54: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
      *  PROVE-FILE - A FULL READ PASS BEFORE ANYTHING POSTS.  THE     *
      *  FIRST RECORD MUST BE THE FILE HEADER AND THE FILE CONTROL     *
      *  MUST BE PRESENT WITH NOTHING BUT ALL-NINES BLOCK FILL AFTER   *
      *  IT; ITS ENTRY/ADDENDA COUNT AND ITS DEBIT PLUS CREDIT TOTAL   *
      *  MUST MATCH THE ENTRIES READ.  ANY FAILURE ENDS RC=8 BEFORE A  *
      *  SINGLE RETURN MOVES.                                          *
      *----------------------------------------------------------------*
       PROVE-FILE.
           OPEN INPUT ACHRTN.
           IF FS-ACHRTN NOT = '00'
               DISPLAY 'ACCT54: ACHRTN OPEN FAILED, STATUS=' FS-ACHRTN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-LOOP.
           READ ACHRTN
               AT END GO TO PROVE-FILE-CHECK
           END-READ.
           IF FCTL-SEEN
               IF ACCTACH-REC = ALL '9'
                   GO TO PROVE-FILE-LOOP
               ELSE
                   DISPLAY 'ACCT54: RECORD(S) AFTER THE FILE CONTROL'
                   MOVE 'Y' TO WS-FRAME-ERR-SW
                   GO TO PROVE-FILE-CHECK.
           IF ACH-FILE-HDR
               IF HEADER-SEEN
                   DISPLAY 'ACCT54: SECOND FILE HEADER'
                   MOVE 'Y' TO WS-FRAME-ERR-SW
                   GO TO PROVE-FILE-CHECK
               ELSE
                   MOVE 'Y' TO WS-HDR-SW
                   GO TO PROVE-FILE-LOOP.
           IF NOT HEADER-SEEN
               DISPLAY 'ACCT54: FILE DOES NOT START WITH A HEADER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           IF ACH-FILE-CTL
               MOVE 'Y' TO WS-FCTL-SW
               IF ACH-FC-ENTRY-CNT NUMERIC
                   MOVE ACH-FC-ENTRY-CNT TO WS-FCTL-CNT
               END-IF
               IF ACH-FC-DEBIT NUMERIC AND ACH-FC-CREDIT NUMERIC
                   ADD ACH-FC-DEBIT, ACH-FC-CREDIT GIVING WS-FCTL-AMT
               END-IF
               GO TO PROVE-FILE-LOOP.
           IF ACH-ADDENDA
               ADD 1 TO WS-PROVE-CNT
               GO TO PROVE-FILE-LOOP.
           IF NOT ACH-ENTRY GO TO PROVE-FILE-LOOP.
           ADD 1 TO WS-PROVE-CNT.
           IF ACH-EN-AMT NUMERIC
               ADD ACH-EN-AMT TO WS-PROVE-AMT.
           GO TO PROVE-FILE-LOOP.
       PROVE-FILE-CHECK.
           CLOSE ACHRTN.
           IF NOT HEADER-SEEN
               DISPLAY 'ACCT54: NO FILE HEADER ON ACHRTN'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF NOT FCTL-SEEN
               DISPLAY 'ACCT54: NO FILE CONTROL ON ACHRTN'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF FCTL-SEEN AND WS-PROVE-CNT NOT = WS-FCTL-CNT
               DISPLAY 'ACCT54: ENTRY/ADDENDA COUNT ' WS-PROVE-CNT
                   ' DOES NOT MATCH FILE CONTROL ' WS-FCTL-CNT
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF FCTL-SEEN AND WS-PROVE-AMT NOT = WS-FCTL-AMT
               DISPLAY 'ACCT54: DOLLAR TOTAL ' WS-PROVE-AMT
                   ' DOES NOT MATCH FILE CONTROL ' WS-FCTL-AMT
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF FRAME-ERROR
               DISPLAY 'ACCT54: RETURN FILE REFUSED, NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PROCESS-RETURNS - AN ENTRY DETAIL IS HELD UNTIL ITS '99'      *
      *  ADDENDA ARRIVES WITH THE RETURN CODE AND ORIGINAL TRACE; AN   *
      *  ENTRY FOLLOWED BY ANYTHING ELSE GOES TO THE EXCEPTION LINES.  *
      *----------------------------------------------------------------*
       PROCESS-RETURNS.
           PERFORM READ-ACHRTN THRU READ-ACHRTN-EXIT.
       PROCESS-RETURNS-LOOP.
           IF EOF-REACHED GO TO PROCESS-RETURNS-END.
           IF ACH-ADDENDA AND ACH-AD-RETURN AND ENTRY-WAITING
               MOVE ACH-AD-RTN-CODE TO WS-RTN-CODE
               MOVE ACH-AD-ORIG-TRACE TO WS-ORIG-TRACE
               MOVE 'N' TO WS-ENTRY-SW
               PERFORM POST-ACH-RETURN THRU POST-ACH-RETURN-EXIT
               GO TO PROCESS-RETURNS-NEXT.
           IF ENTRY-WAITING
               PERFORM ORPHAN-ENTRY THRU ORPHAN-ENTRY-EXIT.
           IF ACH-ENTRY
               ADD 1 TO WS-ENTRY-CNT
               MOVE ACH-EN-IND-ID TO WS-EN-ACCTC
               MOVE ACH-EN-AMT TO WS-EN-AMT
               MOVE ACH-EN-TRACE TO WS-EN-TRACE
               MOVE 'Y' TO WS-ENTRY-SW.
       PROCESS-RETURNS-NEXT.
           PERFORM READ-ACHRTN THRU READ-ACHRTN-EXIT.
           GO TO PROCESS-RETURNS-LOOP.
       PROCESS-RETURNS-END.
           IF ENTRY-WAITING
               PERFORM ORPHAN-ENTRY THRU ORPHAN-ENTRY-EXIT.
       PROCESS-RETURNS-EXIT. EXIT.
       READ-ACHRTN.
           READ ACHRTN
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACHRTN-EXIT. EXIT.
       ORPHAN-ENTRY.
           MOVE 'N' TO WS-ENTRY-SW.
           MOVE WS-EN-ACCTC TO DL-ACCTC.
           MOVE 0 TO DL-DMO DL-DDAY DL-DYR.
           MOVE WS-EN-AMT TO DL-AMT.
           MOVE SPACES TO DL-RTN-CODE.
           MOVE RSN-TEXT (7) TO DL-ACTION.
           PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
           ADD 1 TO WS-EXCP-CNT.
       ORPHAN-ENTRY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  POST-ACH-RETURN - MATCH THE RETURN TO THE ENROLLMENT'S LAST   *
      *  DRAFT, BACK THE MONEY OUT IF ACCT53 POSTED IT, THEN RECORD    *
      *  THE RETURN ON THE ENROLLMENT AND SUSPEND IT IF IT HAS FAILED  *
      *  TOO OFTEN OR THE BANK ACCOUNT CANNOT BE DEBITED AT ALL.       *
      *----------------------------------------------------------------*
       POST-ACH-RETURN.
           MOVE WS-EN-ACCTC TO DL-ACCTC.
           MOVE 0 TO DL-DMO DL-DDAY DL-DYR.
           MOVE WS-EN-AMT TO DL-AMT.
           MOVE WS-RTN-CODE TO DL-RTN-CODE.
           MOVE WS-EN-ACCTC TO APY-ACCTC.
           READ ACCTAPY
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTAPY NOT = '00'
               MOVE RSN-TEXT (1) TO DL-ACTION
               GO TO POST-ACH-RETURN-EXCP.
           MOVE APY-DRAFT-DATE TO WS-DRAFT-DATE.
           MOVE WS-DRAFT-MM TO DL-DMO.
           MOVE WS-DRAFT-DD TO DL-DDAY.
           MOVE WS-DRAFT-YY TO DL-DYR.
           IF APY-TRACE NOT = WS-ORIG-TRACE
               MOVE RSN-TEXT (2) TO DL-ACTION
               GO TO POST-ACH-RETURN-EXCP.
           IF APY-DR-RETURNED
               MOVE RSN-TEXT (3) TO DL-ACTION
               GO TO POST-ACH-RETURN-EXCP.
           IF APY-DRAFT-AMT NOT = WS-EN-AMT
               MOVE RSN-TEXT (8) TO DL-ACTION
               GO TO POST-ACH-RETURN-EXCP.
           PERFORM CLASSIFY-RETURN THRU CLASSIFY-RETURN-EXIT.
           IF NOT APY-DR-SETTLED
               MOVE ACT-TEXT (3) TO DL-ACTION
               ADD 1 TO WS-UNPOSTED-CNT
               GO TO POST-ACH-RETURN-MARK.
           PERFORM REVERSE-DRAFT THRU REVERSE-DRAFT-EXIT.
       POST-ACH-RETURN-MARK.
           PERFORM MARK-RETURNED THRU MARK-RETURNED-EXIT.
           PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
           IF ROW-SUSPENDED
               MOVE SPACES TO DETAIL-LINE
               MOVE ACT-TEXT (4) TO DL-ACTION
               PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
           GO TO POST-ACH-RETURN-EXIT.
       POST-ACH-RETURN-EXCP.
           PERFORM WRITE-RPT-LINE THRU WRITE-RPT-LINE-EXIT.
           ADD 1 TO WS-EXCP-CNT.
       POST-ACH-RETURN-EXIT. EXIT.
       CLASSIFY-RETURN.
           MOVE 'N' TO WS-FEE-SW.
           MOVE 'N' TO WS-ADMIN-SW.
           IF WS-RTN-CODE = 'R01' OR WS-RTN-CODE = 'R09'
               MOVE 'Y' TO WS-FEE-SW.
           PERFORM CLASSIFY-RETURN-TEST THRU CLASSIFY-RETURN-TEST-EXIT
               VARYING WS-CODE-IX FROM 1 BY 1 UNTIL WS-CODE-IX > 9.
       CLASSIFY-RETURN-EXIT. EXIT.
       CLASSIFY-RETURN-TEST.
           IF ADMIN-CODE (WS-CODE-IX) = WS-RTN-CODE
               MOVE 'Y' TO WS-ADMIN-SW.
       CLASSIFY-RETURN-TEST-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  REVERSE-DRAFT BACKS A POSTED DEBIT OUT OF THE CYCLE IT WAS    *
      *  POSTED TO, THE WAY ACCT20'S POST-RETURN DOES.  A CHARGED-OFF  *
      *  ACCOUNT OR AN UNMATCHED CYCLE LEAVES THE MONEY WHERE IT IS    *
      *  AND PUTS THE ITEM ON THE EXCEPTION LINES; THE ENROLLMENT IS   *
      *  STILL MARKED, SINCE THE BANK DID RETURN THE DEBIT.            *
      *----------------------------------------------------------------*
       REVERSE-DRAFT.
           MOVE APY-ACCTC TO ACCTDO OF ACCTFIL-REC.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL NOT = '00'
               MOVE RSN-TEXT (4) TO DL-ACTION
               ADD 1 TO WS-EXCP-CNT
               GO TO REVERSE-DRAFT-EXIT.
           IF ACCT-CHGOFF
               MOVE RSN-TEXT (5) TO DL-ACTION
               ADD 1 TO WS-EXCP-CNT
               GO TO REVERSE-DRAFT-EXIT.
           PERFORM FIND-RTN-CYCLE THRU FIND-RTN-CYCLE-EXIT.
           IF WS-RTN-IX = 0
               MOVE RSN-TEXT (6) TO DL-ACTION
               ADD 1 TO WS-EXCP-CNT
               GO TO REVERSE-DRAFT-EXIT.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           SUBTRACT APY-DRAFT-AMT FROM PAMT OF ACCTFIL-REC (WS-RTN-IX).
           IF BALDO OF ACCTFIL-REC NOT NUMERIC
               MOVE 0 TO BALDO OF ACCTFIL-REC.
           ADD APY-DRAFT-AMT TO BALDO OF ACCTFIL-REC.
           IF FEE-DUE
               ADD WS-NSF-FEE-AMT TO BALDO OF ACCTFIL-REC
               IF BAMT OF ACCTFIL-REC (3) NOT NUMERIC
                   MOVE 0 TO BAMT OF ACCTFIL-REC (3)
               END-IF
               ADD WS-NSF-FEE-AMT TO BAMT OF ACCTFIL-REC (3).
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           PERFORM WRITE-RTN-JOURNAL THRU WRITE-RTN-JOURNAL-EXIT.
           PERFORM WRITE-RTN-GL THRU WRITE-RTN-GL-EXIT.
           MOVE 'R' TO WS-TRN-TYPE.
           MOVE APY-DRAFT-AMT TO WS-TRN-AMT.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           MOVE ACT-TEXT (1) TO DL-ACTION.
           IF FEE-DUE
               MOVE 'F' TO WS-TRN-TYPE
               MOVE WS-NSF-FEE-AMT TO WS-TRN-AMT
               PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT
               MOVE ACT-TEXT (2) TO DL-ACTION.
           ADD 1 TO WS-RTN-CNT.
           ADD APY-DRAFT-AMT TO WS-RTN-AMT.
       REVERSE-DRAFT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  THE RETURN IS MATCHED TO THE NEWEST PAY-HIST CYCLE WHOSE PAY  *
      *  DATE IS THE DEBIT'S SETTLEMENT DATE AND WHOSE POSTED AMOUNT   *
      *  COVERS THE RETURN, AS IN ACCT20.                              *
      *----------------------------------------------------------------*
       FIND-RTN-CYCLE.
           MOVE 0 TO WS-RTN-IX.
           PERFORM FIND-RTN-CYCLE-TEST THRU FIND-RTN-CYCLE-TEST-EXIT
               VARYING WS-PH-IX FROM 3 BY -1 UNTIL WS-PH-IX < 1.
       FIND-RTN-CYCLE-EXIT. EXIT.
       FIND-RTN-CYCLE-TEST.
           IF WS-RTN-IX NOT = 0 GO TO FIND-RTN-CYCLE-TEST-EXIT.
           IF PAMT OF ACCTFIL-REC (WS-PH-IX) NUMERIC AND
              PAMT OF ACCTFIL-REC (WS-PH-IX) NOT < APY-DRAFT-AMT AND
              PMO OF ACCTFIL-REC (WS-PH-IX) = WS-DRAFT-MM AND
              PDAY OF ACCTFIL-REC (WS-PH-IX) = WS-DRAFT-DD AND
              PYR OF ACCTFIL-REC (WS-PH-IX) = WS-DRAFT-YY
               MOVE WS-PH-IX TO WS-RTN-IX.
       FIND-RTN-CYCLE-TEST-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  MARK-RETURNED RECORDS THE RETURN ON THE ENROLLMENT.  A        *
      *  SUSPENSION IS A CHANGE TO THE ENROLLMENT ITSELF, SO IT IS     *
      *  JOURNALED WITH ROW IMAGES THE WAY AC51 JOURNALS ITS CHANGES.  *
      *----------------------------------------------------------------*
       MARK-RETURNED.
           MOVE 'N' TO WS-SUSP-SW.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTAPY-REC TO AUD-BEFORE (1:APY-LNG).
           MOVE 'R' TO APY-DR-STATUS.
           MOVE WS-RUN-DATE TO APY-RTN-DATE.
           MOVE WS-RTN-CODE TO APY-RTN-CODE.
           IF APY-RTN-CNT NOT NUMERIC MOVE 0 TO APY-RTN-CNT.
           IF APY-RTN-CNT < 99 ADD 1 TO APY-RTN-CNT.
           IF APY-ACTIVE AND
              (APY-RTN-CNT NOT < WS-RTN-LIMIT OR ADMIN-RETURN)
               MOVE 'S' TO APY-STATUS
               MOVE WS-RUN-DATE TO APY-STAT-DATE
               MOVE 'A54' TO APY-STAT-OPID
               MOVE 'Y' TO WS-SUSP-SW.
           REWRITE ACCTAPY-REC.
           IF NOT ROW-SUSPENDED GO TO MARK-RETURNED-EXIT.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTAPY-REC TO AUD-AFTER (1:APY-LNG).
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A54' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'M' TO AUD-REQC.
           MOVE APY-ACCTC TO AUD-ACCTC.
           MOVE 'AE' TO AUD-RSNC.
           WRITE ACCTAUD-REC.
           ADD 1 TO WS-SUSP-CNT.
       MARK-RETURNED-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-TRANDTL ADDS THE ITEMIZED DETAIL ROW, BUMPING THE       *
      *  SAME-DAY SEQUENCE ON A DUPLICATE KEY THE WAY ACCT21 DOES.     *
      *----------------------------------------------------------------*
       WRITE-TRANDTL.
           MOVE APY-ACCTC TO TRN-ACCTC.
           MOVE WS-RUN-DATE TO TRN-DATE.
           MOVE 001 TO TRN-SEQ.
           MOVE WS-TRN-TYPE TO TRN-TYPE.
           MOVE 'AP' TO TRN-SRC.
           MOVE 'NS' TO TRN-RSNC.
           MOVE 'A54' TO TRN-OPID.
           MOVE WS-TRN-AMT TO TRN-AMT.
           MOVE SPACES TO ACCTTRN-REC (28:6).
       WRITE-TRANDTL-TRY.
           WRITE ACCTTRN-REC
               INVALID KEY GO TO WRITE-TRANDTL-SEQ
           END-WRITE.
           GO TO WRITE-TRANDTL-EXIT.
       WRITE-TRANDTL-SEQ.
           IF TRN-SEQ NOT < 999 GO TO WRITE-TRANDTL-EXIT.
           ADD 1 TO TRN-SEQ.
           GO TO WRITE-TRANDTL-TRY.
       WRITE-TRANDTL-EXIT. EXIT.
       WRITE-RTN-JOURNAL.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A54' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'R' TO AUD-REQC.
           MOVE APY-ACCTC TO AUD-ACCTC.
           MOVE 'NS' TO AUD-RSNC.
           WRITE ACCTAUD-REC.
       WRITE-RTN-JOURNAL-EXIT. EXIT.
       WRITE-RTN-GL.
           MOVE 'D' TO GLI-REC-TYPE.
           MOVE APY-ACCTC TO GLI-ACCTC.
           MOVE 'RTN ' TO GLI-CATEGORY.
           MOVE SPACE TO GLI-DR-CR.
           MOVE WS-GL-AR-CTL TO GLI-GL-ACCT.
           MOVE APY-DRAFT-AMT TO GLI-AMOUNT.
           MOVE WS-RUN-DATE TO GLI-POST-DATE.
           WRITE ACCTGLI-REC.
           ADD APY-DRAFT-AMT TO WS-GL-RTN-TOT.
           ADD 1 TO WS-GL-CNT.
           ADD APY-DRAFT-AMT TO WS-GL-AMT-HASH.
           MOVE APY-ACCTC TO WS-ACCT-NUM.
           ADD WS-ACCT-NUM TO WS-GL-ACCT-HASH.
           IF NOT FEE-DUE GO TO WRITE-RTN-GL-EXIT.
           MOVE 'NSF ' TO GLI-CATEGORY.
           MOVE WS-NSF-FEE-AMT TO GLI-AMOUNT.
           WRITE ACCTGLI-REC.
           ADD WS-NSF-FEE-AMT TO WS-GL-NSF-TOT.
           ADD 1 TO WS-GL-CNT.
           ADD WS-NSF-FEE-AMT TO WS-GL-AMT-HASH.
           ADD WS-ACCT-NUM TO WS-GL-ACCT-HASH.
       WRITE-RTN-GL-EXIT. EXIT.
       WRITE-RPT-LINE.
           MOVE DETAIL-LINE TO RTNRPT-REC.
           WRITE RTNRPT-REC.
       WRITE-RPT-LINE-EXIT. EXIT.
       TERMINATE-RUN.
           IF WS-GL-RTN-TOT > 0
               MOVE 'P' TO GLI-REC-TYPE
               MOVE SPACES TO GLI-ACCTC
               MOVE 'RTN ' TO GLI-CATEGORY
               MOVE 'D' TO GLI-DR-CR
               MOVE WS-GL-AR-CTL TO GLI-GL-ACCT
               MOVE WS-GL-RTN-TOT TO GLI-AMOUNT
               MOVE WS-RUN-DATE TO GLI-POST-DATE
               WRITE ACCTGLI-REC
               MOVE 'C' TO GLI-DR-CR
               MOVE WS-GL-CASH TO GLI-GL-ACCT
               WRITE ACCTGLI-REC
               ADD 2 TO WS-GL-CNT
               ADD WS-GL-RTN-TOT, WS-GL-RTN-TOT TO WS-GL-AMT-HASH.
           IF WS-GL-NSF-TOT > 0
               MOVE 'P' TO GLI-REC-TYPE
               MOVE SPACES TO GLI-ACCTC
               MOVE 'NSF ' TO GLI-CATEGORY
               MOVE 'D' TO GLI-DR-CR
               MOVE WS-GL-AR-CTL TO GLI-GL-ACCT
               MOVE WS-GL-NSF-TOT TO GLI-AMOUNT
               MOVE WS-RUN-DATE TO GLI-POST-DATE
               WRITE ACCTGLI-REC
               MOVE 'C' TO GLI-DR-CR
               MOVE WS-GL-FEE-INC TO GLI-GL-ACCT
               WRITE ACCTGLI-REC
               ADD 2 TO WS-GL-CNT
               ADD WS-GL-NSF-TOT, WS-GL-NSF-TOT TO WS-GL-AMT-HASH.
           MOVE 'T' TO GLI-REC-TYPE.
           MOVE WS-GL-CNT TO GLI-TRL-CNT.
           MOVE WS-GL-AMT-HASH TO GLI-TRL-AMT-HASH.
           MOVE WS-GL-ACCT-HASH TO GLI-TRL-ACCT-HASH.
           MOVE SPACES TO GLI-TRL (18:13).
           WRITE ACCTGLI-REC.
           CLOSE ACCTGLI.
           MOVE SPACES TO RTNRPT-REC.
           WRITE RTNRPT-REC.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'RETURN ENTRIES READ' TO TL-LABEL.
           MOVE WS-ENTRY-CNT TO TL-CNT.
           MOVE TOTAL-LINE TO RTNRPT-REC.
           WRITE RTNRPT-REC.
           MOVE 'POSTED DEBITS REVERSED' TO TL-LABEL.
           MOVE WS-RTN-CNT TO TL-CNT.
           MOVE WS-RTN-AMT TO TL-AMT.
           MOVE TOTAL-LINE TO RTNRPT-REC.
           WRITE RTNRPT-REC.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'UNPOSTED DEBITS RECORDED' TO TL-LABEL.
           MOVE WS-UNPOSTED-CNT TO TL-CNT.
           MOVE TOTAL-LINE TO RTNRPT-REC.
           WRITE RTNRPT-REC.
           MOVE 'ENROLLMENTS SUSPENDED' TO TL-LABEL.
           MOVE WS-SUSP-CNT TO TL-CNT.
           MOVE TOTAL-LINE TO RTNRPT-REC.
           WRITE RTNRPT-REC.
           MOVE 'EXCEPTIONS' TO TL-LABEL.
           MOVE WS-EXCP-CNT TO TL-CNT.
           MOVE TOTAL-LINE TO RTNRPT-REC.
           WRITE RTNRPT-REC.
           CLOSE ACHRTN.
           CLOSE ACCTAPY.
           CLOSE ACCTFIL.
           CLOSE ACCTAUD.
           CLOSE ACCTTRN.
           CLOSE RTNRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT54: ACH RETURNS COMPLETE, ' WS-ENTRY-CNT
               ' RETURN(S) READ, ' WS-RTN-CNT ' REVERSED, '
               WS-SUSP-CNT ' SUSPENDED, ' WS-EXCP-CNT
               ' EXCEPTION(S)'.
       TERMINATE-RUN-EXIT. EXIT.
