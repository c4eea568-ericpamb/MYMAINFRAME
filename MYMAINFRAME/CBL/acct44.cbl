       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT44.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT READS ACCTSTL,
      *         THE SETTLEMENT FILE THE CARD NETWORK TRANSMITS EVERY
      *         NIGHT (ONE ITEM PER CLEARED PURCHASE OR MERCHANT
      *         CREDIT: ACCOUNT NUMBER, SALE DATE, AMOUNT, MERCHANT),
      *         MATCHES EACH ITEM TO ACCTFIL BY ACCOUNT NUMBER AND
      *         POSTS IT: A PURCHASE RAISES BALDO, A MERCHANT CREDIT
      *         REDUCES IT (A CREDIT LARGER THAN THE BALANCE LEAVES
      *         A CREDIT BALANCE FOR ACCT41 TO WORK).  THE NEXT
      *         ACCT15 CYCLE CUT BILLS WHATEVER POSTED SINCE THE
      *         LAST ONE.  A PURCHASE MUST FIT THE OPEN-TO-BUY -
      *         LIMITDO LESS BALDO - PLUS THE OVER-LIMIT TOLERANCE
      *         (A PERCENTAGE OF LIMITDO), AND ONLY POSTS TO AN OPEN
      *         ACCOUNT; A CREDIT POSTS TO AN OPEN OR CLOSED ACCOUNT
      *         (THE CUSTOMER IS OWED THE MONEY EITHER WAY) BUT NOT
      *         TO A CHARGED-OFF ONE, WHOSE BALANCE MUST STAY ZERO.
      *         EVERY POSTED ITEM IS JOURNALED TO ACCTAUD WITH BEFORE
      *         AND AFTER IMAGES (REQUEST CODE 'S', REASON 'PU'
      *         PURCHASE OR 'MC' MERCHANT CREDIT), WRITES AN ACCTTRN
      *         DETAIL ROW (TYPE 'S' PURCHASE OR 'C' CREDIT, SOURCE
      *         'CN' CARD NETWORK) AND IS CARRIED TO ACCTGLI UNDER ITS
      *         OWN CATEGORIES ('PUR ', 'MCR ') AGAINST THE NETWORK
      *         SETTLEMENT CLEARING ACCOUNT.
      *         AN ITEM THAT CANNOT POST - NO SUCH ACCOUNT, A NON-
      *         NUMERIC ITEM, AN ITEM TYPE THAT IS NEITHER A PURCHASE
      *         NOR A CREDIT, A CLOSED OR CHARGED-OFF ACCOUNT, OR A
      *         PURCHASE OVER THE LIMIT BEYOND THE TOLERANCE - IS
      *         PRINTED ON THE EXCEPTION REPORT (EXCPRPT) THE WAY
      *         ACCT20 REPORTS LOCKBOX MONEY, AND IS WRITTEN TO THE
      *         HOLD FILE (HOLDOUT) STAMPED WITH THE DATE FIRST HELD.
      *         THE NEXT NIGHT'S RUN READS THAT FILE BACK (HOLDIN) AND
      *         RETRIES EVERY HELD ITEM BEFORE THE NEW TRANSMISSION,
      *         SO AN ITEM THE DESK FIXED (ACCOUNT REOPENED, LIMIT
      *         RAISED) POSTS WITHOUT BEING KEYED.  AN ITEM STILL
      *         UNPOSTABLE AFTER THE HOLD LIMIT IS DROPPED FROM THE
      *         HOLD FILE AND PRINTED 'RETURNED' FOR THE CHARGEBACK
      *         TO THE MERCHANT.
      *         THE TRANSMISSION IS FRAMED BY AN 'H' HEADER (FILE
      *         DATE) AND 'T' TRAILER (ITEM COUNT AND NET TOTAL),
      *         PROVED BEFORE ANYTHING POSTS EXACTLY AS ACCT20 PROVES
      *         THE LOCKBOX FILE; A FILE DATE ALREADY ON THE ACCTSBC
      *         CONTROL DATASET (A RETRANSMISSION) IS REFUSED UNLESS
      *         THE OVERRIDE CARD IS PRESENT.
      *         CARDIN (ALL OPTIONAL):
      *           COLS  1- 3  OVER-LIMIT TOLERANCE PERCENT (DEFAULT
      *                       005)
      *           COLS  5- 7  HOLD LIMIT IN DAYS (DEFAULT 010)
      *           COLS 10-17  'OVERRIDE' FOR A RUN-CONTROL RERUN OR
      *                       A GENUINE REPROCESS OF A FILE DATE
      *         AGES ARE FIGURED 365/30-DAY STYLE OFF THE YYMMDD
      *         HOLD STAMP; CLOSE ENOUGH FOR A LIMIT OF A FEW DAYS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTSTL ASSIGN TO ACCTSTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCTSTL.
           SELECT HOLDIN ASSIGN TO HOLDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLDIN.
           SELECT HOLDOUT ASSIGN TO HOLDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLDOUT.
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
           SELECT ACCTSBC ASSIGN TO ACCTSBC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LBC-FILE-DATE
               FILE STATUS IS FS-ACCTSBC.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPRPT ASSIGN TO EXCPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTSTL RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTSTL.
       FD  HOLDIN RECORD CONTAINS 80 CHARACTERS.
       01  HOLDIN-REC              PIC X(80).
       FD  HOLDOUT RECORD CONTAINS 80 CHARACTERS.
       01  HOLDOUT-REC             PIC X(80).
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTGLI RECORD CONTAINS 31 CHARACTERS.
           COPY ACCTGLI.
       FD  ACCTTRN RECORD CONTAINS 33 CHARACTERS.
           COPY ACCTTRN.
       FD  ACCTSBC RECORD CONTAINS 28 CHARACTERS.
           COPY ACCTLBC.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-TOL-PCT          PIC X(3).
           02  FILLER              PIC X(1).
           02  CI-HOLD-DAYS        PIC X(3).
           02  FILLER              PIC X(2).
           02  CI-OVERRIDE         PIC X(8).
           02  FILLER              PIC X(63).
       FD  EXCPRPT RECORD CONTAINS 80 CHARACTERS.
       01  EXCPRPT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTSTL          PIC X(2)  VALUE '00'.
           02  FS-HOLDIN           PIC X(2)  VALUE '00'.
           02  FS-HOLDOUT          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTGLI          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-ACCTSBC          PIC X(2)  VALUE '00'.
           02  WS-FILE-DATE        PIC 9(6)  VALUE 0.
           02  WS-HDR-SW           PIC X     VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           02  WS-TRL-SW           PIC X     VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           02  WS-PROVE-CNT        PIC S9(7)     COMP-3 VALUE +0.
           02  WS-PROVE-NET        PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-TRL-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-TRL-TOT          PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-FRAME-ERR-SW     PIC X     VALUE 'N'.
               88  FRAME-ERROR         VALUE 'Y'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT44  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE SPACES.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           02  WS-OVRD-SW          PIC X     VALUE 'N'.
               88  OVERRIDE-RUN        VALUE 'Y'.
           02  WS-RUNROW-NEW-SW    PIC X     VALUE 'N'.
               88  RUNROW-IS-NEW       VALUE 'Y'.
           02  WS-RC-TIME-RAW.
               04  WS-RC-TIME      PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-HOLDIN-SW        PIC X     VALUE 'N'.
               88  HOLDIN-PRESENT      VALUE 'Y'.
           02  WS-REWORK-SW        PIC X     VALUE 'N'.
               88  REWORK-ITEM         VALUE 'Y'.
           02  WS-TRN-TYPE         PIC X(1)  VALUE SPACE.
           02  WS-TRN-RSNC         PIC X(2)  VALUE SPACES.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-ITEM-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-RWK-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-PUR-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-MCR-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-HELD-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-RLS-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-RSN-IX           PIC S9(4) COMP VALUE +0.
           02  WS-TOL-PCT          PIC 9(3)  VALUE 005.
           02  WS-HOLD-DAYS        PIC 9(3)  VALUE 010.
           02  WS-OTB              PIC S9(7)V99 COMP-3 VALUE +0.
           02  WS-TOL-AMT          PIC S9(7)V99 COMP-3 VALUE +0.
           02  WS-STAMP-X.
               04  WS-STAMP-YY     PIC 9(2).
               04  WS-STAMP-MM     PIC 9(2).
               04  WS-STAMP-DD     PIC 9(2).
           02  WS-AGE-DAYS         PIC S9(5) COMP-3 VALUE +0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               04  WS-RUN-YY       PIC 9(2).
               04  WS-RUN-MM       PIC 9(2).
               04  WS-RUN-DD       PIC 9(2).
           02  WS-GL-AR-CTL        PIC X(8)  VALUE '12000000'.
           02  WS-GL-STL-CLR       PIC X(8)  VALUE '20300000'.
           02  WS-GL-CAT           PIC X(4)  VALUE SPACES.
           02  WS-GL-PUR-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-MCR-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-CNT           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-GL-AMT-HASH      PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-GL-ACCT-HASH     PIC S9(11)    COMP-3 VALUE +0.
           02  WS-ACCT-NUM         PIC 9(5)  VALUE 0.
           02  WS-PUR-AMT          PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-MCR-AMT          PIC S9(9)V99 COMP-3 VALUE +0.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT44  CARD PURCHASE POSTING EXCEPTIONS'.
       01  HDG-LINE-2.
           02  FILLER              PIC X(72) VALUE
               ' ACCT  SALE-DATE     AMOUNT T REASON'.
           02  FILLER              PIC X(8)  VALUE 'ACTION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-PMO              PIC 9(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-PDAY             PIC 9(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-PYR              PIC 9(2).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-AMT              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-TYPE             PIC X(1).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-REASON           PIC X(40).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-ACTION           PIC X(8).
       01  RSN-LIST.
           02  FILLER              PIC X(40) VALUE
               'NO ACCOUNT ON FILE WITH THIS NUMBER'.
           02  FILLER              PIC X(40) VALUE
               'ITEM NOT NUMERIC, CANNOT BE POSTED'.
           02  FILLER              PIC X(40) VALUE
               'ACCOUNT IS CLOSED, PURCHASE NOT POSTED'.
           02  FILLER              PIC X(40) VALUE
               'ACCOUNT IS CHARGED OFF, NOT POSTED'.
           02  FILLER              PIC X(40) VALUE
               'PURCHASE EXCEEDS OPEN-TO-BUY + TOLERANCE'.
           02  FILLER              PIC X(40) VALUE
               'UNKNOWN SETTLEMENT ITEM TYPE, NOT POSTED'.
       01  FILLER REDEFINES RSN-LIST.
           02  RSN-TEXT            PIC X(40) OCCURS 6.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-HELD THRU PROCESS-HELD-EXIT.
           PERFORM PROCESS-ITEMS THRU PROCESS-ITEMS-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT CARDIN.
           READ CARDIN INTO CARDIN-REC
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           CLOSE CARDIN.
           IF CI-TOL-PCT NOT = SPACES AND CI-TOL-PCT NUMERIC
               MOVE CI-TOL-PCT TO WS-TOL-PCT.
           IF CI-HOLD-DAYS NOT = SPACES AND CI-HOLD-DAYS NUMERIC
               MOVE CI-HOLD-DAYS TO WS-HOLD-DAYS.
           IF CI-OVERRIDE = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           PERFORM PROVE-FILE THRU PROVE-FILE-EXIT.
           OPEN I-O ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT44: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTSTL.
           IF FS-ACCTSTL NOT = '00'
               DISPLAY 'ACCT44: ACCTSTL OPEN FAILED, STATUS=' FS-ACCTSTL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
      * NO HOLD FILE (THE FIRST NIGHT, OR A NIGHT AFTER NOTHING WAS
      * HELD) SIMPLY MEANS THERE IS NOTHING TO REWORK.
           OPEN INPUT HOLDIN.
           IF FS-HOLDIN = '00'
               MOVE 'Y' TO WS-HOLDIN-SW.
           OPEN OUTPUT HOLDOUT.
           IF FS-HOLDOUT NOT = '00'
               DISPLAY 'ACCT44: HOLDOUT OPEN FAILED, STATUS=' FS-HOLDOUT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT44: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT ACCTGLI.
           IF FS-ACCTGLI NOT = '00'
               DISPLAY 'ACCT44: ACCTGLI OPEN FAILED, STATUS=' FS-ACCTGLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               OPEN OUTPUT ACCTTRN
               CLOSE ACCTTRN
               OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               DISPLAY 'ACCT44: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT EXCPRPT.
           MOVE HDG-LINE-1 TO EXCPRPT-REC.
           WRITE EXCPRPT-REC.
           MOVE HDG-LINE-2 TO EXCPRPT-REC.
           WRITE EXCPRPT-REC.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PROVE-FILE - A FULL READ PASS BEFORE ANYTHING POSTS, THE SAME *
      *  FRAME CHECKS ACCT20 MAKES ON THE LOCKBOX FILE: 'H' HEADER     *
      *  FIRST, 'T' TRAILER LAST WITH NOTHING AFTER IT, TRAILER COUNT  *
      *  AND NET TOTAL (PURCHASES LESS CREDITS) MATCHING WHAT WAS      *
      *  READ, AND A FILE DATE NOT ALREADY ON ACCTSBC UNLESS THE       *
      *  OVERRIDE CARD WAS SUBMITTED.  ANY FAILURE ENDS RC=8 BEFORE A  *
      *  SINGLE ITEM MOVES - INCLUDING THE HELD ITEMS.                 *
      *----------------------------------------------------------------*
       PROVE-FILE.
           OPEN I-O ACCTSBC.
           IF FS-ACCTSBC NOT = '00'
               OPEN OUTPUT ACCTSBC
               CLOSE ACCTSBC
               OPEN I-O ACCTSBC.
           IF FS-ACCTSBC NOT = '00'
               DISPLAY 'ACCT44: ACCTSBC OPEN FAILED, STATUS=' FS-ACCTSBC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTSTL.
           IF FS-ACCTSTL NOT = '00'
               DISPLAY 'ACCT44: ACCTSTL OPEN FAILED, STATUS=' FS-ACCTSTL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-LOOP.
           READ ACCTSTL
               AT END GO TO PROVE-FILE-CHECK
           END-READ.
           IF TRAILER-SEEN
               DISPLAY 'ACCT44: CARD(S) AFTER THE TRAILER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           IF STL-HEADER
               IF HEADER-SEEN
                   DISPLAY 'ACCT44: SECOND HEADER CARD'
                   MOVE 'Y' TO WS-FRAME-ERR-SW
                   GO TO PROVE-FILE-CHECK
               ELSE
                   MOVE 'Y' TO WS-HDR-SW
                   IF STL-FILE-DATE NUMERIC
                       MOVE STL-FILE-DATE TO WS-FILE-DATE
                   END-IF
                   GO TO PROVE-FILE-LOOP.
           IF NOT HEADER-SEEN
               DISPLAY 'ACCT44: FILE DOES NOT START WITH A HEADER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           IF STL-TRAILER
               MOVE 'Y' TO WS-TRL-SW
               IF STL-ITEM-CNT NUMERIC
                   MOVE STL-ITEM-CNT TO WS-TRL-CNT
               END-IF
               IF STL-NET-TOT NUMERIC
                   MOVE STL-NET-TOT TO WS-TRL-TOT
                   IF STL-NET-SIGN = '-'
                       COMPUTE WS-TRL-TOT = 0 - WS-TRL-TOT
                   END-IF
               END-IF
               GO TO PROVE-FILE-LOOP.
           ADD 1 TO WS-PROVE-CNT.
           IF STL-AMT NUMERIC
               IF STL-CREDIT
                   SUBTRACT STL-AMT FROM WS-PROVE-NET
               ELSE
                   ADD STL-AMT TO WS-PROVE-NET.
           GO TO PROVE-FILE-LOOP.
       PROVE-FILE-CHECK.
           CLOSE ACCTSTL.
           IF NOT HEADER-SEEN
               DISPLAY 'ACCT44: NO HEADER CARD ON ACCTSTL'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF NOT TRAILER-SEEN
               DISPLAY 'ACCT44: NO TRAILER CARD ON ACCTSTL'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF TRAILER-SEEN AND WS-PROVE-CNT NOT = WS-TRL-CNT
               DISPLAY 'ACCT44: ITEM COUNT ' WS-PROVE-CNT
                   ' DOES NOT MATCH TRAILER ' WS-TRL-CNT
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF TRAILER-SEEN AND WS-PROVE-NET NOT = WS-TRL-TOT
               DISPLAY 'ACCT44: NET TOTAL ' WS-PROVE-NET
                   ' DOES NOT MATCH TRAILER ' WS-TRL-TOT
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF FRAME-ERROR
               DISPLAY 'ACCT44: TRANSMISSION REFUSED, NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FILE-DATE TO LBC-FILE-DATE.
           READ ACCTSBC
               INVALID KEY GO TO PROVE-FILE-EXIT
           END-READ.
           IF NOT OVERRIDE-RUN
               DISPLAY 'ACCT44: FILE DATE ' WS-FILE-DATE
                   ' ALREADY PROCESSED ' LBC-RUN-DATE
                   ', RUN REFUSED; USE OVERRIDE CARD TO REPROCESS'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-EXIT. EXIT.
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
               DISPLAY 'ACCT44: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT44: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT44: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
      *  PROCESS-HELD RETRIES LAST NIGHT'S HELD ITEMS FIRST.  EACH     *
      *  HOLD CARD IS READ INTO THE SETTLEMENT RECORD AREA SO THE      *
      *  POSTING PARAGRAPHS SEE IT EXACTLY AS A NETWORK ITEM; ONE      *
      *  THAT STILL CANNOT POST GOES BACK ON TONIGHT'S HOLD FILE       *
      *  CARRYING ITS ORIGINAL HOLD DATE.                              *
      *----------------------------------------------------------------*
       PROCESS-HELD.
           IF NOT HOLDIN-PRESENT GO TO PROCESS-HELD-EXIT.
           MOVE 'Y' TO WS-REWORK-SW.
       PROCESS-HELD-LOOP.
           READ HOLDIN INTO ACCTSTL-REC
               AT END GO TO PROCESS-HELD-DONE
           END-READ.
           ADD 1 TO WS-RWK-CNT.
           PERFORM POST-ITEM THRU POST-ITEM-EXIT.
           GO TO PROCESS-HELD-LOOP.
       PROCESS-HELD-DONE.
           CLOSE HOLDIN.
           MOVE 'N' TO WS-REWORK-SW.
       PROCESS-HELD-EXIT. EXIT.
       PROCESS-ITEMS.
           PERFORM READ-ACCTSTL THRU READ-ACCTSTL-EXIT.
       PROCESS-ITEMS-LOOP.
           IF EOF-REACHED GO TO PROCESS-ITEMS-EXIT.
           ADD 1 TO WS-ITEM-CNT.
           PERFORM POST-ITEM THRU POST-ITEM-EXIT.
           PERFORM READ-ACCTSTL THRU READ-ACCTSTL-EXIT.
           GO TO PROCESS-ITEMS-LOOP.
       PROCESS-ITEMS-EXIT. EXIT.
       READ-ACCTSTL.
           READ ACCTSTL
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTSTL-EXIT. EXIT.
       POST-ITEM.
      * THE FRAME CARDS WERE PROVED BEFORE POSTING STARTED; THEY ARE
      * NOT MONEY AND ARE PASSED OVER HERE.
           IF STL-HEADER OR STL-TRAILER
               SUBTRACT 1 FROM WS-ITEM-CNT
               GO TO POST-ITEM-EXIT.
      * A NETWORK CARD CARRIES NO HOLD STAMP; CLEAR WHATEVER THE
      * NETWORK LEFT IN THOSE COLUMNS SO ONLY A HOLD CARD HAS ONE.
           IF NOT REWORK-ITEM
               MOVE 0 TO STL-HOLD-DATE
               MOVE 0 TO STL-HOLD-RSN.
      * ONLY A PURCHASE OR A MERCHANT CREDIT IS MONEY WE KNOW HOW TO
      * POST; ANY OTHER TYPE CODE GOES TO THE DESK, NOT TO BALDO.
           IF NOT STL-PURCHASE AND NOT STL-CREDIT
               MOVE 6 TO WS-RSN-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO POST-ITEM-EXIT.
           IF STL-ACCTC NOT NUMERIC OR STL-AMT NOT NUMERIC OR
              STL-PMO NOT NUMERIC OR STL-PDAY NOT NUMERIC OR
              STL-PYR NOT NUMERIC
               MOVE 2 TO WS-RSN-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO POST-ITEM-EXIT.
           MOVE STL-ACCTC TO ACCTDO OF ACCTFIL-REC.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL NOT = '00'
               MOVE 1 TO WS-RSN-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO POST-ITEM-EXIT.
           IF ACCT-CHGOFF
               MOVE 4 TO WS-RSN-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO POST-ITEM-EXIT.
           IF BALDO OF ACCTFIL-REC NOT NUMERIC
               MOVE 0 TO BALDO OF ACCTFIL-REC.
           IF STL-CREDIT
               PERFORM POST-CREDIT THRU POST-CREDIT-EXIT
               GO TO POST-ITEM-EXIT.
           IF NOT ACCT-OPEN
               MOVE 3 TO WS-RSN-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO POST-ITEM-EXIT.
           PERFORM CK-OPEN-TO-BUY THRU CK-OPEN-TO-BUY-EXIT.
           IF STL-AMT > WS-OTB + WS-TOL-AMT
               MOVE 5 TO WS-RSN-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO POST-ITEM-EXIT.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           ADD STL-AMT TO BALDO OF ACCTFIL-REC.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'PU' TO WS-TRN-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'PUR ' TO WS-GL-CAT.
           PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT.
           ADD STL-AMT TO WS-GL-PUR-TOT.
           MOVE 'S' TO WS-TRN-TYPE.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           ADD 1 TO WS-PUR-CNT.
           ADD STL-AMT TO WS-PUR-AMT.
       POST-ITEM-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-OPEN-TO-BUY - THE ROOM LEFT UNDER THE LIMIT (NEVER LESS    *
      *  THAN ZERO ON AN ACCOUNT ALREADY OVER) AND THE TOLERANCE THE   *
      *  NETWORK IS ALLOWED TO CARRY A SALE PAST IT, AS A PERCENTAGE   *
      *  OF THE LIMIT.  AN ACCOUNT WITH NO VALID LIMIT HAS NO ROOM.    *
      *----------------------------------------------------------------*
       CK-OPEN-TO-BUY.
           MOVE 0 TO WS-OTB.
           MOVE 0 TO WS-TOL-AMT.
           IF LIMITDO OF ACCTFIL-REC NOT NUMERIC
               GO TO CK-OPEN-TO-BUY-EXIT.
           COMPUTE WS-OTB =
               LIMITDO OF ACCTFIL-REC - BALDO OF ACCTFIL-REC.
           IF WS-OTB < 0 MOVE 0 TO WS-OTB.
           COMPUTE WS-TOL-AMT ROUNDED =
               LIMITDO OF ACCTFIL-REC * WS-TOL-PCT / 100.
       CK-OPEN-TO-BUY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  POST-CREDIT - A MERCHANT CREDIT COMES OFF THE BALANCE.  IT    *
      *  MAY TAKE BALDO NEGATIVE; ACCT41 AGES AND REFUNDS THE CREDIT   *
      *  THE SAME AS ONE LEFT BY AN AC21 REVERSAL.                     *
      *----------------------------------------------------------------*
       POST-CREDIT.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           SUBTRACT STL-AMT FROM BALDO OF ACCTFIL-REC.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'MC' TO WS-TRN-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'MCR ' TO WS-GL-CAT.
           PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT.
           ADD STL-AMT TO WS-GL-MCR-TOT.
           MOVE 'C' TO WS-TRN-TYPE.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           ADD 1 TO WS-MCR-CNT.
           ADD STL-AMT TO WS-MCR-AMT.
       POST-CREDIT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-TRANDTL ADDS THE ITEMIZED DETAIL ROW, BUMPING THE       *
      *  SAME-DAY SEQUENCE ON A DUPLICATE KEY THE WAY ACCT21 DOES.     *
      *----------------------------------------------------------------*
       WRITE-TRANDTL.
           MOVE STL-ACCTC TO TRN-ACCTC.
           MOVE WS-RUN-DATE TO TRN-DATE.
           MOVE 001 TO TRN-SEQ.
           MOVE WS-TRN-TYPE TO TRN-TYPE.
           MOVE 'CN' TO TRN-SRC.
           MOVE WS-TRN-RSNC TO TRN-RSNC.
           MOVE 'A44' TO TRN-OPID.
           MOVE STL-AMT TO TRN-AMT.
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
      *----------------------------------------------------------------*
      *  EACH POSTED ITEM GOES TO THE ACCTGLI GL INTERFACE FILE UNDER  *
      *  ITS CATEGORY; TERMINATE-RUN CLOSES THE FILE WITH THE          *
      *  RECEIVABLE/SETTLEMENT-CLEARING PAIRS AND THE TRAILER.         *
      *----------------------------------------------------------------*
       WRITE-GL-DETAIL.
           MOVE 'D' TO GLI-REC-TYPE.
           MOVE STL-ACCTC TO GLI-ACCTC.
           MOVE WS-GL-CAT TO GLI-CATEGORY.
           MOVE SPACE TO GLI-DR-CR.
           MOVE WS-GL-AR-CTL TO GLI-GL-ACCT.
           MOVE STL-AMT TO GLI-AMOUNT.
           MOVE WS-RUN-DATE TO GLI-POST-DATE.
           WRITE ACCTGLI-REC.
           ADD 1 TO WS-GL-CNT.
           ADD STL-AMT TO WS-GL-AMT-HASH.
           MOVE STL-ACCTC TO WS-ACCT-NUM.
           ADD WS-ACCT-NUM TO WS-GL-ACCT-HASH.
       WRITE-GL-DETAIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-JOURNAL DROPS THE SAME BEFORE/AFTER ENTRY ON ACCTAUD    *
      *  THAT THE ONLINE PROGRAMS WRITE, SO THE AUDIT REPORT AND THE   *
      *  NIGHTLY BALANCING JOB SEE CARD POSTINGS LIKE ANY OTHER        *
      *  BALANCE MOVEMENT.                                             *
      *----------------------------------------------------------------*
       WRITE-JOURNAL.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A44' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'S' TO AUD-REQC.
           MOVE STL-ACCTC TO AUD-ACCTC.
           MOVE WS-TRN-RSNC TO AUD-RSNC.
           WRITE ACCTAUD-REC.
       WRITE-JOURNAL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-EXCEPTION PRINTS THE ITEM UNDER THE REASON IN           *
      *  WS-RSN-IX AND HOLDS IT FOR TOMORROW'S RUN - UNLESS IT HAS     *
      *  ALREADY SAT ON HOLD PAST THE LIMIT, IN WHICH CASE IT IS       *
      *  DROPPED AND PRINTED 'RETURNED' FOR THE MERCHANT CHARGEBACK.   *
      *----------------------------------------------------------------*
       WRITE-EXCEPTION.
           MOVE RSN-TEXT (WS-RSN-IX) TO DL-REASON.
           MOVE STL-ACCTC TO DL-ACCTC.
           MOVE ZERO TO DL-PMO, DL-PDAY, DL-PYR, DL-AMT.
           IF STL-PMO NUMERIC AND STL-PDAY NUMERIC AND STL-PYR NUMERIC
               MOVE STL-PMO TO DL-PMO
               MOVE STL-PDAY TO DL-PDAY
               MOVE STL-PYR TO DL-PYR.
           IF STL-AMT NUMERIC MOVE STL-AMT TO DL-AMT.
           MOVE STL-TYPE TO DL-TYPE.
           IF STL-HOLD-DATE NOT NUMERIC OR STL-HOLD-DATE = 0
               MOVE WS-RUN-DATE TO STL-HOLD-DATE.
           MOVE WS-RSN-IX TO STL-HOLD-RSN.
           PERFORM CALC-AGE THRU CALC-AGE-EXIT.
           IF WS-AGE-DAYS > WS-HOLD-DAYS
               MOVE 'RETURNED' TO DL-ACTION
               ADD 1 TO WS-RLS-CNT
           ELSE
               MOVE 'HELD' TO DL-ACTION
               MOVE ACCTSTL-REC TO HOLDOUT-REC
               WRITE HOLDOUT-REC
               ADD 1 TO WS-HELD-CNT.
           MOVE DETAIL-LINE TO EXCPRPT-REC.
           WRITE EXCPRPT-REC.
           ADD 1 TO WS-EXCP-CNT.
       WRITE-EXCEPTION-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CALC-AGE - 365/30-DAY ARITHMETIC OFF THE YYMMDD HOLD STAMP.   *
      *  ROUGH AT A MONTH END, BUT THE HOLD LIMIT IS ONLY DAYS.        *
      *----------------------------------------------------------------*
       CALC-AGE.
           MOVE STL-HOLD-DATE TO WS-STAMP-X.
           COMPUTE WS-AGE-DAYS =
               ((WS-RUN-YY - WS-STAMP-YY) * 365)
               + ((WS-RUN-MM - WS-STAMP-MM) * 30)
               + (WS-RUN-DD - WS-STAMP-DD).
           IF WS-AGE-DAYS < 0 MOVE 0 TO WS-AGE-DAYS.
       CALC-AGE-EXIT. EXIT.
       TERMINATE-RUN.
           IF WS-GL-PUR-TOT > 0
               MOVE 'P' TO GLI-REC-TYPE
               MOVE SPACES TO GLI-ACCTC
               MOVE 'PUR ' TO GLI-CATEGORY
               MOVE 'D' TO GLI-DR-CR
               MOVE WS-GL-AR-CTL TO GLI-GL-ACCT
               MOVE WS-GL-PUR-TOT TO GLI-AMOUNT
               MOVE WS-RUN-DATE TO GLI-POST-DATE
               WRITE ACCTGLI-REC
               MOVE 'C' TO GLI-DR-CR
               MOVE WS-GL-STL-CLR TO GLI-GL-ACCT
               WRITE ACCTGLI-REC
               ADD 2 TO WS-GL-CNT
               ADD WS-GL-PUR-TOT, WS-GL-PUR-TOT TO WS-GL-AMT-HASH.
           IF WS-GL-MCR-TOT > 0
               MOVE 'P' TO GLI-REC-TYPE
               MOVE SPACES TO GLI-ACCTC
               MOVE 'MCR ' TO GLI-CATEGORY
               MOVE 'D' TO GLI-DR-CR
               MOVE WS-GL-STL-CLR TO GLI-GL-ACCT
               MOVE WS-GL-MCR-TOT TO GLI-AMOUNT
               MOVE WS-RUN-DATE TO GLI-POST-DATE
               WRITE ACCTGLI-REC
               MOVE 'C' TO GLI-DR-CR
               MOVE WS-GL-AR-CTL TO GLI-GL-ACCT
               WRITE ACCTGLI-REC
               ADD 2 TO WS-GL-CNT
               ADD WS-GL-MCR-TOT, WS-GL-MCR-TOT TO WS-GL-AMT-HASH.
           MOVE WS-FILE-DATE TO LBC-FILE-DATE.
           MOVE WS-PROVE-CNT TO LBC-ITEM-CNT.
           MOVE WS-PROVE-NET TO LBC-DEP-TOT.
           MOVE WS-RUN-DATE TO LBC-RUN-DATE.
           MOVE SPACES TO ACCTLBC-REC (24:5).
           WRITE ACCTLBC-REC
               INVALID KEY REWRITE ACCTLBC-REC
           END-WRITE.
           CLOSE ACCTSBC.
           MOVE 'T' TO GLI-REC-TYPE.
           MOVE WS-GL-CNT TO GLI-TRL-CNT.
           MOVE WS-GL-AMT-HASH TO GLI-TRL-AMT-HASH.
           MOVE WS-GL-ACCT-HASH TO GLI-TRL-ACCT-HASH.
           MOVE SPACES TO GLI-TRL (18:13).
           WRITE ACCTGLI-REC.
           CLOSE ACCTGLI.
           CLOSE ACCTFIL.
           CLOSE ACCTSTL.
           CLOSE HOLDOUT.
           CLOSE ACCTAUD.
           CLOSE ACCTTRN.
           CLOSE EXCPRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT44: PURCHASE POSTING COMPLETE, ' WS-ITEM-CNT
               ' ITEM(S) READ, ' WS-RWK-CNT ' HELD ITEM(S) RETRIED, '
               WS-PUR-CNT ' PURCHASE(S) ' WS-PUR-AMT ', '
               WS-MCR-CNT ' CREDIT(S) ' WS-MCR-AMT ', '
               WS-EXCP-CNT ' EXCEPTION(S), ' WS-HELD-CNT ' HELD, '
               WS-RLS-CNT ' RETURNED'.
       TERMINATE-RUN-EXIT. EXIT.
