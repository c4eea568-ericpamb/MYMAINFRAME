       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT56.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT POSTS THE
      *         REMITTANCE FILES THE COLLECTION AGENCIES SEND FOR THE
      *         ACCOUNTS ACCT55 PLACED WITH THEM (AGYRMT, ONE GROUP
      *         PER AGENCY FILE: AN 'H' HEADER WITH THE AGENCY AND
      *         FILE DATE, ONE ITEM PER PAYMENT THE AGENCY COLLECTED,
      *         AND A 'T' TRAILER).  EACH ITEM CARRIES THE GROSS
      *         AMOUNT THE CUSTOMER PAID, THE COMMISSION THE AGENCY
      *         KEPT, AND THE NET IT REMITTED.  THE NET IS POSTED
      *         THE WAY ACCT20 POSTS A LOCKBOX ITEM: INTO THE OPEN
      *         PAY-HIST (3) CYCLE WITH BALDO REDUCED, OR, ON A
      *         CHARGED-OFF ACCOUNT, AS A RECOVERY ON RCVAMTDO.  THE
      *         COMMISSION IS THEN POSTED AS A SEPARATE ITEM THE SAME
      *         WAY - THE CUSTOMER PAID IT TOO - SO THE ACCOUNT SHOWS
      *         THE REMITTANCE AND THE AGENCY'S SHARE APART.  EACH
      *         POSTING IS JOURNALED TO ACCTAUD (REASON 'AG' FOR THE
      *         NET, 'AC' FOR THE COMMISSION) AND ITEMIZED ON ACCTTRN
      *         (SOURCE 'AG', SAME REASONS).  ON ACCTGLI THE
      *         GROSS GOES UNDER 'AGY ' (CASH AGAINST THE RECEIVABLE)
      *         OR 'RCV ' (CASH AGAINST RECOVERY INCOME), AND THE
      *         COMMISSION UNDER 'COMM' (COLLECTION COMMISSION EXPENSE
      *         AGAINST CASH), SO THE CASH LEFT ON THE LEDGER IS THE
      *         NET THE AGENCY ACTUALLY REMITTED.  THE MONEY COLLECTED
      *         AND THE COMMISSION ARE ALSO ACCUMULATED ON THE
      *         ACCOUNT'S ACCTAGY PLACEMENT ROW.
      *         AN ITEM THAT CANNOT BE POSTED - NO SUCH ACCOUNT, AN
      *         ACCOUNT NOT PLACED WITH THE AGENCY THAT SENT THE FILE,
      *         A CLOSED ACCOUNT, MORE THAN THE BALANCE OWING, A
      *         NON-NUMERIC ITEM, OR A NET THAT IS NOT THE GROSS LESS
      *         THE COMMISSION - IS LEFT UNPOSTED AND PRINTED ON
      *         RMTRPT FOR THE RECOVERY DESK TO TAKE UP WITH THE
      *         AGENCY.  AN ACCOUNT RECALLED FROM THE AGENCY STILL
      *         TAKES THE AGENCY'S REMITTANCE: THE MONEY WAS COLLECTED
      *         WHILE THE ACCOUNT WAS WITH THEM.
      *         BEFORE A SINGLE ITEM POSTS, A PROVING PASS CHECKS
      *         EVERY AGENCY GROUP THE WAY ACCT20 PROVES THE LOCKBOX
      *         FILE: A HEADER AND TRAILER AROUND EACH GROUP, THE
      *         TRAILER'S ITEM COUNT, GROSS TOTAL AND NET TOTAL
      *         MATCHING WHAT WAS READ, NO AGENCY SENDING TWO FILES
      *         IN THE ONE TRANSMISSION, AND NO AGENCY FILE ALREADY ON
      *         THE ACCTAGC CONTROL DATASET (A RESEND OF A FILE THAT
      *         HAS POSTED).  ANY FAILURE ENDS THE RUN RC=8 WITH
      *         NOTHING POSTED; THE OVERRIDE CARD WAIVES THE ALREADY-
      *         POSTED CHECK FOR A GENUINE REPROCESS.  EACH FILE
      *         WRITES ITS ACCTAGC ROW AT END OF RUN.
      *         CARDIN (OPTIONAL):
      *           COLS  1- 8  'OVERRIDE' FOR A RERUN OR REPROCESS
      *         THE RUN STAMPS ACCTRUN (JOB ACCT56, CYCLE YYMMDD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGYRMT ASSIGN TO AGYRMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGYRMT.
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
           SELECT ACCTAGC ASSIGN TO ACCTAGC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGC-KEY
               FILE STATUS IS FS-ACCTAGC.
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
           SELECT RMTRPT ASSIGN TO RMTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AGYRMT RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTAGR.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAGY RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTAGY.
       FD  ACCTAGC RECORD CONTAINS 32 CHARACTERS.
           COPY ACCTAGC.
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
           02  CI-OPTION           PIC X(8).
           02  FILLER              PIC X(72).
       FD  RMTRPT RECORD CONTAINS 80 CHARACTERS.
       01  RMTRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-AGYRMT           PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAGY          PIC X(2)  VALUE '00'.
           02  FS-ACCTAGC          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTGLI          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT56  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE SPACES.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           02  WS-OVRD-SW          PIC X     VALUE 'N'.
               88  OVERRIDE-RUN        VALUE 'Y'.
           02  WS-RUNROW-NEW-SW    PIC X     VALUE 'N'.
               88  RUNROW-IS-NEW       VALUE 'Y'.
           02  WS-RC-TIME-RAW.
               04  WS-RC-TIME      PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-GRP-SW           PIC X     VALUE 'N'.
               88  GROUP-OPEN          VALUE 'Y'.
           02  WS-FRAME-ERR-SW     PIC X     VALUE 'N'.
               88  FRAME-ERROR         VALUE 'Y'.
           02  WS-DUP-SW           PIC X     VALUE 'N'.
               88  DUP-AGENCY          VALUE 'Y'.
           02  WS-PROVE-CNT        PIC S9(7)     COMP-3 VALUE +0.
           02  WS-PROVE-GROSS      PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-PROVE-NET        PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-CUR-AGENCY       PIC X(4)  VALUE SPACES.
           02  WS-TRN-TYPE         PIC X(1)  VALUE SPACE.
           02  WS-TRN-AMT          PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-RSNC             PIC X(2)  VALUE SPACES.
           02  WS-RSN-IX           PIC S9(4) COMP VALUE +0.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-ITEM-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-POST-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-RCV-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-POST-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-RCV-AMT          PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-COMM-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-EXCP-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
           02  WS-GL-AR-CTL        PIC X(8)  VALUE '12000000'.
           02  WS-GL-CASH          PIC X(8)  VALUE '10100000'.
           02  WS-GL-RCV-INC       PIC X(8)  VALUE '43000000'.
           02  WS-GL-COMM-EXP      PIC X(8)  VALUE '65000000'.
           02  WS-GL-AGY-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-RCV-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-COMM-TOT      PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-CAT           PIC X(4)  VALUE SPACES.
           02  WS-GL-ACCT          PIC X(8)  VALUE SPACES.
           02  WS-GL-AMT           PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-CNT           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-GL-AMT-HASH      PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-GL-ACCT-HASH     PIC S9(11)    COMP-3 VALUE +0.
           02  WS-ACCT-NUM         PIC 9(5)  VALUE 0.
       01  AGC-TABLE.
           02  AGC-CNT             PIC S9(4) COMP VALUE +0.
           02  AGC-ENTRY OCCURS 20.
               04  AT-AGENCY       PIC X(4).
               04  AT-FILE-DATE    PIC 9(6).
               04  AT-ITEM-CNT     PIC S9(7)     COMP-3.
               04  AT-NET-TOT      PIC S9(9)V99  COMP-3.
       01  AT-IX                   PIC S9(4) COMP VALUE +0.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT56  COLLECTION AGENCY REMITTANCE POSTING'.
       01  HDG-LINE-2.
           02  FILLER              PIC X(46) VALUE
           'AGCY ACCOUNT  PAID        GROSS      COMM     '.
           02  FILLER              PIC X(34) VALUE
           '    NET DISPOSITION'.
       01  DETAIL-LINE.
           02  DL-AGENCY           PIC X(4).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-PMO              PIC X(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-PDAY             PIC X(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-PYR              PIC X(2).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-GROSS            PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-COMM             PIC ZZ,ZZ9.99.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-NET              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-DISP             PIC X(26).
       01  TOTAL-LINE.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  TL-LABEL            PIC X(30).
           02  TL-COUNT            PIC ZZZ,ZZ9.
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  TL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
       01  RSN-LIST.
           02  FILLER              PIC X(26) VALUE
               'NO SUCH ACCOUNT'.
           02  FILLER              PIC X(26) VALUE
               'NOT PLACED WITH AGENCY'.
           02  FILLER              PIC X(26) VALUE
               'ACCOUNT CLOSED, NOT POSTED'.
           02  FILLER              PIC X(26) VALUE
               'EXCEEDS THE BALANCE OWING'.
           02  FILLER              PIC X(26) VALUE
               'ITEM NOT NUMERIC'.
           02  FILLER              PIC X(26) VALUE
               'NET NOT GROSS LESS COMM'.
           02  FILLER              PIC X(26) VALUE
               'PAYMENT POSTED'.
           02  FILLER              PIC X(26) VALUE
               'RECOVERY POSTED'.
       01  FILLER REDEFINES RSN-LIST.
           02  RSN-TEXT            PIC X(26) OCCURS 8.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
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
           IF CI-OPTION = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           PERFORM PROVE-FILE THRU PROVE-FILE-EXIT.
           OPEN INPUT AGYRMT.
           IF FS-AGYRMT NOT = '00'
               DISPLAY 'ACCT56: AGYRMT OPEN FAILED, STATUS=' FS-AGYRMT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT56: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTAGY.
           IF FS-ACCTAGY NOT = '00'
               DISPLAY 'ACCT56: ACCTAGY OPEN FAILED, STATUS=' FS-ACCTAGY
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT56: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT ACCTGLI.
           IF FS-ACCTGLI NOT = '00'
               DISPLAY 'ACCT56: ACCTGLI OPEN FAILED, STATUS=' FS-ACCTGLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               OPEN OUTPUT ACCTTRN
               CLOSE ACCTTRN
               OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               DISPLAY 'ACCT56: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RMTRPT.
           MOVE HDG-LINE-1 TO RMTRPT-REC.
           WRITE RMTRPT-REC.
           MOVE HDG-LINE-2 TO RMTRPT-REC.
           WRITE RMTRPT-REC.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PROVE-FILE - A FULL READ PASS BEFORE ANYTHING POSTS.  EVERY   *
      *  ITEM MUST SIT BETWEEN AN AGENCY'S 'H' HEADER AND ITS 'T'      *
      *  TRAILER; EACH TRAILER'S ITEM COUNT, GROSS TOTAL AND NET       *
      *  TOTAL MUST MATCH WHAT WAS READ FOR THE GROUP; AND NO AGENCY   *
      *  FILE MAY ALREADY BE ON ACCTAGC UNLESS THE OVERRIDE CARD WAS   *
      *  SUBMITTED.  A SECOND HEADER FOR AN AGENCY ALREADY READ IS A  *
      *  DUPLICATE SEND AND FAILS THE PROOF THE SAME WAY.              *
      *  ANY FAILURE ENDS RC=8 BEFORE A SINGLE ITEM MOVES.             *
      *----------------------------------------------------------------*
       PROVE-FILE.
           OPEN I-O ACCTAGC.
           IF FS-ACCTAGC NOT = '00'
               OPEN OUTPUT ACCTAGC
               CLOSE ACCTAGC
               OPEN I-O ACCTAGC.
           IF FS-ACCTAGC NOT = '00'
               DISPLAY 'ACCT56: ACCTAGC OPEN FAILED, STATUS=' FS-ACCTAGC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT AGYRMT.
           IF FS-AGYRMT NOT = '00'
               DISPLAY 'ACCT56: AGYRMT OPEN FAILED, STATUS=' FS-AGYRMT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-LOOP.
           READ AGYRMT
               AT END GO TO PROVE-FILE-CHECK
           END-READ.
           IF AGR-HEADER GO TO PROVE-FILE-HDR.
           IF AGR-TRAILER GO TO PROVE-FILE-TRL.
           IF NOT GROUP-OPEN
               DISPLAY 'ACCT56: ITEM OUTSIDE AN AGENCY HEADER AND '
                   'TRAILER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           ADD 1 TO WS-PROVE-CNT.
           IF AGR-GROSS NUMERIC ADD AGR-GROSS TO WS-PROVE-GROSS.
           IF AGR-NET NUMERIC ADD AGR-NET TO WS-PROVE-NET.
           GO TO PROVE-FILE-LOOP.
       PROVE-FILE-HDR.
           IF GROUP-OPEN
               DISPLAY 'ACCT56: HEADER FOR ' AGR-AGENCY
                   ' BEFORE THE TRAILER FOR ' WS-CUR-AGENCY
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           IF AGC-CNT NOT < 20
               DISPLAY 'ACCT56: MORE THAN 20 AGENCY FILES ON AGYRMT'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           MOVE 'N' TO WS-DUP-SW.
           PERFORM CK-DUP-AGENCY THRU CK-DUP-AGENCY-EXIT
               VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > AGC-CNT.
           IF DUP-AGENCY
               DISPLAY 'ACCT56: SECOND FILE FOR AGENCY ' AGR-AGENCY
                   ' ON AGYRMT'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           MOVE 'Y' TO WS-GRP-SW.
           MOVE AGR-AGENCY TO WS-CUR-AGENCY.
           ADD 1 TO AGC-CNT.
           MOVE AGR-AGENCY TO AT-AGENCY (AGC-CNT).
           MOVE 0 TO AT-FILE-DATE (AGC-CNT).
           IF AGR-FILE-DATE NUMERIC
               MOVE AGR-FILE-DATE TO AT-FILE-DATE (AGC-CNT).
           MOVE 0 TO WS-PROVE-CNT, WS-PROVE-GROSS, WS-PROVE-NET.
           GO TO PROVE-FILE-LOOP.
       PROVE-FILE-TRL.
           IF NOT GROUP-OPEN
               DISPLAY 'ACCT56: TRAILER WITHOUT AN AGENCY HEADER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           MOVE 'N' TO WS-GRP-SW.
           MOVE WS-PROVE-CNT TO AT-ITEM-CNT (AGC-CNT).
           MOVE WS-PROVE-NET TO AT-NET-TOT (AGC-CNT).
           IF AGR-ITEM-CNT NOT NUMERIC OR
              AGR-ITEM-CNT NOT = WS-PROVE-CNT
               DISPLAY 'ACCT56: ' WS-CUR-AGENCY ' ITEM COUNT '
                   WS-PROVE-CNT ' DOES NOT MATCH TRAILER'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF AGR-GROSS-TOT NOT NUMERIC OR
              AGR-GROSS-TOT NOT = WS-PROVE-GROSS
               DISPLAY 'ACCT56: ' WS-CUR-AGENCY ' GROSS TOTAL '
                   WS-PROVE-GROSS ' DOES NOT MATCH TRAILER'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF AGR-NET-TOT NOT NUMERIC OR
              AGR-NET-TOT NOT = WS-PROVE-NET
               DISPLAY 'ACCT56: ' WS-CUR-AGENCY ' NET TOTAL '
                   WS-PROVE-NET ' DOES NOT MATCH TRAILER'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           MOVE AT-AGENCY (AGC-CNT) TO AGC-AGENCY.
           MOVE AT-FILE-DATE (AGC-CNT) TO AGC-FILE-DATE.
           READ ACCTAGC
               INVALID KEY GO TO PROVE-FILE-LOOP
           END-READ.
           IF NOT OVERRIDE-RUN
               DISPLAY 'ACCT56: ' AGC-AGENCY ' FILE DATE '
                   AGC-FILE-DATE ' ALREADY POSTED ' AGC-RUN-DATE
                   '; USE OVERRIDE CARD TO REPROCESS'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           GO TO PROVE-FILE-LOOP.
       PROVE-FILE-CHECK.
           CLOSE AGYRMT.
           IF GROUP-OPEN
               DISPLAY 'ACCT56: NO TRAILER FOR AGENCY ' WS-CUR-AGENCY
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF AGC-CNT = 0
               DISPLAY 'ACCT56: NO AGENCY HEADER ON AGYRMT'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF FRAME-ERROR
               DISPLAY 'ACCT56: REMITTANCE REFUSED, NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-EXIT. EXIT.
       CK-DUP-AGENCY.
           IF AT-AGENCY (AT-IX) = AGR-AGENCY MOVE 'Y' TO WS-DUP-SW.
       CK-DUP-AGENCY-EXIT. EXIT.
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
               DISPLAY 'ACCT56: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT56: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT56: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
       PROCESS-ITEMS.
           PERFORM READ-AGYRMT THRU READ-AGYRMT-EXIT.
       PROCESS-ITEMS-LOOP.
           IF EOF-REACHED GO TO PROCESS-ITEMS-EXIT.
           IF AGR-HEADER
               MOVE AGR-AGENCY TO WS-CUR-AGENCY
           ELSE
               IF NOT AGR-TRAILER
                   PERFORM POST-ITEM THRU POST-ITEM-EXIT.
           PERFORM READ-AGYRMT THRU READ-AGYRMT-EXIT.
           GO TO PROCESS-ITEMS-LOOP.
       PROCESS-ITEMS-EXIT. EXIT.
       READ-AGYRMT.
           READ AGYRMT
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-AGYRMT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  POST-ITEM - ONE PAYMENT THE AGENCY COLLECTED.  THE NET IS    *
      *  POSTED, DATED THE DAY THE CUSTOMER PAID THE AGENCY, AND THE   *
      *  COMMISSION FOLLOWS AS ITS OWN POSTING, SO BETWEEN THEM THE    *
      *  CUSTOMER IS CREDITED THE FULL GROSS THEY PAID.                *
      *----------------------------------------------------------------*
       POST-ITEM.
           ADD 1 TO WS-ITEM-CNT.
           IF AGR-GROSS NOT NUMERIC OR AGR-COMM NOT NUMERIC OR
              AGR-NET NOT NUMERIC OR AGR-PMO NOT NUMERIC OR
              AGR-PDAY NOT NUMERIC OR AGR-PYR NOT NUMERIC
               MOVE 5 TO WS-RSN-IX
               GO TO POST-ITEM-EXCP.
           IF AGR-GROSS - AGR-COMM NOT = AGR-NET
               MOVE 6 TO WS-RSN-IX
               GO TO POST-ITEM-EXCP.
           MOVE AGR-ACCTC TO ACCTDO.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL NOT = '00'
               MOVE 1 TO WS-RSN-IX
               GO TO POST-ITEM-EXCP.
           MOVE AGR-ACCTC TO AGY-ACCTC.
           READ ACCTAGY
               INVALID KEY MOVE SPACES TO AGY-AGENCY
           END-READ.
           IF FS-ACCTAGY NOT = '00' OR AGY-AGENCY NOT = WS-CUR-AGENCY
               MOVE 2 TO WS-RSN-IX
               GO TO POST-ITEM-EXCP.
           IF ACCT-CHGOFF
               PERFORM POST-RECOVERY THRU POST-RECOVERY-EXIT
               PERFORM POST-COMMISSION THRU POST-COMMISSION-EXIT
               GO TO POST-ITEM-COMM.
           IF NOT ACCT-OPEN
               MOVE 3 TO WS-RSN-IX
               GO TO POST-ITEM-EXCP.
           IF BALDO NOT NUMERIC OR AGR-GROSS > BALDO
               MOVE 4 TO WS-RSN-IX
               GO TO POST-ITEM-EXCP.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
      * PAY-HIST SLOTS ON RECORDS FROM OLDER CYCLE CUTS OR ONLINE
      * ADDS MAY HOLD DISPLAY ZEROS OR LOW-VALUES INSTEAD OF VALID
      * PACKED DATA; TREAT ANYTHING UNPACKABLE AS ZERO BEFORE ADDING.
           IF PAMT (3) NOT NUMERIC
               MOVE 0 TO PAMT (3).
           ADD AGR-NET TO PAMT (3).
           MOVE AGR-PMO TO PMO (3).
           MOVE AGR-PDAY TO PDAY (3).
           MOVE AGR-PYR TO PYR (3).
           SUBTRACT AGR-NET FROM BALDO.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'P' TO AUD-REQC.
           MOVE 'AG' TO WS-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'AGY ' TO WS-GL-CAT.
           MOVE WS-GL-AR-CTL TO WS-GL-ACCT.
           MOVE AGR-GROSS TO WS-GL-AMT.
           PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT.
           ADD AGR-GROSS TO WS-GL-AGY-TOT.
           MOVE 'P' TO WS-TRN-TYPE.
           MOVE AGR-NET TO WS-TRN-AMT.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           ADD 1 TO WS-POST-CNT.
           ADD AGR-NET TO WS-POST-AMT.
           PERFORM POST-COMMISSION THRU POST-COMMISSION-EXIT.
           MOVE 7 TO WS-RSN-IX.
       POST-ITEM-COMM.
           IF AGR-COMM > 0
               MOVE 'COMM' TO WS-GL-CAT
               MOVE WS-GL-COMM-EXP TO WS-GL-ACCT
               MOVE AGR-COMM TO WS-GL-AMT
               PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT
               ADD AGR-COMM TO WS-GL-COMM-TOT
               ADD AGR-COMM TO WS-COMM-AMT.
           IF AGY-COLL-AMT NOT NUMERIC MOVE 0 TO AGY-COLL-AMT.
           IF AGY-COMM-AMT NOT NUMERIC MOVE 0 TO AGY-COMM-AMT.
           ADD AGR-GROSS TO AGY-COLL-AMT.
           ADD AGR-COMM TO AGY-COMM-AMT.
           MOVE WS-RUN-DATE TO AGY-LAST-RMT.
           REWRITE ACCTAGY-REC.
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
           GO TO POST-ITEM-EXIT.
       POST-ITEM-EXCP.
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
           ADD 1 TO WS-EXCP-CNT.
           IF AGR-NET NUMERIC ADD AGR-NET TO WS-EXCP-AMT.
       POST-ITEM-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  POST-RECOVERY - AGENCY MONEY ON A CHARGED-OFF DEBT.  THE      *
      *  BALANCE STAYS ZERO; THE NET ACCUMULATES ON RCVAMTDO (THE      *
      *  COMMISSION FOLLOWS IN POST-COMMISSION) AND THE GROSS FLOWS    *
      *  TO THE GL UNDER THE RECOVERY CATEGORY, AS IN ACCT20.          *
      *----------------------------------------------------------------*
       POST-RECOVERY.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           IF RCVAMTDO NOT NUMERIC
               MOVE 0 TO RCVAMTDO.
           ADD AGR-NET TO RCVAMTDO.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'V' TO AUD-REQC.
           MOVE 'AG' TO WS-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'RCV ' TO WS-GL-CAT.
           MOVE WS-GL-RCV-INC TO WS-GL-ACCT.
           MOVE AGR-GROSS TO WS-GL-AMT.
           PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT.
           ADD AGR-GROSS TO WS-GL-RCV-TOT.
           MOVE 'V' TO WS-TRN-TYPE.
           MOVE AGR-NET TO WS-TRN-AMT.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           ADD 1 TO WS-RCV-CNT.
           ADD AGR-NET TO WS-RCV-AMT.
           MOVE 8 TO WS-RSN-IX.
       POST-RECOVERY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  POST-COMMISSION - THE AGENCY'S SHARE OF THE CUSTOMER'S        *
      *  PAYMENT, POSTED AFTER THE NET AS ITS OWN ITEM UNDER REASON    *
      *  'AC': OFF BALDO INTO PAY-HIST (3) ON AN OPEN ACCOUNT, ONTO    *
      *  RCVAMTDO ON A CHARGED-OFF ONE.  THE REQUEST CODE AND ACCTTRN  *
      *  TYPE ARE THOSE OF THE NET POSTING JUST MADE.                  *
      *----------------------------------------------------------------*
       POST-COMMISSION.
           IF AGR-COMM NOT > 0 GO TO POST-COMMISSION-EXIT.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           IF ACCT-CHGOFF
               ADD AGR-COMM TO RCVAMTDO
           ELSE
               ADD AGR-COMM TO PAMT (3)
               SUBTRACT AGR-COMM FROM BALDO.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'AC' TO WS-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE AGR-COMM TO WS-TRN-AMT.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
       POST-COMMISSION-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-TRANDTL ADDS THE ITEMIZED DETAIL ROW, BUMPING THE       *
      *  SAME-DAY SEQUENCE ON A DUPLICATE KEY THE WAY ACCT21 DOES.     *
      *----------------------------------------------------------------*
       WRITE-TRANDTL.
           MOVE AGR-ACCTC TO TRN-ACCTC.
           MOVE WS-RUN-DATE TO TRN-DATE.
           MOVE 001 TO TRN-SEQ.
           MOVE WS-TRN-TYPE TO TRN-TYPE.
           MOVE 'AG' TO TRN-SRC.
           MOVE WS-RSNC TO TRN-RSNC.
           MOVE 'A56' TO TRN-OPID.
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
      *----------------------------------------------------------------*
      *  WRITE-GL-DETAIL WRITES ONE ACCTGLI DETAIL FOR THE CATEGORY,   *
      *  GL ACCOUNT AND AMOUNT IN WS-GL-CAT/ACCT/AMT; TERMINATE-RUN    *
      *  CLOSES THE FILE WITH ONE DEBIT-CREDIT PAIR PER CATEGORY AND   *
      *  THE TRAILER FINANCE PROVES BEFORE LOADING.                    *
      *----------------------------------------------------------------*
       WRITE-GL-DETAIL.
           MOVE 'D' TO GLI-REC-TYPE.
           MOVE AGR-ACCTC TO GLI-ACCTC.
           MOVE WS-GL-CAT TO GLI-CATEGORY.
           MOVE SPACE TO GLI-DR-CR.
           MOVE WS-GL-ACCT TO GLI-GL-ACCT.
           MOVE WS-GL-AMT TO GLI-AMOUNT.
           MOVE WS-RUN-DATE TO GLI-POST-DATE.
           WRITE ACCTGLI-REC.
           ADD 1 TO WS-GL-CNT.
           ADD WS-GL-AMT TO WS-GL-AMT-HASH.
           MOVE AGR-ACCTC TO WS-ACCT-NUM.
           ADD WS-ACCT-NUM TO WS-GL-ACCT-HASH.
       WRITE-GL-DETAIL-EXIT. EXIT.
       WRITE-GL-PAIR.
           MOVE 'P' TO GLI-REC-TYPE.
           MOVE SPACES TO GLI-ACCTC.
           MOVE WS-GL-CAT TO GLI-CATEGORY.
           MOVE 'D' TO GLI-DR-CR.
           MOVE WS-GL-ACCT TO GLI-GL-ACCT.
           MOVE WS-GL-AMT TO GLI-AMOUNT.
           MOVE WS-RUN-DATE TO GLI-POST-DATE.
           WRITE ACCTGLI-REC.
           MOVE 'C' TO GLI-DR-CR.
           MOVE WS-GL-CASH TO GLI-GL-ACCT.
           WRITE ACCTGLI-REC.
           ADD 2 TO WS-GL-CNT.
           ADD WS-GL-AMT, WS-GL-AMT TO WS-GL-AMT-HASH.
       WRITE-GL-PAIR-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-JOURNAL DROPS THE SAME BEFORE/AFTER ENTRY ON ACCTAUD    *
      *  THAT THE ONLINE PROGRAMS WRITE.  REASON CODE 'AG' MARKS       *
      *  COLLECTION AGENCY MONEY, 'AC' THE AGENCY'S COMMISSION.        *
      *----------------------------------------------------------------*
       WRITE-JOURNAL.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A56' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE AGR-ACCTC TO AUD-ACCTC.
           MOVE WS-RSNC TO AUD-RSNC.
           WRITE ACCTAUD-REC.
       WRITE-JOURNAL-EXIT. EXIT.
       WRITE-DETAIL.
           MOVE WS-CUR-AGENCY TO DL-AGENCY.
           MOVE AGR-ACCTC TO DL-ACCTC.
           MOVE AGR-PMO TO DL-PMO.
           MOVE AGR-PDAY TO DL-PDAY.
           MOVE AGR-PYR TO DL-PYR.
           MOVE 0 TO DL-GROSS, DL-COMM, DL-NET.
           IF AGR-GROSS NUMERIC MOVE AGR-GROSS TO DL-GROSS.
           IF AGR-COMM NUMERIC MOVE AGR-COMM TO DL-COMM.
           IF AGR-NET NUMERIC MOVE AGR-NET TO DL-NET.
           MOVE RSN-TEXT (WS-RSN-IX) TO DL-DISP.
           MOVE DETAIL-LINE TO RMTRPT-REC.
           WRITE RMTRPT-REC.
       WRITE-DETAIL-EXIT. EXIT.
       WRITE-TOTAL.
           MOVE TOTAL-LINE TO RMTRPT-REC.
           WRITE RMTRPT-REC.
       WRITE-TOTAL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  TERMINATE-RUN WRITES THE GL PAIRS - CASH AGAINST THE          *
      *  RECEIVABLE AND AGAINST RECOVERY INCOME FOR THE GROSS, AND     *
      *  COMMISSION EXPENSE AGAINST CASH FOR WHAT THE AGENCIES KEPT -  *
      *  THE GL TRAILER, THE ACCTAGC ROW FOR EACH AGENCY FILE POSTED,  *
      *  AND THE REPORT TOTALS.                                        *
      *----------------------------------------------------------------*
       TERMINATE-RUN.
           IF WS-GL-AGY-TOT > 0
               MOVE 'P' TO GLI-REC-TYPE
               MOVE SPACES TO GLI-ACCTC
               MOVE 'AGY ' TO GLI-CATEGORY
               MOVE 'D' TO GLI-DR-CR
               MOVE WS-GL-CASH TO GLI-GL-ACCT
               MOVE WS-GL-AGY-TOT TO GLI-AMOUNT
               MOVE WS-RUN-DATE TO GLI-POST-DATE
               WRITE ACCTGLI-REC
               MOVE 'C' TO GLI-DR-CR
               MOVE WS-GL-AR-CTL TO GLI-GL-ACCT
               WRITE ACCTGLI-REC
               ADD 2 TO WS-GL-CNT
               ADD WS-GL-AGY-TOT, WS-GL-AGY-TOT TO WS-GL-AMT-HASH.
           IF WS-GL-RCV-TOT > 0
               MOVE 'P' TO GLI-REC-TYPE
               MOVE SPACES TO GLI-ACCTC
               MOVE 'RCV ' TO GLI-CATEGORY
               MOVE 'D' TO GLI-DR-CR
               MOVE WS-GL-CASH TO GLI-GL-ACCT
               MOVE WS-GL-RCV-TOT TO GLI-AMOUNT
               MOVE WS-RUN-DATE TO GLI-POST-DATE
               WRITE ACCTGLI-REC
               MOVE 'C' TO GLI-DR-CR
               MOVE WS-GL-RCV-INC TO GLI-GL-ACCT
               WRITE ACCTGLI-REC
               ADD 2 TO WS-GL-CNT
               ADD WS-GL-RCV-TOT, WS-GL-RCV-TOT TO WS-GL-AMT-HASH.
           IF WS-GL-COMM-TOT > 0
               MOVE 'COMM' TO WS-GL-CAT
               MOVE WS-GL-COMM-EXP TO WS-GL-ACCT
               MOVE WS-GL-COMM-TOT TO WS-GL-AMT
               PERFORM WRITE-GL-PAIR THRU WRITE-GL-PAIR-EXIT.
           MOVE 'T' TO GLI-REC-TYPE.
           MOVE WS-GL-CNT TO GLI-TRL-CNT.
           MOVE WS-GL-AMT-HASH TO GLI-TRL-AMT-HASH.
           MOVE WS-GL-ACCT-HASH TO GLI-TRL-ACCT-HASH.
           MOVE SPACES TO GLI-TRL (18:13).
           WRITE ACCTGLI-REC.
           PERFORM WRITE-AGC-ROW THRU WRITE-AGC-ROW-EXIT
               VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > AGC-CNT.
           MOVE SPACES TO RMTRPT-REC.
           WRITE RMTRPT-REC.
           MOVE 'ITEMS READ' TO TL-LABEL.
           MOVE WS-ITEM-CNT TO TL-COUNT.
           MOVE 0 TO TL-AMT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'PAYMENTS POSTED (NET)' TO TL-LABEL.
           MOVE WS-POST-CNT TO TL-COUNT.
           MOVE WS-POST-AMT TO TL-AMT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'RECOVERIES POSTED (NET)' TO TL-LABEL.
           MOVE WS-RCV-CNT TO TL-COUNT.
           MOVE WS-RCV-AMT TO TL-AMT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'COMMISSION POSTED' TO TL-LABEL.
           COMPUTE TL-COUNT = WS-POST-CNT + WS-RCV-CNT.
           MOVE WS-COMM-AMT TO TL-AMT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'EXCEPTIONS NOT POSTED (NET)' TO TL-LABEL.
           MOVE WS-EXCP-CNT TO TL-COUNT.
           MOVE WS-EXCP-AMT TO TL-AMT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           CLOSE ACCTGLI.
           CLOSE AGYRMT.
           CLOSE ACCTFIL.
           CLOSE ACCTAGY.
           CLOSE ACCTAGC.
           CLOSE ACCTAUD.
           CLOSE ACCTTRN.
           CLOSE RMTRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT56: AGENCY REMITTANCE COMPLETE, ' WS-ITEM-CNT
               ' ITEM(S), ' WS-POST-CNT ' PAYMENT(S), ' WS-RCV-CNT
               ' RECOVERY(S), ' WS-EXCP-CNT ' EXCEPTION(S)'.
       TERMINATE-RUN-EXIT. EXIT.
       WRITE-AGC-ROW.
           MOVE AT-AGENCY (AT-IX) TO AGC-AGENCY.
           MOVE AT-FILE-DATE (AT-IX) TO AGC-FILE-DATE.
           MOVE AT-ITEM-CNT (AT-IX) TO AGC-ITEM-CNT.
           MOVE AT-NET-TOT (AT-IX) TO AGC-NET-TOT.
           MOVE WS-RUN-DATE TO AGC-RUN-DATE.
           MOVE SPACES TO ACCTAGC-REC (28:5).
           WRITE ACCTAGC-REC
               INVALID KEY REWRITE ACCTAGC-REC
           END-WRITE.
       WRITE-AGC-ROW-EXIT. EXIT.
