       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT53.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT POSTS THE AUTOPAY
      *         DEBITS ACCT52 ORIGINATED ONCE THEY SETTLE: EVERY
      *         ACCTAPY ROW WHOSE LAST DRAFT IS PENDING AND WHOSE
      *         SETTLEMENT DATE HAS COME IS POSTED TO ACCTFIL THE WAY
      *         ACCT20 POSTS A LOCKBOX ITEM - THE AMOUNT IS STAMPED
      *         INTO THE OPEN PAY-HIST (3) CYCLE WITH THE SETTLEMENT
      *         DATE AS THE PAY DATE AND BALDO IS REDUCED - JOURNALED
      *         TO ACCTAUD WITH BEFORE AND AFTER IMAGES (REASON 'AP'),
      *         CARRIED TO ACCTGLI UNDER THE 'PAY ' CATEGORY, AND
      *         ITEMIZED ON ACCTTRN (SOURCE 'AP').  A DRAFT AGAINST A
      *         CHARGED-OFF ACCOUNT POSTS AS A RECOVERY, AS IN ACCT20.
      *         A DRAFT THE ACCOUNT CANNOT TAKE - NO SUCH ACCOUNT, A
      *         CLOSED ACCOUNT, OR MORE THAN THE BALANCE NOW OWING
      *         BECAUSE THE CUSTOMER PAID SOME OTHER WAY IN THE
      *         MEANTIME - IS LEFT UNPOSTED, MARKED 'E' ON THE
      *         ENROLLMENT AND PRINTED ON EXCPRPT: THE MONEY HAS BEEN
      *         COLLECTED, SO IT IS WORKED BY HAND THE NEXT MORNING.
      *         A POSTED DRAFT IS MARKED SETTLED ('S'); ACCT54 BACKS
      *         IT OUT AGAIN IF THE BANK LATER RETURNS IT.
      *         CARDIN (OPTIONAL):
      *           COLS  1- 8  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         THE RUN STAMPS ACCTRUN (JOB ACCT53, CYCLE YYMMDD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTAPY ASSIGN TO ACCTAPY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT EXCPRPT ASSIGN TO EXCPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           02  CI-OPTION           PIC X(8).
           02  FILLER              PIC X(72).
       FD  EXCPRPT RECORD CONTAINS 80 CHARACTERS.
       01  EXCPRPT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTAPY          PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTGLI          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT53  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE SPACES.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           02  WS-OVRD-SW          PIC X     VALUE 'N'.
               88  OVERRIDE-RUN        VALUE 'Y'.
           02  WS-RUNROW-NEW-SW    PIC X     VALUE 'N'.
               88  RUNROW-IS-NEW       VALUE 'Y'.
           02  WS-RC-TIME-RAW.
               04  WS-RC-TIME      PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-TRN-TYPE         PIC X(1)  VALUE SPACE.
           02  WS-TRN-AMT          PIC S9(6)V99 COMP-3 VALUE +0.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-APY-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-DUE-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-POST-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-RCV-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-POST-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
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
           02  WS-GL-RCV-INC       PIC X(8)  VALUE '43000000'.
           02  WS-GL-PAY-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-RCV-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-CNT           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-GL-AMT-HASH      PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-GL-ACCT-HASH     PIC S9(11)    COMP-3 VALUE +0.
           02  WS-ACCT-NUM         PIC 9(5)  VALUE 0.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT53  AUTOPAY SETTLEMENT POSTING EXCEPTIONS'.
       01  HDG-LINE-2              PIC X(80) VALUE
           'ACCOUNT  SETTLED      AMOUNT  REASON'.
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
           02  DL-REASON           PIC X(40).
       01  RSN-LIST.
           02  FILLER              PIC X(40) VALUE
               'NO ACCOUNT ON FILE WITH THIS NUMBER'.
           02  FILLER              PIC X(40) VALUE
               'DEBIT EXCEEDS THE OUTSTANDING BALANCE'.
           02  FILLER              PIC X(40) VALUE
               'ACCOUNT IS CLOSED, DEBIT NOT POSTED'.
       01  FILLER REDEFINES RSN-LIST.
           02  RSN-TEXT            PIC X(40) OCCURS 3.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-DRAFTS THRU PROCESS-DRAFTS-EXIT.
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
           OPEN I-O ACCTAPY.
           IF FS-ACCTAPY NOT = '00'
               DISPLAY 'ACCT53: ACCTAPY OPEN FAILED, STATUS=' FS-ACCTAPY
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT53: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT53: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT ACCTGLI.
           IF FS-ACCTGLI NOT = '00'
               DISPLAY 'ACCT53: ACCTGLI OPEN FAILED, STATUS=' FS-ACCTGLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               OPEN OUTPUT ACCTTRN
               CLOSE ACCTTRN
               OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               DISPLAY 'ACCT53: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT EXCPRPT.
           MOVE HDG-LINE-1 TO EXCPRPT-REC.
           WRITE EXCPRPT-REC.
           MOVE HDG-LINE-2 TO EXCPRPT-REC.
           WRITE EXCPRPT-REC.
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
               DISPLAY 'ACCT53: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT53: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT53: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
       PROCESS-DRAFTS.
           PERFORM READ-ACCTAPY THRU READ-ACCTAPY-EXIT.
       PROCESS-DRAFTS-LOOP.
           IF EOF-REACHED GO TO PROCESS-DRAFTS-EXIT.
           ADD 1 TO WS-APY-CNT.
           IF APY-DR-PENDING AND APY-DRAFT-DATE NOT > WS-RUN-DATE
               PERFORM POST-DRAFT THRU POST-DRAFT-EXIT.
           PERFORM READ-ACCTAPY THRU READ-ACCTAPY-EXIT.
           GO TO PROCESS-DRAFTS-LOOP.
       PROCESS-DRAFTS-EXIT. EXIT.
       READ-ACCTAPY.
           READ ACCTAPY
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTAPY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  POST-DRAFT - ONE SETTLED DEBIT, POSTED AS ACCT20 POSTS A      *
      *  LOCKBOX PAYMENT.  THE PAY DATE IS THE SETTLEMENT DATE, WHICH  *
      *  IS WHAT ACCT54 MATCHES A RETURN BACK TO.                      *
      *----------------------------------------------------------------*
       POST-DRAFT.
           ADD 1 TO WS-DUE-CNT.
           MOVE APY-DRAFT-DATE TO WS-DRAFT-DATE.
           MOVE APY-ACCTC TO ACCTDO OF ACCTFIL-REC.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL NOT = '00'
               PERFORM WRITE-EXCEPTION-1 THRU WRITE-EXCEPTION-EXIT
               GO TO POST-DRAFT-HELD.
           IF ACCT-CHGOFF
               PERFORM POST-RECOVERY THRU POST-RECOVERY-EXIT
               GO TO POST-DRAFT-SETTLED.
           IF NOT ACCT-OPEN
               PERFORM WRITE-EXCEPTION-3 THRU WRITE-EXCEPTION-EXIT
               GO TO POST-DRAFT-HELD.
           IF APY-DRAFT-AMT > BALDO OF ACCTFIL-REC
               PERFORM WRITE-EXCEPTION-2 THRU WRITE-EXCEPTION-EXIT
               GO TO POST-DRAFT-HELD.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
      * PAY-HIST SLOTS ON RECORDS FROM OLDER CYCLE CUTS OR ONLINE
      * ADDS MAY HOLD DISPLAY ZEROS OR LOW-VALUES INSTEAD OF VALID
      * PACKED DATA; TREAT ANYTHING UNPACKABLE AS ZERO BEFORE ADDING.
           IF PAMT OF ACCTFIL-REC (3) NOT NUMERIC
               MOVE 0 TO PAMT OF ACCTFIL-REC (3).
           ADD APY-DRAFT-AMT TO PAMT OF ACCTFIL-REC (3).
           MOVE WS-DRAFT-MM TO PMO OF ACCTFIL-REC (3).
           MOVE WS-DRAFT-DD TO PDAY OF ACCTFIL-REC (3).
           MOVE WS-DRAFT-YY TO PYR OF ACCTFIL-REC (3).
           SUBTRACT APY-DRAFT-AMT FROM BALDO OF ACCTFIL-REC.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'P' TO AUD-REQC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT.
           MOVE 'P' TO WS-TRN-TYPE.
           MOVE APY-DRAFT-AMT TO WS-TRN-AMT.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           ADD 1 TO WS-POST-CNT.
           ADD APY-DRAFT-AMT TO WS-POST-AMT.
       POST-DRAFT-SETTLED.
           MOVE 'S' TO APY-DR-STATUS.
           REWRITE ACCTAPY-REC.
           GO TO POST-DRAFT-EXIT.
       POST-DRAFT-HELD.
           MOVE 'E' TO APY-DR-STATUS.
           REWRITE ACCTAPY-REC.
       POST-DRAFT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  POST-RECOVERY - AUTOPAY MONEY ON A CHARGED-OFF DEBT.  THE     *
      *  BALANCE STAYS ZERO; THE AMOUNT ACCUMULATES ON RCVAMTDO AND    *
      *  FLOWS TO THE GL UNDER ITS OWN RECOVERY CATEGORY, AS IN ACCT20.*
      *----------------------------------------------------------------*
       POST-RECOVERY.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           IF RCVAMTDO OF ACCTFIL-REC NOT NUMERIC
               MOVE 0 TO RCVAMTDO OF ACCTFIL-REC.
           ADD APY-DRAFT-AMT TO RCVAMTDO OF ACCTFIL-REC.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'V' TO AUD-REQC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'D' TO GLI-REC-TYPE.
           MOVE APY-ACCTC TO GLI-ACCTC.
           MOVE 'RCV ' TO GLI-CATEGORY.
           MOVE SPACE TO GLI-DR-CR.
           MOVE WS-GL-RCV-INC TO GLI-GL-ACCT.
           MOVE APY-DRAFT-AMT TO GLI-AMOUNT.
           MOVE WS-RUN-DATE TO GLI-POST-DATE.
           WRITE ACCTGLI-REC.
           ADD APY-DRAFT-AMT TO WS-GL-RCV-TOT.
           ADD 1 TO WS-GL-CNT.
           ADD APY-DRAFT-AMT TO WS-GL-AMT-HASH.
           MOVE APY-ACCTC TO WS-ACCT-NUM.
           ADD WS-ACCT-NUM TO WS-GL-ACCT-HASH.
           MOVE 'V' TO WS-TRN-TYPE.
           MOVE APY-DRAFT-AMT TO WS-TRN-AMT.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           ADD 1 TO WS-RCV-CNT.
       POST-RECOVERY-EXIT. EXIT.
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
           MOVE 'AP' TO TRN-RSNC.
           MOVE 'A53' TO TRN-OPID.
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
      *  EACH POSTED DEBIT ALSO GOES TO THE ACCTGLI GL INTERFACE FILE  *
      *  ('PAY ' CATEGORY); TERMINATE-RUN CLOSES THE FILE WITH THE     *
      *  CASH/RECEIVABLE DEBIT-CREDIT PAIR AND THE TRAILER FINANCE     *
      *  PROVES BEFORE LOADING.                                        *
      *----------------------------------------------------------------*
       WRITE-GL-DETAIL.
           MOVE 'D' TO GLI-REC-TYPE.
           MOVE APY-ACCTC TO GLI-ACCTC.
           MOVE 'PAY ' TO GLI-CATEGORY.
           MOVE SPACE TO GLI-DR-CR.
           MOVE WS-GL-AR-CTL TO GLI-GL-ACCT.
           MOVE APY-DRAFT-AMT TO GLI-AMOUNT.
           MOVE WS-RUN-DATE TO GLI-POST-DATE.
           WRITE ACCTGLI-REC.
           ADD APY-DRAFT-AMT TO WS-GL-PAY-TOT.
           ADD 1 TO WS-GL-CNT.
           ADD APY-DRAFT-AMT TO WS-GL-AMT-HASH.
           MOVE APY-ACCTC TO WS-ACCT-NUM.
           ADD WS-ACCT-NUM TO WS-GL-ACCT-HASH.
       WRITE-GL-DETAIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-JOURNAL DROPS THE SAME BEFORE/AFTER ENTRY ON ACCTAUD    *
      *  THAT THE ONLINE PROGRAMS WRITE.  REASON CODE 'AP' MARKS AN    *
      *  AUTOPAY DEBIT.                                                *
      *----------------------------------------------------------------*
       WRITE-JOURNAL.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A53' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE APY-ACCTC TO AUD-ACCTC.
           MOVE 'AP' TO AUD-RSNC.
           WRITE ACCTAUD-REC.
       WRITE-JOURNAL-EXIT. EXIT.
       WRITE-EXCEPTION-1.
           MOVE RSN-TEXT (1) TO DL-REASON.
           GO TO WRITE-EXCEPTION.
       WRITE-EXCEPTION-2.
           MOVE RSN-TEXT (2) TO DL-REASON.
           GO TO WRITE-EXCEPTION.
       WRITE-EXCEPTION-3.
           MOVE RSN-TEXT (3) TO DL-REASON.
       WRITE-EXCEPTION.
           MOVE APY-ACCTC TO DL-ACCTC.
           MOVE WS-DRAFT-MM TO DL-DMO.
           MOVE WS-DRAFT-DD TO DL-DDAY.
           MOVE WS-DRAFT-YY TO DL-DYR.
           MOVE APY-DRAFT-AMT TO DL-AMT.
           MOVE DETAIL-LINE TO EXCPRPT-REC.
           WRITE EXCPRPT-REC.
           ADD 1 TO WS-EXCP-CNT.
       WRITE-EXCEPTION-EXIT. EXIT.
       TERMINATE-RUN.
           IF WS-GL-PAY-TOT > 0
               MOVE 'P' TO GLI-REC-TYPE
               MOVE SPACES TO GLI-ACCTC
               MOVE 'PAY ' TO GLI-CATEGORY
               MOVE 'D' TO GLI-DR-CR
               MOVE WS-GL-CASH TO GLI-GL-ACCT
               MOVE WS-GL-PAY-TOT TO GLI-AMOUNT
               MOVE WS-RUN-DATE TO GLI-POST-DATE
               WRITE ACCTGLI-REC
               MOVE 'C' TO GLI-DR-CR
               MOVE WS-GL-AR-CTL TO GLI-GL-ACCT
               WRITE ACCTGLI-REC
               ADD 2 TO WS-GL-CNT
               ADD WS-GL-PAY-TOT, WS-GL-PAY-TOT TO WS-GL-AMT-HASH.
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
           MOVE 'T' TO GLI-REC-TYPE.
           MOVE WS-GL-CNT TO GLI-TRL-CNT.
           MOVE WS-GL-AMT-HASH TO GLI-TRL-AMT-HASH.
           MOVE WS-GL-ACCT-HASH TO GLI-TRL-ACCT-HASH.
           MOVE SPACES TO GLI-TRL (18:13).
           WRITE ACCTGLI-REC.
           CLOSE ACCTGLI.
           CLOSE ACCTAPY.
           CLOSE ACCTFIL.
           CLOSE ACCTAUD.
           CLOSE ACCTTRN.
           CLOSE EXCPRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT53: AUTOPAY SETTLEMENT COMPLETE, ' WS-DUE-CNT
               ' DEBIT(S) SETTLING, ' WS-POST-CNT ' POSTED, '
               WS-RCV-CNT ' RECOVERY(S), ' WS-EXCP-CNT
               ' EXCEPTION(S)'.
       TERMINATE-RUN-EXIT. EXIT.
