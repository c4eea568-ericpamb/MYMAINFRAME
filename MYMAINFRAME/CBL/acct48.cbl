       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT48.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT READS THE ACCTDSP
      *         BILLING DISPUTE CASES EVERY NIGHT AND POSTS THE CREDIT
      *         FOR EACH CASE A SUPERVISOR RESOLVED FOR THE CUSTOMER
      *         ON AC47 (STATUS 'F', NOT YET POSTED).  THE DISPUTED
      *         AMOUNT COMES OFF BALDO AND OFF THE OPEN BILLED CYCLE
      *         (PAY-HIST (3), NOT BELOW ZERO) THE SAME WAY AN AC21
      *         ADJUSTMENT DOES; A CREDIT LARGER THAN THE BALANCE
      *         LEAVES A CREDIT BALANCE FOR ACCT41 TO WORK.  A CLOSED
      *         ACCOUNT STILL TAKES ITS CREDIT (THE CUSTOMER IS OWED
      *         THE MONEY EITHER WAY).
      *         EVERY CREDIT IS JOURNALED TO ACCTAUD WITH ACCOUNT
      *         IMAGES (REQUEST CODE 'J', REASON 'DS'), WRITES AN
      *         ACCTTRN ROW (TYPE 'A' ADJUSTMENT, SOURCE 'DS'
      *         DISPUTE) AND IS CARRIED TO ACCTGLI UNDER CATEGORY
      *         'DSP ' AGAINST THE DISPUTE CLEARING ACCOUNT, WHERE
      *         FINANCE RECOVERS IT FROM THE MERCHANT CHARGEBACK.
      *         THE CASE IS THEN STAMPED WITH THE POSTING DATE AND
      *         MARKED 'C' CREDITED (ROW IMAGES JOURNALED UNDER
      *         REASON 'DC', AS ON AC47), WHICH ENDS THE HOLD-OUT.
      *         A CASE WHOSE ACCOUNT IS MISSING OR CHARGED OFF, OR
      *         WHOSE AMOUNT IS NOT VALID, IS PRINTED ON DSPRPT AND
      *         LEFT PENDING FOR THE DESK; IT IS RETRIED EVERY NIGHT.
      *         CARDIN (OPTIONAL):
      *           COLS 10-17  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         THE RUN STAMPS ACCTRUN (JOB ACCT48, CYCLE YYMMDD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTDSP ASSIGN TO ACCTDSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               FILE STATUS IS FS-ACCTDSP.
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
           SELECT DSPRPT ASSIGN TO DSPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTDSP RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTDSP.
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
           02  FILLER              PIC X(9).
           02  CI-OVERRIDE         PIC X(8).
           02  FILLER              PIC X(63).
       FD  DSPRPT RECORD CONTAINS 80 CHARACTERS.
       01  DSPRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTDSP          PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTGLI          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT48  '.
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
           02  WS-CASE-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-OPEN-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-POST-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-POST-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-RSN-IX           PIC S9(4) COMP VALUE +0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
           02  WS-GL-AR-CTL        PIC X(8)  VALUE '12000000'.
           02  WS-GL-DSP-CLR       PIC X(8)  VALUE '20400000'.
           02  WS-GL-DSP-TOT       PIC S9(9)V99  COMP-3 VALUE +0.
           02  WS-GL-CNT           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-GL-AMT-HASH      PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-GL-ACCT-HASH     PIC S9(11)    COMP-3 VALUE +0.
           02  WS-ACCT-NUM         PIC 9(5)  VALUE 0.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT48  DISPUTE CREDIT POSTING'.
       01  HDG-LINE-2              PIC X(80) VALUE
           ' ACCT  CASE     AMOUNT  ITEM-DT  ACTION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-CASE             PIC 9(3).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-AMT              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-ITEM-DATE        PIC 9(6).
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-ACTION           PIC X(47).
       01  RSN-LIST.
           02  FILLER              PIC X(47) VALUE
               'CREDIT POSTED'.
           02  FILLER              PIC X(47) VALUE
               'NOT POSTED - NO SUCH ACCOUNT ON FILE'.
           02  FILLER              PIC X(47) VALUE
               'NOT POSTED - ACCOUNT IS CHARGED OFF'.
           02  FILLER              PIC X(47) VALUE
               'NOT POSTED - DISPUTED AMOUNT NOT VALID'.
       01  FILLER REDEFINES RSN-LIST.
           02  RSN-TEXT            PIC X(47) OCCURS 4.
       01  TOTAL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  TL-LABEL            PIC X(30).
           02  TL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-CASES THRU PROCESS-CASES-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT CARDIN.
           READ CARDIN INTO CARDIN-REC
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           CLOSE CARDIN.
           IF CI-OVERRIDE = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           OPEN I-O ACCTDSP.
           IF FS-ACCTDSP NOT = '00'
               DISPLAY 'ACCT48: ACCTDSP OPEN FAILED, STATUS=' FS-ACCTDSP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT48: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT48: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT ACCTGLI.
           IF FS-ACCTGLI NOT = '00'
               DISPLAY 'ACCT48: ACCTGLI OPEN FAILED, STATUS=' FS-ACCTGLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               OPEN OUTPUT ACCTTRN
               CLOSE ACCTTRN
               OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               DISPLAY 'ACCT48: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DSPRPT.
           MOVE HDG-LINE-1 TO DSPRPT-REC.
           WRITE DSPRPT-REC.
           MOVE HDG-LINE-2 TO DSPRPT-REC.
           WRITE DSPRPT-REC.
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
               DISPLAY 'ACCT48: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT48: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT48: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
       PROCESS-CASES.
           PERFORM READ-ACCTDSP THRU READ-ACCTDSP-EXIT.
       PROCESS-CASES-LOOP.
           IF EOF-REACHED GO TO PROCESS-CASES-EXIT.
           ADD 1 TO WS-CASE-CNT.
           IF DSP-OPEN
               ADD 1 TO WS-OPEN-CNT.
           IF DSP-FOR-CUST AND
              (DSP-POST-DATE NOT NUMERIC OR DSP-POST-DATE = 0)
               PERFORM POST-CASE THRU POST-CASE-EXIT.
           PERFORM READ-ACCTDSP THRU READ-ACCTDSP-EXIT.
           GO TO PROCESS-CASES-LOOP.
       PROCESS-CASES-EXIT. EXIT.
       READ-ACCTDSP.
           READ ACCTDSP
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTDSP-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  POST-CASE - THE CREDIT FOR ONE CASE FOUND FOR THE CUSTOMER.   *
      *  THE ACCOUNT IS CREDITED, JOURNALED, ITEMIZED AND CARRIED TO   *
      *  GL FIRST; ONLY THEN IS THE CASE MARKED CREDITED, SO A RUN     *
      *  THAT DIES IN BETWEEN LEAVES THE CASE PENDING, NOT LOST.       *
      *----------------------------------------------------------------*
       POST-CASE.
           IF DSP-AMT NOT NUMERIC OR DSP-AMT NOT > 0
               MOVE 4 TO WS-RSN-IX
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
               GO TO POST-CASE-EXIT.
           MOVE DSP-ACCTC TO ACCTDO.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL NOT = '00'
               MOVE 2 TO WS-RSN-IX
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
               GO TO POST-CASE-EXIT.
           IF ACCT-CHGOFF
               MOVE 3 TO WS-RSN-IX
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
               GO TO POST-CASE-EXIT.
           IF BALDO NOT NUMERIC
               MOVE 0 TO BALDO.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           SUBTRACT DSP-AMT FROM BALDO.
           IF BAMT (3) NOT NUMERIC
               MOVE 0 TO BAMT (3).
           IF DSP-AMT > BAMT (3)
               MOVE 0 TO BAMT (3)
           ELSE
               SUBTRACT DSP-AMT FROM BAMT (3).
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'J' TO AUD-REQC.
           MOVE 'DS' TO AUD-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT.
           ADD DSP-AMT TO WS-GL-DSP-TOT.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTDSP-REC TO AUD-BEFORE (1:80).
           MOVE 'C' TO DSP-STATUS.
           MOVE WS-RUN-DATE TO DSP-POST-DATE.
           REWRITE ACCTDSP-REC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTDSP-REC TO AUD-AFTER (1:80).
           MOVE 'M' TO AUD-REQC.
           MOVE 'DC' TO AUD-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           ADD 1 TO WS-POST-CNT.
           ADD DSP-AMT TO WS-POST-AMT.
           MOVE 1 TO WS-RSN-IX.
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
       POST-CASE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-TRANDTL ADDS THE ITEMIZED DETAIL ROW, BUMPING THE       *
      *  SAME-DAY SEQUENCE ON A DUPLICATE KEY THE WAY ACCT21 DOES.     *
      *----------------------------------------------------------------*
       WRITE-TRANDTL.
           MOVE DSP-ACCTC TO TRN-ACCTC.
           MOVE WS-RUN-DATE TO TRN-DATE.
           MOVE 001 TO TRN-SEQ.
           MOVE 'A' TO TRN-TYPE.
           MOVE 'DS' TO TRN-SRC.
           MOVE 'DS' TO TRN-RSNC.
           MOVE 'A48' TO TRN-OPID.
           MOVE DSP-AMT TO TRN-AMT.
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
      *  EACH CREDIT GOES TO THE ACCTGLI GL INTERFACE FILE UNDER 'DSP '*
      *  AGAINST THE RECEIVABLE; TERMINATE-RUN CLOSES THE FILE WITH    *
      *  THE DISPUTE-CLEARING/RECEIVABLE PAIR AND THE TRAILER.         *
      *----------------------------------------------------------------*
       WRITE-GL-DETAIL.
           MOVE 'D' TO GLI-REC-TYPE.
           MOVE DSP-ACCTC TO GLI-ACCTC.
           MOVE 'DSP ' TO GLI-CATEGORY.
           MOVE SPACE TO GLI-DR-CR.
           MOVE WS-GL-AR-CTL TO GLI-GL-ACCT.
           MOVE DSP-AMT TO GLI-AMOUNT.
           MOVE WS-RUN-DATE TO GLI-POST-DATE.
           WRITE ACCTGLI-REC.
           ADD 1 TO WS-GL-CNT.
           ADD DSP-AMT TO WS-GL-AMT-HASH.
           MOVE DSP-ACCTC TO WS-ACCT-NUM.
           ADD WS-ACCT-NUM TO WS-GL-ACCT-HASH.
       WRITE-GL-DETAIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-JOURNAL DROPS THE BEFORE/AFTER ENTRY ON ACCTAUD UNDER   *
      *  THE REQUEST AND REASON CODES THE CALLER SET: THE ACCOUNT      *
      *  CREDIT ('J'/'DS') FOR THE BALANCING RUN, THE CASE ROW ('DC')  *
      *  FOR THE AUDIT REPORT.                                         *
      *----------------------------------------------------------------*
       WRITE-JOURNAL.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A48' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE DSP-ACCTC TO AUD-ACCTC.
           WRITE ACCTAUD-REC.
       WRITE-JOURNAL-EXIT. EXIT.
       WRITE-DETAIL.
           MOVE DSP-ACCTC TO DL-ACCTC.
           MOVE DSP-CASE TO DL-CASE.
           MOVE ZERO TO DL-AMT.
           IF DSP-AMT NUMERIC MOVE DSP-AMT TO DL-AMT.
           MOVE ZERO TO DL-ITEM-DATE.
           IF DSP-ITEM-DATE NUMERIC MOVE DSP-ITEM-DATE TO DL-ITEM-DATE.
           MOVE RSN-TEXT (WS-RSN-IX) TO DL-ACTION.
           MOVE DETAIL-LINE TO DSPRPT-REC.
           WRITE DSPRPT-REC.
           IF WS-RSN-IX > 1
               ADD 1 TO WS-EXCP-CNT.
       WRITE-DETAIL-EXIT. EXIT.
       TERMINATE-RUN.
           IF WS-GL-DSP-TOT > 0
               MOVE 'P' TO GLI-REC-TYPE
               MOVE SPACES TO GLI-ACCTC
               MOVE 'DSP ' TO GLI-CATEGORY
               MOVE 'D' TO GLI-DR-CR
               MOVE WS-GL-DSP-CLR TO GLI-GL-ACCT
               MOVE WS-GL-DSP-TOT TO GLI-AMOUNT
               MOVE WS-RUN-DATE TO GLI-POST-DATE
               WRITE ACCTGLI-REC
               MOVE 'C' TO GLI-DR-CR
               MOVE WS-GL-AR-CTL TO GLI-GL-ACCT
               WRITE ACCTGLI-REC
               ADD 2 TO WS-GL-CNT
               ADD WS-GL-DSP-TOT, WS-GL-DSP-TOT TO WS-GL-AMT-HASH.
           MOVE 'T' TO GLI-REC-TYPE.
           MOVE WS-GL-CNT TO GLI-TRL-CNT.
           MOVE WS-GL-AMT-HASH TO GLI-TRL-AMT-HASH.
           MOVE WS-GL-ACCT-HASH TO GLI-TRL-ACCT-HASH.
           MOVE SPACES TO GLI-TRL (18:13).
           WRITE ACCTGLI-REC.
           CLOSE ACCTGLI.
           MOVE SPACES TO DSPRPT-REC.
           WRITE DSPRPT-REC.
           MOVE 'CASES READ' TO TL-LABEL.
           MOVE WS-CASE-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO DSPRPT-REC.
           WRITE DSPRPT-REC.
           MOVE 'CASES STILL OPEN' TO TL-LABEL.
           MOVE WS-OPEN-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO DSPRPT-REC.
           WRITE DSPRPT-REC.
           MOVE 'CREDITS POSTED' TO TL-LABEL.
           MOVE WS-POST-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO DSPRPT-REC.
           WRITE DSPRPT-REC.
           MOVE 'CREDITS LEFT PENDING' TO TL-LABEL.
           MOVE WS-EXCP-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO DSPRPT-REC.
           WRITE DSPRPT-REC.
           CLOSE ACCTDSP.
           CLOSE ACCTFIL.
           CLOSE ACCTAUD.
           CLOSE ACCTTRN.
           CLOSE DSPRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT48: DISPUTE CREDIT POSTING COMPLETE, '
               WS-CASE-CNT ' CASE(S) READ, ' WS-POST-CNT
               ' CREDIT(S) ' WS-POST-AMT ', ' WS-EXCP-CNT
               ' LEFT PENDING'.
       TERMINATE-RUN-EXIT. EXIT.
