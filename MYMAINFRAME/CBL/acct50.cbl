       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT50.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT IS THE MONTH-END
      *         STEP FOR THE ACCTWKP HARDSHIP WORKOUT PLANS AND RUNS
      *         JUST BEFORE THE ACCT15 CYCLE CUT, WHILE THE CYCLE
      *         BILLED UNDER THE PLAN IS STILL OPEN IN PAY-HIST (3)
      *         WITH ITS MINIMUM DUE (THE PLAN PAYMENT) AND DUE DATE
      *         ON THE ACCOUNT.  FOR EVERY ACTIVE PLAN WHOSE OPEN
      *         CYCLE WAS BILLED ON OR AFTER THE PLAN START AND HAS
      *         NOT BEEN JUDGED YET, THE PAYMENTS ITEMIZED ON ACCTTRN
      *         AFTER THE BILL DATE AND BY THE DUE DATE ARE ADDED UP
      *         (LESS ANY RETURNED FOR NSF).  PAID IN FULL COUNTS ONE
      *         MORE CONSECUTIVE PLAN PAYMENT; ANYTHING LESS BREAKS
      *         THE PLAN ('B'), WHICH PUTS THE ACCOUNT BACK ON THE
      *         ACCTPRC PRICING FROM THE NEXT CUT AND PRINTS IT ON
      *         PLNRPT, WITH THE CUSTOMER'S TELEPHONE NUMBER, FOR A
      *         COLLECTOR TO CALL.
      *         WHEN THE COUNT REACHES THE NUMBER OF PAYMENTS THE
      *         PLAN REQUIRES, THE ACCOUNT IS RE-AGED TO CURRENT: THE
      *         PLAN IS MARKED COMPLETE ('C') WITH THE BILL DATE OF
      *         THE CYCLE JUST PAID AS ITS RE-AGE DATE, SO ACCT10,
      *         ACCT25 AND ACCT26 NO LONGER COUNT THAT CYCLE OR ANY
      *         OLDER ONE AS DELINQUENT, AND THE DUNNING STAGE AND
      *         DATE (DUNSTGDO/DUNDTDO) ARE RESET SO ANY LATER
      *         DELINQUENCY STARTS OVER AT THE FIRST LETTER.  THE
      *         ACCOUNT CHANGE IS JOURNALED TO ACCTAUD UNDER REASON
      *         'RA'.  A PLAN WHOSE ACCOUNT IS NO LONGER ON FILE OR
      *         NO LONGER OPEN IS ENDED ('X').  EVERY PLAN ROW CHANGE
      *         IS JOURNALED WITH ROW IMAGES UNDER REASON 'WP', AS ON
      *         AC49.
      *         CARDIN (OPTIONAL):
      *           COLS 10-17  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         THE RUN STAMPS ACCTRUN (JOB ACCT50, CYCLE YYMM00).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTWKP ASSIGN TO ACCTWKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WKP-ACCTC
               FILE STATUS IS FS-ACCTWKP.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-KEY
               FILE STATUS IS FS-ACCTTRN.
           SELECT ACCTAUD ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTAUD.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLNRPT ASSIGN TO PLNRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTWKP RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTWKP.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTTRN RECORD CONTAINS 33 CHARACTERS.
           COPY ACCTTRN.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  FILLER              PIC X(9).
           02  CI-OVERRIDE         PIC X(8).
           02  FILLER              PIC X(63).
       FD  PLNRPT RECORD CONTAINS 80 CHARACTERS.
       01  PLNRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTWKP          PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT50  '.
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
           02  WS-PLAN-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-ACTV-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-PAID-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-REAGE-CNT        PIC S9(7) COMP VALUE +0.
           02  WS-BRK-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-END-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-RSN-IX           PIC S9(4) COMP VALUE +0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
           02  WS-BILL-YMD.
               04  WS-BILL-YY      PIC 9(2).
               04  WS-BILL-MM      PIC 9(2).
               04  WS-BILL-DD      PIC 9(2).
           02  WS-BILL-DATE REDEFINES WS-BILL-YMD PIC 9(6).
           02  WS-DUE-MDY.
               04  WS-DUE-MM       PIC 9(2).
               04  WS-DUE-DD       PIC 9(2).
               04  WS-DUE-YY       PIC 9(2).
           02  WS-DUE-YMD.
               04  WS-DYM-YY       PIC 9(2).
               04  WS-DYM-MM       PIC 9(2).
               04  WS-DYM-DD       PIC 9(2).
           02  WS-DUE-DATE REDEFINES WS-DUE-YMD PIC 9(6).
           02  WS-PAID             PIC S9(7)V99 COMP-3 VALUE +0.
           02  WS-PLAN-BEFORE      PIC X(60) VALUE SPACES.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT50  WORKOUT PLAN PAYMENTS - BROKEN PLANS TO COLLECTORS'.
       01  HDG-LINE-2.
           02  FILLER              PIC X(40) VALUE
           ' ACCT  SURNAME            TELEPHONE'.
           02  FILLER              PIC X(40) VALUE
           '    DUE        PAID  PMTS  ACTION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-SNAME            PIC X(18).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-TEL              PIC X(12).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-DUE              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-PAID             PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-CNT              PIC Z9.
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-REQ              PIC 99.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACTION           PIC X(13).
       01  RSN-LIST.
           02  FILLER              PIC X(13) VALUE 'COUNTED'.
           02  FILLER              PIC X(13) VALUE 'RE-AGED'.
           02  FILLER              PIC X(13) VALUE '*** BROKEN'.
           02  FILLER              PIC X(13) VALUE 'ENDED-NO ACCT'.
           02  FILLER              PIC X(13) VALUE 'ENDED-CLOSED'.
       01  FILLER REDEFINES RSN-LIST.
           02  RSN-TEXT            PIC X(13) OCCURS 5.
       01  TOTAL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  TL-LABEL            PIC X(30).
           02  TL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-PLANS THRU PROCESS-PLANS-EXIT.
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
           MOVE '00' TO WS-RUN-CYCLE (5:2).
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           OPEN I-O ACCTWKP.
           IF FS-ACCTWKP NOT = '00'
               DISPLAY 'ACCT50: ACCTWKP OPEN FAILED, STATUS=' FS-ACCTWKP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT50: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               DISPLAY 'ACCT50: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT50: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT PLNRPT.
           MOVE HDG-LINE-1 TO PLNRPT-REC.
           WRITE PLNRPT-REC.
           MOVE HDG-LINE-2 TO PLNRPT-REC.
           WRITE PLNRPT-REC.
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
               DISPLAY 'ACCT50: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT50: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT50: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
       PROCESS-PLANS.
           PERFORM READ-ACCTWKP THRU READ-ACCTWKP-EXIT.
       PROCESS-PLANS-LOOP.
           IF EOF-REACHED GO TO PROCESS-PLANS-EXIT.
           ADD 1 TO WS-PLAN-CNT.
           IF WKP-ACTIVE
               PERFORM EVAL-PLAN THRU EVAL-PLAN-EXIT.
           PERFORM READ-ACCTWKP THRU READ-ACCTWKP-EXIT.
           GO TO PROCESS-PLANS-LOOP.
       PROCESS-PLANS-EXIT. EXIT.
       READ-ACCTWKP.
           READ ACCTWKP
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTWKP-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  EVAL-PLAN - ONE ACTIVE PLAN.  THE OPEN CYCLE IS JUDGED ONLY   *
      *  WHEN IT WAS BILLED UNDER THE PLAN (ON OR AFTER THE START),    *
      *  CARRIES A MINIMUM DUE, AND WAS NOT JUDGED BY AN EARLIER RUN   *
      *  (WKP-LAST-CYC HOLDS THE LAST BILL DATE JUDGED).               *
      *----------------------------------------------------------------*
       EVAL-PLAN.
           ADD 1 TO WS-ACTV-CNT.
           MOVE ACCTWKP-REC TO WS-PLAN-BEFORE.
           MOVE 0 TO WS-PAID.
           MOVE WKP-ACCTC TO ACCTDO.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL NOT = '00'
               MOVE SPACES TO ACCTFIL-REC
               MOVE WKP-ACCTC TO ACCTDO
               MOVE 0 TO MINPAYDO
               MOVE 4 TO WS-RSN-IX
               GO TO EVAL-PLAN-END.
           IF NOT ACCT-OPEN
               MOVE 5 TO WS-RSN-IX
               GO TO EVAL-PLAN-END.
           IF BMO (3) NOT NUMERIC OR BMO (3) = 0
               GO TO EVAL-PLAN-EXIT.
           MOVE BYR (3) TO WS-BILL-YY.
           MOVE BMO (3) TO WS-BILL-MM.
           MOVE BDAY (3) TO WS-BILL-DD.
           IF WKP-START NUMERIC AND WS-BILL-DATE < WKP-START
               GO TO EVAL-PLAN-EXIT.
           IF WKP-LAST-CYC NUMERIC AND WS-BILL-DATE NOT > WKP-LAST-CYC
               GO TO EVAL-PLAN-EXIT.
           IF MINPAYDO NOT NUMERIC OR MINPAYDO NOT > 0
               GO TO EVAL-PLAN-EXIT.
           IF DUEDTDO NOT NUMERIC OR DUEDTDO = 0
               MOVE WS-RUN-DATE TO WS-DUE-DATE
           ELSE
               MOVE DUEDTDO TO WS-DUE-MDY
               MOVE WS-DUE-YY TO WS-DYM-YY
               MOVE WS-DUE-MM TO WS-DYM-MM
               MOVE WS-DUE-DD TO WS-DYM-DD.
           PERFORM SUM-PAYMENTS THRU SUM-PAYMENTS-EXIT.
           MOVE WS-BILL-DATE TO WKP-LAST-CYC.
           IF WS-PAID < MINPAYDO
               MOVE 'B' TO WKP-STATUS
               MOVE 3 TO WS-RSN-IX
               ADD 1 TO WS-BRK-CNT
               GO TO EVAL-PLAN-STAMP.
           IF WKP-PMT-CNT NOT NUMERIC
               MOVE 0 TO WKP-PMT-CNT.
           ADD 1 TO WKP-PMT-CNT.
           ADD 1 TO WS-PAID-CNT.
           MOVE 1 TO WS-RSN-IX.
           IF WKP-REQ-PMTS NUMERIC AND WKP-PMT-CNT < WKP-REQ-PMTS
               GO TO EVAL-PLAN-UPDATE.
           PERFORM REAGE-ACCOUNT THRU REAGE-ACCOUNT-EXIT.
           MOVE 'C' TO WKP-STATUS.
           MOVE WS-BILL-DATE TO WKP-REAGE-DATE.
           MOVE 2 TO WS-RSN-IX.
           ADD 1 TO WS-REAGE-CNT.
           GO TO EVAL-PLAN-STAMP.
       EVAL-PLAN-END.
           MOVE 'X' TO WKP-STATUS.
           ADD 1 TO WS-END-CNT.
       EVAL-PLAN-STAMP.
           MOVE WS-RUN-DATE TO WKP-STAT-DATE.
           MOVE 'A50' TO WKP-STAT-OPID.
       EVAL-PLAN-UPDATE.
           REWRITE ACCTWKP-REC.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE WS-PLAN-BEFORE TO AUD-BEFORE (1:60).
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTWKP-REC TO AUD-AFTER (1:60).
           MOVE 'WP' TO AUD-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
       EVAL-PLAN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  SUM-PAYMENTS ADDS UP THE ACCTTRN PAYMENT ROWS POSTED AFTER    *
      *  THE BILL DATE AND NO LATER THAN THE DUE DATE, LESS PAYMENTS   *
      *  RETURNED NSF IN THE SAME WINDOW.  ROWS ON THE BILL DATE       *
      *  ITSELF BELONG TO THE CYCLE BEFORE, AS IN ACCT15'S CALC-ADB.   *
      *----------------------------------------------------------------*
       SUM-PAYMENTS.
           MOVE WKP-ACCTC TO TRN-ACCTC.
           MOVE WS-BILL-DATE TO TRN-DATE.
           MOVE 999 TO TRN-SEQ.
           START ACCTTRN KEY > TRN-KEY
               INVALID KEY GO TO SUM-PAYMENTS-EXIT
           END-START.
       SUM-PAYMENTS-LOOP.
           READ ACCTTRN NEXT RECORD
               AT END GO TO SUM-PAYMENTS-EXIT
           END-READ.
           IF TRN-ACCTC NOT = WKP-ACCTC
               GO TO SUM-PAYMENTS-EXIT.
           IF TRN-DATE > WS-DUE-DATE
               GO TO SUM-PAYMENTS-EXIT.
           IF TRN-TYPE = 'P'
               ADD TRN-AMT TO WS-PAID.
           IF TRN-TYPE = 'R' AND TRN-RSNC = 'NS'
               SUBTRACT TRN-AMT FROM WS-PAID.
           GO TO SUM-PAYMENTS-LOOP.
       SUM-PAYMENTS-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  REAGE-ACCOUNT - THE ACCOUNT SIDE OF THE RE-AGE.  THE CYCLES   *
      *  THEMSELVES ARE LEFT AS BILLED AND PAID; THE RE-AGE DATE ON    *
      *  THE PLAN ROW IS WHAT TAKES THEM OUT OF THE DELINQUENCY        *
      *  COUNTS.  HERE THE DUNNING HISTORY IS CLEARED AND THE CHANGE   *
      *  JOURNALED UNDER 'RA'.                                         *
      *----------------------------------------------------------------*
       REAGE-ACCOUNT.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           MOVE 0 TO DUNSTGDO.
           MOVE 0 TO DUNDTDO.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE 'RA' TO AUD-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
       REAGE-ACCOUNT-EXIT. EXIT.
       WRITE-JOURNAL.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A50' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'M' TO AUD-REQC.
           MOVE WKP-ACCTC TO AUD-ACCTC.
           WRITE ACCTAUD-REC.
       WRITE-JOURNAL-EXIT. EXIT.
       WRITE-DETAIL.
           MOVE WKP-ACCTC TO DL-ACCTC.
           MOVE SNAMEDO TO DL-SNAME.
           MOVE TELDO TO DL-TEL.
           MOVE 0 TO DL-DUE.
           IF MINPAYDO NUMERIC MOVE MINPAYDO TO DL-DUE.
           MOVE WS-PAID TO DL-PAID.
           MOVE 0 TO DL-CNT.
           IF WKP-PMT-CNT NUMERIC MOVE WKP-PMT-CNT TO DL-CNT.
           MOVE 0 TO DL-REQ.
           IF WKP-REQ-PMTS NUMERIC MOVE WKP-REQ-PMTS TO DL-REQ.
           MOVE RSN-TEXT (WS-RSN-IX) TO DL-ACTION.
           MOVE DETAIL-LINE TO PLNRPT-REC.
           WRITE PLNRPT-REC.
       WRITE-DETAIL-EXIT. EXIT.
       TERMINATE-RUN.
           MOVE SPACES TO PLNRPT-REC.
           WRITE PLNRPT-REC.
           MOVE 'PLANS ON FILE' TO TL-LABEL.
           MOVE WS-PLAN-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO PLNRPT-REC.
           WRITE PLNRPT-REC.
           MOVE 'ACTIVE PLANS' TO TL-LABEL.
           MOVE WS-ACTV-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO PLNRPT-REC.
           WRITE PLNRPT-REC.
           MOVE 'PLAN PAYMENTS COUNTED' TO TL-LABEL.
           MOVE WS-PAID-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO PLNRPT-REC.
           WRITE PLNRPT-REC.
           MOVE 'ACCOUNTS RE-AGED' TO TL-LABEL.
           MOVE WS-REAGE-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO PLNRPT-REC.
           WRITE PLNRPT-REC.
           MOVE 'PLANS BROKEN' TO TL-LABEL.
           MOVE WS-BRK-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO PLNRPT-REC.
           WRITE PLNRPT-REC.
           MOVE 'PLANS ENDED' TO TL-LABEL.
           MOVE WS-END-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO PLNRPT-REC.
           WRITE PLNRPT-REC.
           CLOSE ACCTWKP.
           CLOSE ACCTFIL.
           CLOSE ACCTTRN.
           CLOSE ACCTAUD.
           CLOSE PLNRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT50: WORKOUT PLAN MONTH-END COMPLETE, '
               WS-ACTV-CNT ' ACTIVE PLAN(S), ' WS-PAID-CNT
               ' PAYMENT(S) COUNTED, ' WS-REAGE-CNT ' RE-AGED, '
               WS-BRK-CNT ' BROKEN'.
       TERMINATE-RUN-EXIT. EXIT.
