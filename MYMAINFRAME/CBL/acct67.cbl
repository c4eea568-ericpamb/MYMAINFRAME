       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT67.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT BUILDS THE DAILY
      *         NOTIFICATION EVENT FILE (NOTEVT) FOR THE MESSAGING
      *         VENDOR, WHO SENDS EACH EVENT AS AN EMAIL OR A TEXT.
      *         ONLY AN OPTED-IN ACCTNTF ROW (AC66) GETS AN EVENT,
      *         AND ONLY FOR THE ALERTS THE CUSTOMER ASKED FOR:
      *         'DU' PAYMENT DUE - THE DUE DATE (DUEDTDO) FALLS AFTER
      *              TODAY AND WITHIN THE DUE DAYS, A MINIMUM IS DUE
      *              AND PAY-HIST (3) SHOWS NO PAYMENT YET ON THE
      *              CYCLE.  ONCE PER DUE DATE.
      *         'PR' PAYMENT RECEIVED - EACH ACCTTRN PAYMENT POSTED
      *              TODAY BY THE LOCKBOX (ACCT20), THE COUNTER
      *              (AC21) OR THE WEB (ACCT14).
      *         'RP' PAYMENT RETURNED - EACH ACCT20 LOCKBOX NSF
      *              REVERSAL POSTED TODAY.
      *         'NL' NEAR LIMIT - BALDO HAS REACHED THE LIMIT PERCENT
      *              OF LIMITDO.  ONCE, UNTIL THE BALANCE FALLS BACK
      *              BELOW IT.
      *         'PP' PROMISE REMINDER - AN OPEN ACCTCON PROMISE TO PAY
      *              FALLS DUE TOMORROW.
      *         THE DUE, NEAR-LIMIT AND PROMISE ALERTS GO ONLY TO AN
      *         OPEN ACCOUNT.  AN ACCOUNT UNDER A LEGAL HOLD (AN
      *         ACCTLGL ROW ON HOLD, AS ACCT26 TESTS IT) GETS NO
      *         EVENT AT ALL.  THE FILE IS FRAMED LIKE THE ACCT55
      *         PLACEMENT FILE: HEADER, DETAILS, AND A TRAILER
      *         CARRYING THE DETAIL COUNT AND AMOUNT TOTAL.  EVERY
      *         EVENT, AND EVERY OPT-IN WHOSE ACCOUNT IS MISSING,
      *         PRINTS ON NEVRPT.
      *         CARDIN (ALL OPTIONAL):
      *           COLS  1- 2  DUE DAYS BEFORE THE DUE DATE (DEFAULT 05)
      *           COLS  4- 6  NEAR-LIMIT PERCENT OF LIMITDO
      *                       (DEFAULT 090)
      *           COLS 10-17  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         THE RUN STAMPS ACCTRUN (JOB ACCT67, CYCLE YYMMDD) AND
      *         WILL NOT START UNTIL ACCT24 HAS COMPLETED FOR THE DAY,
      *         SO EVERY POSTING OF THE DAY IS ON ACCTTRN.
      *         DAYS BETWEEN DATES ARE COUNTED OFF THE ACCTCAL DAY
      *         SERIALS (CAL-DAYNO).  A DUE OR PROMISE DATE THE
      *         CALENDAR DOES NOT HOLD GETS NO EVENT AND IS COUNTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTNTF ASSIGN TO ACCTNTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-ACCTC
               FILE STATUS IS FS-ACCTNTF.
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
           SELECT ACCTCON ASSIGN TO ACCTCON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACN-KEY
               FILE STATUS IS FS-ACCTCON.
           SELECT ACCTLGL ASSIGN TO ACCTLGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGL-ACCTC
               FILE STATUS IS FS-ACCTLGL.
           SELECT ACCTCAL ASSIGN TO ACCTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS FS-ACCTCAL.
           SELECT NOTEVT ASSIGN TO NOTEVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTEVT.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEVRPT ASSIGN TO NEVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTNTF RECORD CONTAINS 100 CHARACTERS.
           COPY ACCTNTF.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTTRN RECORD CONTAINS 33 CHARACTERS.
           COPY ACCTTRN.
       FD  ACCTCON RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTCON.
       FD  ACCTLGL RECORD CONTAINS 100 CHARACTERS.
           COPY ACCTLGL.
       FD  ACCTCAL RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTCAL.
       FD  NOTEVT RECORD CONTAINS 150 CHARACTERS.
           COPY ACCTNEV.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-DUE-DAYS         PIC X(2).
           02  FILLER              PIC X(1).
           02  CI-LIMIT-PCT        PIC X(3).
           02  FILLER              PIC X(3).
           02  CI-OVERRIDE         PIC X(8).
           02  FILLER              PIC X(63).
       FD  NEVRPT RECORD CONTAINS 80 CHARACTERS.
       01  NEVRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTNTF          PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-ACCTCON          PIC X(2)  VALUE '00'.
           02  FS-ACCTLGL          PIC X(2)  VALUE '00'.
           02  FS-ACCTCAL          PIC X(2)  VALUE '00'.
           02  FS-NOTEVT           PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT67  '.
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
           02  WS-LEGAL-SW         PIC X     VALUE 'N'.
               88  ACCT-LEGAL-HOLD     VALUE 'Y'.
           02  WS-REWRITE-SW       PIC X     VALUE 'N'.
               88  NTF-CHANGED         VALUE 'Y'.
           02  WS-DUE-DAYS         PIC 9(2)  VALUE 05.
           02  WS-LIMIT-PCT        PIC 9(3)  VALUE 090.
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DN           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-DUE-DN           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-DUE-MDY.
               04  WS-DUE-MM       PIC 9(2).
               04  WS-DUE-DD       PIC 9(2).
               04  WS-DUE-YY       PIC 9(2).
           02  WS-DUE-YMD.
               04  WS-DYM-YY       PIC 9(2).
               04  WS-DYM-MM       PIC 9(2).
               04  WS-DYM-DD       PIC 9(2).
           02  WS-DUE-DATE REDEFINES WS-DUE-YMD PIC 9(6).
           02  WS-DN-DATE          PIC 9(6)  VALUE 0.
           02  WS-DN-DAYS          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-LIM-THRESH       PIC S9(7)V99  COMP-3 VALUE +0.
      *  THE EVENT BEING WRITTEN.
           02  WS-EVT-IX           PIC S9(4) COMP VALUE +0.
           02  WS-EVT-DATE         PIC 9(6)  VALUE 0.
           02  WS-EVT-AMT          PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-NTF-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-OUT-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-OPTIN-CNT        PIC S9(7) COMP VALUE +0.
           02  WS-LGL-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-NOCAL-CNT        PIC S9(7) COMP VALUE +0.
           02  WS-EVT-TOTAL        PIC S9(7) COMP VALUE +0.
           02  WS-EVT-AMT-TOT      PIC S9(9)V99  COMP-3 VALUE +0.
      *  EVENT CODES IN NEVRPT TOTAL ORDER, WITH THEIR COUNTS.
       01  EVT-CODE-LIST.
           02  FILLER              PIC X(26) VALUE
               'DUPAYMENT DUE SOON        '.
           02  FILLER              PIC X(26) VALUE
               'PRPAYMENT RECEIVED        '.
           02  FILLER              PIC X(26) VALUE
               'RPPAYMENT RETURNED        '.
           02  FILLER              PIC X(26) VALUE
               'NLBALANCE NEAR LIMIT      '.
           02  FILLER              PIC X(26) VALUE
               'PPPROMISE REMINDER        '.
       01  FILLER REDEFINES EVT-CODE-LIST.
           02  EVT-ENTRY           OCCURS 5.
               04  EVT-CODE        PIC X(2).
               04  EVT-DESC        PIC X(24).
       01  EVT-COUNTS.
           02  EVT-CNT             PIC S9(7) COMP VALUE +0 OCCURS 5.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT67  CUSTOMER NOTIFICATION EVENTS TO THE VENDOR'.
       01  HDG-LINE-2.
           02  FILLER              PIC X(40) VALUE
           ' ACCT  SURNAME            EV CH  DATE   '.
           02  FILLER              PIC X(40) VALUE
           '    AMOUNT  NOTE'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-SNAME            PIC X(18).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-EVENT            PIC X(2).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-CHANNEL          PIC X(2).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-DATE             PIC 9(6).
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-AMT              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-NOTE             PIC X(27).
       01  TOTAL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  TL-LABEL            PIC X(30).
           02  TL-COUNT            PIC ZZZ,ZZ9.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  TL-AMT              PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM READ-ACCTNTF THRU READ-ACCTNTF-EXIT.
           PERFORM PROCESS-OPTINS THRU PROCESS-OPTINS-EXIT
               UNTIL EOF-REACHED.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN INPUT CARDIN.
           READ CARDIN INTO CARDIN-REC
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           CLOSE CARDIN.
           IF CI-DUE-DAYS NOT = SPACES AND CI-DUE-DAYS NUMERIC
               MOVE CI-DUE-DAYS TO WS-DUE-DAYS.
           IF CI-LIMIT-PCT NOT = SPACES AND CI-LIMIT-PCT NUMERIC
               MOVE CI-LIMIT-PCT TO WS-LIMIT-PCT.
           IF CI-OVERRIDE = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           OPEN I-O ACCTNTF.
           IF FS-ACCTNTF NOT = '00'
               DISPLAY 'ACCT67: ACCTNTF OPEN FAILED, STATUS=' FS-ACCTNTF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT67: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               DISPLAY 'ACCT67: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTCON.
           IF FS-ACCTCON NOT = '00'
               DISPLAY 'ACCT67: ACCTCON OPEN FAILED, STATUS=' FS-ACCTCON
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTLGL.
           IF FS-ACCTLGL NOT = '00'
               DISPLAY 'ACCT67: ACCTLGL OPEN FAILED, STATUS=' FS-ACCTLGL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTCAL.
           IF FS-ACCTCAL NOT = '00'
               DISPLAY 'ACCT67: ACCTCAL OPEN FAILED, STATUS=' FS-ACCTCAL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT NOTEVT.
           IF FS-NOTEVT NOT = '00'
               DISPLAY 'ACCT67: NOTEVT OPEN FAILED, STATUS=' FS-NOTEVT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           IF WS-DN-DAYS = 0
               DISPLAY 'ACCT67: ' WS-RUN-DATE ' NOT ON THE ACCTCAL '
                   'CALENDAR - LOAD THE YEAR (ACCT63)'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-DN-DAYS TO WS-RUN-DN.
           MOVE SPACES TO ACCTNEV-REC.
           MOVE 'H' TO NEV-REC-TYPE.
           MOVE WS-RUN-DATE TO NEV-RUN-DATE.
           MOVE WS-TIME-HHMMSS TO NEV-RUN-TIME.
           WRITE ACCTNEV-REC.
           IF FS-NOTEVT NOT = '00'
               DISPLAY 'ACCT67: NOTEVT WRITE FAILED, STATUS=' FS-NOTEVT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT NEVRPT.
           MOVE HDG-LINE-1 TO NEVRPT-REC.
           WRITE NEVRPT-REC.
           MOVE HDG-LINE-2 TO NEVRPT-REC.
           WRITE NEVRPT-REC.
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
               DISPLAY 'ACCT67: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT67: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT67: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
       READ-ACCTNTF.
           READ ACCTNTF NEXT RECORD
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTNTF-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PROCESS-OPTINS - ONE ACCTNTF ROW.  THE ALERTS THE CUSTOMER    *
      *  ASKED FOR ARE TESTED IN TURN; WHEN A DUE OR NEAR-LIMIT ALERT  *
      *  MOVES THE ROW'S SENT MARKERS THE ROW IS REWRITTEN.            *
      *----------------------------------------------------------------*
       PROCESS-OPTINS.
           ADD 1 TO WS-NTF-CNT.
           IF NOT NTF-OPTED-IN
               ADD 1 TO WS-OUT-CNT
               GO TO PROCESS-OPTINS-NEXT.
           ADD 1 TO WS-OPTIN-CNT.
           MOVE NTF-ACCTC TO ACCTDO.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL NOT = '00'
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO PROCESS-OPTINS-NEXT.
           PERFORM CK-LEGAL THRU CK-LEGAL-EXIT.
           IF ACCT-LEGAL-HOLD
               ADD 1 TO WS-LGL-CNT
               GO TO PROCESS-OPTINS-NEXT.
           MOVE 'N' TO WS-REWRITE-SW.
           IF NTF-WANTS-DUE
               PERFORM CK-DUE-SOON THRU CK-DUE-SOON-EXIT.
           IF NTF-WANTS-PAID OR NTF-WANTS-RETURN
               PERFORM SCAN-POSTINGS THRU SCAN-POSTINGS-EXIT.
           IF NTF-WANTS-LIMIT
               PERFORM CK-NEAR-LIMIT THRU CK-NEAR-LIMIT-EXIT.
           IF NTF-WANTS-PROMISE AND ACCT-OPEN
               PERFORM SCAN-PROMISES THRU SCAN-PROMISES-EXIT.
           IF NTF-CHANGED
               REWRITE ACCTNTF-REC
               IF FS-ACCTNTF NOT = '00'
                   DISPLAY 'ACCT67: ACCTNTF REWRITE FAILED, STATUS='
                       FS-ACCTNTF ' ACCOUNT ' NTF-ACCTC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
       PROCESS-OPTINS-NEXT.
           PERFORM READ-ACCTNTF THRU READ-ACCTNTF-EXIT.
       PROCESS-OPTINS-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-LEGAL - SAME LEGAL HOLD TEST THE ACCT10 WORKLIST USES: AN  *
      *  ACCTLGL ROW ON HOLD ('H' OR 'K') SETS ACCT-LEGAL-HOLD.        *
      *----------------------------------------------------------------*
       CK-LEGAL.
           MOVE 'N' TO WS-LEGAL-SW.
           MOVE ACCTDO TO LGL-ACCTC.
           READ ACCTLGL
               INVALID KEY GO TO CK-LEGAL-EXIT
           END-READ.
           IF LGL-ON-HOLD MOVE 'Y' TO WS-LEGAL-SW.
       CK-LEGAL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-DUE-SOON - THE DUE DATE FALLS AFTER TODAY AND WITHIN THE   *
      *  DUE DAYS, THE MINIMUM IS STILL OWED AND NOTHING HAS BEEN PAID *
      *  ON THE CYCLE, AND THIS DUE DATE HAS NOT BEEN ALERTED BEFORE.  *
      *----------------------------------------------------------------*
       CK-DUE-SOON.
           IF NOT ACCT-OPEN GO TO CK-DUE-SOON-EXIT.
           IF DUEDTDO NOT NUMERIC OR DUEDTDO = 0
               GO TO CK-DUE-SOON-EXIT.
           IF MINPAYDO NOT NUMERIC OR MINPAYDO NOT > 0
               GO TO CK-DUE-SOON-EXIT.
           IF PAMT (3) NUMERIC AND PAMT (3) > 0
               GO TO CK-DUE-SOON-EXIT.
           MOVE DUEDTDO TO WS-DUE-MDY.
           MOVE WS-DUE-YY TO WS-DYM-YY.
           MOVE WS-DUE-MM TO WS-DYM-MM.
           MOVE WS-DUE-DD TO WS-DYM-DD.
           IF NTF-DUE-SENT NUMERIC AND NTF-DUE-SENT = WS-DUE-DATE
               GO TO CK-DUE-SOON-EXIT.
           MOVE WS-DUE-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           IF WS-DN-DAYS = 0 GO TO CK-DUE-SOON-EXIT.
           MOVE WS-DN-DAYS TO WS-DUE-DN.
           IF WS-DUE-DN NOT > WS-RUN-DN OR
              WS-DUE-DN > WS-RUN-DN + WS-DUE-DAYS
               GO TO CK-DUE-SOON-EXIT.
           MOVE 1 TO WS-EVT-IX.
           MOVE WS-DUE-DATE TO WS-EVT-DATE.
           MOVE MINPAYDO TO WS-EVT-AMT.
           PERFORM WRITE-EVENT THRU WRITE-EVENT-EXIT.
           MOVE WS-DUE-DATE TO NTF-DUE-SENT.
           MOVE 'Y' TO WS-REWRITE-SW.
       CK-DUE-SOON-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  SCAN-POSTINGS - THE ACCOUNT'S ACCTTRN ROWS DATED TODAY.  A    *
      *  PAYMENT FROM THE LOCKBOX, COUNTER OR WEB IS A PAYMENT         *
      *  RECEIVED; A LOCKBOX RETURN IS AN ACCT20 NSF REVERSAL.         *
      *----------------------------------------------------------------*
       SCAN-POSTINGS.
           MOVE NTF-ACCTC TO TRN-ACCTC.
           MOVE WS-RUN-DATE TO TRN-DATE.
           MOVE 0 TO TRN-SEQ.
           START ACCTTRN KEY IS NOT LESS THAN TRN-KEY
               INVALID KEY GO TO SCAN-POSTINGS-EXIT
           END-START.
       SCAN-POSTINGS-LOOP.
           READ ACCTTRN NEXT RECORD
               AT END GO TO SCAN-POSTINGS-EXIT
           END-READ.
           IF TRN-ACCTC NOT = NTF-ACCTC OR TRN-DATE NOT = WS-RUN-DATE
               GO TO SCAN-POSTINGS-EXIT.
           IF TRN-AMT NOT NUMERIC GO TO SCAN-POSTINGS-LOOP.
           MOVE 0 TO WS-EVT-IX.
           IF TRN-TYPE = 'P' AND NTF-WANTS-PAID AND
              (TRN-SRC = 'LB' OR TRN-SRC = 'CT' OR TRN-SRC = 'WB')
               MOVE 2 TO WS-EVT-IX.
           IF TRN-TYPE = 'R' AND NTF-WANTS-RETURN AND TRN-SRC = 'LB'
               MOVE 3 TO WS-EVT-IX.
           IF WS-EVT-IX = 0 GO TO SCAN-POSTINGS-LOOP.
           MOVE TRN-DATE TO WS-EVT-DATE.
           MOVE TRN-AMT TO WS-EVT-AMT.
           PERFORM WRITE-EVENT THRU WRITE-EVENT-EXIT.
           GO TO SCAN-POSTINGS-LOOP.
       SCAN-POSTINGS-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-NEAR-LIMIT - BALDO AT OR OVER THE LIMIT PERCENT OF         *
      *  LIMITDO.  THE ALERT GOES ONCE; THE MARKER IS CLEARED WHEN THE *
      *  BALANCE FALLS BACK BELOW THE LINE SO THE NEXT CROSSING ALERTS *
      *  AGAIN.                                                        *
      *----------------------------------------------------------------*
       CK-NEAR-LIMIT.
           IF LIMITDO NOT NUMERIC OR LIMITDO NOT > 0 OR
              BALDO NOT NUMERIC
               GO TO CK-NEAR-LIMIT-EXIT.
           COMPUTE WS-LIM-THRESH ROUNDED =
               LIMITDO * WS-LIMIT-PCT / 100.
           IF BALDO < WS-LIM-THRESH
               IF NTF-LIM-SENT
                   MOVE 'N' TO NTF-LIM-SW
                   MOVE 'Y' TO WS-REWRITE-SW
                   GO TO CK-NEAR-LIMIT-EXIT
               ELSE
                   GO TO CK-NEAR-LIMIT-EXIT.
           IF NTF-LIM-SENT OR NOT ACCT-OPEN
               GO TO CK-NEAR-LIMIT-EXIT.
           MOVE 4 TO WS-EVT-IX.
           MOVE WS-RUN-DATE TO WS-EVT-DATE.
           MOVE BALDO TO WS-EVT-AMT.
           PERFORM WRITE-EVENT THRU WRITE-EVENT-EXIT.
           MOVE 'Y' TO NTF-LIM-SW.
           MOVE 'Y' TO WS-REWRITE-SW.
       CK-NEAR-LIMIT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  SCAN-PROMISES - THE ACCOUNT'S ACCTCON ROWS.  AN OPEN PROMISE  *
      *  WHOSE DATE (MMDDYY AS AC32 KEYS IT) IS TOMORROW GETS ITS      *
      *  REMINDER.                                                     *
      *----------------------------------------------------------------*
       SCAN-PROMISES.
           MOVE NTF-ACCTC TO ACN-ACCTC.
           MOVE 0 TO ACN-DATE, ACN-SEQ.
           START ACCTCON KEY IS NOT LESS THAN ACN-KEY
               INVALID KEY GO TO SCAN-PROMISES-EXIT
           END-START.
       SCAN-PROMISES-LOOP.
           READ ACCTCON NEXT RECORD
               AT END GO TO SCAN-PROMISES-EXIT
           END-READ.
           IF ACN-ACCTC NOT = NTF-ACCTC GO TO SCAN-PROMISES-EXIT.
           IF NOT ACN-PROMISE OR NOT ACN-PR-OPEN
               GO TO SCAN-PROMISES-LOOP.
           IF ACN-PR-DATE NOT NUMERIC GO TO SCAN-PROMISES-LOOP.
           MOVE ACN-PR-DATE TO WS-DUE-MDY.
           MOVE WS-DUE-YY TO WS-DYM-YY.
           MOVE WS-DUE-MM TO WS-DYM-MM.
           MOVE WS-DUE-DD TO WS-DYM-DD.
           MOVE WS-DUE-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           IF WS-DN-DAYS = 0 GO TO SCAN-PROMISES-LOOP.
           IF WS-DN-DAYS NOT = WS-RUN-DN + 1
               GO TO SCAN-PROMISES-LOOP.
           MOVE 5 TO WS-EVT-IX.
           MOVE WS-DUE-DATE TO WS-EVT-DATE.
           MOVE 0 TO WS-EVT-AMT.
           IF ACN-PR-AMT NUMERIC MOVE ACN-PR-AMT TO WS-EVT-AMT.
           PERFORM WRITE-EVENT THRU WRITE-EVENT-EXIT.
           GO TO SCAN-PROMISES-LOOP.
       SCAN-PROMISES-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-EVENT - ONE 'D' RECORD FOR EVENT WS-EVT-IX.  THE EMAIL  *
      *  GOES ONLY FOR CHANNEL 'E' OR 'B' AND THE MOBILE ONLY FOR 'T'  *
      *  OR 'B', SO THE VENDOR SENDS BY THE CHANNEL THE CUSTOMER CHOSE.*
      *----------------------------------------------------------------*
       WRITE-EVENT.
           MOVE SPACES TO ACCTNEV-REC.
           MOVE 'D' TO NEV-REC-TYPE.
           MOVE NTF-ACCTC TO NEV-ACCTC.
           MOVE EVT-CODE (WS-EVT-IX) TO NEV-EVENT.
           MOVE NTF-CHANNEL TO NEV-CHANNEL.
           IF NOT NTF-BY-TEXT MOVE NTF-EMAIL TO NEV-EMAIL.
           IF NOT NTF-BY-EMAIL MOVE NTF-MOBILE TO NEV-MOBILE.
           MOVE FNAMEDO TO NEV-FNAME.
           MOVE SNAMEDO TO NEV-SNAME.
           MOVE WS-EVT-DATE TO NEV-EVT-DATE.
           IF WS-EVT-AMT < 0 MOVE 0 TO WS-EVT-AMT.
           MOVE WS-EVT-AMT TO NEV-AMT.
           MOVE 0 TO NEV-BAL, NEV-LIMIT.
           IF BALDO NUMERIC AND BALDO > 0 MOVE BALDO TO NEV-BAL.
           IF LIMITDO NUMERIC AND LIMITDO > 0
               MOVE LIMITDO TO NEV-LIMIT.
           WRITE ACCTNEV-REC.
           IF FS-NOTEVT NOT = '00'
               DISPLAY 'ACCT67: NOTEVT WRITE FAILED, STATUS=' FS-NOTEVT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO EVT-CNT (WS-EVT-IX).
           ADD 1 TO WS-EVT-TOTAL.
           ADD WS-EVT-AMT TO WS-EVT-AMT-TOT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE NTF-ACCTC TO DL-ACCTC.
           MOVE SNAMEDO TO DL-SNAME.
           MOVE NEV-EVENT TO DL-EVENT.
           MOVE NTF-CHANNEL TO DL-CHANNEL.
           MOVE WS-EVT-DATE TO DL-DATE.
           MOVE WS-EVT-AMT TO DL-AMT.
           MOVE EVT-DESC (WS-EVT-IX) TO DL-NOTE.
           MOVE DETAIL-LINE TO NEVRPT-REC.
           WRITE NEVRPT-REC.
       WRITE-EVENT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  DAY-NUMBER - THE ACCTCAL DAY SERIAL (CAL-DAYNO) OF            *
      *  WS-DN-DATE (YYMMDD) IN WS-DN-DAYS, SO TWO DATES CAN BE        *
      *  SUBTRACTED ACROSS MONTH AND YEAR ENDS, AS ACCT41 AGES.  A     *
      *  DATE THE CALENDAR DOES NOT HOLD GIVES ZERO.                   *
      *----------------------------------------------------------------*
       DAY-NUMBER.
           MOVE WS-DN-DATE TO CAL-DATE.
           READ ACCTCAL
               INVALID KEY MOVE 0 TO CAL-DAYNO
           END-READ.
           MOVE CAL-DAYNO TO WS-DN-DAYS.
           IF WS-DN-DAYS = 0 ADD 1 TO WS-NOCAL-CNT.
       DAY-NUMBER-EXIT. EXIT.
       WRITE-EXCEPTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE NTF-ACCTC TO DL-ACCTC.
           MOVE 0 TO DL-DATE, DL-AMT.
           MOVE 'NO ACCOUNT ON FILE, NO EVENT' TO DL-NOTE.
           MOVE DETAIL-LINE TO NEVRPT-REC.
           WRITE NEVRPT-REC.
           ADD 1 TO WS-EXCP-CNT.
       WRITE-EXCEPTION-EXIT. EXIT.
       TERMINATE-RUN.
           MOVE SPACES TO ACCTNEV-REC.
           MOVE 'T' TO NEV-REC-TYPE.
           MOVE WS-EVT-TOTAL TO NEV-TRL-CNT.
           MOVE WS-EVT-AMT-TOT TO NEV-TRL-AMT.
           WRITE ACCTNEV-REC.
           IF FS-NOTEVT NOT = '00'
               DISPLAY 'ACCT67: NOTEVT WRITE FAILED, STATUS=' FS-NOTEVT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO NEVRPT-REC.
           WRITE NEVRPT-REC.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'OPT-IN ROWS ON FILE' TO TL-LABEL.
           MOVE WS-NTF-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO NEVRPT-REC.
           WRITE NEVRPT-REC.
           MOVE 'OPTED OUT - NO EVENTS' TO TL-LABEL.
           MOVE WS-OUT-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO NEVRPT-REC.
           WRITE NEVRPT-REC.
           MOVE 'LEGAL HOLD - NO EVENTS' TO TL-LABEL.
           MOVE WS-LGL-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO NEVRPT-REC.
           WRITE NEVRPT-REC.
           MOVE 'NO ACCOUNT ON FILE' TO TL-LABEL.
           MOVE WS-EXCP-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO NEVRPT-REC.
           WRITE NEVRPT-REC.
           PERFORM PRINT-EVT-TOTAL THRU PRINT-EVT-TOTAL-EXIT
               VARYING WS-EVT-IX FROM 1 BY 1 UNTIL WS-EVT-IX > 5.
           MOVE 'EVENTS SENT' TO TL-LABEL.
           MOVE WS-EVT-TOTAL TO TL-COUNT.
           MOVE WS-EVT-AMT-TOT TO TL-AMT.
           MOVE TOTAL-LINE TO NEVRPT-REC.
           WRITE NEVRPT-REC.
           CLOSE ACCTNTF.
           CLOSE ACCTFIL.
           CLOSE ACCTTRN.
           CLOSE ACCTCON.
           CLOSE ACCTLGL.
           CLOSE ACCTCAL.
           CLOSE NOTEVT.
           CLOSE NEVRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT67: NOTIFICATION EVENTS COMPLETE, '
               WS-OPTIN-CNT ' OPTED-IN ACCOUNT(S), ' WS-EVT-TOTAL
               ' EVENT(S), ' WS-EXCP-CNT ' EXCEPTION(S)'.
           IF WS-NOCAL-CNT > 0
               DISPLAY 'ACCT67: ' WS-NOCAL-CNT ' DUE/PROMISE DATE(S) '
                   'NOT ON ACCTCAL - NO EVENT'.
       TERMINATE-RUN-EXIT. EXIT.
       PRINT-EVT-TOTAL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE EVT-DESC (WS-EVT-IX) TO TL-LABEL.
           MOVE EVT-CNT (WS-EVT-IX) TO TL-COUNT.
           MOVE TOTAL-LINE TO NEVRPT-REC.
           WRITE NEVRPT-REC.
       PRINT-EVT-TOTAL-EXIT. EXIT.
