       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT52.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT IS THE DAILY
      *         AUTOPAY ORIGINATION STEP: EVERY ACTIVE ACCTAPY
      *         ENROLLMENT WHOSE ACCOUNT IS OPEN AND WHOSE DUE DATE
      *         (DUEDTDO) FALLS AFTER TODAY AND WITHIN THE LEAD DAYS
      *         IS DRAFTED ONTO ACHOUT, THE NACHA-FORMAT DEBIT FILE
      *         TRANSMITTED TO THE BANK.  THE AMOUNT FOLLOWS THE
      *         ENROLLMENT'S OPTION - THE MINIMUM DUE, THE STATEMENT
      *         BALANCE (BAMT OF THE OPEN CYCLE) OR THE FIXED AMOUNT -
      *         LESS WHATEVER HAS ALREADY BEEN PAID ON THE CYCLE, AND
      *         NEVER MORE THAN BALDO; AN ACCOUNT WITH NOTHING LEFT TO
      *         PAY IS NOT DRAFTED.  EACH DEBIT SETTLES ON ITS DUE
      *         DATE: THE ENTRIES ARE SORTED BY DUE DATE AND EACH DATE
      *         GETS ITS OWN PPD BATCH WITH THAT EFFECTIVE ENTRY DATE.
      *         AN ENROLLMENT IS DRAFTED ONCE PER DUE DATE, AND NOT AT
      *         ALL WHILE ITS LAST DRAFT IS STILL WAITING TO SETTLE.
      *         THE DRAFT (DUE DATE, SETTLEMENT DATE, AMOUNT, TRACE
      *         NUMBER) IS RECORDED ON THE ENROLLMENT ROW AS PENDING
      *         FOR ACCT53 TO POST AND ACCT54 TO MATCH RETURNS
      *         AGAINST; A DRAFT THAT FOLLOWS ONE THAT STOOD CLEARS
      *         THE ROW'S COUNT OF RETURNS IN A ROW.  EVERY DEBIT, AND
      *         EVERY ENROLLMENT ON AN ACCOUNT THAT IS MISSING OR NOT
      *         OPEN, PRINTS ON DRFRPT.  THE FILE CARRIES THE NACHA
      *         BATCH AND FILE CONTROL TOTALS (ENTRY COUNT, ENTRY HASH
      *         OF THE RECEIVING ROUTING NUMBERS, DEBIT TOTAL) THE
      *         BANK PROVES IT BY.
      *         CARDIN (ALL OPTIONAL):
      *           COLS  1- 2  LEAD DAYS BEFORE THE DUE DATE (DEFAULT 03)
      *           COLS 10-17  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         THE RUN STAMPS ACCTRUN (JOB ACCT52, CYCLE YYMMDD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTAPY ASSIGN TO ACCTAPY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APY-ACCTC
               FILE STATUS IS FS-ACCTAPY.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACHOUT ASSIGN TO ACHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACHOUT.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRFRPT ASSIGN TO DRFRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSORT ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTAPY RECORD CONTAINS 110 CHARACTERS.
           COPY ACCTAPY.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACHOUT RECORD CONTAINS 94 CHARACTERS.
           COPY ACCTACH.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-LEAD-DAYS        PIC X(2).
           02  FILLER              PIC X(7).
           02  CI-OVERRIDE         PIC X(8).
           02  FILLER              PIC X(63).
       FD  DRFRPT RECORD CONTAINS 80 CHARACTERS.
       01  DRFRPT-REC              PIC X(80).
       SD  WORKSORT.
       01  SORT-REC.
           02  SRT-EFF-DATE        PIC 9(6).
           02  SRT-ACCTC           PIC X(5).
           02  SRT-ROUTING         PIC 9(9).
           02  SRT-DDA-ACCT        PIC X(17).
           02  SRT-DDA-TYPE        PIC X(1).
           02  SRT-OPTION          PIC X(1).
           02  SRT-AMT             PIC S9(6)V99   COMP-3.
           02  SRT-NAME            PIC X(22).
           02  SRT-SNAME           PIC X(18).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTAPY          PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACHOUT           PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT52  '.
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
           02  WS-BATCH-SW         PIC X     VALUE 'N'.
               88  BATCH-OPEN          VALUE 'Y'.
           02  WS-LEAD-DAYS        PIC 9(2)  VALUE 03.
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
           02  WS-DN-DATE-X REDEFINES WS-DN-DATE.
               04  WS-DN-YY        PIC 9(2).
               04  WS-DN-MM        PIC 9(2).
               04  WS-DN-DD        PIC 9(2).
           02  WS-DN-DAYS          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-DN-QUOT          PIC S9(4) COMP VALUE +0.
           02  WS-DN-REM           PIC S9(4) COMP VALUE +0.
           02  WS-PAID             PIC S9(6)V99  COMP-3 VALUE +0.
           02  WS-DRAFT-AMT        PIC S9(6)V99  COMP-3 VALUE +0.
           02  WS-RDFI             PIC 9(8)  VALUE 0.
           02  WS-CHECK-DIGIT      PIC 9(1)  VALUE 0.
           02  WS-TRACE.
               04  WS-TRACE-ODFI   PIC X(8).
               04  WS-TRACE-SEQ    PIC 9(7).
           02  WS-BATCH-DATE       PIC 9(6)  VALUE 0.
           02  WS-BATCH-NO         PIC 9(7)  VALUE 0.
           02  WS-BATCH-ENTRIES    PIC S9(7)     COMP-3 VALUE +0.
           02  WS-BATCH-HASH       PIC S9(11)    COMP-3 VALUE +0.
           02  WS-BATCH-DEBIT      PIC S9(10)V99 COMP-3 VALUE +0.
           02  WS-FILE-ENTRIES     PIC S9(7)     COMP-3 VALUE +0.
           02  WS-FILE-HASH        PIC S9(11)    COMP-3 VALUE +0.
           02  WS-FILE-DEBIT       PIC S9(10)V99 COMP-3 VALUE +0.
           02  WS-REC-CNT          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-BLOCK-CNT        PIC S9(7)     COMP-3 VALUE +0.
           02  WS-PAD-CNT          PIC S9(4) COMP VALUE +0.
           02  WS-APY-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-ACTV-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-PEND-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-RSN-IX           PIC S9(4) COMP VALUE +0.
      *  ORIGINATOR AND BANK IDENTIFIERS FOR THE FILE AND BATCH
      *  HEADERS.  THE ODFI ID IS THE BANK'S ROUTING NUMBER LESS
      *  ITS CHECK DIGIT.
           02  WS-ACH-DEST         PIC X(10) VALUE ' 091000019'.
           02  WS-ACH-DEST-NAME    PIC X(23)
               VALUE 'FIRST NATIONAL BANK'.
           02  WS-ACH-ODFI         PIC X(8)  VALUE '09100001'.
           02  WS-ACH-CO-ID        PIC X(10) VALUE '1410000001'.
           02  WS-ACH-CO-NAME      PIC X(16) VALUE 'ACCOUNT SERVICES'.
           02  WS-ACH-ORIG-NAME    PIC X(23) VALUE 'ACCOUNT SERVICES'.
           02  WS-ACH-DESC         PIC X(10) VALUE 'AUTOPAY'.
       01  CUM-DAYS-LIST.
           02  FILLER              PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  FILLER REDEFINES CUM-DAYS-LIST.
           02  CUM-DAYS            PIC 9(3) OCCURS 12.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT52  AUTOPAY DEBITS ORIGINATED TO THE BANK'.
       01  HDG-LINE-2.
           02  FILLER              PIC X(40) VALUE
           ' ACCT  SURNAME            OPT  SETTLES  '.
           02  FILLER              PIC X(40) VALUE
           '    AMOUNT  TRACE / REASON'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-SNAME            PIC X(18).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-OPTION           PIC X(1).
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-EFF-DATE         PIC 9(6).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-AMT              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-NOTE             PIC X(29).
       01  RSN-LIST.
           02  FILLER              PIC X(29) VALUE
               'NO ACCOUNT ON FILE, NOT DRAWN'.
           02  FILLER              PIC X(29) VALUE
               'ACCOUNT NOT OPEN, NOT DRAWN'.
       01  FILLER REDEFINES RSN-LIST.
           02  RSN-TEXT            PIC X(29) OCCURS 2.
       01  TOTAL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  TL-LABEL            PIC X(30).
           02  TL-COUNT            PIC ZZZ,ZZ9.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  TL-AMT              PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           SORT WORKSORT ON ASCENDING KEY SRT-EFF-DATE SRT-ACCTC
               INPUT PROCEDURE IS SELECT-DRAFTS THRU
                   SELECT-DRAFTS-EXIT
               OUTPUT PROCEDURE IS WRITE-ACH-FILE THRU
                   WRITE-ACH-FILE-EXIT.
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
           IF CI-LEAD-DAYS NOT = SPACES AND CI-LEAD-DAYS NUMERIC
               MOVE CI-LEAD-DAYS TO WS-LEAD-DAYS.
           IF CI-OVERRIDE = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           OPEN I-O ACCTAPY.
           IF FS-ACCTAPY NOT = '00'
               DISPLAY 'ACCT52: ACCTAPY OPEN FAILED, STATUS=' FS-ACCTAPY
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT52: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ACHOUT.
           IF FS-ACHOUT NOT = '00'
               DISPLAY 'ACCT52: ACHOUT OPEN FAILED, STATUS=' FS-ACHOUT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           MOVE WS-DN-DAYS TO WS-RUN-DN.
           MOVE WS-ACH-ODFI TO WS-TRACE-ODFI.
           MOVE 0 TO WS-TRACE-SEQ.
           OPEN OUTPUT DRFRPT.
           MOVE HDG-LINE-1 TO DRFRPT-REC.
           WRITE DRFRPT-REC.
           MOVE HDG-LINE-2 TO DRFRPT-REC.
           WRITE DRFRPT-REC.
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
               DISPLAY 'ACCT52: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT52: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT52: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
      *  INPUT PROCEDURE - RELEASE ONE DEBIT FOR EVERY ACTIVE          *
      *  ENROLLMENT THAT IS DUE WITHIN THE LEAD DAYS, HAS NOT BEEN     *
      *  DRAWN FOR THIS DUE DATE, HAS NO DRAFT STILL PENDING, AND      *
      *  STILL OWES SOMETHING ON THE CYCLE.                            *
      *----------------------------------------------------------------*
       SELECT-DRAFTS.
           PERFORM READ-ACCTAPY THRU READ-ACCTAPY-EXIT.
       SELECT-DRAFTS-LOOP.
           IF EOF-REACHED GO TO SELECT-DRAFTS-EXIT.
           ADD 1 TO WS-APY-CNT.
           IF APY-ACTIVE
               PERFORM EVAL-ENROLLMENT THRU EVAL-ENROLLMENT-EXIT.
           PERFORM READ-ACCTAPY THRU READ-ACCTAPY-EXIT.
           GO TO SELECT-DRAFTS-LOOP.
       SELECT-DRAFTS-EXIT. EXIT.
       READ-ACCTAPY.
           READ ACCTAPY NEXT RECORD
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTAPY-EXIT. EXIT.
       EVAL-ENROLLMENT.
           ADD 1 TO WS-ACTV-CNT.
           IF APY-DR-PENDING
               ADD 1 TO WS-PEND-CNT
               GO TO EVAL-ENROLLMENT-EXIT.
           MOVE APY-ACCTC TO ACCTDO.
           READ ACCTFIL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTFIL NOT = '00'
               MOVE SPACES TO SNAMEDO
               MOVE 1 TO WS-RSN-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO EVAL-ENROLLMENT-EXIT.
           IF NOT ACCT-OPEN
               MOVE 2 TO WS-RSN-IX
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO EVAL-ENROLLMENT-EXIT.
           IF DUEDTDO NOT NUMERIC OR DUEDTDO = 0
               GO TO EVAL-ENROLLMENT-EXIT.
           MOVE DUEDTDO TO WS-DUE-MDY.
           MOVE WS-DUE-YY TO WS-DYM-YY.
           MOVE WS-DUE-MM TO WS-DYM-MM.
           MOVE WS-DUE-DD TO WS-DYM-DD.
           IF APY-DUE-DATE NUMERIC AND APY-DUE-DATE = WS-DUE-DATE
               GO TO EVAL-ENROLLMENT-EXIT.
           MOVE WS-DUE-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           MOVE WS-DN-DAYS TO WS-DUE-DN.
           IF WS-DUE-DN NOT > WS-RUN-DN OR
              WS-DUE-DN > WS-RUN-DN + WS-LEAD-DAYS
               GO TO EVAL-ENROLLMENT-EXIT.
           PERFORM CALC-DRAFT-AMT THRU CALC-DRAFT-AMT-EXIT.
           IF WS-DRAFT-AMT NOT > 0
               GO TO EVAL-ENROLLMENT-EXIT.
           MOVE WS-DUE-DATE TO SRT-EFF-DATE.
           MOVE APY-ACCTC TO SRT-ACCTC.
           MOVE APY-ROUTING TO SRT-ROUTING.
           MOVE APY-DDA-ACCT TO SRT-DDA-ACCT.
           MOVE APY-DDA-TYPE TO SRT-DDA-TYPE.
           MOVE APY-OPTION TO SRT-OPTION.
           MOVE WS-DRAFT-AMT TO SRT-AMT.
           MOVE SPACES TO SRT-NAME.
           STRING FNAMEDO DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SNAMEDO DELIMITED BY SIZE
               INTO SRT-NAME.
           MOVE SNAMEDO TO SRT-SNAME.
           RELEASE SORT-REC.
       EVAL-ENROLLMENT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CALC-DRAFT-AMT - THE OPTION'S AMOUNT LESS WHAT PAY-HIST (3)   *
      *  SHOWS ALREADY PAID ON THE OPEN CYCLE, HELD TO BALDO.          *
      *----------------------------------------------------------------*
       CALC-DRAFT-AMT.
           MOVE 0 TO WS-DRAFT-AMT.
           MOVE 0 TO WS-PAID.
           IF PAMT (3) NUMERIC MOVE PAMT (3) TO WS-PAID.
           IF APY-OPT-MINIMUM AND MINPAYDO NUMERIC
               COMPUTE WS-DRAFT-AMT = MINPAYDO - WS-PAID.
           IF APY-OPT-STATEMENT AND BAMT (3) NUMERIC
               COMPUTE WS-DRAFT-AMT = BAMT (3) - WS-PAID.
           IF APY-OPT-FIXED AND APY-FIXED-AMT NUMERIC
               COMPUTE WS-DRAFT-AMT = APY-FIXED-AMT - WS-PAID.
           IF BALDO NOT NUMERIC OR BALDO NOT > 0
               MOVE 0 TO WS-DRAFT-AMT
               GO TO CALC-DRAFT-AMT-EXIT.
           IF WS-DRAFT-AMT > BALDO
               MOVE BALDO TO WS-DRAFT-AMT.
       CALC-DRAFT-AMT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  OUTPUT PROCEDURE - THE NACHA FILE.  ONE FILE HEADER, ONE PPD  *
      *  DEBIT BATCH PER SETTLEMENT DATE WITH ITS ENTRIES AND BATCH    *
      *  CONTROL, THE FILE CONTROL, AND NINES FILLER TO A WHOLE BLOCK. *
      *----------------------------------------------------------------*
       WRITE-ACH-FILE.
           PERFORM WRITE-FILE-HDR THRU WRITE-FILE-HDR-EXIT.
       WRITE-ACH-FILE-LOOP.
           RETURN WORKSORT AT END GO TO WRITE-ACH-FILE-LAST.
           IF BATCH-OPEN AND SRT-EFF-DATE NOT = WS-BATCH-DATE
               PERFORM WRITE-BATCH-CTL THRU WRITE-BATCH-CTL-EXIT.
           IF NOT BATCH-OPEN
               PERFORM WRITE-BATCH-HDR THRU WRITE-BATCH-HDR-EXIT.
           PERFORM WRITE-ENTRY THRU WRITE-ENTRY-EXIT.
           PERFORM MARK-DRAFTED THRU MARK-DRAFTED-EXIT.
           GO TO WRITE-ACH-FILE-LOOP.
       WRITE-ACH-FILE-LAST.
           IF BATCH-OPEN
               PERFORM WRITE-BATCH-CTL THRU WRITE-BATCH-CTL-EXIT.
           PERFORM WRITE-FILE-CTL THRU WRITE-FILE-CTL-EXIT.
       WRITE-ACH-FILE-EXIT. EXIT.
       WRITE-FILE-HDR.
           MOVE SPACES TO ACCTACH-REC.
           MOVE '1' TO ACH-REC-TYPE.
           MOVE '01' TO ACH-FH-PRIORITY.
           MOVE WS-ACH-DEST TO ACH-FH-DEST.
           MOVE WS-ACH-CO-ID TO ACH-FH-ORIGIN.
           MOVE WS-RUN-DATE TO ACH-FH-DATE.
           MOVE WS-TIME-HHMMSS (1:4) TO ACH-FH-TIME.
           MOVE 'A' TO ACH-FH-MODIFIER.
           MOVE '094' TO ACH-FH-REC-SIZE.
           MOVE '10' TO ACH-FH-BLOCKING.
           MOVE '1' TO ACH-FH-FORMAT.
           MOVE WS-ACH-DEST-NAME TO ACH-FH-DEST-NAME.
           MOVE WS-ACH-ORIG-NAME TO ACH-FH-ORIG-NAME.
           WRITE ACCTACH-REC.
           ADD 1 TO WS-REC-CNT.
       WRITE-FILE-HDR-EXIT. EXIT.
       WRITE-BATCH-HDR.
           ADD 1 TO WS-BATCH-NO.
           MOVE SRT-EFF-DATE TO WS-BATCH-DATE.
           MOVE 0 TO WS-BATCH-ENTRIES, WS-BATCH-HASH, WS-BATCH-DEBIT.
           MOVE SPACES TO ACCTACH-REC.
           MOVE '5' TO ACH-REC-TYPE.
           MOVE '225' TO ACH-BH-SVC-CLASS.
           MOVE WS-ACH-CO-NAME TO ACH-BH-CO-NAME.
           MOVE WS-ACH-CO-ID TO ACH-BH-CO-ID.
           MOVE 'PPD' TO ACH-BH-SEC.
           MOVE WS-ACH-DESC TO ACH-BH-DESC.
           MOVE WS-BATCH-DATE TO ACH-BH-EFF-DATE.
           MOVE '1' TO ACH-BH-ORIG-STAT.
           MOVE WS-ACH-ODFI TO ACH-BH-ODFI.
           MOVE WS-BATCH-NO TO ACH-BH-BATCH.
           WRITE ACCTACH-REC.
           ADD 1 TO WS-REC-CNT.
           MOVE 'Y' TO WS-BATCH-SW.
       WRITE-BATCH-HDR-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-ENTRY - ONE DEBIT.  TRANSACTION CODE 27 DRAWS ON A      *
      *  CHECKING ACCOUNT, 37 ON SAVINGS.  THE TRACE NUMBER IS THE     *
      *  ODFI ID AND THE ENTRY'S SEQUENCE IN THE FILE.                 *
      *----------------------------------------------------------------*
       WRITE-ENTRY.
           DIVIDE SRT-ROUTING BY 10 GIVING WS-RDFI
               REMAINDER WS-CHECK-DIGIT.
           ADD 1 TO WS-TRACE-SEQ.
           MOVE SPACES TO ACCTACH-REC.
           MOVE '6' TO ACH-REC-TYPE.
           IF SRT-DDA-TYPE = 'S'
               MOVE '37' TO ACH-EN-TRAN-CODE
           ELSE
               MOVE '27' TO ACH-EN-TRAN-CODE.
           MOVE WS-RDFI TO ACH-EN-RDFI.
           MOVE WS-CHECK-DIGIT TO ACH-EN-CHECK-DIGIT.
           MOVE SRT-DDA-ACCT TO ACH-EN-DFI-ACCT.
           MOVE SRT-AMT TO ACH-EN-AMT.
           MOVE SRT-ACCTC TO ACH-EN-IND-ID.
           MOVE SRT-NAME TO ACH-EN-IND-NAME.
           MOVE '0' TO ACH-EN-ADDENDA-IND.
           MOVE WS-TRACE TO ACH-EN-TRACE.
           WRITE ACCTACH-REC.
           ADD 1 TO WS-REC-CNT.
           ADD 1 TO WS-BATCH-ENTRIES, WS-FILE-ENTRIES.
           ADD WS-RDFI TO WS-BATCH-HASH, WS-FILE-HASH.
           ADD SRT-AMT TO WS-BATCH-DEBIT, WS-FILE-DEBIT.
           MOVE SRT-ACCTC TO DL-ACCTC.
           MOVE SRT-SNAME TO DL-SNAME.
           MOVE SRT-OPTION TO DL-OPTION.
           MOVE SRT-EFF-DATE TO DL-EFF-DATE.
           MOVE SRT-AMT TO DL-AMT.
           MOVE WS-TRACE TO DL-NOTE.
           MOVE DETAIL-LINE TO DRFRPT-REC.
           WRITE DRFRPT-REC.
       WRITE-ENTRY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  MARK-DRAFTED RECORDS THE DEBIT ON THE ENROLLMENT AS PENDING.  *
      *  A LAST DRAFT THAT SETTLED AND WAS NOT RETURNED ENDS ANY RUN   *
      *  OF RETURNS, SO THE COUNT STARTS OVER.                         *
      *----------------------------------------------------------------*
       MARK-DRAFTED.
           MOVE SRT-ACCTC TO APY-ACCTC.
           READ ACCTAPY
               INVALID KEY GO TO MARK-DRAFTED-EXIT
           END-READ.
           IF APY-DR-SETTLED
               MOVE 0 TO APY-RTN-CNT.
           MOVE SRT-EFF-DATE TO APY-DUE-DATE.
           MOVE SRT-EFF-DATE TO APY-DRAFT-DATE.
           MOVE SRT-AMT TO APY-DRAFT-AMT.
           MOVE WS-TRACE TO APY-TRACE.
           MOVE 'P' TO APY-DR-STATUS.
           REWRITE ACCTAPY-REC.
       MARK-DRAFTED-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-BATCH-CTL CLOSES A BATCH.  THE ENTRY HASH IS THE SUM OF *
      *  THE EIGHT-DIGIT RECEIVING ROUTING NUMBERS, KEPT TO ITS LOW    *
      *  TEN DIGITS BY THE MOVE.                                       *
      *----------------------------------------------------------------*
       WRITE-BATCH-CTL.
           MOVE SPACES TO ACCTACH-REC.
           MOVE '8' TO ACH-REC-TYPE.
           MOVE '225' TO ACH-BC-SVC-CLASS.
           MOVE WS-BATCH-ENTRIES TO ACH-BC-ENTRY-CNT.
           MOVE WS-BATCH-HASH TO ACH-BC-HASH.
           MOVE WS-BATCH-DEBIT TO ACH-BC-DEBIT.
           MOVE 0 TO ACH-BC-CREDIT.
           MOVE WS-ACH-CO-ID TO ACH-BC-CO-ID.
           MOVE WS-ACH-ODFI TO ACH-BC-ODFI.
           MOVE WS-BATCH-NO TO ACH-BC-BATCH.
           WRITE ACCTACH-REC.
           ADD 1 TO WS-REC-CNT.
           MOVE 'N' TO WS-BATCH-SW.
       WRITE-BATCH-CTL-EXIT. EXIT.
       WRITE-FILE-CTL.
           ADD 1 TO WS-REC-CNT.
           COMPUTE WS-BLOCK-CNT = (WS-REC-CNT + 9) / 10.
           COMPUTE WS-PAD-CNT = WS-BLOCK-CNT * 10 - WS-REC-CNT.
           MOVE SPACES TO ACCTACH-REC.
           MOVE '9' TO ACH-REC-TYPE.
           MOVE WS-BATCH-NO TO ACH-FC-BATCH-CNT.
           MOVE WS-BLOCK-CNT TO ACH-FC-BLOCK-CNT.
           MOVE WS-FILE-ENTRIES TO ACH-FC-ENTRY-CNT.
           MOVE WS-FILE-HASH TO ACH-FC-HASH.
           MOVE WS-FILE-DEBIT TO ACH-FC-DEBIT.
           MOVE 0 TO ACH-FC-CREDIT.
           WRITE ACCTACH-REC.
       WRITE-FILE-CTL-PAD.
           IF WS-PAD-CNT NOT > 0 GO TO WRITE-FILE-CTL-EXIT.
           MOVE ALL '9' TO ACCTACH-REC.
           WRITE ACCTACH-REC.
           SUBTRACT 1 FROM WS-PAD-CNT.
           GO TO WRITE-FILE-CTL-PAD.
       WRITE-FILE-CTL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  DAY-NUMBER TURNS WS-DN-DATE (YYMMDD) INTO A RUNNING DAY       *
      *  COUNT IN WS-DN-DAYS, SO TWO DATES CAN BE SUBTRACTED ACROSS    *
      *  MONTH AND YEAR ENDS, AS IN ACCT15.                            *
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
       WRITE-EXCEPTION.
           MOVE APY-ACCTC TO DL-ACCTC.
           MOVE SNAMEDO TO DL-SNAME.
           MOVE APY-OPTION TO DL-OPTION.
           MOVE 0 TO DL-EFF-DATE, DL-AMT.
           MOVE RSN-TEXT (WS-RSN-IX) TO DL-NOTE.
           MOVE DETAIL-LINE TO DRFRPT-REC.
           WRITE DRFRPT-REC.
           ADD 1 TO WS-EXCP-CNT.
       WRITE-EXCEPTION-EXIT. EXIT.
       TERMINATE-RUN.
           MOVE SPACES TO DRFRPT-REC.
           WRITE DRFRPT-REC.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'ENROLLMENTS ON FILE' TO TL-LABEL.
           MOVE WS-APY-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO DRFRPT-REC.
           WRITE DRFRPT-REC.
           MOVE 'ACTIVE ENROLLMENTS' TO TL-LABEL.
           MOVE WS-ACTV-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO DRFRPT-REC.
           WRITE DRFRPT-REC.
           MOVE 'LAST DRAFT STILL PENDING' TO TL-LABEL.
           MOVE WS-PEND-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO DRFRPT-REC.
           WRITE DRFRPT-REC.
           MOVE 'NOT DRAWN - ACCOUNT' TO TL-LABEL.
           MOVE WS-EXCP-CNT TO TL-COUNT.
           MOVE TOTAL-LINE TO DRFRPT-REC.
           WRITE DRFRPT-REC.
           MOVE 'DEBITS ORIGINATED' TO TL-LABEL.
           MOVE WS-FILE-ENTRIES TO TL-COUNT.
           MOVE WS-FILE-DEBIT TO TL-AMT.
           MOVE TOTAL-LINE TO DRFRPT-REC.
           WRITE DRFRPT-REC.
           CLOSE ACCTAPY.
           CLOSE ACCTFIL.
           CLOSE ACHOUT.
           CLOSE DRFRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT52: AUTOPAY ORIGINATION COMPLETE, '
               WS-ACTV-CNT ' ACTIVE ENROLLMENT(S), ' WS-FILE-ENTRIES
               ' DEBIT(S) IN ' WS-BATCH-NO ' BATCH(ES), '
               WS-EXCP-CNT ' EXCEPTION(S)'.
       TERMINATE-RUN-EXIT. EXIT.
