       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT46.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT READS THE ACCTCRD
      *         CARD PLASTICS MASTER IN ACCOUNT/CARD ORDER ONCE A
      *         MONTH AND WRITES THE EMBOSSING VENDOR EXTRACT
      *         (EMBFILE, LAYOUT ACCTEMB) FOR:
      *           - EVERY ACTIVE CARD NOT YET EMBOSSED - NEW CARDS
      *             AND REPLACEMENTS ISSUED ON AC45 SINCE THE LAST
      *             RUN (CRD-EMB-DATE ZERO);
      *           - EVERY ACTIVE CARD EXPIRING WITHIN THE LEAD
      *             MONTHS, WHICH IS RENEWED IN PLACE: SAME CARD
      *             SEQUENCE, EXPIRY PUSHED OUT THREE YEARS.
      *         ONLY AN OPEN ACCOUNT GETS A PLASTIC.  A CARD ON A
      *         CLOSED OR CHARGED-OFF ACCOUNT IS NOT EMBOSSED OR
      *         RENEWED, AND ONCE PAST ITS EXPIRY IT IS MARKED
      *         EXPIRED.  EVERY CHANGE TO A CARD ROW IS JOURNALED TO
      *         ACCTAUD WITH ROW IMAGES UNDER REASON 'CD', THE SAME
      *         AS THE AC45 SCREEN.
      *         AT EACH ACCOUNT BREAK THE ACTIVE CARDS COUNTED ARE
      *         POSTED TO CARDSDO WHEN THEY DIFFER (JOURNALED WITH
      *         ACCOUNT IMAGES, REASON 'CS'), SO THE COUNT ON THE
      *         DETAIL SCREEN AND STATEMENT MATCHES THE PLASTICS ON
      *         FILE.  AN ACCOUNT WITH NO ROW ON ACCTCRD KEEPS THE
      *         COUNT IT HAS UNTIL ITS CARDS ARE LOADED.
      *         EVERY CARD SENT OR PASSED OVER PRINTS ON EMBRPT.
      *         CARDIN (ALL OPTIONAL):
      *           COLS  1- 2  RENEWAL LEAD IN MONTHS (DEFAULT 01,
      *                       AT MOST 12)
      *           COLS 10-17  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         THE RUN STAMPS ACCTRUN (JOB ACCT46, CYCLE YYMM00).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTCRD ASSIGN TO ACCTCRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-KEY
               FILE STATUS IS FS-ACCTCRD.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTAUD ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTAUD.
           SELECT EMBFILE ASSIGN TO EMBFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EMBFILE.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMBRPT ASSIGN TO EMBRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTCRD RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTCRD.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  EMBFILE RECORD CONTAINS 128 CHARACTERS.
           COPY ACCTEMB.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-LEAD-MOS         PIC X(2).
           02  FILLER              PIC X(7).
           02  CI-OVERRIDE         PIC X(8).
           02  FILLER              PIC X(63).
       FD  EMBRPT RECORD CONTAINS 80 CHARACTERS.
       01  EMBRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTCRD          PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-EMBFILE          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT46  '.
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
           02  WS-ACCT-SW          PIC X     VALUE 'N'.
               88  ACCT-ON-FILE        VALUE 'Y'.
           02  WS-CUR-ACCTC        PIC X(5)  VALUE SPACES.
           02  WS-ACTIVE-CNT       PIC S9(4) COMP VALUE +0.
           02  WS-LEAD-MOS         PIC 9(2)  VALUE 01.
           02  WS-RUN-YYMM         PIC 9(4)  VALUE 0.
           02  WS-WIN-YYMM         PIC 9(4)  VALUE 0.
           02  WS-WIN-YYMM-X REDEFINES WS-WIN-YYMM.
               04  WS-WIN-YY       PIC 9(2).
               04  WS-WIN-MM       PIC 9(2).
           02  WS-WIN-MM-CALC      PIC S9(4) COMP VALUE +0.
           02  WS-EXP-YYMM         PIC 9(4)  VALUE 0.
           02  WS-RSNC             PIC X(2)  VALUE SPACES.
           02  WS-CRD-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-NEW-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-RPL-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-RNW-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-EXP-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-SKIP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-SYNC-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-EMB-CNT          PIC S9(7) COMP VALUE +0.
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
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT46  CARD EMBOSSING EXTRACT AND CARD COUNT SYNC'.
       01  HDG-LINE-2              PIC X(80) VALUE
           ' ACCT  SQ T NAME                       EXP   ACTION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-SEQ              PIC 9(2).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-TYPE             PIC X(1).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-NAME             PIC X(26).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-EXP-MM           PIC 9(2).
           02  FILLER              PIC X(1)  VALUE '/'.
           02  DL-EXP-YY           PIC 9(2).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACTION           PIC X(35).
       01  SYNC-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  SL-ACCTC            PIC X(5).
           02  FILLER              PIC X(24) VALUE
               '  CARDSDO CHANGED FROM '.
           02  SL-OLD              PIC X(2).
           02  FILLER              PIC X(4)  VALUE ' TO '.
           02  SL-NEW              PIC 9(2).
       01  TOTAL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  TL-LABEL            PIC X(30).
           02  TL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-CARDS THRU PROCESS-CARDS-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT CARDIN.
           READ CARDIN INTO CARDIN-REC
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           CLOSE CARDIN.
           IF CI-LEAD-MOS NOT = SPACES AND CI-LEAD-MOS NUMERIC
               MOVE CI-LEAD-MOS TO WS-LEAD-MOS.
           IF WS-LEAD-MOS > 12 MOVE 12 TO WS-LEAD-MOS.
           IF CI-OVERRIDE = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           MOVE '00' TO WS-RUN-CYCLE (5:2).
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
      * THE RENEWAL WINDOW: A CARD WHOSE YYMM EXPIRY IS NOT AFTER
      * THE RUN MONTH PLUS THE LEAD IS SENT FOR RENEWAL.
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYMM.
           MOVE WS-RUN-YY TO WS-WIN-YY.
           COMPUTE WS-WIN-MM-CALC = WS-RUN-MM + WS-LEAD-MOS.
           IF WS-WIN-MM-CALC > 12
               SUBTRACT 12 FROM WS-WIN-MM-CALC
               ADD 1 TO WS-WIN-YY.
           MOVE WS-WIN-MM-CALC TO WS-WIN-MM.
           OPEN I-O ACCTCRD.
           IF FS-ACCTCRD NOT = '00'
               DISPLAY 'ACCT46: ACCTCRD OPEN FAILED, STATUS=' FS-ACCTCRD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT46: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT46: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT EMBFILE.
           IF FS-EMBFILE NOT = '00'
               DISPLAY 'ACCT46: EMBFILE OPEN FAILED, STATUS=' FS-EMBFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO ACCTEMB-REC.
           MOVE 'H' TO EMB-REC-TYPE.
           MOVE WS-RUN-DATE TO EMB-RUN-DATE.
           WRITE ACCTEMB-REC.
           OPEN OUTPUT EMBRPT.
           MOVE HDG-LINE-1 TO EMBRPT-REC.
           WRITE EMBRPT-REC.
           MOVE HDG-LINE-2 TO EMBRPT-REC.
           WRITE EMBRPT-REC.
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
               DISPLAY 'ACCT46: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT46: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT46: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
       PROCESS-CARDS.
           PERFORM READ-ACCTCRD THRU READ-ACCTCRD-EXIT.
       PROCESS-CARDS-LOOP.
           IF EOF-REACHED GO TO PROCESS-CARDS-DONE.
           ADD 1 TO WS-CRD-CNT.
           IF CRD-ACCTC NOT = WS-CUR-ACCTC
               PERFORM END-ACCOUNT THRU END-ACCOUNT-EXIT
               PERFORM START-ACCOUNT THRU START-ACCOUNT-EXIT.
           PERFORM EVAL-CARD THRU EVAL-CARD-EXIT.
           PERFORM READ-ACCTCRD THRU READ-ACCTCRD-EXIT.
           GO TO PROCESS-CARDS-LOOP.
       PROCESS-CARDS-DONE.
           PERFORM END-ACCOUNT THRU END-ACCOUNT-EXIT.
       PROCESS-CARDS-EXIT. EXIT.
       READ-ACCTCRD.
           READ ACCTCRD NEXT RECORD
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTCRD-EXIT. EXIT.
       START-ACCOUNT.
           MOVE CRD-ACCTC TO WS-CUR-ACCTC.
           MOVE 0 TO WS-ACTIVE-CNT.
           MOVE 'N' TO WS-ACCT-SW.
           MOVE CRD-ACCTC TO ACCTDO OF ACCTFIL-REC.
           READ ACCTFIL
               INVALID KEY GO TO START-ACCOUNT-EXIT
           END-READ.
           MOVE 'Y' TO WS-ACCT-SW.
       START-ACCOUNT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  END-ACCOUNT POSTS THE ACTIVE-CARD COUNT TO CARDSDO WHEN IT    *
      *  DIFFERS.  CARDSDO IS TWO DIGITS; 99 ACTIVE CARDS IS THE MOST  *
      *  THE CARD SEQUENCE CAN HOLD ANYWAY.                            *
      *----------------------------------------------------------------*
       END-ACCOUNT.
           IF WS-CUR-ACCTC = SPACES GO TO END-ACCOUNT-EXIT.
           IF NOT ACCT-ON-FILE GO TO END-ACCOUNT-EXIT.
           IF WS-ACTIVE-CNT > 99 MOVE 99 TO WS-ACTIVE-CNT.
           IF CARDSDO OF ACCTFIL-REC NUMERIC AND
              CARDSDO OF ACCTFIL-REC = WS-ACTIVE-CNT
               GO TO END-ACCOUNT-EXIT.
           MOVE CARDSDO OF ACCTFIL-REC TO SL-OLD.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           MOVE WS-ACTIVE-CNT TO CARDSDO OF ACCTFIL-REC.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE WS-CUR-ACCTC TO AUD-ACCTC.
           MOVE 'CS' TO WS-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE WS-CUR-ACCTC TO SL-ACCTC.
           MOVE WS-ACTIVE-CNT TO SL-NEW.
           MOVE SYNC-LINE TO EMBRPT-REC.
           WRITE EMBRPT-REC.
           ADD 1 TO WS-SYNC-CNT.
       END-ACCOUNT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  EVAL-CARD - ONLY ACTIVE CARDS ARE CONSIDERED.  A CARD NOT     *
      *  YET EMBOSSED GOES OUT UNDER ITS ISSUE TYPE; AN EMBOSSED ONE   *
      *  INSIDE THE RENEWAL WINDOW IS RENEWED.  EITHER NEEDS AN OPEN   *
      *  ACCOUNT.                                                      *
      *----------------------------------------------------------------*
       EVAL-CARD.
           IF NOT CRD-ACTIVE GO TO EVAL-CARD-EXIT.
           MOVE CRD-ACCTC TO DL-ACCTC.
           MOVE CRD-SEQ TO DL-SEQ.
           MOVE CRD-ISS-TYPE TO DL-TYPE.
           MOVE CRD-EMB-NAME TO DL-NAME.
           MOVE CRD-EXP-MM TO DL-EXP-MM.
           MOVE CRD-EXP-YY TO DL-EXP-YY.
           IF NOT ACCT-ON-FILE
               MOVE 'NO ACCOUNT ON FILE - NOT SENT' TO DL-ACTION
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
               ADD 1 TO WS-SKIP-CNT
               GO TO EVAL-CARD-EXIT.
           IF CRD-EXP-DATE NUMERIC
               MOVE CRD-EXP-DATE TO WS-EXP-YYMM
           ELSE
               MOVE 0 TO WS-EXP-YYMM.
           IF CRD-EMB-DATE NOT NUMERIC OR CRD-EMB-DATE = 0
               PERFORM EMBOSS-CARD THRU EMBOSS-CARD-EXIT
           ELSE
               IF WS-EXP-YYMM NOT > WS-WIN-YYMM
                   PERFORM RENEW-CARD THRU RENEW-CARD-EXIT.
           IF CRD-ACTIVE
               ADD 1 TO WS-ACTIVE-CNT.
       EVAL-CARD-EXIT. EXIT.
       EMBOSS-CARD.
           IF NOT ACCT-OPEN
               MOVE 'ACCOUNT NOT OPEN - NOT EMBOSSED' TO DL-ACTION
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
               ADD 1 TO WS-SKIP-CNT
               GO TO EMBOSS-CARD-EXIT.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTCRD-REC TO AUD-BEFORE (1:80).
           MOVE WS-RUN-DATE TO CRD-EMB-DATE.
           PERFORM REWRITE-CARD THRU REWRITE-CARD-EXIT.
           PERFORM WRITE-EXTRACT THRU WRITE-EXTRACT-EXIT.
           IF CRD-ISS-REPLACE
               MOVE 'SENT - REPLACEMENT' TO DL-ACTION
               ADD 1 TO WS-RPL-CNT
           ELSE
               MOVE 'SENT - NEW CARD' TO DL-ACTION
               ADD 1 TO WS-NEW-CNT.
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
       EMBOSS-CARD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  RENEW-CARD - SAME SEQUENCE, EXPIRY THREE YEARS ON FROM THE    *
      *  OLD ONE.  ON A CLOSED OR CHARGED-OFF ACCOUNT THE CARD IS LET  *
      *  RUN OUT INSTEAD, AND MARKED EXPIRED ONCE ITS MONTH IS PAST.   *
      *----------------------------------------------------------------*
       RENEW-CARD.
           IF ACCT-OPEN GO TO RENEW-CARD-SEND.
           IF WS-EXP-YYMM NOT < WS-RUN-YYMM
               MOVE 'ACCOUNT NOT OPEN - NOT RENEWED' TO DL-ACTION
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
               ADD 1 TO WS-SKIP-CNT
               GO TO RENEW-CARD-EXIT.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTCRD-REC TO AUD-BEFORE (1:80).
           MOVE 'X' TO CRD-STATUS.
           PERFORM REWRITE-CARD THRU REWRITE-CARD-EXIT.
           MOVE 'ACCOUNT NOT OPEN - MARKED EXPIRED' TO DL-ACTION.
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
           ADD 1 TO WS-EXP-CNT.
           GO TO RENEW-CARD-EXIT.
       RENEW-CARD-SEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTCRD-REC TO AUD-BEFORE (1:80).
           IF CRD-EXP-DATE NOT NUMERIC
               MOVE WS-RUN-YY TO CRD-EXP-YY
               MOVE WS-RUN-MM TO CRD-EXP-MM.
           ADD 3 TO CRD-EXP-YY.
           MOVE 'E' TO CRD-ISS-TYPE.
           MOVE WS-RUN-DATE TO CRD-ISS-DATE.
           MOVE 'A46' TO CRD-ISS-OPID.
           MOVE WS-RUN-DATE TO CRD-EMB-DATE.
           PERFORM REWRITE-CARD THRU REWRITE-CARD-EXIT.
           PERFORM WRITE-EXTRACT THRU WRITE-EXTRACT-EXIT.
           MOVE 'E' TO DL-TYPE.
           MOVE CRD-EXP-MM TO DL-EXP-MM.
           MOVE CRD-EXP-YY TO DL-EXP-YY.
           MOVE 'SENT - RENEWAL' TO DL-ACTION.
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
           ADD 1 TO WS-RNW-CNT.
       RENEW-CARD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  REWRITE-CARD PUTS THE CHANGED ROW BACK AND JOURNALS THE ROW   *
      *  IMAGES (BEFORE ALREADY IN AUD-BEFORE) THE WAY AC45 DOES.      *
      *----------------------------------------------------------------*
       REWRITE-CARD.
           REWRITE ACCTCRD-REC.
           IF FS-ACCTCRD NOT = '00'
               DISPLAY 'ACCT46: ACCTCRD REWRITE FAILED, STATUS='
                   FS-ACCTCRD ' ACCOUNT ' CRD-ACCTC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTCRD-REC TO AUD-AFTER (1:80).
           MOVE CRD-ACCTC TO AUD-ACCTC.
           MOVE 'CD' TO WS-RSNC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
       REWRITE-CARD-EXIT. EXIT.
       WRITE-EXTRACT.
           MOVE SPACES TO ACCTEMB-REC.
           MOVE 'D' TO EMB-REC-TYPE.
           MOVE CRD-ACCTC TO EMB-ACCTC.
           MOVE CRD-SEQ TO EMB-SEQ.
           MOVE CRD-ISS-TYPE TO EMB-ISS-TYPE.
           MOVE CRD-EMB-NAME TO EMB-NAME.
           MOVE CRD-EXP-MM TO EMB-EXP-MM.
           MOVE CRD-EXP-YY TO EMB-EXP-YY.
           MOVE ADDR1DO OF ACCTFIL-REC TO EMB-ADDR1.
           MOVE ADDR2DO OF ACCTFIL-REC TO EMB-ADDR2.
           MOVE ADDR3DO OF ACCTFIL-REC TO EMB-ADDR3.
           MOVE STATDO OF ACCTFIL-REC TO EMB-STATE.
           MOVE ZIPDO OF ACCTFIL-REC TO EMB-ZIP.
           WRITE ACCTEMB-REC.
           ADD 1 TO WS-EMB-CNT.
       WRITE-EXTRACT-EXIT. EXIT.
       WRITE-DETAIL.
           MOVE DETAIL-LINE TO EMBRPT-REC.
           WRITE EMBRPT-REC.
       WRITE-DETAIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-JOURNAL - THE CALLER HAS THE IMAGES AND ACCOUNT IN      *
      *  PLACE; CARD ROWS GO OUT AS REASON 'CD', THE CARDSDO SYNC AS   *
      *  AN ACCOUNT CHANGE UNDER 'CS'.                                 *
      *----------------------------------------------------------------*
       WRITE-JOURNAL.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A46' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'M' TO AUD-REQC.
           MOVE WS-RSNC TO AUD-RSNC.
           WRITE ACCTAUD-REC.
       WRITE-JOURNAL-EXIT. EXIT.
       TERMINATE-RUN.
           MOVE SPACES TO ACCTEMB-REC.
           MOVE 'T' TO EMB-REC-TYPE.
           MOVE WS-EMB-CNT TO EMB-TRL-CNT.
           MOVE WS-NEW-CNT TO EMB-TRL-NEW.
           MOVE WS-RPL-CNT TO EMB-TRL-RPL.
           MOVE WS-RNW-CNT TO EMB-TRL-RNW.
           WRITE ACCTEMB-REC.
           CLOSE EMBFILE.
           MOVE SPACES TO EMBRPT-REC.
           WRITE EMBRPT-REC.
           MOVE 'NEW CARDS SENT' TO TL-LABEL.
           MOVE WS-NEW-CNT TO TL-COUNT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'REPLACEMENTS SENT' TO TL-LABEL.
           MOVE WS-RPL-CNT TO TL-COUNT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'RENEWALS SENT' TO TL-LABEL.
           MOVE WS-RNW-CNT TO TL-COUNT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'CARDS MARKED EXPIRED' TO TL-LABEL.
           MOVE WS-EXP-CNT TO TL-COUNT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'CARDS PASSED OVER' TO TL-LABEL.
           MOVE WS-SKIP-CNT TO TL-COUNT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           MOVE 'CARDSDO COUNTS CORRECTED' TO TL-LABEL.
           MOVE WS-SYNC-CNT TO TL-COUNT.
           PERFORM WRITE-TOTAL THRU WRITE-TOTAL-EXIT.
           CLOSE ACCTCRD.
           CLOSE ACCTFIL.
           CLOSE ACCTAUD.
           CLOSE EMBRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT46: EMBOSSING EXTRACT COMPLETE, ' WS-CRD-CNT
               ' CARD(S) READ, ' WS-EMB-CNT ' SENT (' WS-NEW-CNT
               ' NEW, ' WS-RPL-CNT ' REPLACEMENT, ' WS-RNW-CNT
               ' RENEWAL), ' WS-EXP-CNT ' EXPIRED, ' WS-SKIP-CNT
               ' PASSED OVER, ' WS-SYNC-CNT ' CARDSDO CORRECTED'.
       TERMINATE-RUN-EXIT. EXIT.
       WRITE-TOTAL.
           MOVE TOTAL-LINE TO EMBRPT-REC.
           WRITE EMBRPT-REC.
       WRITE-TOTAL-EXIT. EXIT.
