       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT60.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT LOADS THE DAY'S
      *         RETURNED-MAIL AND ADDRESS-CORRECTION FILE FROM THE
      *         MAIL VENDOR (RTMAIL) ONTO THE ACCOUNT MASTER, THEN
      *         PRINTS THE SKIP-TRACE WORKLIST OF EVERY ACCOUNT STILL
      *         CARRYING THE RETURNED-MAIL FLAG.
      *         BEFORE A SINGLE ITEM IS APPLIED, A PROVING PASS CHECKS
      *         THE FILE THE WAY ACCT59 PROVES THE LEGAL NOTIFICATION
      *         FILE: IT MUST OPEN WITH A HEADER, CLOSE WITH A
      *         TRAILER, AND THE TRAILER COUNT MUST AGREE WITH THE
      *         ITEMS READ; ANY FAILURE ENDS THE RUN RC=8 WITH NOTHING
      *         APPLIED.
      *         THE ITEMS:
      *           'R' RETURNED  - SETS THE BAD-ADDRESS FLAG (BADADRDO
      *                           'Y') AND THE DATE THE PIECE CAME
      *                           BACK (BADDTDO).  ACCT13 THEN HOLDS
      *                           THE PAPER STATEMENT, ACCT26 HOLDS
      *                           THE LETTER, AND THE ACCOUNT PRINTS
      *                           ON THE SKIP-TRACE WORKLIST BELOW.
      *           'F' FORWARD   - APPLIES THE FORWARDING ADDRESS TO
      *                           THE ACCOUNT AND CLEARS ANY FLAG,
      *                           AS AN ADDRESS CHANGE ON ACCT02 DOES.
      *         EVERY CHANGE IS JOURNALED TO ACCTAUD WITH BEFORE AND
      *         AFTER ACCOUNT IMAGES, REASON 'RM', UNDER OPERATOR
      *         'A60'.  AN ITEM FOR A PIECE MAILED TO AN ADDRESS THAT
      *         IS NO LONGER THE ONE ON FILE (THE CUSTOMER HAS ALREADY
      *         GIVEN US A NEW ONE) CHANGES NOTHING, AND NEITHER DOES
      *         AN ITEM FOR NO SUCH ACCOUNT OR A FORWARDING ADDRESS
      *         THAT WOULD NOT PASS THE ACCT02 EDITS; EACH IS LISTED
      *         ON RTMRPT AS AN EXCEPTION, FLAGGED '***'.
      *         THE SKIP-TRACE WORKLIST (SKPRPT) IS SORTED LARGEST
      *         BALANCE FIRST AND SHOWS THE TELEPHONE, THE DATE THE
      *         ADDRESS WENT BAD AND THE DELIVERY PREFERENCE (AN 'E'
      *         OR 'B' ACCOUNT STILL RECEIVES ELECTRONIC STATEMENTS).
      *         CARDIN (OPTIONAL): 'OVERRIDE' IN COLS 1-8 WAIVES RUN
      *         CONTROL.  THE RUN STAMPS ACCTRUN (JOB ACCT60, CYCLE
      *         YYMMDD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTMAIL ASSIGN TO RTMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RTMAIL.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
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
           SELECT WORKSORT ASSIGN TO SORTWK1.
           SELECT RTMRPT ASSIGN TO RTMRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKPRPT ASSIGN TO SKPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RTMAIL RECORD CONTAINS 160 CHARACTERS.
           COPY ACCTRTM.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-OPTION           PIC X(8).
           02  FILLER              PIC X(72).
       SD  WORKSORT.
       01  SORT-REC.
           02  SRT-BAL             PIC S9(6)V99 COMP-3.
           02  SRT-ACCTC           PIC X(5).
           02  SRT-SNAME           PIC X(18).
           02  SRT-FNAME           PIC X(12).
           02  SRT-TEL             PIC X(12).
           02  SRT-BADDT           PIC 9(6).
           02  SRT-DLVPR           PIC X(1).
           02  SRT-ASTAT           PIC X(1).
       FD  RTMRPT RECORD CONTAINS 80 CHARACTERS.
       01  RTMRPT-REC              PIC X(80).
       FD  SKPRPT RECORD CONTAINS 80 CHARACTERS.
       01  SKPRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-RTMAIL           PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT60  '.
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
           02  SRT-EOF-SW          PIC X     VALUE 'N'.
               88  SRT-EOF             VALUE 'Y'.
           02  WS-HDR-SW           PIC X     VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           02  WS-TRL-SW           PIC X     VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           02  WS-FRAME-ERR-SW     PIC X     VALUE 'N'.
               88  FRAME-ERROR         VALUE 'Y'.
           02  WS-PROVE-CNT        PIC S9(9)     COMP-3 VALUE +0.
           02  WS-TRL-CNT          PIC S9(9)     COMP-3 VALUE +0.
           02  WS-ZIP5             PIC X(5).
           02  WS-ZIP4             PIC X(4).
           02  WS-ITEM-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-FLAG-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-FWD-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-DUP-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-SKP-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-SKP-BAL          PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT60  RETURNED MAIL AND ADDRESS CORRECTIONS'.
       01  HDG-LINE-2              PIC X(80) VALUE
           'ACCOUNT  ACT PO  SURNAME             DISPOSITION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(4)  VALUE SPACES.
           02  DL-ACTION           PIC X(1).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-POSTAL-RSN       PIC X(2).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-SNAME            PIC X(18).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-DISP             PIC X(40).
       01  SKP-HDG-1               PIC X(80) VALUE
           'ACCT60  SKIP-TRACE WORKLIST - RETURNED MAIL'.
       01  SKP-HDG-2.
           02  FILLER              PIC X(39) VALUE
           ' ACCT  SURNAME            FIRST NAME'.
           02  FILLER              PIC X(41) VALUE
           'TELEPHONE    FLAGGED    BALANCE  D S'.
       01  SKP-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  SL-ACCTC            PIC X(5).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  SL-SNAME            PIC X(18).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  SL-FNAME            PIC X(12).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  SL-TEL              PIC X(12).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  SL-BADDT            PIC 9(6).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  SL-BAL              PIC ZZZ,ZZ9.99-.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  SL-DLVPR            PIC X(1).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  SL-ASTAT            PIC X(1).
       01  SKP-TOTAL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  ST-CNT              PIC ZZZ,ZZ9.
           02  FILLER              PIC X(28) VALUE
               ' ACCOUNT(S) TO TRACE, OWING '.
           02  ST-BAL              PIC ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-ITEMS THRU PROCESS-ITEMS-EXIT.
           SORT WORKSORT ON DESCENDING KEY SRT-BAL
                            ASCENDING KEY SRT-ACCTC
               INPUT PROCEDURE IS SELECT-FLAGGED THRU
                   SELECT-FLAGGED-EXIT
               OUTPUT PROCEDURE IS PRINT-WORKLIST THRU
                   PRINT-WORKLIST-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           OPEN INPUT CARDIN.
           READ CARDIN
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           IF CI-OPTION = 'OVERRIDE' MOVE 'Y' TO WS-OVRD-SW.
           CLOSE CARDIN.
           MOVE WS-RUN-DATE TO WS-RUN-CYCLE.
           PERFORM CK-RUNCTL THRU CK-RUNCTL-EXIT.
           PERFORM PROVE-FILE THRU PROVE-FILE-EXIT.
           OPEN I-O ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT60: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT60: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT RTMAIL.
           IF FS-RTMAIL NOT = '00'
               DISPLAY 'ACCT60: RTMAIL OPEN FAILED, STATUS=' FS-RTMAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT RTMRPT.
           MOVE HDG-LINE-1 TO RTMRPT-REC.
           WRITE RTMRPT-REC.
           MOVE HDG-LINE-2 TO RTMRPT-REC.
           WRITE RTMRPT-REC.
           OPEN OUTPUT SKPRPT.
           MOVE SKP-HDG-1 TO SKPRPT-REC.
           WRITE SKPRPT-REC.
           MOVE SKP-HDG-2 TO SKPRPT-REC.
           WRITE SKPRPT-REC.
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
               DISPLAY 'ACCT60: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT60: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT60: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
      *  PROVE-FILE - A FULL READ PASS BEFORE ANYTHING IS APPLIED.     *
      *  THE FIRST RECORD MUST BE THE HEADER AND THE LAST THE TRAILER, *
      *  AND THE TRAILER COUNT MUST MATCH THE ITEMS READ.  ANY FAILURE *
      *  ENDS RC=8 BEFORE A SINGLE ACCOUNT CHANGES.                    *
      *----------------------------------------------------------------*
       PROVE-FILE.
           OPEN INPUT RTMAIL.
           IF FS-RTMAIL NOT = '00'
               DISPLAY 'ACCT60: RTMAIL OPEN FAILED, STATUS=' FS-RTMAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-LOOP.
           READ RTMAIL
               AT END GO TO PROVE-FILE-CHECK
           END-READ.
           IF TRAILER-SEEN
               DISPLAY 'ACCT60: RECORD(S) AFTER THE TRAILER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           IF RTM-HEADER
               IF HEADER-SEEN
                   DISPLAY 'ACCT60: SECOND FILE HEADER'
                   MOVE 'Y' TO WS-FRAME-ERR-SW
                   GO TO PROVE-FILE-CHECK
               ELSE
                   MOVE 'Y' TO WS-HDR-SW
                   GO TO PROVE-FILE-LOOP.
           IF NOT HEADER-SEEN
               DISPLAY 'ACCT60: FILE DOES NOT START WITH A HEADER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           IF RTM-TRAILER
               MOVE 'Y' TO WS-TRL-SW
               IF RTM-TRL-CNT NUMERIC
                   MOVE RTM-TRL-CNT TO WS-TRL-CNT
               END-IF
               GO TO PROVE-FILE-LOOP.
           IF RTM-DETAIL ADD 1 TO WS-PROVE-CNT.
           GO TO PROVE-FILE-LOOP.
       PROVE-FILE-CHECK.
           CLOSE RTMAIL.
           IF NOT HEADER-SEEN
               DISPLAY 'ACCT60: NO FILE HEADER ON RTMAIL'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF NOT TRAILER-SEEN
               DISPLAY 'ACCT60: NO TRAILER ON RTMAIL'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF TRAILER-SEEN AND WS-PROVE-CNT NOT = WS-TRL-CNT
               DISPLAY 'ACCT60: ITEM COUNT ' WS-PROVE-CNT
                   ' DOES NOT MATCH TRAILER ' WS-TRL-CNT
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF FRAME-ERROR
               DISPLAY 'ACCT60: RETURNED-MAIL FILE REFUSED, NOTHING '
                   'APPLIED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-EXIT. EXIT.
       PROCESS-ITEMS.
           PERFORM READ-RTMAIL THRU READ-RTMAIL-EXIT.
       PROCESS-ITEMS-LOOP.
           IF EOF-REACHED GO TO PROCESS-ITEMS-EXIT.
           IF RTM-DETAIL
               ADD 1 TO WS-ITEM-CNT
               PERFORM APPLY-ITEM THRU APPLY-ITEM-EXIT.
           PERFORM READ-RTMAIL THRU READ-RTMAIL-EXIT.
           GO TO PROCESS-ITEMS-LOOP.
       PROCESS-ITEMS-EXIT. EXIT.
       READ-RTMAIL.
           READ RTMAIL
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-RTMAIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  APPLY-ITEM - ONE RETURNED OR CORRECTED PIECE.  THE ACCOUNT    *
      *  MUST BE ON FILE AND STILL CARRY THE ADDRESS THE PIECE WAS     *
      *  MAILED TO; THE ITEM IS THEN APPLIED AND JOURNALED, OR LISTED  *
      *  AS AN EXCEPTION WITH NOTHING CHANGED.                         *
      *----------------------------------------------------------------*
       APPLY-ITEM.
           MOVE RTM-ACCTC TO DL-ACCTC.
           MOVE RTM-ACTION TO DL-ACTION.
           MOVE RTM-POSTAL-RSN TO DL-POSTAL-RSN.
           MOVE SPACES TO DL-SNAME.
           IF NOT RTM-ACTION-OK
               MOVE '*** ACTION NOT VALID' TO DL-DISP
               GO TO APPLY-ITEM-EXCP.
           MOVE RTM-ACCTC TO ACCTDO.
           READ ACCTFIL
               INVALID KEY
                   MOVE '*** NO ACCOUNT ON FILE' TO DL-DISP
                   GO TO APPLY-ITEM-EXCP
           END-READ.
           MOVE SNAMEDO TO DL-SNAME.
      *    A PIECE MAILED BEFORE THE CUSTOMER GAVE US A NEW ADDRESS
      *    SAYS NOTHING ABOUT THE ADDRESS ON FILE NOW.
           IF RTM-OLD-ADDR1 NOT = SPACES AND
              RTM-OLD-ADDR1 NOT = ADDR1DO
               MOVE '*** ADDRESS ALREADY CHANGED' TO DL-DISP
               GO TO APPLY-ITEM-EXCP.
           IF RTM-OLD-ZIP NOT = SPACES AND
              RTM-OLD-ZIP NOT = ZIPDO
               MOVE '*** ADDRESS ALREADY CHANGED' TO DL-DISP
               GO TO APPLY-ITEM-EXCP.
           MOVE ACCTFIL-REC TO AUD-BEFORE.
           IF RTM-FORWARD GO TO APPLY-FORWARD.
           IF ADDR-BAD
               MOVE 'ALREADY FLAGGED, NO CHANGE' TO DL-DISP
               ADD 1 TO WS-DUP-CNT
               GO TO APPLY-ITEM-PRINT.
           MOVE 'Y' TO BADADRDO.
           IF RTM-RTN-DATE NUMERIC AND RTM-RTN-DATE NOT = 0
               MOVE RTM-RTN-DATE TO BADDTDO
           ELSE
               MOVE WS-RUN-DATE TO BADDTDO.
           MOVE 'FLAGGED BAD ADDRESS - SKIP TRACE' TO DL-DISP.
           ADD 1 TO WS-FLAG-CNT.
           GO TO APPLY-ITEM-UPDATE.
      *    THE FORWARDING ADDRESS MUST PASS THE SAME EDITS AN ADDRESS
      *    KEYED ON ACCT02 DOES.
       APPLY-FORWARD.
           IF RTM-NEW-ADDR1 = SPACES OR RTM-NEW-ZIP = SPACES
               MOVE '*** FORWARDING ADDRESS INCOMPLETE' TO DL-DISP
               GO TO APPLY-ITEM-EXCP.
           IF RTM-NEW-STATE NOT = SPACES AND
              RTM-NEW-STATE NOT ALPHABETIC
               MOVE '*** FORWARDING STATE NOT VALID' TO DL-DISP
               GO TO APPLY-ITEM-EXCP.
           MOVE RTM-NEW-ZIP (1:5) TO WS-ZIP5.
           MOVE RTM-NEW-ZIP (6:4) TO WS-ZIP4.
           IF WS-ZIP5 NOT NUMERIC OR
              (WS-ZIP4 NOT = SPACES AND WS-ZIP4 NOT NUMERIC)
               MOVE '*** FORWARDING ZIP NOT VALID' TO DL-DISP
               GO TO APPLY-ITEM-EXCP.
           MOVE RTM-NEW-ADDR1 TO ADDR1DO.
           MOVE RTM-NEW-ADDR2 TO ADDR2DO.
           MOVE RTM-NEW-ADDR3 TO ADDR3DO.
           MOVE RTM-NEW-STATE TO STATDO.
           MOVE RTM-NEW-ZIP TO ZIPDO.
           MOVE SPACE TO BADADRDO.
           MOVE 0 TO BADDTDO.
           MOVE 'FORWARDING ADDRESS APPLIED' TO DL-DISP.
           ADD 1 TO WS-FWD-CNT.
       APPLY-ITEM-UPDATE.
           REWRITE ACCTFIL-REC.
           MOVE ACCTFIL-REC TO AUD-AFTER.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A60' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'M' TO AUD-REQC.
           MOVE RTM-ACCTC TO AUD-ACCTC.
           MOVE 'RM' TO AUD-RSNC.
           WRITE ACCTAUD-REC.
       APPLY-ITEM-PRINT.
           MOVE DETAIL-LINE TO RTMRPT-REC.
           WRITE RTMRPT-REC.
           GO TO APPLY-ITEM-EXIT.
       APPLY-ITEM-EXCP.
           MOVE DETAIL-LINE TO RTMRPT-REC.
           WRITE RTMRPT-REC.
           ADD 1 TO WS-EXCP-CNT.
       APPLY-ITEM-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  INPUT PROCEDURE - A FULL PASS OF ACCTFIL, AFTER THE DAY'S     *
      *  ITEMS ARE APPLIED, RELEASING EVERY ACCOUNT STILL FLAGGED.     *
      *----------------------------------------------------------------*
       SELECT-FLAGGED.
           MOVE 'N' TO EOF-SW.
           MOVE LOW-VALUES TO ACCTDO.
           START ACCTFIL KEY NOT < ACCTDO
               INVALID KEY MOVE 'Y' TO EOF-SW
           END-START.
           IF NOT EOF-REACHED
               PERFORM READ-ACCTFIL THRU READ-ACCTFIL-EXIT.
       SELECT-FLAGGED-LOOP.
           IF EOF-REACHED GO TO SELECT-FLAGGED-EXIT.
           IF ADDR-BAD
               MOVE 0 TO SRT-BAL
               IF BALDO NUMERIC MOVE BALDO TO SRT-BAL END-IF
               MOVE ACCTDO TO SRT-ACCTC
               MOVE SNAMEDO TO SRT-SNAME
               MOVE FNAMEDO TO SRT-FNAME
               MOVE TELDO TO SRT-TEL
               MOVE 0 TO SRT-BADDT
               IF BADDTDO NUMERIC MOVE BADDTDO TO SRT-BADDT END-IF
               MOVE DLVPRDO TO SRT-DLVPR
               MOVE ASTATDO TO SRT-ASTAT
               RELEASE SORT-REC.
           PERFORM READ-ACCTFIL THRU READ-ACCTFIL-EXIT.
           GO TO SELECT-FLAGGED-LOOP.
       SELECT-FLAGGED-EXIT. EXIT.
       READ-ACCTFIL.
           READ ACCTFIL NEXT RECORD
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-ACCTFIL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  OUTPUT PROCEDURE - ONE WORKLIST LINE PER FLAGGED ACCOUNT,     *
      *  LARGEST BALANCE FIRST, AND A COUNT AND BALANCE TOTAL.         *
      *----------------------------------------------------------------*
       PRINT-WORKLIST.
           RETURN WORKSORT AT END MOVE 'Y' TO SRT-EOF-SW.
       PRINT-WORKLIST-LOOP.
           IF SRT-EOF GO TO PRINT-WORKLIST-TOTAL.
           MOVE SRT-ACCTC TO SL-ACCTC.
           MOVE SRT-SNAME TO SL-SNAME.
           MOVE SRT-FNAME TO SL-FNAME.
           MOVE SRT-TEL TO SL-TEL.
           MOVE SRT-BADDT TO SL-BADDT.
           MOVE SRT-BAL TO SL-BAL.
           MOVE SRT-DLVPR TO SL-DLVPR.
           MOVE SRT-ASTAT TO SL-ASTAT.
           MOVE SKP-LINE TO SKPRPT-REC.
           WRITE SKPRPT-REC.
           ADD 1 TO WS-SKP-CNT.
           ADD SRT-BAL TO WS-SKP-BAL.
           RETURN WORKSORT AT END MOVE 'Y' TO SRT-EOF-SW.
           GO TO PRINT-WORKLIST-LOOP.
       PRINT-WORKLIST-TOTAL.
           MOVE SPACES TO SKPRPT-REC.
           WRITE SKPRPT-REC.
           MOVE WS-SKP-CNT TO ST-CNT.
           MOVE WS-SKP-BAL TO ST-BAL.
           MOVE SKP-TOTAL-LINE TO SKPRPT-REC.
           WRITE SKPRPT-REC.
       PRINT-WORKLIST-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE RTMAIL.
           CLOSE ACCTFIL.
           CLOSE ACCTAUD.
           CLOSE RTMRPT.
           CLOSE SKPRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT60: RETURNED MAIL LOAD COMPLETE, '
               WS-ITEM-CNT ' ITEM(S), ' WS-FLAG-CNT ' FLAGGED, '
               WS-FWD-CNT ' FORWARDED, ' WS-DUP-CNT
               ' ALREADY FLAGGED, ' WS-EXCP-CNT ' EXCEPTION(S), '
               WS-SKP-CNT ' ON THE SKIP-TRACE WORKLIST'.
       TERMINATE-RUN-EXIT. EXIT.
