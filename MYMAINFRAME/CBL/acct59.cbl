       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT59.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION.  IT LOADS THE DAY'S
      *         LEGAL NOTIFICATION FILE FROM THE VENDOR (LGLNTF) -
      *         BANKRUPTCY FILINGS, DISCHARGES AND DISMISSALS, DEATHS
      *         AND ESTATE SETTLEMENTS MATCHED TO OUR ACCOUNTS - ONTO
      *         THE ACCTLGL LEGAL-STATUS ROWS THAT HOLD AN ACCOUNT OUT
      *         OF DUNNING (ACCT26), THE COLLECTIONS WORKLIST (ACCT10),
      *         AGENCY PLACEMENT (ACCT55) AND INTEREST (ACCT15), AND
      *         THAT ACCT25 REPORTS TO THE BUREAU.
      *         BEFORE A SINGLE NOTICE IS APPLIED, A PROVING PASS
      *         CHECKS THE FILE THE WAY ACCT54 PROVES THE ACH RETURN
      *         FILE: IT MUST OPEN WITH A HEADER, CLOSE WITH A TRAILER,
      *         AND THE TRAILER COUNT MUST AGREE WITH THE NOTICES
      *         READ; ANY FAILURE ENDS THE RUN RC=8 WITH NOTHING
      *         APPLIED.
      *         THE NOTICES:
      *           'B' FILED      - PUTS THE ACCOUNT ON A BANKRUPTCY
      *                            HOLD WITH THE CHAPTER, CASE NUMBER,
      *                            FILING DATE AND ATTORNEY, OR AMENDS
      *                            A HOLD ALREADY OPEN FOR THE SAME
      *                            CASE.
      *           'K' DISCHARGED - CLOSES OUT A BANKRUPTCY HOLD ('K').
      *           'S' DISMISSED  - RELEASES A BANKRUPTCY HOLD ('R');
      *                            THE ACCOUNT GOES BACK TO ORDINARY
      *                            COLLECTION.
      *           'D' DEATH      - PUTS THE ACCOUNT ON A DECEASED HOLD
      *                            WITH THE DATE OF DEATH AND THE
      *                            ESTATE CONTACT.
      *           'E' SETTLED    - CLOSES OUT A DECEASED HOLD ('K').
      *         A CLOSED-OUT ROW WAITS AT 'K', STILL HELD, UNTIL A
      *         SUPERVISOR CHARGES THE BALANCE OFF ON AC21 (REASON 'BK'
      *         OR 'DE'); AN ACCOUNT ALREADY CHARGED OFF, OR OWING
      *         NOTHING, GOES STRAIGHT TO 'C'.  EVERY CHANGE IS
      *         JOURNALED TO ACCTAUD WITH ROW IMAGES (REASON 'LG')
      *         UNDER OPERATOR 'A59'.  A NOTICE THAT DOES NOT FIT THE
      *         ACCOUNT'S STANDING - NO SUCH ACCOUNT, A DISCHARGE WITH
      *         NO OPEN BANKRUPTCY, A SECOND CASE, A ROW ALREADY
      *         CHARGED OFF - CHANGES NOTHING AND IS LISTED ON LGLRPT
      *         AS AN EXCEPTION FOR A SUPERVISOR TO WORK ON AC58.
      *         CARDIN (OPTIONAL): 'OVERRIDE' IN COLS 1-8 WAIVES RUN
      *         CONTROL.  THE RUN STAMPS ACCTRUN (JOB ACCT59, CYCLE
      *         YYMMDD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGLNTF ASSIGN TO LGLNTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LGLNTF.
           SELECT ACCTFIL ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTLGL ASSIGN TO ACCTLGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGL-ACCTC
               FILE STATUS IS FS-ACCTLGL.
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
           SELECT LGLRPT ASSIGN TO LGLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LGLNTF RECORD CONTAINS 120 CHARACTERS.
           COPY ACCTLGN.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTLGL RECORD CONTAINS 100 CHARACTERS.
           COPY ACCTLGL.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-OPTION           PIC X(8).
           02  FILLER              PIC X(72).
       FD  LGLRPT RECORD CONTAINS 80 CHARACTERS.
       01  LGLRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-LGLNTF           PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTLGL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT59  '.
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
           02  WS-HDR-SW           PIC X     VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           02  WS-TRL-SW           PIC X     VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           02  WS-FRAME-ERR-SW     PIC X     VALUE 'N'.
               88  FRAME-ERROR         VALUE 'Y'.
           02  WS-PROVE-CNT        PIC S9(9)     COMP-3 VALUE +0.
           02  WS-TRL-CNT          PIC S9(9)     COMP-3 VALUE +0.
           02  WS-ROW-SW           PIC X     VALUE 'N'.
               88  ROW-ON-FILE         VALUE 'Y'.
           02  WS-CHAPTER          PIC 9(2)  VALUE 0.
               88  CHAPTER-OK          VALUES 07, 11, 12, 13.
           02  WS-NTC-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-HOLD-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-CLOSE-CNT        PIC S9(7) COMP VALUE +0.
           02  WS-RLSE-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-EXCP-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
       01  LGL-LNG                 PIC S9(4) COMP VALUE +100.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT59  LEGAL STATUS NOTIFICATIONS'.
       01  HDG-LINE-2              PIC X(80) VALUE
           'ACCOUNT  NTC CASE NUMBER   NAME                DISPOSITION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ACCTC            PIC X(5).
           02  FILLER              PIC X(4)  VALUE SPACES.
           02  DL-NOTICE           PIC X(1).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-CASE             PIC X(12).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-SNAME            PIC X(18).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-DISP             PIC X(33).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-NOTICES THRU PROCESS-NOTICES-EXIT.
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
           OPEN INPUT ACCTFIL.
           IF FS-ACCTFIL NOT = '00'
               DISPLAY 'ACCT59: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ACCTLGL.
           IF FS-ACCTLGL NOT = '00'
               OPEN OUTPUT ACCTLGL
               CLOSE ACCTLGL
               OPEN I-O ACCTLGL.
           IF FS-ACCTLGL NOT = '00'
               DISPLAY 'ACCT59: ACCTLGL OPEN FAILED, STATUS=' FS-ACCTLGL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT59: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT LGLNTF.
           IF FS-LGLNTF NOT = '00'
               DISPLAY 'ACCT59: LGLNTF OPEN FAILED, STATUS=' FS-LGLNTF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT LGLRPT.
           MOVE HDG-LINE-1 TO LGLRPT-REC.
           WRITE LGLRPT-REC.
           MOVE HDG-LINE-2 TO LGLRPT-REC.
           WRITE LGLRPT-REC.
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
               DISPLAY 'ACCT59: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'Y' TO WS-RUNROW-NEW-SW
           END-READ.
           IF NOT RUNROW-IS-NEW AND RUN-COMPLETE AND NOT OVERRIDE-RUN
               DISPLAY 'ACCT59: ALREADY COMPLETE FOR CYCLE '
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
           DISPLAY 'ACCT59: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
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
      *  AND THE TRAILER COUNT MUST MATCH THE NOTICES READ.  ANY       *
      *  FAILURE ENDS RC=8 BEFORE A SINGLE ROW CHANGES.                *
      *----------------------------------------------------------------*
       PROVE-FILE.
           OPEN INPUT LGLNTF.
           IF FS-LGLNTF NOT = '00'
               DISPLAY 'ACCT59: LGLNTF OPEN FAILED, STATUS=' FS-LGLNTF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-LOOP.
           READ LGLNTF
               AT END GO TO PROVE-FILE-CHECK
           END-READ.
           IF TRAILER-SEEN
               DISPLAY 'ACCT59: RECORD(S) AFTER THE TRAILER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           IF LGN-HEADER
               IF HEADER-SEEN
                   DISPLAY 'ACCT59: SECOND FILE HEADER'
                   MOVE 'Y' TO WS-FRAME-ERR-SW
                   GO TO PROVE-FILE-CHECK
               ELSE
                   MOVE 'Y' TO WS-HDR-SW
                   GO TO PROVE-FILE-LOOP.
           IF NOT HEADER-SEEN
               DISPLAY 'ACCT59: FILE DOES NOT START WITH A HEADER'
               MOVE 'Y' TO WS-FRAME-ERR-SW
               GO TO PROVE-FILE-CHECK.
           IF LGN-TRAILER
               MOVE 'Y' TO WS-TRL-SW
               IF LGN-TRL-CNT NUMERIC
                   MOVE LGN-TRL-CNT TO WS-TRL-CNT
               END-IF
               GO TO PROVE-FILE-LOOP.
           IF LGN-DETAIL ADD 1 TO WS-PROVE-CNT.
           GO TO PROVE-FILE-LOOP.
       PROVE-FILE-CHECK.
           CLOSE LGLNTF.
           IF NOT HEADER-SEEN
               DISPLAY 'ACCT59: NO FILE HEADER ON LGLNTF'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF NOT TRAILER-SEEN
               DISPLAY 'ACCT59: NO TRAILER ON LGLNTF'
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF TRAILER-SEEN AND WS-PROVE-CNT NOT = WS-TRL-CNT
               DISPLAY 'ACCT59: NOTICE COUNT ' WS-PROVE-CNT
                   ' DOES NOT MATCH TRAILER ' WS-TRL-CNT
               MOVE 'Y' TO WS-FRAME-ERR-SW.
           IF FRAME-ERROR
               DISPLAY 'ACCT59: NOTIFICATION FILE REFUSED, NOTHING '
                   'APPLIED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       PROVE-FILE-EXIT. EXIT.
       PROCESS-NOTICES.
           PERFORM READ-LGLNTF THRU READ-LGLNTF-EXIT.
       PROCESS-NOTICES-LOOP.
           IF EOF-REACHED GO TO PROCESS-NOTICES-EXIT.
           IF LGN-DETAIL
               ADD 1 TO WS-NTC-CNT
               PERFORM APPLY-NOTICE THRU APPLY-NOTICE-EXIT.
           PERFORM READ-LGLNTF THRU READ-LGLNTF-EXIT.
           GO TO PROCESS-NOTICES-LOOP.
       PROCESS-NOTICES-EXIT. EXIT.
       READ-LGLNTF.
           READ LGLNTF
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-LGLNTF-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  APPLY-NOTICE - ONE VENDOR NOTICE.  THE ACCOUNT MUST BE ON     *
      *  FILE; THE NOTICE IS THEN CHECKED AGAINST THE ACCOUNT'S LEGAL  *
      *  ROW, IF ANY, AND EITHER APPLIED AND JOURNALED OR LISTED AS AN *
      *  EXCEPTION WITH NOTHING CHANGED.                               *
      *----------------------------------------------------------------*
       APPLY-NOTICE.
           MOVE LGN-ACCTC TO DL-ACCTC.
           MOVE LGN-NOTICE TO DL-NOTICE.
           MOVE LGN-CASE-NO TO DL-CASE.
           MOVE LGN-SNAME TO DL-SNAME.
           IF NOT LGN-NOTICE-OK
               MOVE '*** NOTICE TYPE NOT VALID' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF LGN-EVENT-DATE NOT NUMERIC OR LGN-EVENT-DATE = 0
               MOVE '*** EVENT DATE MISSING OR INVALID' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           MOVE LGN-ACCTC TO ACCTDO.
           READ ACCTFIL
               INVALID KEY
                   MOVE '*** NO ACCOUNT ON FILE' TO DL-DISP
                   GO TO APPLY-NOTICE-EXCP
           END-READ.
           MOVE 'Y' TO WS-ROW-SW.
           MOVE LGN-ACCTC TO LGL-ACCTC.
           READ ACCTLGL
               INVALID KEY MOVE 'N' TO WS-ROW-SW
           END-READ.
           IF ROW-ON-FILE AND LGL-CHARGED
               MOVE '*** ALREADY CHARGED OFF' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           MOVE LOW-VALUES TO AUD-BEFORE.
           IF ROW-ON-FILE
               MOVE ACCTLGL-REC TO AUD-BEFORE (1:LGL-LNG).
           IF LGN-BK-FILED GO TO APPLY-FILED.
           IF LGN-DEATH GO TO APPLY-DEATH.
           IF LGN-BK-DISMISSED GO TO APPLY-DISMISSED.
      *    A DISCHARGE OR AN ESTATE SETTLEMENT CLOSES OUT AN OPEN HOLD
      *    OF THE MATCHING TYPE.
           IF NOT ROW-ON-FILE OR NOT LGL-HOLD
               MOVE '*** NO OPEN HOLD TO CLOSE OUT' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF LGN-BK-DISCHARGED AND NOT LGL-BANKRUPT
               MOVE '*** HOLD IS NOT A BANKRUPTCY' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF LGN-ESTATE-SETTLED AND NOT LGL-DECEASED
               MOVE '*** HOLD IS NOT A DECEASED HOLD' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           MOVE LGN-EVENT-DATE TO LGL-DISP-DATE.
           ADD 1 TO WS-CLOSE-CNT.
           IF ACCT-CHGOFF OR BALDO NOT NUMERIC OR BALDO NOT > 0
               MOVE 'C' TO LGL-STATUS
               MOVE 'CLOSED OUT, NOTHING TO CHARGE OFF' TO DL-DISP
           ELSE
               MOVE 'K' TO LGL-STATUS
               MOVE 'CLOSED OUT - CHARGE OFF ON AC21' TO DL-DISP.
           GO TO APPLY-NOTICE-UPDATE.
       APPLY-FILED.
           IF LGN-BK-CHAPTER NOT NUMERIC
               MOVE '*** CHAPTER NOT 07, 11, 12 OR 13' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           MOVE LGN-BK-CHAPTER TO WS-CHAPTER.
           IF NOT CHAPTER-OK
               MOVE '*** CHAPTER NOT 07, 11, 12 OR 13' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF LGN-CASE-NO = SPACES
               MOVE '*** NO CASE NUMBER' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF ROW-ON-FILE AND LGL-ON-HOLD AND LGL-DECEASED
               MOVE '*** ACCOUNT HELD AS DECEASED' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF ROW-ON-FILE AND LGL-CLOSE-OUT
               MOVE '*** HOLD ALREADY CLOSED OUT' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF ROW-ON-FILE AND LGL-HOLD AND
              LGL-CASE-NO NOT = LGN-CASE-NO
               MOVE '*** ANOTHER CASE ALREADY ON HOLD' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF ROW-ON-FILE AND LGL-HOLD
               MOVE 'BANKRUPTCY HOLD AMENDED' TO DL-DISP
           ELSE
               MOVE 'BANKRUPTCY HOLD PLACED' TO DL-DISP
               ADD 1 TO WS-HOLD-CNT.
           IF NOT ROW-ON-FILE
               MOVE SPACES TO ACCTLGL-REC
               MOVE LGN-ACCTC TO LGL-ACCTC.
           MOVE 'B' TO LGL-TYPE.
           MOVE 'H' TO LGL-STATUS.
           MOVE WS-CHAPTER TO LGL-BK-CHAPTER.
           MOVE LGN-CASE-NO TO LGL-CASE-NO.
           MOVE LGN-EVENT-DATE TO LGL-FILE-DATE.
           MOVE 0 TO LGL-DEC-DATE, LGL-DISP-DATE.
           GO TO APPLY-NOTICE-CONTACT.
       APPLY-DEATH.
           IF ROW-ON-FILE AND LGL-CLOSE-OUT
               MOVE '*** HOLD ALREADY CLOSED OUT' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           IF ROW-ON-FILE AND LGL-HOLD AND LGL-DECEASED
               MOVE 'DECEASED HOLD AMENDED' TO DL-DISP
           ELSE
               MOVE 'DECEASED HOLD PLACED' TO DL-DISP
               ADD 1 TO WS-HOLD-CNT.
           IF NOT ROW-ON-FILE
               MOVE SPACES TO ACCTLGL-REC
               MOVE LGN-ACCTC TO LGL-ACCTC.
           MOVE 'D' TO LGL-TYPE.
           MOVE 'H' TO LGL-STATUS.
           MOVE 0 TO LGL-BK-CHAPTER, LGL-FILE-DATE, LGL-DISP-DATE.
           MOVE SPACES TO LGL-CASE-NO.
           MOVE LGN-EVENT-DATE TO LGL-DEC-DATE.
           GO TO APPLY-NOTICE-CONTACT.
       APPLY-DISMISSED.
           IF NOT ROW-ON-FILE OR NOT LGL-HOLD OR NOT LGL-BANKRUPT
               MOVE '*** NO OPEN BANKRUPTCY HOLD' TO DL-DISP
               GO TO APPLY-NOTICE-EXCP.
           MOVE 'R' TO LGL-STATUS.
           MOVE LGN-EVENT-DATE TO LGL-DISP-DATE.
           MOVE 'DISMISSED, HOLD RELEASED' TO DL-DISP.
           ADD 1 TO WS-RLSE-CNT.
           GO TO APPLY-NOTICE-UPDATE.
       APPLY-NOTICE-CONTACT.
           IF LGN-CONTACT NOT = SPACES
               MOVE LGN-CONTACT TO LGL-CONTACT
               MOVE LGN-CONTACT-TEL TO LGL-CONTACT-TEL.
       APPLY-NOTICE-UPDATE.
           MOVE 'V' TO LGL-SOURCE.
           MOVE WS-RUN-DATE TO LGL-STAT-DATE.
           MOVE 'A59' TO LGL-STAT-OPID.
           IF ROW-ON-FILE
               REWRITE ACCTLGL-REC
               MOVE 'M' TO AUD-REQC
           ELSE
               WRITE ACCTLGL-REC
               MOVE 'A' TO AUD-REQC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTLGL-REC TO AUD-AFTER (1:LGL-LNG).
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A59' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE LGN-ACCTC TO AUD-ACCTC.
           MOVE 'LG' TO AUD-RSNC.
           WRITE ACCTAUD-REC.
           MOVE DETAIL-LINE TO LGLRPT-REC.
           WRITE LGLRPT-REC.
           GO TO APPLY-NOTICE-EXIT.
       APPLY-NOTICE-EXCP.
           MOVE DETAIL-LINE TO LGLRPT-REC.
           WRITE LGLRPT-REC.
           ADD 1 TO WS-EXCP-CNT.
       APPLY-NOTICE-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE LGLNTF.
           CLOSE ACCTFIL.
           CLOSE ACCTLGL.
           CLOSE ACCTAUD.
           CLOSE LGLRPT.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT59: LEGAL NOTIFICATION LOAD COMPLETE, '
               WS-NTC-CNT ' NOTICE(S), ' WS-HOLD-CNT ' HELD, '
               WS-CLOSE-CNT ' CLOSED OUT, ' WS-RLSE-CNT ' RELEASED, '
               WS-EXCP-CNT ' EXCEPTION(S)'.
       TERMINATE-RUN-EXIT. EXIT.
