      *         THE FIRST EVER RUN HAS NO PRIOR ROW: IT RECORDS ITS
      *         TOTALS AND REPORTS 'NO PRIOR TOTALS' WITHOUT
      *         COMPARING.
      *         THE RUN WAITS ON THE NIGHT'S ACCT20 LOCKBOX POSTING
      *         THROUGH ACCTRUN, EXCEPT ON A DAY THE LOCKBOX DOES NOT
      *         PROCESS: WHEN ACCT20 HAS NO ROW FOR THE NIGHT AND THE
      *         ACCTCAL CALENDAR SHOWS THE DAY IS NOT A BUSINESS DAY
      *         (A WEEKEND OR A BANK HOLIDAY) THE MISSING RUN IS
      *         EXPECTED AND NOTED, NOT AN ERROR.  A MISSING RUN ON A
      *         BUSINESS DAY, OR ON A DAY NOT ON THE CALENDAR, STILL
      *         REFUSES THE RUN, AS DOES AN ACCT20 RUN LEFT UNFINISHED
      *         ON ANY DAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT ACCTCAL ASSIGN TO ACCTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS FS-ACCTCAL.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCRPT ASSIGN TO DISCRPT
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  CTLTOT RECORD CONTAINS 31 CHARACTERS.
           COPY ACCTCTL.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  ACCTCAL RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTCAL.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-BILL-ADJ         PIC 9(11)V99.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-CTLTOT           PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  FS-ACCTCAL          PIC X(2)  VALUE '00'.
           02  WS-RUN-JOB          PIC X(8)  VALUE 'ACCT24  '.
           02  WS-RUN-PRED         PIC X(8)  VALUE 'ACCT20  '.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           MOVE WS-RUN-PRED TO RUN-JOB.
           MOVE WS-RUN-CYCLE TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY GO TO CK-RUNCTL-PRED-CAL
           END-READ.
           IF RUN-COMPLETE GO TO CK-RUNCTL-PRED-EXIT.
           GO TO CK-RUNCTL-PRED-FAIL.
      *----------------------------------------------------------------*
      *  NO ACCT20 ROW AT ALL: THE LOCKBOX ONLY PROCESSES ON BUSINESS  *
      *  DAYS, SO ON A WEEKEND OR HOLIDAY ON ACCTCAL THERE IS NOTHING  *
      *  TO WAIT FOR.  A BUSINESS DAY, OR A DAY THE CALENDAR DOES NOT  *
      *  HOLD, IS STILL REFUSED.                                       *
      *----------------------------------------------------------------*
       CK-RUNCTL-PRED-CAL.
           OPEN INPUT ACCTCAL.
           IF FS-ACCTCAL NOT = '00'
               DISPLAY 'ACCT24: ACCTCAL OPEN FAILED, STATUS=' FS-ACCTCAL
               GO TO CK-RUNCTL-PRED-FAIL.
           MOVE WS-RUN-DATE TO CAL-DATE.
           READ ACCTCAL
               INVALID KEY MOVE SPACE TO CAL-DAY-TYPE
           END-READ.
           CLOSE ACCTCAL.
           IF NOT CAL-TYPE-OK
               DISPLAY 'ACCT24: ' WS-RUN-DATE ' NOT ON THE ACCTCAL '
                   'CALENDAR - LOAD THE YEAR (ACCT63)'
               GO TO CK-RUNCTL-PRED-FAIL.
           IF CAL-BUSINESS GO TO CK-RUNCTL-PRED-FAIL.
           DISPLAY 'ACCT24: NO ' WS-RUN-PRED 'RUN FOR ' WS-RUN-DATE
               ' - NOT A BUSINESS DAY (' CAL-DAY-TYPE ' ' CAL-DESC
               '), NONE EXPECTED'.
           GO TO CK-RUNCTL-PRED-EXIT.
       CK-RUNCTL-PRED-FAIL.
           DISPLAY 'ACCT24: PREDECESSOR ' WS-RUN-PRED ' NOT COMPLETE '
               'FOR CYCLE ' WS-RUN-CYCLE ', RUN REFUSED'.
      *  ENTRY ADDS A RECORD ONLY WHEN ITS BEFORE-IMAGE IS LOW-VALUES  *
      *  AND REMOVES ONE ONLY WHEN ITS AFTER-IMAGE IS (ACCT27'S        *
      *  PURGE).  AN ONLINE CLOSE OR MERGE CARRIES 'X' BUT REWRITES    *
      *  THE RECORD IN PLACE, SO IT COUNTS AS A CHANGE.  ROW-IMAGE     *
      *  ENTRIES (AUD-ROW-IMAGE: TABLE ROWS, AUTHORIZED USERS, CARD    *
      *  PLASTICS, DISPUTE CASES, WORKOUT PLANS, AUTOPAY ENROLLMENTS,  *
      *  COLLECTION AGENCY PLACEMENTS, LEGAL-STATUS ROWS, CALENDAR     *
      *  DAYS, NOTIFICATION OPT-INS, COLLECTOR ASSIGNMENTS AND QUEUE   *
      *  ITEMS, OPERATOR DOLLAR LIMITS, POSTINGS PENDING APPROVAL) ARE *
      *  NOT ACCOUNT MOVEMENT AT ALL AND ARE SKIPPED.                  *
      *----------------------------------------------------------------*
       EVAL-JOURNAL.
           MOVE AUD-DATE TO WS-AUD-DATE.
           IF WS-AUD-DATE NOT = WS-JRNL-DATE GO TO EVAL-JOURNAL-EXIT.
           IF AUD-ROW-IMAGE
               GO TO EVAL-JOURNAL-EXIT.
           MOVE AUD-BEFORE TO AUD-BEF-REC.
           MOVE AUD-AFTER TO AUD-AFT-REC.
