      *         MARKED KEPT OR BROKEN THE ACCOUNT COMES BACK UNDER
      *         THE NORMAL WORKLIST AND DUNNING SELECTION, WHICH ONLY
      *         SKIP AN ACCOUNT WHILE AN 'O' PROMISE IS ON FILE.
      *         A PROMISE IS NOT JUDGED UNTIL THE PAYMENT HAS HAD ITS
      *         CHANCE TO POST: ITS POSTING DAY IS THE FIRST BUSINESS
      *         DAY ON THE ACCTCAL CALENDAR ON OR AFTER THE PROMISE
      *         DATE (A PROMISE FOR A SUNDAY OR A BANK HOLIDAY IS
      *         PAID THROUGH THE NEXT DAY THE LOCKBOX PROCESSES), AND
      *         THE PROMISE WAITS UNTIL THAT DAY HAS PASSED AND THE
      *         ACCT20 LOCKBOX RUN FOR IT IS COMPLETE ON ACCTRUN.  A
      *         PROMISE WHOSE POSTING DAY HAS PASSED WITHOUT A
      *         COMPLETE ACCT20 RUN STAYS OPEN AND IS COUNTED AS
      *         WAITING, SO A FAILED LOCKBOX RUN NEVER BREAKS A
      *         PROMISE THE CUSTOMER KEPT.  A PROMISE DATE IN A YEAR
      *         NOT YET ON THE CALENDAR IS SETTLED ON THE PROMISE DATE
      *         ITSELF, AS BEFORE THE CALENDAR, AND COUNTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS FS-ACCTFIL.
           SELECT ACCTCAL ASSIGN TO ACCTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS FS-ACCTCAL.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT PRMRPT ASSIGN TO PRMRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTCAL RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTCAL.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  PRMRPT RECORD CONTAINS 80 CHARACTERS.
       01  PRMRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTCON          PIC X(2)  VALUE '00'.
           02  FS-ACCTFIL          PIC X(2)  VALUE '00'.
           02  FS-ACCTCAL          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  WS-POST-SW          PIC X     VALUE 'N'.
               88  POSTING-DAY-RUN     VALUE 'Y'.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
               04  WS-PYM-YY       PIC 9(2).
               04  WS-PYM-MM       PIC 9(2).
               04  WS-PYM-DD       PIC 9(2).
           02  WS-PR-YYMMDD-N REDEFINES WS-PR-YYMMDD PIC 9(6).
           02  WS-POST-DATE        PIC 9(6)  VALUE 0.
           02  WS-POST-DATE-X REDEFINES WS-POST-DATE PIC X(6).
           02  WS-READ-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-KEPT-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-BROKE-CNT        PIC S9(7) COMP VALUE +0.
           02  WS-BROKE-AMT        PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-WAIT-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-NOCAL-CNT        PIC S9(7) COMP VALUE +0.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT33  BROKEN PROMISE-TO-PAY REPORT - WORK THESE FIRST'.
       01  HDG-LINE-2              PIC X(80) VALUE
               DISPLAY 'ACCT33: ACCTFIL OPEN FAILED, STATUS=' FS-ACCTFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTCAL.
           IF FS-ACCTCAL NOT = '00'
               DISPLAY 'ACCT33: ACCTCAL OPEN FAILED, STATUS=' FS-ACCTCAL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTRUN.
           IF FS-ACCTRUN NOT = '00'
               DISPLAY 'ACCT33: ACCTRUN OPEN FAILED, STATUS=' FS-ACCTRUN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT PRMRPT.
           MOVE HDG-LINE-1 TO PRMRPT-REC.
           WRITE PRMRPT-REC.
           END-READ.
       READ-ACCTCON-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  EVAL-PROMISE - ONLY OPEN PROMISES WHOSE POSTING DAY (SEE     *
      *  FIND-POSTING-DAY) HAS PASSED AND BEEN RUN ARE SETTLED; AN 'O' *
      *  PROMISE STILL INSIDE ITS DATE, OR WAITING ON ITS POSTING RUN, *
      *  STAYS OPEN AND KEEPS SHELTERING THE ACCOUNT.  KEPT           *
      *  MEANS THE OPEN CYCLE SHOWS A PAYMENT AT LEAST THE PROMISED   *
      *  AMOUNT; ANYTHING ELSE IS BROKEN.                             *
      *----------------------------------------------------------------*
           MOVE WS-PR-DD TO WS-PYM-DD.
           IF WS-RUN-DATE NOT > WS-PR-YYMMDD
               GO TO EVAL-PROMISE-EXIT.
           PERFORM FIND-POSTING-DAY THRU FIND-POSTING-DAY-EXIT.
           IF WS-RUN-DATE NOT > WS-POST-DATE
               GO TO EVAL-PROMISE-EXIT.
           IF NOT POSTING-DAY-RUN
               ADD 1 TO WS-WAIT-CNT
               GO TO EVAL-PROMISE-EXIT.
           MOVE ACN-ACCTC TO ACCTDO OF ACCTFIL-REC.
           READ ACCTFIL
               INVALID KEY CONTINUE
           ADD ACN-PR-AMT TO WS-BROKE-AMT.
           PERFORM WRITE-BROKEN THRU WRITE-BROKEN-EXIT.
       EVAL-PROMISE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  FIND-POSTING-DAY - THE FIRST ACCTCAL BUSINESS DAY ON OR AFTER *
      *  THE PROMISE DATE, AND WHETHER ACCT20'S RUN-CONTROL ROW FOR    *
      *  THAT DAY'S CYCLE IS COMPLETE.  NO CALENDAR ROW FOR THE DATE   *
      *  FALLS BACK TO THE PROMISE DATE ITSELF WITHOUT THE RUN CHECK - *
      *  ON A DAY THE CALENDAR CANNOT VOUCH FOR THERE MAY NEVER BE AN  *
      *  ACCT20 RUN TO WAIT FOR.                                       *
      *----------------------------------------------------------------*
       FIND-POSTING-DAY.
           MOVE WS-PR-YYMMDD-N TO WS-POST-DATE.
           MOVE 'Y' TO WS-POST-SW.
           MOVE WS-PR-YYMMDD-N TO CAL-DATE.
           READ ACCTCAL
               INVALID KEY GO TO FIND-POSTING-DAY-NOCAL
           END-READ.
       FIND-POSTING-DAY-LOOP.
           IF CAL-BUSINESS GO TO FIND-POSTING-DAY-RUN.
           READ ACCTCAL NEXT RECORD
               AT END GO TO FIND-POSTING-DAY-NOCAL
           END-READ.
           GO TO FIND-POSTING-DAY-LOOP.
       FIND-POSTING-DAY-RUN.
           MOVE CAL-DATE TO WS-POST-DATE.
           MOVE 'ACCT20  ' TO RUN-JOB.
           MOVE WS-POST-DATE-X TO RUN-CYCLE.
           READ ACCTRUN
               INVALID KEY MOVE 'N' TO WS-POST-SW
           END-READ.
           IF FS-ACCTRUN = '00' AND NOT RUN-COMPLETE
               MOVE 'N' TO WS-POST-SW.
           GO TO FIND-POSTING-DAY-EXIT.
       FIND-POSTING-DAY-NOCAL.
           MOVE WS-PR-YYMMDD-N TO WS-POST-DATE.
           ADD 1 TO WS-NOCAL-CNT.
       FIND-POSTING-DAY-EXIT. EXIT.
       WRITE-BROKEN.
           MOVE ACN-ACCTC TO DL-ACCTC.
           MOVE SNAMEDO OF ACCTFIL-REC TO DL-SNAME.
       TERMINATE-RUN.
           CLOSE ACCTCON.
           CLOSE ACCTFIL.
           CLOSE ACCTCAL.
           CLOSE ACCTRUN.
           CLOSE PRMRPT.
           DISPLAY 'ACCT33: PROMISE RUN COMPLETE, ' WS-READ-CNT
               ' CONTACT(S) READ, ' WS-KEPT-CNT ' KEPT, '
               WS-BROKE-CNT ' BROKEN, ' WS-WAIT-CNT
               ' WAITING ON AN ACCT20 POSTING RUN'.
           IF WS-NOCAL-CNT > 0
               DISPLAY 'ACCT33: ' WS-NOCAL-CNT ' PROMISE DATE(S) NOT '
                   'ON THE ACCTCAL CALENDAR - SETTLED ON THE DATE '
                   'ITSELF; LOAD THE YEAR (ACCT63)'.
       TERMINATE-RUN-EXIT. EXIT.
