      *           COLS  1- 3  REFUND AGE IN DAYS (DEFAULT 060)
      *           COLS  5- 8  ESCHEAT AGE IN DAYS (DEFAULT 1095)
      *           COLS 10-17  'OVERRIDE' FOR A RUN-CONTROL RERUN
      *         AGES ARE EXACT CALENDAR DAYS, THE DIFFERENCE OF THE
      *         ACCTCAL DAY SERIALS FOR THE RUN DATE AND THE STAMP.
      *         WHERE EITHER DATE IS NOT ON THE CALENDAR (A STAMP
      *         FROM BEFORE THE FIRST YEAR LOADED) THE AGE FALLS BACK
      *         TO THE OLD 365/30-DAY ARITHMETIC AND IS COUNTED ON
      *         THE CLOSING MESSAGE.
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
           SELECT APREFND ASSIGN TO APREFND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-APREFND.
       FD  ACCTFIL RECORD CONTAINS 383 CHARACTERS.
       01  ACCTFIL-REC.
           COPY ACCTREC.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  ACCTGLI RECORD CONTAINS 31 CHARACTERS.
           COPY ACCTGLI.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  ACCTCAL RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTCAL.
       FD  APREFND RECORD CONTAINS 132 CHARACTERS.
       01  APREFND-REC.
           02  RFN-ACCTC           PIC X(5).
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  FS-ACCTGLI          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  FS-ACCTCAL          PIC X(2)  VALUE '00'.
           02  WS-CAL-SW           PIC X     VALUE 'N'.
               88  CAL-OPEN            VALUE 'Y'.
           02  FS-APREFND          PIC X(2)  VALUE '00'.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
               04  WS-STAMP-MM     PIC 9(2).
               04  WS-STAMP-DD     PIC 9(2).
           02  WS-AGE-DAYS         PIC S9(5) COMP-3 VALUE +0.
           02  WS-RUN-DAYNO        PIC 9(7)  VALUE 0.
           02  WS-CREDIT-AMT       PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-RSN-CODE         PIC X(2)  VALUE SPACES.
           02  WS-GL-AR-CTL        PIC X(8)  VALUE '12000000'.
           02  WS-RFN-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-ESC-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-CLR-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-NOCAL-CNT        PIC S9(7) COMP VALUE +0.
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT41  CREDIT BALANCE REFUND REGISTER'.
       01  HDG-LINE-2              PIC X(80) VALUE
               DISPLAY 'ACCT41: APREFND OPEN FAILED, STATUS=' FS-APREFND
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTCAL.
           IF FS-ACCTCAL = '00'
               MOVE 'Y' TO WS-CAL-SW
               MOVE WS-RUN-DATE TO CAL-DATE
               READ ACCTCAL
                   INVALID KEY MOVE 0 TO CAL-DAYNO
               END-READ
               MOVE CAL-DAYNO TO WS-RUN-DAYNO
           ELSE
               DISPLAY 'ACCT41: ACCTCAL OPEN FAILED, STATUS=' FS-ACCTCAL
                   ', AGES FIGURED 365/30-DAY STYLE'.
           OPEN OUTPUT RFNRPT.
           MOVE HDG-LINE-1 TO RFNRPT-REC.
           WRITE RFNRPT-REC.
               ADD 1 TO WS-CLR-CNT.
       EVAL-ACCOUNT-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CALC-AGE - EXACT DAYS BETWEEN THE STAMP AND THE RUN DATE OFF  *
      *  THE ACCTCAL DAY SERIALS.  A DATE THE CALENDAR DOES NOT HOLD   *
      *  FALLS BACK TO 365/30-DAY ARITHMETIC OFF THE YYMMDD STAMP.     *
      *----------------------------------------------------------------*
       CALC-AGE.
           MOVE CRDTDO OF ACCTFIL-REC TO WS-STAMP-X.
           IF NOT CAL-OPEN OR WS-RUN-DAYNO = 0
               GO TO CALC-AGE-NOCAL.
           MOVE CRDTDO OF ACCTFIL-REC TO CAL-DATE.
           READ ACCTCAL
               INVALID KEY GO TO CALC-AGE-NOCAL
           END-READ.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYNO - CAL-DAYNO.
           IF WS-AGE-DAYS < 0 MOVE 0 TO WS-AGE-DAYS.
           GO TO CALC-AGE-EXIT.
       CALC-AGE-NOCAL.
           ADD 1 TO WS-NOCAL-CNT.
           COMPUTE WS-AGE-DAYS =
               ((WS-RUN-YY - WS-STAMP-YY) * 365)
               + ((WS-RUN-MM - WS-STAMP-MM) * 30)
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A41' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'J' TO AUD-REQC.
           MOVE ACCTDO OF ACCTFIL-REC TO AUD-ACCTC.
           MOVE WS-RSN-CODE TO AUD-RSNC.
           CLOSE APREFND.
           CLOSE RFNRPT.
           CLOSE ESCRPT.
           IF CAL-OPEN CLOSE ACCTCAL.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT41: CREDIT RUN COMPLETE, ' WS-CRD-CNT
               ' CREDIT(S), ' WS-NEW-CNT ' STAMPED, ' WS-RFN-CNT
               ' REFUNDED, ' WS-ESC-CNT ' ESCHEATED, ' WS-CLR-CNT
               ' STAMP(S) CLEARED'.
           IF WS-NOCAL-CNT > 0
               DISPLAY 'ACCT41: ' WS-NOCAL-CNT ' AGE(S) FIGURED '
                   '365/30-DAY STYLE - DATE NOT ON ACCTCAL'.
       TERMINATE-RUN-EXIT. EXIT.
