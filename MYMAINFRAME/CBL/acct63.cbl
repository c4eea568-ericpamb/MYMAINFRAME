       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT63.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION, ONCE A YEAR AHEAD OF
      *         THE YEAR IT LOADS.  IT BUILDS THE ACCTCAL BUSINESS-DAY
      *         CALENDAR: ONE ROW FOR EVERY DAY OF THE YEAR, SATURDAY
      *         AND SUNDAY TYPED 'W', THE BANK HOLIDAYS CARDED BELOW
      *         TYPED 'H' AND EVERY OTHER DAY 'B'.  THE DAY OF THE
      *         WEEK AND THE DAY SERIAL ARE FIGURED HERE, SO NOTHING
      *         DOWNSTREAM HAS TO.  CARDIN:
      *           FIRST CARD, THE YEAR:
      *             COL   1     'Y'
      *             COLS  3- 6  YEAR CCYY (1901-2099)
      *           THEN ONE CARD PER EXCEPTION DAY:
      *             COL   1     'H' BANK HOLIDAY, OR 'B' A WEEKEND
      *                         DAY THE LOCKBOX WILL PROCESS
      *             COLS  3- 6  DATE MMDD WITHIN THE YEAR
      *             COLS  8-31  DESCRIPTION
      *         EVERY CARD PRINTS ON THE CALRPT REGISTER WITH ITS
      *         DISPOSITION.  THE CARDS ARE ALL EDITED BEFORE A ROW IS
      *         WRITTEN: ONE CARD IN ERROR AND NOTHING IS LOADED, THE
      *         RUN ENDING RETURN CODE 8 SO THE CARDS ARE FIXED AND
      *         RERUN - A HALF-LOADED YEAR WOULD MISPLACE DUE DATES.
      *         A RERUN REPLACES THE YEAR'S ROWS, INCLUDING ANY
      *         CHANGE ALREADY MADE ON AC64, SO ONCE THE YEAR IS IN
      *         USE CORRECTIONS ARE MADE ON AC64, NOT BY RELOADING.
      *         EVERY ROW ADDED OR REPLACED IS JOURNALED TO ACCTAUD
      *         WITH BEFORE/AFTER ROW IMAGES UNDER REASON 'CL', THE
      *         SAME AS AN AC64 CHANGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTCAL ASSIGN TO ACCTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS FS-ACCTCAL.
           SELECT ACCTAUD ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTAUD.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALRPT ASSIGN TO CALRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTCAL RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTCAL.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-TYPE             PIC X(1).
           02  FILLER              PIC X(1).
           02  CI-MMDD             PIC X(4).
           02  CI-MMDD-N REDEFINES CI-MMDD.
               04  CI-MM           PIC 9(2).
               04  CI-DD           PIC 9(2).
           02  FILLER              PIC X(1).
           02  CI-DESC             PIC X(24).
           02  FILLER              PIC X(49).
       01  CARDIN-YEAR REDEFINES CARDIN-REC.
           02  FILLER              PIC X(2).
           02  CI-CCYY             PIC X(4).
           02  FILLER              PIC X(74).
       FD  CALRPT RECORD CONTAINS 80 CHARACTERS.
       01  CALRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTCAL          PIC X(2)  VALUE '00'.
           02  FS-ACCTAUD          PIC X(2)  VALUE '00'.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-YEAR-SW          PIC X     VALUE 'N'.
               88  YEAR-CARD-READ      VALUE 'Y'.
           02  WS-RUN-DATE         PIC 9(6)  VALUE 0.
           02  WS-TODAY-YYDDD.
               04  WS-TODAY-YY     PIC 9(2).
               04  WS-TODAY-DDD    PIC 9(3).
           02  WS-JRNL-DATE        PIC 9(7)  VALUE 0.
           02  WS-TIME-RAW.
               04  WS-TIME-HHMMSS  PIC 9(6).
               04  FILLER          PIC 9(2).
           02  WS-CAL-NEW          PIC X(60) VALUE SPACES.
           02  WS-CCYY             PIC 9(4)  VALUE 0.
           02  WS-CCYY-X REDEFINES WS-CCYY.
               04  WS-CC           PIC 9(2).
               04  WS-YY           PIC 9(2).
           02  WS-DATE-YMD.
               04  WS-DATE-YY      PIC 9(2).
               04  WS-DATE-MM      PIC 9(2).
               04  WS-DATE-DD      PIC 9(2).
           02  WS-DATE-N REDEFINES WS-DATE-YMD PIC 9(6).
           02  WS-MM               PIC S9(4) COMP VALUE +0.
           02  WS-DD               PIC S9(4) COMP VALUE +0.
           02  WS-DDD              PIC S9(4) COMP VALUE +0.
           02  WS-DAYNO            PIC S9(7) COMP-3 VALUE +0.
           02  WS-YRS              PIC S9(4) COMP VALUE +0.
           02  WS-LEAPS            PIC S9(4) COMP VALUE +0.
           02  WS-QUOT             PIC S9(7) COMP-3 VALUE +0.
           02  WS-REM              PIC S9(4) COMP VALUE +0.
           02  WS-DOW              PIC 9(1)  VALUE 0.
           02  WS-FIND-MMDD        PIC X(4)  VALUE SPACES.
           02  WS-CARD-CNT         PIC S9(5) COMP VALUE +0.
           02  WS-ERR-CNT          PIC S9(5) COMP VALUE +0.
           02  WS-ADD-CNT          PIC S9(5) COMP VALUE +0.
           02  WS-RPL-CNT          PIC S9(5) COMP VALUE +0.
           02  WS-BUS-CNT          PIC S9(5) COMP VALUE +0.
           02  WS-WKE-CNT          PIC S9(5) COMP VALUE +0.
           02  WS-HOL-CNT          PIC S9(5) COMP VALUE +0.
           02  HX                  PIC S9(4) COMP VALUE +0.
           02  HX-MAX              PIC S9(4) COMP VALUE +40.
           02  HX-CNT              PIC S9(4) COMP VALUE +0.
      *----------------------------------------------------------------*
      *  DAYS IN EACH MONTH; FEBRUARY IS SET TO 29 FOR A LEAP YEAR.    *
      *  INSIDE 1901-2099 EVERY FOURTH YEAR IS A LEAP YEAR.            *
      *----------------------------------------------------------------*
       01  MONTH-DAYS-LIST         PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  FILLER REDEFINES MONTH-DAYS-LIST.
           02  MONTH-DAYS          PIC 9(2)  OCCURS 12.
       01  DAY-NAME-LIST           PIC X(21)
                                   VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  FILLER REDEFINES DAY-NAME-LIST.
           02  DAY-NAME            PIC X(3)  OCCURS 7.
       01  HOL-TABLE.
           02  HOL-ENTRY           OCCURS 40.
               04  HT-MMDD         PIC X(4).
               04  HT-TYPE         PIC X(1).
               04  HT-DESC         PIC X(24).
       01  HDG-LINE-1              PIC X(80) VALUE
           'ACCT63  BUSINESS-DAY CALENDAR YEARLY LOAD REGISTER'.
       01  HDG-LINE-2              PIC X(80) VALUE
           ' T  DATE  DAY  DESCRIPTION               DISPOSITION'.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-TYPE             PIC X(1).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-MMDD             PIC X(4).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-DAY              PIC X(3).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-DESC             PIC X(24).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-DISP             PIC X(39).
       01  TOTAL-LINE.
           02  FILLER              PIC X(6)  VALUE ' YEAR '.
           02  TL-CCYY             PIC 9(4).
           02  FILLER              PIC X(2)  VALUE ': '.
           02  TL-BUS              PIC ZZ9.
           02  FILLER              PIC X(16) VALUE ' BUSINESS DAYS, '.
           02  TL-WKE              PIC ZZ9.
           02  FILLER              PIC X(15) VALUE ' WEEKEND DAYS, '.
           02  TL-HOL              PIC ZZ9.
           02  FILLER              PIC X(10) VALUE ' HOLIDAYS.'.
           02  FILLER              PIC X(18) VALUE SPACES.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM EDIT-CARDS THRU EDIT-CARDS-EXIT.
           IF WS-ERR-CNT = 0
               PERFORM LOAD-YEAR THRU LOAD-YEAR-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-TODAY-YYDDD FROM DAY.
           COMPUTE WS-JRNL-DATE =
               0100000 + (WS-TODAY-YY * 1000) + WS-TODAY-DDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN INPUT CARDIN.
           OPEN OUTPUT CALRPT.
           MOVE HDG-LINE-1 TO CALRPT-REC.
           WRITE CALRPT-REC.
           MOVE HDG-LINE-2 TO CALRPT-REC.
           WRITE CALRPT-REC.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  EDIT-CARDS - THE YEAR CARD FIRST, THEN THE EXCEPTION DAYS     *
      *  INTO HOL-TABLE.  NOTHING TOUCHES ACCTCAL UNTIL EVERY CARD     *
      *  HAS PASSED.                                                   *
      *----------------------------------------------------------------*
       EDIT-CARDS.
           PERFORM READ-CARDIN THRU READ-CARDIN-EXIT.
       EDIT-CARDS-LOOP.
           IF EOF-REACHED GO TO EDIT-CARDS-END.
           ADD 1 TO WS-CARD-CNT.
           PERFORM EDIT-CARD THRU EDIT-CARD-EXIT.
           PERFORM READ-CARDIN THRU READ-CARDIN-EXIT.
           GO TO EDIT-CARDS-LOOP.
       EDIT-CARDS-END.
           IF YEAR-CARD-READ GO TO EDIT-CARDS-EXIT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'NO YEAR CARD - NOTHING LOADED' TO DL-DISP.
           MOVE DETAIL-LINE TO CALRPT-REC.
           WRITE CALRPT-REC.
           ADD 1 TO WS-ERR-CNT.
       EDIT-CARDS-EXIT. EXIT.
       READ-CARDIN.
           READ CARDIN
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
       READ-CARDIN-EXIT. EXIT.
       EDIT-CARD.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CI-TYPE TO DL-TYPE.
           MOVE CI-MMDD TO DL-MMDD.
           MOVE CI-DESC TO DL-DESC.
           IF YEAR-CARD-READ GO TO EDIT-CARD-DAY.
           IF CI-TYPE NOT = 'Y'
               MOVE 'FIRST CARD MUST BE THE YEAR CARD' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           IF CI-CCYY NOT NUMERIC
               MOVE 'YEAR NOT CCYY' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           MOVE CI-CCYY TO WS-CCYY.
           IF WS-CCYY < 1901 OR WS-CCYY > 2099
               MOVE 'YEAR NOT 1901-2099' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           MOVE 'Y' TO WS-YEAR-SW.
           DIVIDE WS-CCYY BY 4 GIVING WS-QUOT REMAINDER WS-REM.
           IF WS-REM = 0
               MOVE 29 TO MONTH-DAYS (2).
           MOVE SPACES TO DL-MMDD, DL-DESC.
           MOVE 'YEAR ACCEPTED' TO DL-DISP.
           GO TO EDIT-CARD-PRINT.
       EDIT-CARD-DAY.
           IF CI-TYPE NOT = 'H' AND CI-TYPE NOT = 'B'
               MOVE 'TYPE NOT H OR B' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           IF CI-MMDD NOT NUMERIC
               MOVE 'DATE NOT MMDD' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           IF CI-MM < 1 OR CI-MM > 12
               MOVE 'DATE NOT MMDD' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           IF CI-DD < 1 OR CI-DD > MONTH-DAYS (CI-MM)
               MOVE 'NO SUCH DAY IN THE YEAR' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           MOVE CI-MMDD TO WS-FIND-MMDD.
           PERFORM FIND-DATE THRU FIND-DATE-EXIT.
           IF HX NOT > HX-CNT
               MOVE 'DATE CARDED TWICE' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           IF HX-CNT NOT < HX-MAX
               MOVE 'MORE THAN 40 EXCEPTION DAYS' TO DL-DISP
               GO TO EDIT-CARD-ERR.
           ADD 1 TO HX-CNT.
           MOVE CI-MMDD TO HT-MMDD (HX-CNT).
           MOVE CI-TYPE TO HT-TYPE (HX-CNT).
           MOVE CI-DESC TO HT-DESC (HX-CNT).
           MOVE 'ACCEPTED' TO DL-DISP.
           GO TO EDIT-CARD-PRINT.
       EDIT-CARD-ERR.
           ADD 1 TO WS-ERR-CNT.
       EDIT-CARD-PRINT.
           MOVE DETAIL-LINE TO CALRPT-REC.
           WRITE CALRPT-REC.
       EDIT-CARD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  FIND-DATE - HX POINTS AT THE HOL-TABLE ENTRY FOR THE DATE IN  *
      *  WS-FIND-MMDD, OR ONE PAST THE LAST ENTRY WHEN IT IS NOT       *
      *  CARDED.                                                       *
      *----------------------------------------------------------------*
       FIND-DATE.
           MOVE 1 TO HX.
       FIND-DATE-LOOP.
           IF HX > HX-CNT GO TO FIND-DATE-EXIT.
           IF HT-MMDD (HX) = WS-FIND-MMDD GO TO FIND-DATE-EXIT.
           ADD 1 TO HX.
           GO TO FIND-DATE-LOOP.
       FIND-DATE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  LOAD-YEAR - WALKS THE YEAR A DAY AT A TIME.  THE SERIAL OF    *
      *  01/01 IS 365 FOR EVERY YEAR SINCE 1900 PLUS ONE FOR EACH      *
      *  LEAP YEAR SINCE 1901; 01/01/1900 WAS A MONDAY, SO THE DAY OF  *
      *  THE WEEK IS THE SERIAL LESS ONE, MODULO 7, PLUS ONE.          *
      *----------------------------------------------------------------*
       LOAD-YEAR.
           OPEN I-O ACCTCAL.
           IF FS-ACCTCAL NOT = '00'
               OPEN OUTPUT ACCTCAL
               CLOSE ACCTCAL
               OPEN I-O ACCTCAL.
           IF FS-ACCTCAL NOT = '00'
               DISPLAY 'ACCT63: ACCTCAL OPEN FAILED, STATUS=' FS-ACCTCAL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ACCTAUD.
           IF FS-ACCTAUD NOT = '00'
               DISPLAY 'ACCT63: ACCTAUD OPEN FAILED, STATUS=' FS-ACCTAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-YRS = WS-CCYY - 1901.
           DIVIDE WS-YRS BY 4 GIVING WS-LEAPS.
           COMPUTE WS-DAYNO = ((WS-CCYY - 1900) * 365) + WS-LEAPS.
           MOVE 0 TO WS-DDD.
           PERFORM LOAD-DAY THRU LOAD-DAY-EXIT
               VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
               AFTER WS-DD FROM 1 BY 1
                   UNTIL WS-DD > MONTH-DAYS (WS-MM).
           CLOSE ACCTCAL.
           CLOSE ACCTAUD.
           MOVE WS-CCYY TO TL-CCYY.
           MOVE WS-BUS-CNT TO TL-BUS.
           MOVE WS-WKE-CNT TO TL-WKE.
           MOVE WS-HOL-CNT TO TL-HOL.
           MOVE TOTAL-LINE TO CALRPT-REC.
           WRITE CALRPT-REC.
       LOAD-YEAR-EXIT. EXIT.
       LOAD-DAY.
           ADD 1 TO WS-DAYNO.
           ADD 1 TO WS-DDD.
           COMPUTE WS-QUOT = WS-DAYNO - 1.
           DIVIDE WS-QUOT BY 7 GIVING WS-QUOT REMAINDER WS-REM.
           COMPUTE WS-DOW = WS-REM + 1.
           MOVE WS-YY TO WS-DATE-YY.
           MOVE WS-MM TO WS-DATE-MM.
           MOVE WS-DD TO WS-DATE-DD.
           MOVE SPACES TO ACCTCAL-REC.
           MOVE WS-DATE-N TO CAL-DATE.
           MOVE WS-DOW TO CAL-DOW.
           MOVE WS-DDD TO CAL-DDD.
           MOVE WS-DAYNO TO CAL-DAYNO.
           MOVE 'LOD' TO CAL-UPD-OPID.
           MOVE WS-RUN-DATE TO CAL-UPD-DATE.
           IF WS-DOW > 5
               MOVE 'W' TO CAL-DAY-TYPE
           ELSE
               MOVE 'B' TO CAL-DAY-TYPE.
           MOVE WS-DATE-YMD (3:4) TO WS-FIND-MMDD.
           PERFORM FIND-DATE THRU FIND-DATE-EXIT.
           IF HX NOT > HX-CNT
               MOVE HT-TYPE (HX) TO CAL-DAY-TYPE
               MOVE HT-DESC (HX) TO CAL-DESC
               PERFORM PRINT-EXCEPTION THRU PRINT-EXCEPTION-EXIT.
           IF CAL-BUSINESS ADD 1 TO WS-BUS-CNT.
           IF CAL-WEEKEND ADD 1 TO WS-WKE-CNT.
           IF CAL-HOLIDAY ADD 1 TO WS-HOL-CNT.
           MOVE LOW-VALUES TO AUD-BEFORE.
           WRITE ACCTCAL-REC
               INVALID KEY GO TO LOAD-DAY-REPLACE
           END-WRITE.
           ADD 1 TO WS-ADD-CNT.
           MOVE 'A' TO AUD-REQC.
           GO TO LOAD-DAY-JOURNAL.
      * THE DAY IS ALREADY ON FILE (A RERUN, OR A YEAR AC64 HAS
      * TOUCHED): READ THE OLD ROW FOR THE BEFORE-IMAGE, THEN PUT
      * THE NEW ONE OVER IT.
       LOAD-DAY-REPLACE.
           MOVE ACCTCAL-REC TO WS-CAL-NEW.
           READ ACCTCAL
               INVALID KEY CONTINUE
           END-READ.
           IF FS-ACCTCAL = '00'
               MOVE ACCTCAL-REC TO AUD-BEFORE (1:60).
           MOVE WS-CAL-NEW TO ACCTCAL-REC.
           REWRITE ACCTCAL-REC.
           ADD 1 TO WS-RPL-CNT.
           MOVE 'M' TO AUD-REQC.
       LOAD-DAY-JOURNAL.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTCAL-REC TO AUD-AFTER (1:60).
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
       LOAD-DAY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-JOURNAL - THE SAME 'CL' ROW-IMAGE ENTRY AC64 WRITES,    *
      *  WITH NO ACCOUNT NUMBER, STAMPED AS A BATCH ENTRY.             *
      *----------------------------------------------------------------*
       WRITE-JOURNAL.
           MOVE WS-JRNL-DATE TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE 'BAT' TO AUD-TRAN.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'A63' TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SPACES TO AUD-ACCTC.
           MOVE 'CL' TO AUD-RSNC.
           WRITE ACCTAUD-REC.
       WRITE-JOURNAL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PRINT-EXCEPTION - EACH CARDED DAY IS LISTED AGAIN AS LOADED,  *
      *  WITH ITS DAY OF THE WEEK, SO A HOLIDAY CARDED ON A WEEKEND    *
      *  (RATHER THAN ON THE DAY IT IS OBSERVED) STANDS OUT.           *
      *----------------------------------------------------------------*
       PRINT-EXCEPTION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CAL-DAY-TYPE TO DL-TYPE.
           MOVE WS-FIND-MMDD TO DL-MMDD.
           MOVE DAY-NAME (WS-DOW) TO DL-DAY.
           MOVE CAL-DESC TO DL-DESC.
           MOVE 'LOADED' TO DL-DISP.
           IF CAL-HOLIDAY AND WS-DOW > 5
               MOVE 'LOADED - HOLIDAY FALLS ON A WEEKEND' TO DL-DISP.
           IF CAL-BUSINESS AND WS-DOW < 6
               MOVE 'LOADED - ALREADY A WEEKDAY' TO DL-DISP.
           MOVE DETAIL-LINE TO CALRPT-REC.
           WRITE CALRPT-REC.
       PRINT-EXCEPTION-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE CARDIN.
           IF WS-ERR-CNT > 0
               MOVE SPACES TO DETAIL-LINE
               MOVE 'CARD(S) IN ERROR - NOTHING LOADED' TO DL-DISP
               MOVE DETAIL-LINE TO CALRPT-REC
               WRITE CALRPT-REC
               MOVE 8 TO RETURN-CODE.
           CLOSE CALRPT.
           DISPLAY 'ACCT63: CALENDAR LOAD COMPLETE, ' WS-CARD-CNT
               ' CARD(S), ' WS-ERR-CNT ' IN ERROR, ' WS-ADD-CNT
               ' DAY(S) ADDED, ' WS-RPL-CNT ' REPLACED'.
       TERMINATE-RUN-EXIT. EXIT.
