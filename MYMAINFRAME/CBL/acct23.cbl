      *         LOG DOES NOT GROW FOREVER.  CARDIN LAYOUT:
      *           COLS  1- 3  FLAG THRESHOLD (DEFAULT 005)
      *           COLS  5- 7  RETENTION DAYS (DEFAULT 030, MAX 365)
      *         WHEN THE RETENTION PERIOD REACHES BACK INTO LAST YEAR
      *         THE CUTOFF BORROWS THAT YEAR'S REAL LENGTH - THE DAY
      *         OF THE YEAR OF ITS 12/31 ROW ON THE ACCTCAL CALENDAR,
      *         366 IN A LEAP YEAR - RATHER THAN A FLAT 365.  WITH
      *         NO CALENDAR ROW FOR THAT DAY IT BORROWS 365 AS BEFORE
      *         AND SAYS SO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTELGN ASSIGN TO ACCTELGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTELGN.
           SELECT ACCTCAL ASSIGN TO ACCTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS FS-ACCTCAL.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSORT ASSIGN TO SORTWK1.
           COPY ACCTELG.
       FD  ACCTELGN RECORD CONTAINS 97 CHARACTERS.
       01  ACCTELGN-REC            PIC X(97).
       FD  ACCTCAL RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTCAL.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-THRESHOLD        PIC X(3).
       01  MISC.
           02  FS-ACCTELG          PIC X(2)  VALUE '00'.
           02  FS-ACCTELGN         PIC X(2)  VALUE '00'.
           02  FS-ACCTCAL          PIC X(2)  VALUE '00'.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-FIRST-SW         PIC X     VALUE 'Y'.
               04  WS-CUT-YY       PIC 9(2).
               04  WS-CUT-DDD      PIC 9(3).
           02  WS-WORK-DDD         PIC S9(4) COMP VALUE +0.
           02  WS-YEAR-END         PIC 9(6)  VALUE 0.
           02  WS-YEAR-END-X REDEFINES WS-YEAR-END.
               04  WS-YE-YY        PIC 9(2).
               04  WS-YE-MMDD      PIC 9(4).
           02  WS-YE-DDD           PIC 9(3)  VALUE 0.
           02  WS-ELG-DATE         PIC 9(7)  VALUE 0.
           02  WS-READ-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-KEEP-CNT         PIC S9(7) COMP VALUE +0.
      *  SET-CUTOFF BUILDS THE OLDEST DATE TO KEEP, IN THE SAME        *
      *  CYYDDD JULIAN FORM EIBDATE USES (C=1 FOR 20XX), BY BACKING    *
      *  THE RETENTION DAYS OFF TODAY.  RETENTION IS CAPPED AT 365     *
      *  SO AT MOST ONE YEAR-END BORROW IS EVER NEEDED; THE BORROW IS  *
      *  THE PRIOR YEAR'S LENGTH OFF ITS 12/31 ROW ON ACCTCAL.         *
      *----------------------------------------------------------------*
       SET-CUTOFF.
           IF WS-RETAIN-DAYS > 365 MOVE 365 TO WS-RETAIN-DAYS.
           MOVE 01 TO WS-CUT-C.
           MOVE WS-TODAY-YY TO WS-CUT-YY.
           COMPUTE WS-WORK-DDD = WS-TODAY-DDD - WS-RETAIN-DAYS.
           IF WS-WORK-DDD NOT < 1 GO TO SET-CUTOFF-DONE.
           IF WS-CUT-YY = 0
               MOVE 99 TO WS-CUT-YY
               MOVE 00 TO WS-CUT-C
           ELSE
               SUBTRACT 1 FROM WS-CUT-YY.
           MOVE WS-CUT-YY TO WS-YE-YY.
           MOVE 1231 TO WS-YE-MMDD.
           MOVE 0 TO WS-YE-DDD.
           OPEN INPUT ACCTCAL.
           IF FS-ACCTCAL = '00'
               MOVE 0 TO CAL-DDD
               MOVE WS-YEAR-END TO CAL-DATE
               READ ACCTCAL
                   INVALID KEY MOVE 0 TO CAL-DDD
               END-READ
               IF CAL-DDD NUMERIC
                   MOVE CAL-DDD TO WS-YE-DDD
               END-IF
               CLOSE ACCTCAL.
           IF WS-YE-DDD < 365
               DISPLAY 'ACCT23: ' WS-YEAR-END ' NOT ON ACCTCAL, '
                   'PRIOR YEAR TAKEN AS 365 DAYS'
               MOVE 365 TO WS-YE-DDD.
           ADD WS-YE-DDD TO WS-WORK-DDD.
       SET-CUTOFF-DONE.
           MOVE WS-WORK-DDD TO WS-CUT-DDD.
       SET-CUTOFF-EXIT. EXIT.
       SELECT-ENTRIES.
