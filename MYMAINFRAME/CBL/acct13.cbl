      *         ROWS DATED ON OR AFTER THE OPEN CYCLE'S BILL DATE,
      *         SO THE CUSTOMER SEES THE INDIVIDUAL ITEMS BEHIND
      *         THE ONE PAY-HIST TOTAL.
      *         UNDER THE CYCLE'S INTEREST ROW THE REGISTER PRINTS THE
      *         AVERAGE DAILY BALANCE ACCT15 CHARGED THE INTEREST ON
      *         (CARRIED ON THE 'I' ACCTTRN ROW) AND THE DAYS IN THE
      *         CYCLE - FROM THE PRIOR BILL DATE IN PAY-HIST (2) TO
      *         THE OPEN CYCLE'S BILL DATE, OR 30 WHEN THE ACCOUNT WAS
      *         NOT BILLED THE CYCLE BEFORE, THE SAME RULE ACCT15 USES.
      *         NO PAPER STATEMENT IS PRINTED FOR AN ACCOUNT CARRYING
      *         THE RETURNED-MAIL FLAG (BADADRDO, SET BY ACCT60) - THE
      *         POST OFFICE HAS ALREADY SAID THE ADDRESS IS NO GOOD.
      *         AN ELECTRONIC OR 'B' ACCOUNT STILL GETS ITS ESTFILE
      *         STATEMENT.  THE HELD PAPER STATEMENTS ARE COUNTED ON
      *         A THIRD LINE OF THE CHANNEL SUMMARY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               04  WS-CYS-YY       PIC 9(2).
               04  WS-CYS-MM       PIC 9(2).
               04  WS-CYS-DD       PIC 9(2).
           02  WS-CYC-DAYS         PIC S9(5)     COMP-3 VALUE +0.
           02  WS-DN-DATE          PIC 9(6)  VALUE 0.
           02  WS-DN-DATE-X REDEFINES WS-DN-DATE.
               04  WS-DN-YY        PIC 9(2).
               04  WS-DN-MM        PIC 9(2).
               04  WS-DN-DD        PIC 9(2).
           02  WS-DN-DAYS          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-DN-QUOT          PIC S9(4) COMP VALUE +0.
           02  WS-DN-REM           PIC S9(4) COMP VALUE +0.
           02  WS-TRN-HDG-SW       PIC X     VALUE 'N'.
               88  TRN-HDG-PRINTED     VALUE 'Y'.
           02  EOF-SW              PIC X     VALUE 'N'.
           02  WS-PAPER-BAL        PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-ELEC-CNT         PIC S9(7)     COMP-3 VALUE +0.
           02  WS-ELEC-BAL         PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-HELD-CNT         PIC S9(7)     COMP-3 VALUE +0.
           02  WS-HELD-BAL         PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-SEL-ACCTC        PIC X(5)  VALUE SPACES.
           02  WS-STMT-CNT         PIC S9(4) COMP VALUE +0.
           02  WS-IDX              PIC S9(4) COMP.
           02  TL-RSNC             PIC X(2).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  TL-AMT              PIC ZZZ,ZZ9.99.
       01  ADB-LINE.
           02  FILLER              PIC X(14) VALUE SPACES.
           02  FILLER              PIC X(23) VALUE
               'AVERAGE DAILY BALANCE: '.
           02  AL-ADB              PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(17) VALUE
               '  DAYS IN CYCLE: '.
           02  AL-DAYS             PIC ZZ9.
       01  CUM-DAYS-LIST.
           02  FILLER              PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  FILLER REDEFINES CUM-DAYS-LIST.
           02  CUM-DAYS            PIC 9(3) OCCURS 12.
       01  HIST-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  HL-CYC               PIC 9(1).
               GO TO EVAL-ACCOUNT-EXIT.
      * ROUTE BY DELIVERY PREFERENCE: 'E' EXTRACT ONLY, 'B' BOTH,
      * ANYTHING ELSE (INCLUDING PRE-PREFERENCE RECORDS) PAPER.
      * PAPER TO A RETURNED-MAIL ADDRESS IS HELD, NOT PRINTED.
           IF NOT DLV-ELECTRONIC OF ACCTFIL-REC AND
              ADDR-BAD OF ACCTFIL-REC
               ADD 1 TO WS-HELD-CNT
               IF BALDO OF ACCTFIL-REC NUMERIC
                   ADD BALDO OF ACCTFIL-REC TO WS-HELD-BAL.
           IF NOT DLV-ELECTRONIC OF ACCTFIL-REC AND
              NOT ADDR-BAD OF ACCTFIL-REC
               PERFORM PRINT-STATEMENT THRU PRINT-STATEMENT-EXIT
               ADD 1 TO WS-PAPER-CNT
               IF BALDO OF ACCTFIL-REC NUMERIC
           MOVE TRN-AMT TO TL-AMT.
           MOVE TRN-LINE TO STMTRPT-REC.
           WRITE STMTRPT-REC.
           IF TRN-TYPE = 'I' AND TRN-SRC = 'CY' AND
              TRN-ADB NUMERIC
               PERFORM PRINT-ADB-LINE THRU PRINT-ADB-LINE-EXIT.
           GO TO PRINT-TRN-LOOP.
       PRINT-TRN-REGISTER-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PRINT-ADB-LINE SHOWS THE BALANCE AND DAYS THE INTEREST ON THE *
      *  ROW JUST PRINTED WAS FIGURED ON.  THE WINDOW STARTS AT THE    *
      *  OPEN CYCLE'S BILL DATE, ALREADY IN WS-CYC-START.              *
      *----------------------------------------------------------------*
       PRINT-ADB-LINE.
           MOVE 30 TO WS-CYC-DAYS.
           IF BMO OF ACCTFIL-REC (2) NUMERIC AND
              BDAY OF ACCTFIL-REC (2) NUMERIC AND
              BYR OF ACCTFIL-REC (2) NUMERIC AND
              BMO OF ACCTFIL-REC (2) > 0
               MOVE WS-CYC-START TO WS-DN-DATE
               PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT
               MOVE WS-DN-DAYS TO WS-CYC-DAYS
               MOVE BYR OF ACCTFIL-REC (2) TO WS-DN-YY
               MOVE BMO OF ACCTFIL-REC (2) TO WS-DN-MM
               MOVE BDAY OF ACCTFIL-REC (2) TO WS-DN-DD
               PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT
               SUBTRACT WS-DN-DAYS FROM WS-CYC-DAYS.
           MOVE TRN-ADB TO AL-ADB.
           MOVE WS-CYC-DAYS TO AL-DAYS.
           MOVE ADB-LINE TO STMTRPT-REC.
           WRITE STMTRPT-REC.
       PRINT-ADB-LINE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  DAY-NUMBER TURNS WS-DN-DATE (YYMMDD) INTO A RUNNING DAY       *
      *  COUNT IN WS-DN-DAYS, THE SAME ROUTINE ACCT15 AVERAGES WITH.   *
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
       PRINT-HIST-CYCLE.
           MOVE WS-IDX TO HL-CYC.
           MOVE BMO OF ACCTFIL-REC (WS-IDX) TO BMO OF PAY-LINE.
           MOVE WS-ELEC-BAL TO CH-BAL.
           MOVE CHNL-LINE TO STMTRPT-REC.
           WRITE STMTRPT-REC.
           MOVE 'PAPER HELD - BAD ADDR ' TO CH-LABEL.
           MOVE WS-HELD-CNT TO CH-CNT.
           MOVE WS-HELD-BAL TO CH-BAL.
           MOVE CHNL-LINE TO STMTRPT-REC.
           WRITE STMTRPT-REC.
           CLOSE ACCTFIL, STMTRPT, ESTFILE, ACCTTRN.
           IF WS-SEL-ACCTC = SPACES
               PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT13: STATEMENT RUN COMPLETE, ' WS-STMT-CNT
               ' ACCOUNT(S), ' WS-PAPER-CNT ' PAPER, '
               WS-ELEC-CNT ' ELECTRONIC, ' WS-HELD-CNT
               ' PAPER HELD FOR A BAD ADDRESS'.
       TERMINATE-RUN-EXIT. EXIT.
