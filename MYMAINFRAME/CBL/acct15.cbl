      *         THE RUN ALSO STAMPS THE SHARED ACCTRUN RUN-CONTROL
      *         ROW (JOB ACCT15, CYCLE YYMM00) ACTIVE ON ENTRY AND
      *         COMPLETE AT END, SO THE MONTH-END SUCCESSOR JOBS
      *         (ACCT10, ACCT13, ACCT25, ACCT61) CAN REFUSE TO RUN
      *         BEFORE THE CYCLE CUT HAS COMPLETED.  THE ACCTCKP
      *         CHECKPOINT REMAINS THE AUTHORITY ON WHETHER THIS RUN
      *         ITSELF MAY PROCEED.
      *         EACH INTEREST AND LATE-FEE ACCRUAL ALSO WRITES AN
      *         ITEMIZED ACCTTRN DETAIL ROW (TYPES 'I' AND 'F',
      *         SOURCE 'CY') SO THE CHARGES BEHIND A BILLED CYCLE
      *         STAY VISIBLE AFTER THE CYCLE ROLLS.
      *         INTEREST IS CHARGED ON THE AVERAGE DAILY BALANCE OF
      *         THE CYCLE, NOT ON THE BALANCE LEFT AT THE CUT.  THE
      *         DAILY BALANCES ARE REBUILT BACKWARD FROM BALDO OUT OF
      *         THE DATED ACCTTRN POSTINGS MADE SINCE THE LAST CUT
      *         (THE BILL DATE NOW IN PAY-HIST (2)): EACH POSTING IS
      *         BACKED OUT OF EVERY DAY OF THE CYCLE BEFORE THE DAY
      *         IT POSTED.  AN ACCOUNT NOT BILLED LAST CYCLE HAS NO
      *         CUT DATE ON FILE AND IS AVERAGED OVER THE 30 DAYS
      *         BEFORE THE RUN.  THE AVERAGE IS CARRIED ON THE 'I'
      *         ACCTTRN ROW SO ACCT13 CAN PRINT IT BESIDE THE CHARGE.
      *         THE LATE FEE AND THE MINIMUM PAYMENT ARE UNCHANGED.
      *         AN AMOUNT UNDER BILLING DISPUTE IS KEPT OUT OF THE
      *         CHARGES: THE ACCTDSP CASES HELD OUT ON THE ACCOUNT
      *         (OPEN, OR FOUND FOR THE CUSTOMER AND AWAITING THE
      *         ACCT48 CREDIT) COME OFF THE AVERAGE DAILY BALANCE
      *         BEFORE INTEREST IS FIGURED, AND THE LATE FEE IS ONLY
      *         CHARGED WHEN THE UNPAID CYCLE WAS BILLED FOR MORE
      *         THAN THE DISPUTED AMOUNT.  A CASE RESOLVED AGAINST
      *         THE CUSTOMER DURING THE CYCLE IS STILL HELD OUT THIS
      *         ONCE, SO NO CHARGE IS BACKDATED OVER THE TIME THE
      *         ITEM WAS UNDER DISPUTE; FROM THE NEXT CYCLE ON THE
      *         AMOUNT IS CHARGED AS USUAL.
      *         AN ACCOUNT ENROLLED IN AN ACTIVE HARDSHIP WORKOUT PLAN
      *         (ACCTWKP, SET UP ON AC49) WHOSE START DATE HAS COME IS
      *         BILLED ON THE PLAN'S TERMS INSTEAD OF THE ACCTPRC ROW:
      *         INTEREST AT THE PLAN RATE, NO LATE FEE, AND THE PLAN'S
      *         FIXED PAYMENT AS THE MINIMUM DUE (NEVER MORE THAN THE
      *         BILL).  THE 'I' ACCTTRN ROW CARRIES REASON 'WP' AND NO
      *         PRICING DATE IS STAMPED, SO THE STATEMENT AND AUDIT
      *         REPORT DO NOT NAME A RATE SET THE CYCLE WAS NOT BILLED
      *         UNDER.  THE ACCT50 MONTH-END RUN JUDGES THE PAYMENTS.
      *         AN ACCOUNT UNDER A LEGAL HOLD FOR A BANKRUPTCY OR A
      *         DEATH (AN ACCTLGL ROW ON HOLD, LOADED BY ACCT59 OR
      *         KEYED ON AC58) STILL ROLLS AND IS BILLED FOR WHAT IT
      *         OWES, BUT ACCRUES NO INTEREST AND NO LATE FEE WHILE THE
      *         HOLD LASTS, WORKOUT PLAN OR NOT.
      *         THE DUE DATE IS ROLLED FORWARD TO A BUSINESS DAY ON THE
      *         ACCTCAL CALENDAR (LOADED YEARLY THROUGH ACCT63), SO A
      *         PAYMENT IS NEVER DUE ON A WEEKEND OR A BANK HOLIDAY
      *         WHEN THE LOCKBOX IS NOT PROCESSING.  A RUN WHOSE DUE
      *         DATE HAS NO CALENDAR ROW IS REFUSED - LOAD THE YEAR
      *         FIRST, AS FOR PRICING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS FS-ACCTPRC.
           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-KEY
               FILE STATUS IS FS-ACCTTRN.
           SELECT ACCTDSP ASSIGN TO ACCTDSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS FS-ACCTDSP.
           SELECT ACCTWKP ASSIGN TO ACCTWKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WKP-ACCTC
               FILE STATUS IS FS-ACCTWKP.
           SELECT ACCTLGL ASSIGN TO ACCTLGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGL-ACCTC
               FILE STATUS IS FS-ACCTLGL.
           SELECT ACCTRUN ASSIGN TO ACCTRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS FS-ACCTRUN.
           SELECT ACCTCAL ASSIGN TO ACCTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS FS-ACCTCAL.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY ACCTPRC.
       FD  ACCTTRN RECORD CONTAINS 33 CHARACTERS.
           COPY ACCTTRN.
       FD  ACCTDSP RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTDSP.
       FD  ACCTWKP RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTWKP.
       FD  ACCTLGL RECORD CONTAINS 100 CHARACTERS.
           COPY ACCTLGL.
       FD  ACCTRUN RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTRUN.
       FD  ACCTCAL RECORD CONTAINS 60 CHARACTERS.
           COPY ACCTCAL.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-OPTION           PIC X(7).
           02  FS-ACCTGLI          PIC X(2)  VALUE '00'.
           02  FS-ACCTPRC          PIC X(2)  VALUE '00'.
           02  FS-ACCTTRN          PIC X(2)  VALUE '00'.
           02  FS-ACCTDSP          PIC X(2)  VALUE '00'.
           02  FS-ACCTWKP          PIC X(2)  VALUE '00'.
           02  FS-ACCTLGL          PIC X(2)  VALUE '00'.
           02  FS-ACCTRUN          PIC X(2)  VALUE '00'.
           02  FS-ACCTCAL          PIC X(2)  VALUE '00'.
           02  WS-RUN-CYCLE        PIC X(6)  VALUE SPACES.
           02  WS-RUNROW-NEW-SW    PIC X     VALUE 'N'.
               88  RUNROW-IS-NEW       VALUE 'Y'.
               04  WS-DUE-MM       PIC 9(2).
               04  WS-DUE-DD       PIC 9(2).
               04  WS-DUE-YY       PIC 9(2).
           02  WS-DUE-YMD          PIC 9(6)  VALUE 0.
           02  WS-DUE-YMD-X REDEFINES WS-DUE-YMD.
               04  WS-DUY-YY       PIC 9(2).
               04  WS-DUY-MM       PIC 9(2).
               04  WS-DUY-DD       PIC 9(2).
           02  WS-DUE-NAIVE        PIC 9(6)  VALUE 0.
           02  WS-INTEREST         PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-LATE-FEE         PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-GL-AR-CTL        PIC X(8)  VALUE '12000000'.
           02  WS-GL-CAT           PIC X(4)  VALUE SPACES.
           02  WS-GL-AMT           PIC S9(9)V99 COMP-3 VALUE +0.
           02  WS-ACCT-NUM         PIC 9(5)  VALUE 0.
           02  WS-ADB              PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-ADB-WGT          PIC S9(11)V99 COMP-3 VALUE +0.
           02  WS-DSP-AMT          PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-INT-BASE         PIC S9(7)V99  COMP-3 VALUE +0.
           02  WS-PLAN-SW          PIC X     VALUE 'N'.
               88  ON-PLAN             VALUE 'Y'.
           02  WS-CYC-RATE         PIC V999  VALUE ZERO.
           02  WS-PLAN-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-LEGAL-SW         PIC X     VALUE 'N'.
               88  ACCT-LEGAL-HOLD     VALUE 'Y'.
           02  WS-LGL-CNT          PIC S9(7) COMP VALUE +0.
           02  WS-TRN-EFFECT       PIC S9(6)V99  COMP-3 VALUE +0.
           02  WS-CYC-DAYS         PIC S9(5)     COMP-3 VALUE +0.
           02  WS-TRN-DAYS         PIC S9(5)     COMP-3 VALUE +0.
           02  WS-START-DN         PIC S9(7)     COMP-3 VALUE +0.
           02  WS-RUN-DN           PIC S9(7)     COMP-3 VALUE +0.
           02  WS-CYC-START        PIC 9(6)  VALUE 0.
           02  WS-CYC-START-X REDEFINES WS-CYC-START.
               04  WS-CYS-YY       PIC 9(2).
               04  WS-CYS-MM       PIC 9(2).
               04  WS-CYS-DD       PIC 9(2).
           02  WS-DN-DATE          PIC 9(6)  VALUE 0.
           02  WS-DN-DATE-X REDEFINES WS-DN-DATE.
               04  WS-DN-YY        PIC 9(2).
               04  WS-DN-MM        PIC 9(2).
               04  WS-DN-DD        PIC 9(2).
           02  WS-DN-DAYS          PIC S9(7)     COMP-3 VALUE +0.
           02  WS-DN-QUOT          PIC S9(4) COMP VALUE +0.
           02  WS-DN-REM           PIC S9(4) COMP VALUE +0.
       01  CUM-DAYS-LIST.
           02  FILLER              PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  FILLER REDEFINES CUM-DAYS-LIST.
           02  CUM-DAYS            PIC 9(3) OCCURS 12.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM FIND-PRICING THRU FIND-PRICING-EXIT.
           PERFORM SET-DUE-DATE THRU SET-DUE-DATE-EXIT.
           OPEN I-O ACCTTRN.
           IF FS-ACCTTRN NOT = '00'
               OPEN OUTPUT ACCTTRN
               DISPLAY 'ACCT15: ACCTTRN OPEN FAILED, STATUS=' FS-ACCTTRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTDSP.
           IF FS-ACCTDSP NOT = '00'
               DISPLAY 'ACCT15: ACCTDSP OPEN FAILED, STATUS=' FS-ACCTDSP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTWKP.
           IF FS-ACCTWKP NOT = '00'
               DISPLAY 'ACCT15: ACCTWKP OPEN FAILED, STATUS=' FS-ACCTWKP
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTLGL.
           IF FS-ACCTLGL NOT = '00'
               DISPLAY 'ACCT15: ACCTLGL OPEN FAILED, STATUS=' FS-ACCTLGL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM STAMP-RUNCTL THRU STAMP-RUNCTL-EXIT.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
           DISPLAY 'ACCT15: BILLING UNDER PRICING ROW EFF ' WS-PRC-EFF.
       FIND-PRICING-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  SET-DUE-DATE FIGURES THE ONE DUE DATE THE WHOLE CYCLE IS      *
      *  BILLED WITH - THE SAME DAY OF THE FOLLOWING MONTH, HELD TO    *
      *  THE 28TH SO EVERY MONTH HAS THE DAY - AND ROLLS IT FORWARD    *
      *  ON ACCTCAL TO THE FIRST BUSINESS DAY ON OR AFTER IT.  IT RUNS *
      *  AFTER THE CHECKPOINT, SO A RESTART BILLS THE SAME DATE.  NO   *
      *  CALENDAR ROW FOR THE DATE (OR NO BUSINESS DAY AFTER IT)       *
      *  REFUSES THE RUN RATHER THAN BILL A DATE THE LOCKBOX MAY NOT   *
      *  PROCESS.                                                      *
      *----------------------------------------------------------------*
       SET-DUE-DATE.
           MOVE WS-RUN-YY TO WS-DUY-YY.
           MOVE WS-RUN-MM TO WS-DUY-MM.
           MOVE WS-RUN-DD TO WS-DUY-DD.
           IF WS-DUY-DD > 28 MOVE 28 TO WS-DUY-DD.
           IF WS-DUY-MM = 12
               MOVE 01 TO WS-DUY-MM
               ADD 1 TO WS-DUY-YY
           ELSE
               ADD 1 TO WS-DUY-MM.
           MOVE WS-DUE-YMD TO WS-DUE-NAIVE.
           OPEN INPUT ACCTCAL.
           IF FS-ACCTCAL NOT = '00'
               DISPLAY 'ACCT15: ACCTCAL OPEN FAILED, STATUS=' FS-ACCTCAL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-DUE-YMD TO CAL-DATE.
           READ ACCTCAL
               INVALID KEY GO TO SET-DUE-DATE-FAIL
           END-READ.
       SET-DUE-DATE-LOOP.
           IF CAL-BUSINESS GO TO SET-DUE-DATE-DONE.
           READ ACCTCAL NEXT RECORD
               AT END GO TO SET-DUE-DATE-FAIL
           END-READ.
           GO TO SET-DUE-DATE-LOOP.
       SET-DUE-DATE-FAIL.
           CLOSE ACCTCAL.
           DISPLAY 'ACCT15: NO ACCTCAL BUSINESS DAY FOR DUE DATE '
               WS-DUE-NAIVE ', RUN REFUSED - LOAD THE CALENDAR '
               '(ACCT63)'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       SET-DUE-DATE-DONE.
           CLOSE ACCTCAL.
           MOVE CAL-DATE TO WS-DUE-YMD.
           MOVE WS-DUY-MM TO WS-DUE-MM.
           MOVE WS-DUY-DD TO WS-DUE-DD.
           MOVE WS-DUY-YY TO WS-DUE-YY.
           IF WS-DUE-YMD NOT = WS-DUE-NAIVE
               DISPLAY 'ACCT15: DUE DATE ' WS-DUE-NAIVE
                   ' IS NOT A BUSINESS DAY, ROLLED TO ' WS-DUE-YMD.
           DISPLAY 'ACCT15: PAYMENTS DUE ' WS-DUE-DATE.
       SET-DUE-DATE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-CHECKPOINT READS THE 'CK' CONTROL ROW AND DECIDES WHETHER  *
      *  THIS SUBMIT MAY RUN: A COMPLETED RUN THIS MONTH IS REFUSED,   *
      *  AN UNFINISHED RUN IS REFUSED WITHOUT THE RESTART CARD AND     *
               GO TO ACCRUE-NEW-CYCLE-EXIT.
           IF BALDO OF ACCTFIL-REC NOT > 0
               GO TO ACCRUE-NEW-CYCLE-EXIT.
           PERFORM CALC-ADB THRU CALC-ADB-EXIT.
           PERFORM CK-DISPUTE THRU CK-DISPUTE-EXIT.
           PERFORM CK-PLAN THRU CK-PLAN-EXIT.
           PERFORM CK-LEGAL THRU CK-LEGAL-EXIT.
           COMPUTE WS-INT-BASE = WS-ADB - WS-DSP-AMT.
           IF WS-INT-BASE < 0 MOVE 0 TO WS-INT-BASE.
           COMPUTE WS-INTEREST ROUNDED = WS-INT-BASE * WS-CYC-RATE.
           MOVE 0 TO WS-LATE-FEE.
           IF BAMT OF ACCTFIL-REC (2) > WS-DSP-AMT AND
              PAMT OF ACCTFIL-REC (2) = 0 AND NOT ON-PLAN AND
              NOT ACCT-LEGAL-HOLD
               MOVE WS-LATE-FEE-AMT TO WS-LATE-FEE.
           ADD WS-INTEREST, WS-LATE-FEE TO BALDO OF ACCTFIL-REC.
           MOVE BALDO OF ACCTFIL-REC TO BAMT OF ACCTFIL-REC (3).
           MOVE WS-RUN-DD TO BDAY OF ACCTFIL-REC (3).
           MOVE WS-RUN-YY TO BYR OF ACCTFIL-REC (3).
           PERFORM SET-PAYMENT-TERMS THRU SET-PAYMENT-TERMS-EXIT.
           IF ON-PLAN
               ADD 1 TO WS-PLAN-CNT
           ELSE
               MOVE WS-PRC-EFF TO PRCDTDO OF ACCTFIL-REC.
           ADD 1 TO WS-BILL-CNT.
           IF ACCT-LEGAL-HOLD ADD 1 TO WS-LGL-CNT.
           IF WS-INTEREST > 0
               MOVE 'INT ' TO WS-GL-CAT
               MOVE WS-INTEREST TO WS-GL-AMT
               PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
       ACCRUE-NEW-CYCLE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-PLAN LOOKS FOR AN ACTIVE ACCTWKP WORKOUT PLAN ALREADY IN   *
      *  FORCE ON THE CYCLE DATE AND SETS THE RATE THE CYCLE IS BILLED *
      *  AT - THE PLAN RATE, OR THE ACCTPRC RATE WHEN THERE IS NONE.   *
      *----------------------------------------------------------------*
       CK-PLAN.
           MOVE 'N' TO WS-PLAN-SW.
           MOVE WS-INT-RATE TO WS-CYC-RATE.
           MOVE ACCTDO OF ACCTFIL-REC TO WKP-ACCTC.
           READ ACCTWKP
               INVALID KEY GO TO CK-PLAN-EXIT
           END-READ.
           IF NOT WKP-ACTIVE GO TO CK-PLAN-EXIT.
           IF WKP-START NOT NUMERIC OR WKP-START > WS-RUN-DATE
               GO TO CK-PLAN-EXIT.
           IF WKP-RATE NOT NUMERIC OR WKP-PAYMENT NOT NUMERIC
               GO TO CK-PLAN-EXIT.
           MOVE 'Y' TO WS-PLAN-SW.
           MOVE WKP-RATE TO WS-CYC-RATE.
       CK-PLAN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-LEGAL SETS ACCT-LEGAL-HOLD WHEN THE ACCOUNT'S ACCTLGL ROW  *
      *  HOLDS IT FOR A BANKRUPTCY OR A DEATH ('H', OR 'K' AWAITING    *
      *  CHARGE-OFF) AND TAKES THE CYCLE RATE TO ZERO, OVERRIDING ANY  *
      *  PLAN RATE CK-PLAN SET.                                        *
      *----------------------------------------------------------------*
       CK-LEGAL.
           MOVE 'N' TO WS-LEGAL-SW.
           MOVE ACCTDO OF ACCTFIL-REC TO LGL-ACCTC.
           READ ACCTLGL
               INVALID KEY GO TO CK-LEGAL-EXIT
           END-READ.
           IF NOT LGL-ON-HOLD GO TO CK-LEGAL-EXIT.
           MOVE 'Y' TO WS-LEGAL-SW.
           MOVE ZERO TO WS-CYC-RATE.
       CK-LEGAL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-DISPUTE TOTALS THE DISPUTED AMOUNT KEPT OUT OF THIS        *
      *  CYCLE'S CHARGES: EVERY CASE STILL HELD OUT, PLUS ANY CASE     *
      *  RESOLVED AGAINST THE CUSTOMER SINCE THE START OF THE CYCLE    *
      *  (WS-START-DN, AS CALC-ADB LEFT IT) - THAT AMOUNT IS CHARGED   *
      *  FROM THE NEXT CYCLE, NOT BACKDATED OVER THE DISPUTE.          *
      *----------------------------------------------------------------*
       CK-DISPUTE.
           MOVE 0 TO WS-DSP-AMT.
           MOVE ACCTDO OF ACCTFIL-REC TO DSP-ACCTC.
           MOVE 0 TO DSP-CASE.
           START ACCTDSP KEY NOT < DSP-KEY.
           IF FS-ACCTDSP NOT = '00' GO TO CK-DISPUTE-EXIT.
       CK-DISPUTE-LOOP.
           READ ACCTDSP NEXT RECORD
               AT END GO TO CK-DISPUTE-EXIT
           END-READ.
           IF FS-ACCTDSP NOT = '00' GO TO CK-DISPUTE-EXIT.
           IF DSP-ACCTC NOT = ACCTDO OF ACCTFIL-REC
               GO TO CK-DISPUTE-EXIT.
           IF DSP-AMT NOT NUMERIC GO TO CK-DISPUTE-LOOP.
           IF DSP-HELD-OUT
               ADD DSP-AMT TO WS-DSP-AMT
               GO TO CK-DISPUTE-LOOP.
           IF NOT DSP-AGAINST GO TO CK-DISPUTE-LOOP.
           IF DSP-CLS-DATE NOT NUMERIC OR DSP-CLS-DATE = 0
               GO TO CK-DISPUTE-LOOP.
           MOVE DSP-CLS-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           IF WS-DN-DAYS > WS-START-DN
               ADD DSP-AMT TO WS-DSP-AMT.
           GO TO CK-DISPUTE-LOOP.
       CK-DISPUTE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  WRITE-TRANDTL ADDS THE ITEMIZED DETAIL ROW FOR AN ACCRUAL,    *
      *  BUMPING THE SAME-DAY SEQUENCE ON A DUPLICATE KEY (A RESTART   *
      *  MAY LAY A SECOND ROW BESIDE THE FIRST FOR THE ONE ACCOUNT     *
           MOVE 'A15' TO TRN-OPID.
           MOVE WS-TRN-AMT TO TRN-AMT.
           MOVE SPACES TO ACCTTRN-REC (28:6).
           IF WS-TRN-TYPE = 'I'
               MOVE WS-ADB TO TRN-ADB.
           IF WS-TRN-TYPE = 'I' AND ON-PLAN
               MOVE 'WP' TO TRN-RSNC.
       WRITE-TRANDTL-TRY.
           WRITE ACCTTRN-REC
               INVALID KEY GO TO WRITE-TRANDTL-SEQ
           GO TO WRITE-TRANDTL-TRY.
       WRITE-TRANDTL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CALC-ADB REBUILDS THE AVERAGE DAILY BALANCE OF THE CYCLE      *
      *  ENDING TODAY.  DAY 1 IS THE DAY AFTER THE LAST CUT, DAY       *
      *  WS-CYC-DAYS IS THE RUN DATE, AND BALDO IS THE BALANCE OF THE  *
      *  LAST DAY.  A POSTING ON DAY T WAS NOT IN THE BALANCE OF DAYS  *
      *  1 THRU T-1, SO ITS EFFECT TIMES (T-1) IS BACKED OUT OF THE    *
      *  SUM OF DAILY BALANCES BEFORE DIVIDING BY THE DAYS.  ROWS ON   *
      *  THE CUT DATE ITSELF WERE IN THE LAST CYCLE'S BALANCE.         *
      *  RECOVERIES ('V') DO NOT MOVE BALDO AND ARE SKIPPED.           *
      *----------------------------------------------------------------*
       CALC-ADB.
           MOVE 0 TO WS-ADB-WGT.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           MOVE WS-DN-DAYS TO WS-RUN-DN.
           IF BMO OF ACCTFIL-REC (2) NOT NUMERIC OR
              BMO OF ACCTFIL-REC (2) = 0
               MOVE 0 TO WS-CYC-START
               COMPUTE WS-START-DN = WS-RUN-DN - 30
           ELSE
               MOVE BYR OF ACCTFIL-REC (2) TO WS-CYS-YY
               MOVE BMO OF ACCTFIL-REC (2) TO WS-CYS-MM
               MOVE BDAY OF ACCTFIL-REC (2) TO WS-CYS-DD
               MOVE WS-CYC-START TO WS-DN-DATE
               PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT
               MOVE WS-DN-DAYS TO WS-START-DN.
           COMPUTE WS-CYC-DAYS = WS-RUN-DN - WS-START-DN.
           IF WS-CYC-DAYS < 1
               MOVE BALDO OF ACCTFIL-REC TO WS-ADB
               GO TO CALC-ADB-EXIT.
           MOVE ACCTDO OF ACCTFIL-REC TO TRN-ACCTC.
           MOVE WS-CYC-START TO TRN-DATE.
           MOVE 999 TO TRN-SEQ.
           START ACCTTRN KEY > TRN-KEY
               INVALID KEY GO TO CALC-ADB-DONE
           END-START.
       CALC-ADB-LOOP.
           READ ACCTTRN NEXT RECORD
               AT END GO TO CALC-ADB-DONE
           END-READ.
           IF TRN-ACCTC NOT = ACCTDO OF ACCTFIL-REC
               GO TO CALC-ADB-DONE.
           IF TRN-DATE > WS-RUN-DATE
               GO TO CALC-ADB-DONE.
           MOVE TRN-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
           COMPUTE WS-TRN-DAYS = WS-DN-DAYS - WS-START-DN.
           IF WS-TRN-DAYS < 1 GO TO CALC-ADB-LOOP.
           IF TRN-TYPE = 'I' OR 'F' OR 'S'
               MOVE TRN-AMT TO WS-TRN-EFFECT
           ELSE
           IF TRN-TYPE = 'R' AND TRN-RSNC = 'NS'
               MOVE TRN-AMT TO WS-TRN-EFFECT
           ELSE
           IF TRN-TYPE = 'P' OR 'R' OR 'A' OR 'Z' OR 'C'
               COMPUTE WS-TRN-EFFECT = 0 - TRN-AMT
           ELSE
               GO TO CALC-ADB-LOOP.
           COMPUTE WS-ADB-WGT = WS-ADB-WGT +
               WS-TRN-EFFECT * (WS-TRN-DAYS - 1).
           GO TO CALC-ADB-LOOP.
       CALC-ADB-DONE.
           COMPUTE WS-ADB ROUNDED = BALDO OF ACCTFIL-REC -
               WS-ADB-WGT / WS-CYC-DAYS.
           IF WS-ADB < 0 MOVE 0 TO WS-ADB.
       CALC-ADB-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  DAY-NUMBER TURNS WS-DN-DATE (YYMMDD) INTO A RUNNING DAY       *
      *  COUNT IN WS-DN-DAYS, SO TWO DATES CAN BE SUBTRACTED ACROSS    *
      *  MONTH AND YEAR ENDS.  EVERY YEAR DIVISIBLE BY 4 IS A LEAP     *
      *  YEAR, WHICH HOLDS FOR EVERY YEAR A 2-DIGIT YY CAN NAME HERE.  *
      *----------------------------------------------------------------*
       DAY-NUMBER.
           IF WS-DN-MM < 1 OR WS-DN-MM > 12 MOVE 1 TO WS-DN-MM.
           DIVIDE WS-DN-YY BY 4 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM.
           COMPUTE WS-DN-DAYS = WS-DN-YY * 365 + WS-DN-QUOT
               + CUM-DAYS (WS-DN-MM) + WS-DN-DD.
      * YEAR 00 COUNTS AS A LEAP YEAR, SO EVERY LATER YEAR CARRIES ITS
      * OWN FEB 29; THE CURRENT LEAP YEAR'S DAY IS NOT DUE UNTIL MARCH.
           IF WS-DN-REM NOT = 0 OR WS-DN-MM > 2
               ADD 1 TO WS-DN-DAYS.
       DAY-NUMBER-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  SET-PAYMENT-TERMS STAMPS THE MINIMUM PAYMENT (WS-MIN-PAY-PCT  *
      *  OF THE BILLED AMOUNT, FLOORED AT WS-MIN-PAY-FLOOR, NEVER      *
      *  MORE THAN THE BILL ITSELF) AND THE DUE DATE SET-DUE-DATE      *
      *  FIGURED ONTO THE ACCOUNT FOR THE CYCLE JUST BILLED.  AN       *
      *  ACCOUNT ON A WORKOUT PLAN OWES THE PLAN PAYMENT INSTEAD.      *
      *----------------------------------------------------------------*
       SET-PAYMENT-TERMS.
           COMPUTE WS-MIN-PAY ROUNDED =
               BAMT OF ACCTFIL-REC (3) * WS-MIN-PAY-PCT.
           IF WS-MIN-PAY < WS-MIN-PAY-FLOOR
               MOVE WS-MIN-PAY-FLOOR TO WS-MIN-PAY.
           IF ON-PLAN
               MOVE WKP-PAYMENT TO WS-MIN-PAY.
           IF WS-MIN-PAY > BAMT OF ACCTFIL-REC (3)
               MOVE BAMT OF ACCTFIL-REC (3) TO WS-MIN-PAY.
           MOVE WS-MIN-PAY TO MINPAYDO OF ACCTFIL-REC.
           MOVE WS-DUE-DATE TO DUEDTDO OF ACCTFIL-REC.
       SET-PAYMENT-TERMS-EXIT. EXIT.
       WRITE-GL-DETAIL.
           CLOSE ACCTFIL.
           CLOSE ACCTARC.
           CLOSE ACCTTRN.
           CLOSE ACCTDSP.
           CLOSE ACCTWKP.
           CLOSE ACCTLGL.
           PERFORM END-RUNCTL THRU END-RUNCTL-EXIT.
           DISPLAY 'ACCT15: CYCLE CUT COMPLETE, ' WS-ACCT-CNT
               ' ACCOUNT(S) ROLLED, ' WS-ARC-CNT ' CYCLE(S) ARCHIVED, '
               WS-BILL-CNT ' ACCOUNT(S) BILLED (' WS-PLAN-CNT
               ' ON WORKOUT PLANS, ' WS-LGL-CNT
               ' UNDER A LEGAL HOLD), INTEREST '
               CKP-INT-TOT ' LATE FEES ' CKP-FEE-TOT.
       TERMINATE-RUN-EXIT. EXIT.
