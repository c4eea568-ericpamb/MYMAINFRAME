      *         A ONE-LINE GRAND TOTAL WHOSE PAYMENT COLUMN IS WHAT
      *         THE BRANCH TIES TO THE DEPOSIT.  THE OPERATOR TABLE
      *         FOLLOWS THE ACCT31 BRANCH-TABLE PATTERN.
      *         AFTER THE TOTALS IT READS ACCTPND AND LISTS EVERY
      *         AC21 ITEM STILL WAITING FOR A SECOND OPERATOR'S
      *         APPROVAL ON AC71 - HELD OVER THE KEYING OPERATOR'S
      *         DOLLAR AUTHORITY, SO NOT IN THE TOTALS ABOVE - WITH
      *         THE DAY AND OPERATOR THAT KEYED IT, SO THE HEAD
      *         TELLER CAN ACCOUNT FOR CASH TAKEN ON A HELD PAYMENT.
      *         A HELD ITEM COUNTS IN THE TOTALS OF THE DAY IT IS
      *         APPROVED, UNDER THE OPERATOR WHO KEYED IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTLR ASSIGN TO ACCTTLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCTTLR.
           SELECT ACCTPND ASSIGN TO ACCTPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS FS-ACCTPND.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TLRRPT ASSIGN TO TLRRPT
       FILE SECTION.
       FD  ACCTTLR RECORD CONTAINS 26 CHARACTERS.
           COPY ACCTTLR.
       FD  ACCTPND RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTPND.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-RPT-DATE         PIC X(7).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTTLR          PIC X(2)  VALUE '00'.
           02  FS-ACCTPND          PIC X(2)  VALUE '00'.
           02  PND-EOF-SW          PIC X     VALUE 'N'.
               88  PND-EOF-REACHED     VALUE 'Y'.
           02  WS-PND-CNT          PIC S9(5) COMP VALUE +0.
           02  WS-PND-AMT          PIC S9(9)V99 COMP-3 VALUE +0.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-TODAY-YYDDD.
           02  DL-ADJ-CNT          PIC ZZ,ZZ9.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-ADJ-AMT          PIC Z,ZZZ,ZZ9.99.
       01  PND-HDG-1               PIC X(80) VALUE
           ' ITEMS STILL PENDING APPROVAL (AC71)'.
       01  PND-HDG-2               PIC X(80) VALUE
           ' ACCT   KEYED  SEQ  OPR  TERM  T        AMOUNT  RS  TIME'.
       01  PND-DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  PL-ACCTC            PIC X(5).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  PL-DATE             PIC 9(6).
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  PL-SEQ              PIC 9(3).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  PL-OPID             PIC X(3).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  PL-TERM             PIC X(4).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  PL-TYPE             PIC X(1).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  PL-AMT              PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  PL-RSNC             PIC X(2).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  PL-TIME             PIC 9(6).
           02  FILLER              PIC X(22) VALUE SPACES.
       01  PND-TOTAL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  PT-CNT              PIC ZZ,ZZ9.
           02  FILLER              PIC X(30) VALUE
               ' ITEM(S) PENDING, TOTAL AMOUNT'.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  PT-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(28) VALUE SPACES.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-TOTALS THRU PROCESS-TOTALS-EXIT.
           PERFORM PRINT-REPORT THRU PRINT-REPORT-EXIT.
           PERFORM PRINT-PENDING THRU PRINT-PENDING-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
               DISPLAY 'ACCT37: ACCTTLR OPEN FAILED, STATUS=' FS-ACCTTLR
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTPND.
           IF FS-ACCTPND NOT = '00'
               DISPLAY 'ACCT37: ACCTPND OPEN FAILED, STATUS=' FS-ACCTPND
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT TLRRPT.
           MOVE HDG-LINE-1 TO TLRRPT-REC.
           WRITE TLRRPT-REC.
           MOVE DETAIL-LINE TO TLRRPT-REC.
           WRITE TLRRPT-REC.
       PRINT-OPERATOR-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PRINT-PENDING - EVERY ACCTPND ITEM STILL AT 'P', WHATEVER DAY *
      *  IT WAS KEYED, IN KEY ORDER, WITH A COUNT AND TOTAL.           *
      *----------------------------------------------------------------*
       PRINT-PENDING.
           MOVE SPACES TO TLRRPT-REC.
           WRITE TLRRPT-REC.
           MOVE PND-HDG-1 TO TLRRPT-REC.
           WRITE TLRRPT-REC.
           MOVE PND-HDG-2 TO TLRRPT-REC.
           WRITE TLRRPT-REC.
       PRINT-PENDING-LOOP.
           READ ACCTPND
               AT END MOVE 'Y' TO PND-EOF-SW
           END-READ.
           IF PND-EOF-REACHED GO TO PRINT-PENDING-TOTAL.
           IF NOT PND-PENDING GO TO PRINT-PENDING-LOOP.
           ADD 1 TO WS-PND-CNT.
           ADD PND-AMT TO WS-PND-AMT.
           MOVE PND-ACCTC TO PL-ACCTC.
           MOVE PND-DATE TO PL-DATE.
           MOVE PND-SEQ TO PL-SEQ.
           MOVE PND-OPID TO PL-OPID.
           MOVE PND-TERM TO PL-TERM.
           MOVE PND-TYPE TO PL-TYPE.
           MOVE PND-AMT TO PL-AMT.
           MOVE PND-RSNC TO PL-RSNC.
           MOVE PND-TIME TO PL-TIME.
           MOVE PND-DETAIL-LINE TO TLRRPT-REC.
           WRITE TLRRPT-REC.
           GO TO PRINT-PENDING-LOOP.
       PRINT-PENDING-TOTAL.
           MOVE WS-PND-CNT TO PT-CNT.
           MOVE WS-PND-AMT TO PT-AMT.
           MOVE PND-TOTAL-LINE TO TLRRPT-REC.
           WRITE TLRRPT-REC.
       PRINT-PENDING-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE ACCTTLR.
           CLOSE ACCTPND.
           CLOSE TLRRPT.
           DISPLAY 'ACCT37: TELLER BALANCING COMPLETE, ' WS-SEL-CNT
               ' POSTING(S) OVER ' OP-CNT ' OPERATOR(S), '
               WS-PND-CNT ' PENDING APPROVAL'.
       TERMINATE-RUN-EXIT. EXIT.
