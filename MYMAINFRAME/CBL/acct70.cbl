       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT70.
      *REMARKS. THIS IS A BATCH PROGRAM, RUN INDEPENDENTLY OF THE
      *         ONLINE ACCOUNT FILE APPLICATION, AT THE CLOSE OF
      *         EVERY BUSINESS DAY.  IT READS THE ACCTCLQ COLLECTOR
      *         WORK QUEUE THE ACCT10 WORKLIST RUN LOADS, IN KEY
      *         ORDER (ONE COLLECTOR'S ITEMS TOGETHER), AS OF THE DAY
      *         NAMED ON CARDIN (COLS 1-6, YYMMDD; BLANK = TODAY),
      *         AND PRINTS ONE LINE PER COLLECTOR ON CLQRPT: ITEMS
      *         QUEUED, WORKED THAT DAY, WORKED SINCE THE QUEUE WAS
      *         LOADED, UNWORKED, UNWORKED BROKEN PROMISES, AND ITEMS
      *         DROPPED BECAUSE THE ACCOUNT LEFT ACCTFIL, WITH A
      *         GRAND TOTAL LINE.  AN ITEM IS WORKED WHEN THE AC32
      *         CONTACT TAKEN FROM THE AC68 SCREEN CLOSED IT, OR WHEN
      *         ACCTCON HOLDS A CONTACT FOR THE ACCOUNT DATED FROM THE
      *         DAY THE QUEUE WAS LOADED THROUGH THE REPORT DAY - A
      *         CALL KEYED STRAIGHT INTO AC32 STILL COUNTS, AND IS
      *         SHOWN AGAIN IN THE OFF-QUEUE COLUMN SO A SUPERVISOR
      *         CAN SEE WHO IS BYPASSING THE QUEUE.  ITEMS STILL ON
      *         THE UNASSIGNED '???' QUEUE PRINT UNDER '???'.  ON A
      *         BACK-DATED RUN AN ITEM IS TAKEN AS IT STOOD ON THE
      *         REPORT DAY: ONE CLOSED OR DROPPED AFTER IT WAS STILL
      *         OPEN THEN.  NOTHING IS UPDATED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTCLQ ASSIGN TO ACCTCLQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLQ-KEY
               FILE STATUS IS FS-ACCTCLQ.
           SELECT ACCTCON ASSIGN TO ACCTCON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACN-KEY
               FILE STATUS IS FS-ACCTCON.
           SELECT CARDIN ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLQRPT ASSIGN TO CLQRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTCLQ RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTCLQ.
       FD  ACCTCON RECORD CONTAINS 40 CHARACTERS.
           COPY ACCTCON.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  CI-RPT-DATE         PIC X(6).
           02  FILLER              PIC X(74).
       FD  CLQRPT RECORD CONTAINS 80 CHARACTERS.
       01  CLQRPT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  FS-ACCTCLQ          PIC X(2)  VALUE '00'.
           02  FS-ACCTCON          PIC X(2)  VALUE '00'.
           02  EOF-SW              PIC X     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
           02  WS-CONTACT-SW       PIC X     VALUE 'N'.
               88  CONTACT-FOUND       VALUE 'Y'.
           02  WS-CON-TODAY-SW     PIC X     VALUE 'N'.
               88  CONTACT-ON-RPT-DATE VALUE 'Y'.
           02  WS-RPT-DATE         PIC 9(6)  VALUE 0.
           02  WS-CUR-OPID         PIC X(3)  VALUE LOW-VALUES.
           02  WS-READ-CNT         PIC S9(7) COMP VALUE +0.
           02  WS-COLL-CNT         PIC S9(5) COMP VALUE +0.
       01  CUR-ENTRY.
           02  CUR-QUEUED          PIC S9(5)     COMP-3.
           02  CUR-WRK-TODAY       PIC S9(5)     COMP-3.
           02  CUR-WRK-TOTAL       PIC S9(5)     COMP-3.
           02  CUR-OFFQ            PIC S9(5)     COMP-3.
           02  CUR-UNWORKED        PIC S9(5)     COMP-3.
           02  CUR-UNW-BRKN        PIC S9(5)     COMP-3.
           02  CUR-DROPPED         PIC S9(5)     COMP-3.
       01  TOT-ENTRY.
           02  TOT-QUEUED          PIC S9(5)     COMP-3 VALUE +0.
           02  TOT-WRK-TODAY       PIC S9(5)     COMP-3 VALUE +0.
           02  TOT-WRK-TOTAL       PIC S9(5)     COMP-3 VALUE +0.
           02  TOT-OFFQ            PIC S9(5)     COMP-3 VALUE +0.
           02  TOT-UNWORKED        PIC S9(5)     COMP-3 VALUE +0.
           02  TOT-UNW-BRKN        PIC S9(5)     COMP-3 VALUE +0.
           02  TOT-DROPPED         PIC S9(5)     COMP-3 VALUE +0.
       01  HDG-LINE-1.
           02  FILLER              PIC X(48) VALUE
               'ACCT70  COLLECTOR WORK QUEUE - WORKED/UNWORKED '.
           02  FILLER              PIC X(6)  VALUE 'AS OF '.
           02  HL-RPT-DATE         PIC 9(6).
           02  FILLER              PIC X(20) VALUE SPACES.
       01  HDG-LINE-2.
           02  FILLER              PIC X(38) VALUE
               ' OPR  QUEUED  WRKD TODAY  WRKD TOTAL  '.
           02  FILLER              PIC X(42) VALUE
               'OFF-QUEUE  UNWORKED  UNWKD BRKN  DROPPED  '.
       01  DETAIL-LINE.
           02  FILLER              PIC X(1)  VALUE SPACE.
           02  DL-OPID             PIC X(3).
           02  FILLER              PIC X(2)  VALUE SPACES.
           02  DL-QUEUED           PIC ZZ,ZZ9.
           02  FILLER              PIC X(6)  VALUE SPACES.
           02  DL-WRK-TODAY        PIC ZZ,ZZ9.
           02  FILLER              PIC X(6)  VALUE SPACES.
           02  DL-WRK-TOTAL        PIC ZZ,ZZ9.
           02  FILLER              PIC X(5)  VALUE SPACES.
           02  DL-OFFQ             PIC ZZ,ZZ9.
           02  FILLER              PIC X(4)  VALUE SPACES.
           02  DL-UNWORKED         PIC ZZ,ZZ9.
           02  FILLER              PIC X(6)  VALUE SPACES.
           02  DL-UNW-BRKN         PIC ZZ,ZZ9.
           02  FILLER              PIC X(3)  VALUE SPACES.
           02  DL-DROPPED          PIC ZZ,ZZ9.
           02  FILLER              PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
           PERFORM PROCESS-QUEUE THRU PROCESS-QUEUE-EXIT.
           PERFORM PRINT-TOTALS THRU PRINT-TOTALS-EXIT.
           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
           STOP RUN.
       INITIALIZE-RUN.
           ACCEPT WS-RPT-DATE FROM DATE.
           OPEN INPUT CARDIN.
           READ CARDIN INTO CARDIN-REC
               AT END MOVE SPACES TO CARDIN-REC
           END-READ.
           CLOSE CARDIN.
           IF CI-RPT-DATE NOT = SPACES AND CI-RPT-DATE NUMERIC
               MOVE CI-RPT-DATE TO WS-RPT-DATE.
           OPEN INPUT ACCTCLQ.
           IF FS-ACCTCLQ NOT = '00'
               DISPLAY 'ACCT70: ACCTCLQ OPEN FAILED, STATUS=' FS-ACCTCLQ
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ACCTCON.
           IF FS-ACCTCON NOT = '00'
               DISPLAY 'ACCT70: ACCTCON OPEN FAILED, STATUS=' FS-ACCTCON
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CLQRPT.
           MOVE WS-RPT-DATE TO HL-RPT-DATE.
           MOVE HDG-LINE-1 TO CLQRPT-REC.
           WRITE CLQRPT-REC.
           MOVE HDG-LINE-2 TO CLQRPT-REC.
           WRITE CLQRPT-REC.
       INITIALIZE-RUN-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  PROCESS-QUEUE - THE QUEUE READS IN COLLECTOR ORDER, SO EACH   *
      *  CHANGE OF CLQ-OPID PRINTS THE COLLECTOR JUST FINISHED.        *
      *----------------------------------------------------------------*
       PROCESS-QUEUE.
           PERFORM READ-ACCTCLQ THRU READ-ACCTCLQ-EXIT.
       PROCESS-QUEUE-LOOP.
           IF EOF-REACHED GO TO PROCESS-QUEUE-END.
           ADD 1 TO WS-READ-CNT.
           IF CLQ-OPID NOT = WS-CUR-OPID
               PERFORM NEW-COLLECTOR THRU NEW-COLLECTOR-EXIT.
           PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT.
           PERFORM READ-ACCTCLQ THRU READ-ACCTCLQ-EXIT.
           GO TO PROCESS-QUEUE-LOOP.
       PROCESS-QUEUE-END.
           IF WS-CUR-OPID NOT = LOW-VALUES
               PERFORM PRINT-COLLECTOR THRU PRINT-COLLECTOR-EXIT.
       PROCESS-QUEUE-EXIT. EXIT.
       NEW-COLLECTOR.
           IF WS-CUR-OPID NOT = LOW-VALUES
               PERFORM PRINT-COLLECTOR THRU PRINT-COLLECTOR-EXIT.
           MOVE CLQ-OPID TO WS-CUR-OPID.
           MOVE 0 TO CUR-QUEUED, CUR-WRK-TODAY, CUR-WRK-TOTAL,
               CUR-OFFQ, CUR-UNWORKED, CUR-UNW-BRKN, CUR-DROPPED.
       NEW-COLLECTOR-EXIT. EXIT.
       READ-ACCTCLQ.
           READ ACCTCLQ NEXT RECORD
               AT END MOVE 'Y' TO EOF-SW
           END-READ.
           IF NOT EOF-REACHED AND FS-ACCTCLQ NOT = '00'
               DISPLAY 'ACCT70: ACCTCLQ READ FAILED, STATUS=' FS-ACCTCLQ
               MOVE 'Y' TO EOF-SW
               MOVE 8 TO RETURN-CODE.
       READ-ACCTCLQ-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  TALLY-ITEM - AN ITEM DROPPED ON OR BEFORE THE REPORT DAY      *
      *  COUNTS ONLY AS DROPPED.  AN ITEM CLOSED ON OR BEFORE THE      *
      *  REPORT DAY IS WORKED; ANY OTHER ITEM, INCLUDING ONE CLOSED OR *
      *  DROPPED LATER, WAS OPEN ON THE REPORT DAY AND IS WORKED OFF   *
      *  THE QUEUE IF ACCTCON SHOWS A CONTACT SINCE THE LOAD, AND      *
      *  UNWORKED IF NOT.  CLQ-WRK-DATE IS THE CLOSE OR DROP DATE.     *
      *----------------------------------------------------------------*
       TALLY-ITEM.
           IF CLQ-DROPPED AND CLQ-WRK-DATE NOT > WS-RPT-DATE
               ADD 1 TO CUR-DROPPED
               GO TO TALLY-ITEM-EXIT.
           ADD 1 TO CUR-QUEUED.
           IF CLQ-WORKED AND CLQ-WRK-DATE NOT > WS-RPT-DATE
               ADD 1 TO CUR-WRK-TOTAL
               IF CLQ-WRK-DATE = WS-RPT-DATE
                   ADD 1 TO CUR-WRK-TODAY
                   GO TO TALLY-ITEM-EXIT
               ELSE
                   GO TO TALLY-ITEM-EXIT.
           PERFORM CK-CONTACTS THRU CK-CONTACTS-EXIT.
           IF CONTACT-FOUND
               ADD 1 TO CUR-WRK-TOTAL, CUR-OFFQ
               IF CONTACT-ON-RPT-DATE
                   ADD 1 TO CUR-WRK-TODAY
                   GO TO TALLY-ITEM-EXIT
               ELSE
                   GO TO TALLY-ITEM-EXIT.
           ADD 1 TO CUR-UNWORKED.
           IF CLQ-PRIO-BROKEN
               ADD 1 TO CUR-UNW-BRKN.
       TALLY-ITEM-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-CONTACTS - THE ACCOUNT'S CONTACTS FROM THE LOAD DATE,      *
      *  STOPPING PAST THE REPORT DAY.  THE SAME START / READ NEXT     *
      *  WALK ACCT10 USES FOR A PROMISE.                               *
      *----------------------------------------------------------------*
       CK-CONTACTS.
           MOVE 'N' TO WS-CONTACT-SW, WS-CON-TODAY-SW.
           MOVE CLQ-ACCTC TO ACN-ACCTC.
           MOVE CLQ-BUILD-DATE TO ACN-DATE.
           MOVE 0 TO ACN-SEQ.
           START ACCTCON KEY NOT < ACN-KEY.
           IF FS-ACCTCON NOT = '00' GO TO CK-CONTACTS-EXIT.
       CK-CONTACTS-LOOP.
           READ ACCTCON NEXT RECORD
               AT END GO TO CK-CONTACTS-EXIT
           END-READ.
           IF FS-ACCTCON NOT = '00' GO TO CK-CONTACTS-EXIT.
           IF ACN-ACCTC NOT = CLQ-ACCTC GO TO CK-CONTACTS-EXIT.
           IF ACN-DATE > WS-RPT-DATE GO TO CK-CONTACTS-EXIT.
           MOVE 'Y' TO WS-CONTACT-SW.
           IF ACN-DATE = WS-RPT-DATE MOVE 'Y' TO WS-CON-TODAY-SW.
           GO TO CK-CONTACTS-LOOP.
       CK-CONTACTS-EXIT. EXIT.
       PRINT-COLLECTOR.
           ADD 1 TO WS-COLL-CNT.
           MOVE WS-CUR-OPID TO DL-OPID.
           MOVE CUR-QUEUED TO DL-QUEUED.
           MOVE CUR-WRK-TODAY TO DL-WRK-TODAY.
           MOVE CUR-WRK-TOTAL TO DL-WRK-TOTAL.
           MOVE CUR-OFFQ TO DL-OFFQ.
           MOVE CUR-UNWORKED TO DL-UNWORKED.
           MOVE CUR-UNW-BRKN TO DL-UNW-BRKN.
           MOVE CUR-DROPPED TO DL-DROPPED.
           MOVE DETAIL-LINE TO CLQRPT-REC.
           WRITE CLQRPT-REC.
           ADD CUR-QUEUED TO TOT-QUEUED.
           ADD CUR-WRK-TODAY TO TOT-WRK-TODAY.
           ADD CUR-WRK-TOTAL TO TOT-WRK-TOTAL.
           ADD CUR-OFFQ TO TOT-OFFQ.
           ADD CUR-UNWORKED TO TOT-UNWORKED.
           ADD CUR-UNW-BRKN TO TOT-UNW-BRKN.
           ADD CUR-DROPPED TO TOT-DROPPED.
       PRINT-COLLECTOR-EXIT. EXIT.
       PRINT-TOTALS.
           MOVE 'ALL' TO DL-OPID.
           MOVE TOT-QUEUED TO DL-QUEUED.
           MOVE TOT-WRK-TODAY TO DL-WRK-TODAY.
           MOVE TOT-WRK-TOTAL TO DL-WRK-TOTAL.
           MOVE TOT-OFFQ TO DL-OFFQ.
           MOVE TOT-UNWORKED TO DL-UNWORKED.
           MOVE TOT-UNW-BRKN TO DL-UNW-BRKN.
           MOVE TOT-DROPPED TO DL-DROPPED.
           MOVE DETAIL-LINE TO CLQRPT-REC.
           WRITE CLQRPT-REC.
       PRINT-TOTALS-EXIT. EXIT.
       TERMINATE-RUN.
           CLOSE ACCTCLQ.
           CLOSE ACCTCON.
           CLOSE CLQRPT.
           DISPLAY 'ACCT70: WORK QUEUE REPORT COMPLETE, ' WS-READ-CNT
               ' ITEM(S) OVER ' WS-COLL-CNT ' COLLECTOR(S)'.
       TERMINATE-RUN-EXIT. EXIT.
