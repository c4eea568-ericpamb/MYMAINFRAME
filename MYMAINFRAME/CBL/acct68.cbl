       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT68.
      *  THIS PROGRAM IS INVOKED BY THE 'AC68' TRANSACTION.  IT GIVES
      *  A COLLECTOR THE NEXT ACCOUNT TO CALL FROM THE ACCTCLQ WORK
      *  QUEUE ACCT10 LOADS: THE SIGNED-ON OPERATOR'S FIRST OPEN ITEM
      *  IN PRIORITY ORDER (BROKEN PROMISES FIRST, THEN THE FURTHEST
      *  BEHIND), SHOWN ON THE ACCTNXM MAP WITH THE ACCOUNT SUMMARY
      *  AND THE LAST SIX ACCTCON CONTACTS, NEWEST FIRST.  KEYING 'Y'
      *  HANDS THE ACCOUNT TO THE AC32 CONTACT SCREEN WITH THE QUEUE
      *  ITEM IN THE COMMAREA; THE CONTACT RECORDED THERE CLOSES THE
      *  ITEM AND COMES BACK HERE FOR THE NEXT ONE.  AN ITEM A
      *  SUPERVISOR MOVED ON AC69 WHILE IT WAS ON THE SCREEN IS NOT
      *  HANDED OFF; THE NEXT ITEM IS SHOWN INSTEAD.  AN ITEM WHOSE
      *  ACCOUNT IS NO LONGER ON ACCTFIL IS DROPPED ('X') AS IT COMES
      *  UP.  ONLY THE OPERATOR'S OWN QUEUE IS EVER READ, SO TWO
      *  COLLECTORS CANNOT BE GIVEN THE SAME ACCOUNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +4.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  CON-LNG                PIC S9(4) COMP VALUE +40.
           02  CLQ-LNG                PIC S9(4) COMP VALUE +80.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT68'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-SHOWN.
               04  WS-SH-KEY          PIC X(9).
               04  WS-SH-ACCTC        PIC X(5).
           02  WS-CLQ-KEY             PIC X(9).
           02  WS-CON-KEY.
               04  WS-CK-ACCTC        PIC X(5).
               04  WS-CK-DATE         PIC 9(6).
               04  WS-CK-SEQ          PIC 9(2).
           02  CON-CNT                PIC S9(4) COMP VALUE +0.
           02  CON-IDX                PIC S9(4) COMP VALUE +0.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY               PIC 9(6) VALUE 0.
           02  WS-NOW                 PIC 9(6) VALUE 0.
           02  SUM-LINE-1.
               04  FILLER             PIC X(9) VALUE 'ACCOUNT: '.
               04  S1-ACCTC           PIC X(5).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  S1-FNAME           PIC X(12).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  S1-SNAME           PIC X(18).
               04  FILLER             PIC X(7) VALUE '  TEL: '.
               04  S1-TEL             PIC X(12).
               04  FILLER             PIC X(5) VALUE '  BR '.
               04  S1-BRANCH          PIC X(4).
           02  SUM-LINE-2.
               04  FILLER             PIC X(7) VALUE 'STAGE: '.
               04  S2-STAGE           PIC 9(1).
               04  FILLER             PIC X(16) VALUE
                   ' CYCLE(S) BEHIND'.
               04  FILLER             PIC X(12) VALUE
                   '  PRIORITY: '.
               04  S2-PRIO            PIC X(14).
               04  FILLER             PIC X(10) VALUE '  QUEUED: '.
               04  S2-BUILT           PIC 9(6).
               04  FILLER             PIC X(9) VALUE SPACES.
           02  SUM-LINE-3.
               04  FILLER             PIC X(9) VALUE 'BALANCE: '.
               04  S3-BAL             PIC ZZZ,ZZ9.99-.
               04  FILLER             PIC X(10) VALUE '  UNPAID: '.
               04  S3-UNPAID          PIC ZZZ,ZZ9.99-.
               04  FILLER             PIC X(9) VALUE '  LIMIT: '.
               04  S3-LIMIT           PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(15) VALUE SPACES.
           02  SUM-LINE-4.
               04  FILLER             PIC X(13) VALUE 'MINIMUM DUE: '.
               04  S4-MINPAY          PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(12) VALUE
                   '  DUE DATE: '.
               04  S4-DUEDT           PIC 9(6).
               04  FILLER             PIC X(15) VALUE
                   '  LAST LETTER: '.
               04  S4-DUNSTG          PIC 9(1).
               04  FILLER             PIC X(18) VALUE SPACES.
           02  CON-HDG.
               04  FILLER             PIC X(36) VALUE
                   'LAST CONTACTS: DATE    TIME    OPR  '.
               04  FILLER             PIC X(39) VALUE
                   'OUTCOME    PROMIS      AMOUNT  STATUS  '.
           02  CON-LINE.
               04  FILLER             PIC X(15) VALUE SPACES.
               04  CL-DATE            PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-TIME            PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-OPID            PIC X(3).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-OUTCOME         PIC X(10).
               04  FILLER             PIC X(1) VALUE SPACES.
               04  CL-PR-DATE         PIC X(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-PR-AMT          PIC X(10).
               04  CL-PR-AMT-N REDEFINES CL-PR-AMT
                                      PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-PR-STAT         PIC X(6).
               04  FILLER             PIC X(2) VALUE SPACES.
           02  CON-TABLE.
               04  CON-ENTRY          PIC X(75) OCCURS 6.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTCON.
           COPY ACCTCLQ.
           COPY ACCTSET.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
               'KEY "Y" TO CALL THIS ACCOUNT, OR PRESS "CLEAR" TO END.'.
           02  FILLER                PIC X(70) VALUE
               'QUEUE ACCOUNT - KEY THE OUTCOME OF THE CALL, "Y" AND ENT
      -    'ER.'.
           02  FILLER                PIC X(70) VALUE
           'THAT ITEM WAS MOVED OR CLOSED; YOUR NEXT ACCOUNT IS SHOWN.'.
           02  FILLER                PIC X(70) VALUE
               'YOUR NEXT ACCOUNT.  KEY "Y" TO CALL IT, OR "CLEAR" TO EN
      -    'D.'.
           02  FILLER                PIC X(70) VALUE
               'NO OPEN ITEMS ON YOUR WORK QUEUE.'.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 5.
       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(14).
       PROCEDURE DIVISION.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(NO-MAP)
                     ERROR(OTHER-ERRORS) END-EXEC.
           IF EIBAID = DFHCLEAR
               EXEC CICS SEND CONTROL FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC.
           IF EIBCALEN NOT = 14
               GO TO NEXT-ITEM.
           MOVE DFHCOMMAREA TO WS-SHOWN.
           EXEC CICS RECEIVE MAP('ACCTNXM') MAPSET('ACCTSET') END-EXEC.
           IF WRKJI NOT = 'Y'
               MOVE 1 TO MSG-NO, GO TO NXM-RESEND.
      *----------------------------------------------------------------*
      *  CONFIRM THE ITEM ON THE SCREEN IS STILL THIS OPERATOR'S AND   *
      *  STILL OPEN BEFORE HANDING IT OFF.                             *
      *----------------------------------------------------------------*
           EXEC CICS HANDLE CONDITION NOTFND(ITEM-GONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTCLQ') RIDFLD(WS-SH-KEY)
               INTO(ACCTCLQ-REC) LENGTH(CLQ-LNG) END-EXEC.
           IF NOT CLQ-OPEN OR CLQ-OPID NOT = EIBOPID OR
              CLQ-ACCTC NOT = WS-SH-ACCTC
               GO TO ITEM-GONE.
      *----------------------------------------------------------------*
      *  HAND-OFF - PUT UP THE AC32 CONTACT MAP WITH THE ACCOUNT       *
      *  FILLED IN (MODIFIED TAG ON SO IT COMES BACK), AND LET AC32    *
      *  RECEIVE IT WITH THE QUEUE ITEM.                               *
      *----------------------------------------------------------------*
       HAND-OFF.
           MOVE LOW-VALUES TO ACCTCOLO.
           MOVE WS-SH-ACCTC TO ACCTCO.
           MOVE DFHUNIMD TO ACCTCA.
           MOVE MSG-TEXT (2) TO MSGCO.
           EXEC CICS SEND MAP('ACCTCOL') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC32') COMMAREA(WS-SHOWN)
               LENGTH(14) END-EXEC.
       ITEM-GONE.
           MOVE 3 TO MSG-NO.
      *----------------------------------------------------------------*
      *  NEXT-ITEM - BROWSE THE OPERATOR'S OWN KEY RANGE FOR THE FIRST *
      *  OPEN ITEM; WORKED AND DROPPED ITEMS ARE PASSED OVER.          *
      *----------------------------------------------------------------*
       NEXT-ITEM.
           MOVE EIBOPID TO CLQ-OPID.
           MOVE 0 TO CLQ-PRIO, CLQ-SEQ.
           MOVE CLQ-KEY TO WS-CLQ-KEY.
           EXEC CICS HANDLE CONDITION
               NOTFND(QUEUE-EMPTY) ENDFILE(QUEUE-EMPTY) END-EXEC.
           EXEC CICS STARTBR DATASET('ACCTCLQ') RIDFLD(WS-CLQ-KEY)
               GTEQ END-EXEC.
       NEXT-ITEM-LOOP.
           EXEC CICS READNEXT DATASET('ACCTCLQ') INTO(ACCTCLQ-REC)
               LENGTH(CLQ-LNG) RIDFLD(WS-CLQ-KEY) END-EXEC.
           IF CLQ-OPID NOT = EIBOPID GO TO QUEUE-EMPTY.
           IF NOT CLQ-OPEN GO TO NEXT-ITEM-LOOP.
           EXEC CICS ENDBR DATASET('ACCTCLQ') END-EXEC.
           EXEC CICS HANDLE CONDITION NOTFND(ACCOUNT-GONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(CLQ-ACCTC)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           MOVE LOW-VALUES TO ACCTNXMO.
           PERFORM BUILD-SUMMARY THRU BUILD-SUMMARY-EXIT.
           PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-EXIT.
           MOVE CLQ-KEY TO WS-SH-KEY.
           MOVE CLQ-ACCTC TO WS-SH-ACCTC.
           MOVE CLQ-ACCTC TO ACCTJO.
           MOVE MSG-TEXT (MSG-NO) TO MSGJO.
           MOVE DFHBMBRY TO MSGJA.
           EXEC CICS SEND MAP('ACCTNXM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC68') COMMAREA(WS-SHOWN)
               LENGTH(14) END-EXEC.
       QUEUE-EMPTY.
           EXEC CICS ENDBR DATASET('ACCTCLQ') NOHANDLE END-EXEC.
           MOVE LOW-VALUES TO ACCTNXMO.
           MOVE MSG-TEXT (5) TO MSGJO.
           MOVE DFHBMBRY TO MSGJA.
           EXEC CICS SEND MAP('ACCTNXM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
      *----------------------------------------------------------------*
      *  ACCOUNT-GONE - THE ACCOUNT WAS PURGED OR MERGED AWAY SINCE    *
      *  THE QUEUE WAS BUILT.  DROP THE ITEM AND LOOK AGAIN.           *
      *----------------------------------------------------------------*
       ACCOUNT-GONE.
           EXEC CICS HANDLE CONDITION NOTFND(NEXT-ITEM) END-EXEC.
           MOVE CLQ-KEY TO WS-CLQ-KEY.
           EXEC CICS READ DATASET('ACCTCLQ') RIDFLD(WS-CLQ-KEY)
               INTO(ACCTCLQ-REC) LENGTH(CLQ-LNG) UPDATE END-EXEC.
           IF NOT CLQ-OPEN
               EXEC CICS UNLOCK DATASET('ACCTCLQ') END-EXEC
               GO TO NEXT-ITEM.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY) TIME(WS-NOW) END-EXEC.
           MOVE 'X' TO CLQ-STATUS.
           MOVE WS-TODAY TO CLQ-WRK-DATE.
           MOVE WS-NOW TO CLQ-WRK-TIME.
           MOVE EIBOPID TO CLQ-WRK-OPID.
           MOVE SPACE TO CLQ-OUTCOME.
           EXEC CICS REWRITE DATASET('ACCTCLQ') FROM(ACCTCLQ-REC)
               LENGTH(CLQ-LNG) END-EXEC.
           GO TO NEXT-ITEM.
      *----------------------------------------------------------------*
      *  BUILD-SUMMARY - FOUR LINES OF ACCOUNT AND QUEUE DETAIL, THEN  *
      *  A BLANK LINE AND THE CONTACT HEADING.                         *
      *----------------------------------------------------------------*
       BUILD-SUMMARY.
           MOVE CLQ-ACCTC TO S1-ACCTC.
           MOVE FNAMEDO IN ACCTREC TO S1-FNAME.
           MOVE SNAMEDO IN ACCTREC TO S1-SNAME.
           MOVE TELDO IN ACCTREC TO S1-TEL.
           MOVE CLQ-BRANCH TO S1-BRANCH.
           MOVE CLQ-STAGE TO S2-STAGE.
           IF CLQ-PRIO-BROKEN
               MOVE 'BROKEN PROMISE' TO S2-PRIO
           ELSE
               MOVE 'DELINQUENT' TO S2-PRIO.
           MOVE CLQ-BUILD-DATE TO S2-BUILT.
           MOVE BALDO IN ACCTREC TO S3-BAL.
           MOVE CLQ-UNPAID TO S3-UNPAID.
           MOVE LIMITDO IN ACCTREC TO S3-LIMIT.
           MOVE MINPAYDO IN ACCTREC TO S4-MINPAY.
           MOVE DUEDTDO IN ACCTREC TO S4-DUEDT.
           MOVE DUNSTGDO IN ACCTREC TO S4-DUNSTG.
           MOVE SUM-LINE-1 TO LINJO (1).
           MOVE SUM-LINE-2 TO LINJO (2).
           MOVE SUM-LINE-3 TO LINJO (3).
           MOVE SUM-LINE-4 TO LINJO (4).
           MOVE SPACES TO LINJO (5).
           MOVE CON-HDG TO LINJO (6).
       BUILD-SUMMARY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  LOAD-CONTACTS - THE ACCOUNT'S CONTACTS READ OLDEST FIRST, SO  *
      *  KEEP A ROLLING TABLE OF THE LAST SIX AND LIST IT BACKWARDS.   *
      *----------------------------------------------------------------*
       LOAD-CONTACTS.
           MOVE 0 TO CON-CNT.
           MOVE SPACES TO CON-TABLE.
           MOVE CLQ-ACCTC TO WS-CK-ACCTC.
           MOVE 0 TO WS-CK-DATE, WS-CK-SEQ.
           EXEC CICS HANDLE CONDITION
               NOTFND(LOAD-CONTACTS-END) ENDFILE(LOAD-CONTACTS-END)
               END-EXEC.
           EXEC CICS STARTBR DATASET('ACCTCON') RIDFLD(WS-CON-KEY)
               GTEQ END-EXEC.
       LOAD-CONTACTS-LOOP.
           EXEC CICS READNEXT DATASET('ACCTCON') INTO(ACCTCON-REC)
               LENGTH(CON-LNG) RIDFLD(WS-CON-KEY) END-EXEC.
           IF ACN-ACCTC NOT = CLQ-ACCTC GO TO LOAD-CONTACTS-END.
           PERFORM FORMAT-CONTACT THRU FORMAT-CONTACT-EXIT.
           IF CON-CNT < 6
               ADD 1 TO CON-CNT
           ELSE
               PERFORM SHIFT-CONTACT THRU SHIFT-CONTACT-EXIT
                   VARYING CON-IDX FROM 1 BY 1 UNTIL CON-IDX > 5.
           MOVE CON-LINE TO CON-ENTRY (CON-CNT).
           GO TO LOAD-CONTACTS-LOOP.
       LOAD-CONTACTS-END.
           EXEC CICS ENDBR DATASET('ACCTCON') NOHANDLE END-EXEC.
           MOVE 6 TO LINE-CNT.
           PERFORM LIST-CONTACT THRU LIST-CONTACT-EXIT
               VARYING CON-IDX FROM CON-CNT BY -1 UNTIL CON-IDX < 1.
       LOAD-CONTACTS-EXIT. EXIT.
       SHIFT-CONTACT.
           MOVE CON-ENTRY (CON-IDX + 1) TO CON-ENTRY (CON-IDX).
       SHIFT-CONTACT-EXIT. EXIT.
       LIST-CONTACT.
           ADD 1 TO LINE-CNT.
           MOVE CON-ENTRY (CON-IDX) TO LINJO (LINE-CNT).
       LIST-CONTACT-EXIT. EXIT.
       FORMAT-CONTACT.
           MOVE ACN-DATE TO CL-DATE.
           MOVE ACN-TIME TO CL-TIME.
           MOVE ACN-OPID TO CL-OPID.
           IF ACN-CONTACTED MOVE 'CONTACTED' TO CL-OUTCOME.
           IF ACN-NO-ANSWER MOVE 'NO ANSWER' TO CL-OUTCOME.
           IF ACN-DISPUTED MOVE 'DISPUTED' TO CL-OUTCOME.
           IF ACN-PROMISE MOVE 'PROMISE' TO CL-OUTCOME.
           MOVE SPACES TO CL-PR-DATE, CL-PR-AMT, CL-PR-STAT.
           IF NOT ACN-PROMISE GO TO FORMAT-CONTACT-EXIT.
           MOVE ACN-PR-DATE TO CL-PR-DATE.
           MOVE ACN-PR-AMT TO CL-PR-AMT-N.
           IF ACN-PR-OPEN MOVE 'OPEN' TO CL-PR-STAT.
           IF ACN-PR-KEPT MOVE 'KEPT' TO CL-PR-STAT.
           IF ACN-PR-BROKEN MOVE 'BROKEN' TO CL-PR-STAT.
       FORMAT-CONTACT-EXIT. EXIT.
       NXM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGJO.
           MOVE DFHBMBRY TO MSGJA.
           EXEC CICS SEND MAP('ACCTNXM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC68') COMMAREA(WS-SHOWN)
               LENGTH(14) END-EXEC.
       NO-MAP.
           MOVE 1 TO MSG-NO.
           GO TO NXM-RESEND.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
