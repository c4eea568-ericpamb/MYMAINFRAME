       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT69.
      *  THIS PROGRAM IS INVOKED BY THE 'AC69' TRANSACTION.  IT LETS
      *  A SUPERVISOR DECIDE WHO WORKS WHICH DELINQUENT ACCOUNTS.  THE
      *  ACCTCQM MAP TAKES AN ACTION AND THE FIELDS IT NEEDS:
      *    'L' LISTS UP TO SIX ACCTCLA ASSIGNMENT ROWS FROM THE BRANCH
      *        KEYED (BLANK STARTS AT THE TOP; RE-KEY THE LAST BRANCH
      *        SHOWN TO PAGE).
      *    'A' ASSIGNS A BRANCH AND STAGE (1-3 CYCLES BEHIND, OR 0 FOR
      *        THE BRANCH DEFAULT) TO THE COLLECTOR KEYED IN 'TO'.
      *        THE NEXT ACCT10 RUN LOADS THE QUEUE BY THESE ROWS.
      *    'D' DELETES A BRANCH AND STAGE ROW.
      *    'R' REASSIGNS THE OPEN ACCTCLQ WORK QUEUE ITEMS OF THE
      *        COLLECTOR KEYED IN 'FROM' ('???' FOR THE ITEMS ACCT10
      *        COULD NOT ASSIGN) TO THE COLLECTOR IN 'TO', OPTIONALLY
      *        ONLY FOR ONE BRANCH AND/OR ONE STAGE.  AN ITEM KEEPS ITS
      *        PRIORITY AND SEQUENCE, SO IT IS WORKED IN THE SAME ORDER
      *        ON THE NEW QUEUE; IT IS STAMPED WITH THE DATE AND THE
      *        SUPERVISOR WHO MOVED IT.  AT MOST 100 ITEMS MOVE ON ONE
      *        ENTER; THE SCREEN SAYS WHEN MORE REMAIN.
      *  THE WHOLE TRANSACTION IS RESTRICTED TO SUPERVISORS VIA THE
      *  EXISTING ACCTSUP CHECK, THE WAY ACCT39 GATES ITS QUEUE.  EVERY
      *  ROW ADDED, CHANGED, DELETED OR MOVED IS JOURNALED TO ACCTAUD
      *  WITH BEFORE/AFTER ROW IMAGES UNDER REASON 'CQ' - AN ASSIGNMENT
      *  ROW UNDER ITS BRANCH AND STAGE KEY, A QUEUE ITEM UNDER ITS
      *  ACCOUNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  CLA-LNG                PIC S9(4) COMP VALUE +40.
           02  CLQ-LNG                PIC S9(4) COMP VALUE +80.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT69'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-SUPV-SW             PIC X VALUE 'N'.
               88  WS-IS-SUPV             VALUE 'Y'.
           02  WS-CALLED-BEFORE       PIC X VALUE 'N'.
           02  WS-CLA-KEY             PIC X(5) VALUE SPACES.
           02  WS-CLQ-KEY             PIC X(9) VALUE SPACES.
           02  WS-BRANCH              PIC X(4) VALUE SPACES.
           02  WS-STAGE-X             PIC X(1) VALUE SPACE.
           02  WS-STAGE REDEFINES WS-STAGE-X PIC 9(1).
           02  WS-FROM-OPID           PIC X(3) VALUE SPACES.
           02  WS-TO-OPID             PIC X(3) VALUE SPACES.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  MOVE-CNT               PIC S9(4) COMP VALUE +0.
           02  MAX-MOVES              PIC S9(4) COMP VALUE +100.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY               PIC 9(6) VALUE 0.
           02  CLA-LINE.
               04  LA-BRANCH          PIC X(4).
               04  FILLER             PIC X(4) VALUE SPACES.
               04  LA-STAGE           PIC 9(1).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  LA-STAGE-DESC      PIC X(16).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LA-OPID            PIC X(3).
               04  FILLER             PIC X(4) VALUE SPACES.
               04  LA-UPD-DATE        PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  LA-UPD-OPID        PIC X(3).
               04  FILLER             PIC X(30) VALUE SPACES.
           02  MOVE-LINE.
               04  ML-CNT             PIC ZZZ9.
               04  FILLER             PIC X(25) VALUE
                   ' OPEN QUEUE ITEMS MOVED F'.
               04  FILLER             PIC X(4) VALUE 'ROM '.
               04  ML-FROM            PIC X(3).
               04  FILLER             PIC X(4) VALUE ' TO '.
               04  ML-TO              PIC X(3).
               04  FILLER             PIC X(32) VALUE SPACES.
           COPY ACCTCLA.
           COPY ACCTCLQ.
       01  OLD-CLA-REC                PIC X(40).
       01  OLD-CLQ-REC                PIC X(80).
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
               'SUPERVISOR SIGN-ON REQUIRED FOR COLLECTOR ASSIGNMENT.'.
           02  FILLER                PIC X(70) VALUE
           'ACTION MUST BE "L" LIST, "A" ASSIGN, "D" DELETE OR "R" REASS
      -    'IGN.'.
           02  FILLER                PIC X(70) VALUE
               'BRANCH REQUIRED.'.
           02  FILLER                PIC X(70) VALUE
               'STAGE MUST BE 0 (BRANCH DEFAULT) OR 1-3 CYCLES BEHIND.'.
           02  FILLER                PIC X(70) VALUE
               'COLLECTOR "TO" REQUIRED.'.
           02  FILLER                PIC X(70) VALUE
               'NO ASSIGNMENT ON FILE FOR THIS BRANCH AND STAGE.'.
           02  FILLER                PIC X(70) VALUE
           'COLLECTOR "FROM" REQUIRED, AND MUST DIFFER FROM "TO".'.
           02  FILLER                PIC X(70) VALUE
               'STAGE FOR A REASSIGNMENT MUST BE BLANK (ALL) OR 1-3.'.
           02  FILLER                PIC X(70) VALUE
               'NO OPEN QUEUE ITEMS MATCH.'.
           02  FILLER                PIC X(70) VALUE
           '100 ITEMS MOVED - MORE REMAIN.  PRESS ENTER TO MOVE THE NEXT
      -    ' 100.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.
      -    ''.
           02  FILLER                PIC X(70) VALUE
           'AN ITEM WITH THE SAME KEY IS ALREADY ON THE "TO" QUEUE; MOVE
      -    ' STOPPED.'.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 12.
       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(1).
       PROCEDURE DIVISION.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(NO-MAP)
                     ERROR(OTHER-ERRORS) END-EXEC.
           IF EIBCALEN > 0, MOVE 'Y' TO WS-CALLED-BEFORE.
           IF EIBAID = DFHCLEAR
               EXEC CICS SEND CONTROL FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC.
           PERFORM CK-SUPV THRU CK-SUPV-EXIT.
           IF NOT WS-IS-SUPV
               MOVE LOW-VALUES TO ACCTCQMO
               MOVE MSG-TEXT (1) TO MSGRO
               MOVE DFHBMBRY TO MSGRA
               EXEC CICS SEND MAP('ACCTCQM') MAPSET('ACCTSET')
                   ERASE FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC.
           IF WS-CALLED-BEFORE = 'N'
               GO TO SEND-INITIAL.
           EXEC CICS RECEIVE MAP('ACCTCQM') MAPSET('ACCTSET') END-EXEC.
           IF ACTRI NOT = 'L' AND ACTRI NOT = 'A' AND
              ACTRI NOT = 'D' AND ACTRI NOT = 'R'
               MOVE 2 TO MSG-NO, GO TO CQM-RESEND.
           MOVE SPACES TO WS-BRANCH, WS-STAGE-X,
               WS-FROM-OPID, WS-TO-OPID.
           IF BRCHRI NOT = LOW-VALUES MOVE BRCHRI TO WS-BRANCH.
           IF STGRI NOT = LOW-VALUES MOVE STGRI TO WS-STAGE-X.
           IF FROMRI NOT = LOW-VALUES MOVE FROMRI TO WS-FROM-OPID.
           IF TORI NOT = LOW-VALUES MOVE TORI TO WS-TO-OPID.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY) END-EXEC.
           IF ACTRI = 'L' GO TO LIST-ASSIGNMENTS.
           IF ACTRI = 'R' GO TO REASSIGN-ITEMS.
           IF WS-BRANCH = SPACES
               MOVE 3 TO MSG-NO, GO TO CQM-RESEND.
           IF WS-STAGE-X NOT NUMERIC OR WS-STAGE > 3
               MOVE 4 TO MSG-NO, GO TO CQM-RESEND.
           MOVE WS-BRANCH TO CLA-BRANCH.
           MOVE WS-STAGE TO CLA-STAGE.
           MOVE CLA-KEY TO WS-CLA-KEY.
           IF ACTRI = 'D' GO TO DELETE-ASSIGNMENT.
      *----------------------------------------------------------------*
      *  ASSIGN - CHANGE THE ROW ON FILE, OR ADD ONE.                  *
      *----------------------------------------------------------------*
       ASSIGN-ROW.
           IF WS-TO-OPID = SPACES
               MOVE 5 TO MSG-NO, GO TO CQM-RESEND.
           EXEC CICS HANDLE CONDITION NOTFND(ADD-ASSIGNMENT) END-EXEC.
           EXEC CICS READ DATASET('ACCTCLA') RIDFLD(WS-CLA-KEY)
               INTO(ACCTCLA-REC) LENGTH(CLA-LNG) UPDATE END-EXEC.
           MOVE ACCTCLA-REC TO OLD-CLA-REC.
           PERFORM STAMP-ASSIGNMENT THRU STAMP-ASSIGNMENT-EXIT.
           EXEC CICS REWRITE DATASET('ACCTCLA') FROM(ACCTCLA-REC)
               LENGTH(CLA-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE OLD-CLA-REC TO AUD-BEFORE (1:40).
           MOVE ACCTCLA-REC TO AUD-AFTER (1:40).
           MOVE 'M' TO AUD-REQC.
           MOVE WS-CLA-KEY TO AUD-ACCTC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO CQM-DONE.
       ADD-ASSIGNMENT.
           MOVE SPACES TO ACCTCLA-REC.
           MOVE WS-BRANCH TO CLA-BRANCH.
           MOVE WS-STAGE TO CLA-STAGE.
           PERFORM STAMP-ASSIGNMENT THRU STAMP-ASSIGNMENT-EXIT.
           EXEC CICS WRITE DATASET('ACCTCLA') FROM(ACCTCLA-REC)
               RIDFLD(CLA-KEY) LENGTH(CLA-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE ACCTCLA-REC TO AUD-AFTER (1:40).
           MOVE 'A' TO AUD-REQC.
           MOVE WS-CLA-KEY TO AUD-ACCTC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO CQM-DONE.
       STAMP-ASSIGNMENT.
           MOVE WS-TO-OPID TO CLA-OPID.
           MOVE WS-TODAY TO CLA-UPD-DATE.
           MOVE EIBOPID TO CLA-UPD-OPID.
       STAMP-ASSIGNMENT-EXIT. EXIT.
       DELETE-ASSIGNMENT.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ASSIGNMENT) END-EXEC.
           EXEC CICS READ DATASET('ACCTCLA') RIDFLD(WS-CLA-KEY)
               INTO(ACCTCLA-REC) LENGTH(CLA-LNG) UPDATE END-EXEC.
           EXEC CICS DELETE DATASET('ACCTCLA') END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE ACCTCLA-REC TO AUD-BEFORE (1:40).
           MOVE 'X' TO AUD-REQC.
           MOVE WS-CLA-KEY TO AUD-ACCTC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO CQM-DONE.
       NO-ASSIGNMENT.
           MOVE 6 TO MSG-NO.
           GO TO CQM-RESEND.
      *----------------------------------------------------------------*
      *  LIST - UP TO SIX ASSIGNMENT ROWS FROM THE BRANCH KEYED.       *
      *----------------------------------------------------------------*
       LIST-ASSIGNMENTS.
           PERFORM CLEAR-LINE THRU CLEAR-LINE-EXIT
               VARYING LINE-CNT FROM 1 BY 1 UNTIL LINE-CNT > 6.
           MOVE 0 TO LINE-CNT.
           MOVE LOW-VALUES TO WS-CLA-KEY.
           IF WS-BRANCH NOT = SPACES
               MOVE WS-BRANCH TO WS-CLA-KEY (1:4).
           EXEC CICS HANDLE CONDITION
               NOTFND(LIST-DONE) ENDFILE(LIST-DONE) END-EXEC.
           EXEC CICS STARTBR DATASET('ACCTCLA') RIDFLD(WS-CLA-KEY)
               GTEQ END-EXEC.
       LIST-LOOP.
           IF LINE-CNT NOT < 6 GO TO LIST-DONE.
           EXEC CICS READNEXT DATASET('ACCTCLA') INTO(ACCTCLA-REC)
               LENGTH(CLA-LNG) RIDFLD(WS-CLA-KEY) END-EXEC.
           MOVE CLA-BRANCH TO LA-BRANCH.
           MOVE CLA-STAGE TO LA-STAGE.
           IF CLA-STAGE = 0
               MOVE 'BRANCH DEFAULT' TO LA-STAGE-DESC
           ELSE
               MOVE 'CYCLE(S) BEHIND' TO LA-STAGE-DESC.
           MOVE CLA-OPID TO LA-OPID.
           MOVE CLA-UPD-DATE TO LA-UPD-DATE.
           MOVE CLA-UPD-OPID TO LA-UPD-OPID.
           ADD 1 TO LINE-CNT.
           MOVE CLA-LINE TO LINRO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-DONE.
           EXEC CICS ENDBR DATASET('ACCTCLA') NOHANDLE END-EXEC.
           MOVE 11 TO MSG-NO.
           GO TO CQM-RESEND.
       CLEAR-LINE.
           MOVE SPACES TO LINRO (LINE-CNT).
       CLEAR-LINE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  REASSIGN - WALK THE "FROM" COLLECTOR'S KEY RANGE, MOVING EACH *
      *  OPEN ITEM THAT PASSES THE BRANCH AND STAGE FILTERS.  A MOVED  *
      *  ITEM IS DELETED AND WRITTEN BACK UNDER THE NEW COLLECTOR, SO  *
      *  THE BROWSE IS ENDED AROUND EACH MOVE AND RESTARTED AT THE KEY *
      *  JUST VACATED.                                                 *
      *----------------------------------------------------------------*
       REASSIGN-ITEMS.
           IF WS-TO-OPID = SPACES
               MOVE 5 TO MSG-NO, GO TO CQM-RESEND.
           IF WS-FROM-OPID = SPACES OR WS-FROM-OPID = WS-TO-OPID
               MOVE 7 TO MSG-NO, GO TO CQM-RESEND.
           IF WS-STAGE-X NOT = SPACE
               AND (WS-STAGE-X NOT NUMERIC OR WS-STAGE < 1
                    OR WS-STAGE > 3)
               MOVE 8 TO MSG-NO, GO TO CQM-RESEND.
           PERFORM CLEAR-LINE THRU CLEAR-LINE-EXIT
               VARYING LINE-CNT FROM 1 BY 1 UNTIL LINE-CNT > 6.
           MOVE 0 TO MOVE-CNT.
           MOVE WS-FROM-OPID TO CLQ-OPID.
           MOVE 0 TO CLQ-PRIO, CLQ-SEQ.
           MOVE CLQ-KEY TO WS-CLQ-KEY.
       REASSIGN-START.
           EXEC CICS HANDLE CONDITION
               NOTFND(REASSIGN-END) ENDFILE(REASSIGN-END) END-EXEC.
           EXEC CICS STARTBR DATASET('ACCTCLQ') RIDFLD(WS-CLQ-KEY)
               GTEQ END-EXEC.
       REASSIGN-LOOP.
           EXEC CICS READNEXT DATASET('ACCTCLQ') INTO(ACCTCLQ-REC)
               LENGTH(CLQ-LNG) RIDFLD(WS-CLQ-KEY) END-EXEC.
           IF CLQ-OPID NOT = WS-FROM-OPID GO TO REASSIGN-END.
           IF NOT CLQ-OPEN GO TO REASSIGN-LOOP.
           IF WS-BRANCH NOT = SPACES AND CLQ-BRANCH NOT = WS-BRANCH
               GO TO REASSIGN-LOOP.
           IF WS-STAGE-X NOT = SPACE AND CLQ-STAGE NOT = WS-STAGE
               GO TO REASSIGN-LOOP.
           IF MOVE-CNT NOT < MAX-MOVES
               EXEC CICS ENDBR DATASET('ACCTCLQ') END-EXEC
               PERFORM SHOW-MOVED THRU SHOW-MOVED-EXIT
               MOVE 10 TO MSG-NO, GO TO CQM-RESEND.
           EXEC CICS ENDBR DATASET('ACCTCLQ') END-EXEC.
           PERFORM MOVE-ITEM THRU MOVE-ITEM-EXIT.
           GO TO REASSIGN-START.
       REASSIGN-END.
           EXEC CICS ENDBR DATASET('ACCTCLQ') NOHANDLE END-EXEC.
           IF MOVE-CNT = 0
               MOVE 9 TO MSG-NO, GO TO CQM-RESEND.
           PERFORM SHOW-MOVED THRU SHOW-MOVED-EXIT.
           GO TO CQM-DONE.
      *----------------------------------------------------------------*
      *  MOVE-ITEM - RE-READ FOR UPDATE (THE COLLECTOR MAY HAVE JUST   *
      *  WORKED IT), DELETE IT, AND WRITE IT UNDER THE NEW COLLECTOR.  *
      *----------------------------------------------------------------*
       MOVE-ITEM.
           EXEC CICS HANDLE CONDITION NOTFND(MOVE-ITEM-EXIT)
               DUPREC(ITEM-ON-TO-QUEUE) END-EXEC.
           EXEC CICS READ DATASET('ACCTCLQ') RIDFLD(WS-CLQ-KEY)
               INTO(ACCTCLQ-REC) LENGTH(CLQ-LNG) UPDATE END-EXEC.
           IF NOT CLQ-OPEN
               EXEC CICS UNLOCK DATASET('ACCTCLQ') END-EXEC
               GO TO MOVE-ITEM-EXIT.
           MOVE ACCTCLQ-REC TO OLD-CLQ-REC.
           EXEC CICS DELETE DATASET('ACCTCLQ') END-EXEC.
           MOVE WS-TO-OPID TO CLQ-OPID.
           MOVE WS-TODAY TO CLQ-ASG-DATE.
           MOVE EIBOPID TO CLQ-ASG-OPID.
           EXEC CICS WRITE DATASET('ACCTCLQ') FROM(ACCTCLQ-REC)
               RIDFLD(CLQ-KEY) LENGTH(CLQ-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE OLD-CLQ-REC TO AUD-BEFORE (1:80).
           MOVE ACCTCLQ-REC TO AUD-AFTER (1:80).
           MOVE 'M' TO AUD-REQC.
           MOVE CLQ-ACCTC TO AUD-ACCTC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           ADD 1 TO MOVE-CNT.
       MOVE-ITEM-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  ITEM-ON-TO-QUEUE - THE SAME PRIORITY AND SEQUENCE ALREADY   *
      *  SITS ON THE "TO" QUEUE, WHICH ONLY A HAND-BUILT ITEM CAN      *
      *  CAUSE.  PUT THE ITEM BACK WHERE IT WAS AND STOP.              *
      *----------------------------------------------------------------*
       ITEM-ON-TO-QUEUE.
           EXEC CICS WRITE DATASET('ACCTCLQ') FROM(OLD-CLQ-REC)
               RIDFLD(WS-CLQ-KEY) LENGTH(CLQ-LNG) END-EXEC.
           PERFORM SHOW-MOVED THRU SHOW-MOVED-EXIT.
           MOVE 12 TO MSG-NO.
           GO TO CQM-RESEND.
       SHOW-MOVED.
           MOVE MOVE-CNT TO ML-CNT.
           MOVE WS-FROM-OPID TO ML-FROM.
           MOVE WS-TO-OPID TO ML-TO.
           MOVE MOVE-LINE TO LINRO (1).
       SHOW-MOVED-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CQM-DONE - SUCCESS PATH.  FRSET DROPS EVERY MODIFIED TAG SO A *
      *  BARE "ENTER" CANNOT APPLY THE SAME CHANGE TWICE.              *
      *----------------------------------------------------------------*
       CQM-DONE.
           MOVE 11 TO MSG-NO.
           MOVE MSG-TEXT (MSG-NO) TO MSGRO.
           MOVE DFHBMBRY TO MSGRA.
           EXEC CICS SEND MAP('ACCTCQM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC69') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       CQM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGRO.
           MOVE DFHBMBRY TO MSGRA.
           EXEC CICS SEND MAP('ACCTCQM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC69') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE 'CQ' TO AUD-RSNC.
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               LENGTH(AUD-LNG) END-EXEC.
       WRITE-AUDIT-EXIT. EXIT.
       CK-SUPV.
           EXEC CICS HANDLE CONDITION NOTFND(CK-SUPV-NO) END-EXEC.
           EXEC CICS READ DATASET('ACCTSUP') RIDFLD(EIBOPID)
               INTO(ACCTSUP-REC) LENGTH(24) END-EXEC.
           IF SUP-IS-SUPV MOVE 'Y' TO WS-SUPV-SW,
           ELSE MOVE 'N' TO WS-SUPV-SW.
           GO TO CK-SUPV-EXIT.
       CK-SUPV-NO.
           MOVE 'N' TO WS-SUPV-SW.
       CK-SUPV-EXIT. EXIT.
       SEND-INITIAL.
           MOVE LOW-VALUES TO ACCTCQMO.
           EXEC CICS SEND MAP('ACCTCQM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC69') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
