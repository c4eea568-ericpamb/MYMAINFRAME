       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT72.
      *  THIS PROGRAM IS INVOKED BY THE 'AC72' TRANSACTION.  IT LETS
      *  A SUPERVISOR SET EACH OPERATOR'S ACCTOAL DOLLAR AUTHORITY -
      *  THE LARGEST PAYMENT, FEE REVERSAL, ADJUSTMENT AND CHARGE-OFF
      *  THE OPERATOR MAY POST ON AC21 WITHOUT A SECOND OPERATOR'S
      *  APPROVAL (SEE ACCT21 AND ACCT71).  THE ACCTLIM MAP TAKES AN
      *  ACTION, AN OPERATOR ID AND THE FOUR LIMITS:
      *    'L' LISTS UP TO FIVE OPERATORS FROM THE ID KEYED (BLANK
      *        STARTS AT THE TOP; RE-KEY THE LAST ID SHOWN TO PAGE).
      *    'A' SETS THE FOUR LIMITS FOR THE OPERATOR, ADDING THE ROW
      *        IF THERE IS NONE.  A LIMIT OF ZERO SENDS EVERY ITEM OF
      *        THAT TYPE FOR APPROVAL.
      *    'D' DELETES THE OPERATOR'S ROW, WHICH LEAVES THEM NO
      *        AUTHORITY AT ALL.
      *  THE WHOLE TRANSACTION IS RESTRICTED TO SUPERVISORS VIA THE
      *  EXISTING ACCTSUP CHECK, THE WAY ACCT69 GATES IT, AND NO
      *  SUPERVISOR MAY ADD, CHANGE OR DELETE THEIR OWN ROW.  EVERY
      *  ROW ADDED, CHANGED OR DELETED IS JOURNALED TO ACCTAUD WITH
      *  BEFORE/AFTER ROW IMAGES UNDER REASON 'OL', KEYED BY THE
      *  OPERATOR ID.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  OAL-LNG                PIC S9(4) COMP VALUE +40.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT72'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-SUPV-SW             PIC X VALUE 'N'.
               88  WS-IS-SUPV             VALUE 'Y'.
           02  WS-CALLED-BEFORE       PIC X VALUE 'N'.
           02  WS-OPID                PIC X(3) VALUE SPACES.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY               PIC 9(6) VALUE 0.
           02  OAL-HDG.
               04  FILLER             PIC X(36) VALUE
                   'OPR      PAYMENT    REVERSAL  ADJUST'.
               04  FILLER             PIC X(39) VALUE
                   'MENT  CHARGE-OFF   SET ON BY'.
           02  OAL-LINE.
               04  LL-OPID            PIC X(3).
               04  FILLER             PIC X(3) VALUE SPACES.
               04  LL-PAY             PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LL-RVS             PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LL-ADJ             PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LL-CHG             PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(3) VALUE SPACES.
               04  LL-UPD-DATE        PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  LL-UPD-OPID        PIC X(3).
               04  FILLER             PIC X(10) VALUE SPACES.
           COPY ACCTOAL.
       01  OLD-OAL-REC                PIC X(40).
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
               'SUPERVISOR SIGN-ON REQUIRED FOR OPERATOR LIMITS.'.
           02  FILLER                PIC X(70) VALUE
               'ACTION MUST BE "L" LIST, "A" ADD/CHANGE OR "D" DELETE.'.
           02  FILLER                PIC X(70) VALUE
               'OPERATOR ID REQUIRED.'.
           02  FILLER                PIC X(70) VALUE
               'YOU MAY NOT CHANGE YOUR OWN LIMITS.'.
           02  FILLER                PIC X(70) VALUE
           'ALL FOUR LIMITS REQUIRED AND NUMERIC (ZERO FOR NONE).'.
           02  FILLER                PIC X(70) VALUE
               'NO LIMITS ON FILE FOR THIS OPERATOR.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.'.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 7.
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
               MOVE LOW-VALUES TO ACCTLIMO
               MOVE MSG-TEXT (1) TO MSGXO
               MOVE DFHBMBRY TO MSGXA
               EXEC CICS SEND MAP('ACCTLIM') MAPSET('ACCTSET')
                   ERASE FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC.
           IF WS-CALLED-BEFORE = 'N'
               GO TO SEND-INITIAL.
           EXEC CICS RECEIVE MAP('ACCTLIM') MAPSET('ACCTSET') END-EXEC.
           IF ACTXI NOT = 'L' AND ACTXI NOT = 'A' AND ACTXI NOT = 'D'
               MOVE 2 TO MSG-NO, GO TO LIM-RESEND.
           MOVE SPACES TO WS-OPID.
           IF OPIDXI NOT = LOW-VALUES MOVE OPIDXI TO WS-OPID.
           IF ACTXI = 'L' GO TO LIST-LIMITS.
           IF WS-OPID = SPACES
               MOVE 3 TO MSG-NO, GO TO LIM-RESEND.
           IF WS-OPID = EIBOPID
               MOVE 4 TO MSG-NO, GO TO LIM-RESEND.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY) END-EXEC.
           IF ACTXI = 'D' GO TO DELETE-LIMITS.
      *----------------------------------------------------------------*
      *  SET - CHANGE THE ROW ON FILE, OR ADD ONE.                     *
      *----------------------------------------------------------------*
       SET-LIMITS.
           IF PAYXI NOT NUMERIC OR RVSXI NOT NUMERIC OR
              ADJXI NOT NUMERIC OR CHGXI NOT NUMERIC
               MOVE 5 TO MSG-NO, GO TO LIM-RESEND.
           EXEC CICS HANDLE CONDITION NOTFND(ADD-LIMITS) END-EXEC.
           EXEC CICS READ DATASET('ACCTOAL') RIDFLD(WS-OPID)
               INTO(ACCTOAL-REC) LENGTH(OAL-LNG) UPDATE END-EXEC.
           MOVE ACCTOAL-REC TO OLD-OAL-REC.
           PERFORM STAMP-LIMITS THRU STAMP-LIMITS-EXIT.
           EXEC CICS REWRITE DATASET('ACCTOAL') FROM(ACCTOAL-REC)
               LENGTH(OAL-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE OLD-OAL-REC TO AUD-BEFORE (1:40).
           MOVE ACCTOAL-REC TO AUD-AFTER (1:40).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO LIM-DONE.
       ADD-LIMITS.
           MOVE SPACES TO ACCTOAL-REC.
           MOVE WS-OPID TO OAL-OPID.
           PERFORM STAMP-LIMITS THRU STAMP-LIMITS-EXIT.
           EXEC CICS WRITE DATASET('ACCTOAL') FROM(ACCTOAL-REC)
               RIDFLD(OAL-OPID) LENGTH(OAL-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE ACCTOAL-REC TO AUD-AFTER (1:40).
           MOVE 'A' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO LIM-DONE.
       STAMP-LIMITS.
           MOVE PAYXI TO OAL-PAY-LIMIT.
           MOVE RVSXI TO OAL-RVS-LIMIT.
           MOVE ADJXI TO OAL-ADJ-LIMIT.
           MOVE CHGXI TO OAL-CHG-LIMIT.
           MOVE WS-TODAY TO OAL-UPD-DATE.
           MOVE EIBOPID TO OAL-UPD-OPID.
       STAMP-LIMITS-EXIT. EXIT.
       DELETE-LIMITS.
           EXEC CICS HANDLE CONDITION NOTFND(NO-LIMITS) END-EXEC.
           EXEC CICS READ DATASET('ACCTOAL') RIDFLD(WS-OPID)
               INTO(ACCTOAL-REC) LENGTH(OAL-LNG) UPDATE END-EXEC.
           EXEC CICS DELETE DATASET('ACCTOAL') END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE ACCTOAL-REC TO AUD-BEFORE (1:40).
           MOVE 'X' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO LIM-DONE.
       NO-LIMITS.
           MOVE 6 TO MSG-NO.
           GO TO LIM-RESEND.
      *----------------------------------------------------------------*
      *  LIST - THE HEADING, THEN UP TO FIVE OPERATORS FROM THE ID     *
      *  KEYED.                                                        *
      *----------------------------------------------------------------*
       LIST-LIMITS.
           PERFORM CLEAR-LINE THRU CLEAR-LINE-EXIT
               VARYING LINE-CNT FROM 1 BY 1 UNTIL LINE-CNT > 6.
           MOVE OAL-HDG TO LINXO (1).
           MOVE 1 TO LINE-CNT.
           IF WS-OPID = SPACES
               MOVE LOW-VALUES TO WS-OPID.
           EXEC CICS HANDLE CONDITION
               NOTFND(LIST-DONE) ENDFILE(LIST-DONE) END-EXEC.
           EXEC CICS STARTBR DATASET('ACCTOAL') RIDFLD(WS-OPID)
               GTEQ END-EXEC.
       LIST-LOOP.
           IF LINE-CNT NOT < 6 GO TO LIST-DONE.
           EXEC CICS READNEXT DATASET('ACCTOAL') INTO(ACCTOAL-REC)
               LENGTH(OAL-LNG) RIDFLD(WS-OPID) END-EXEC.
           MOVE OAL-OPID TO LL-OPID.
           MOVE OAL-PAY-LIMIT TO LL-PAY.
           MOVE OAL-RVS-LIMIT TO LL-RVS.
           MOVE OAL-ADJ-LIMIT TO LL-ADJ.
           MOVE OAL-CHG-LIMIT TO LL-CHG.
           MOVE OAL-UPD-DATE TO LL-UPD-DATE.
           MOVE OAL-UPD-OPID TO LL-UPD-OPID.
           ADD 1 TO LINE-CNT.
           MOVE OAL-LINE TO LINXO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-DONE.
           EXEC CICS ENDBR DATASET('ACCTOAL') NOHANDLE END-EXEC.
           MOVE 7 TO MSG-NO.
           GO TO LIM-RESEND.
       CLEAR-LINE.
           MOVE SPACES TO LINXO (LINE-CNT).
       CLEAR-LINE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  LIM-DONE - SUCCESS PATH.  FRSET DROPS EVERY MODIFIED TAG SO A *
      *  BARE "ENTER" CANNOT APPLY THE SAME CHANGE TWICE.              *
      *----------------------------------------------------------------*
       LIM-DONE.
           MOVE 7 TO MSG-NO.
           MOVE MSG-TEXT (MSG-NO) TO MSGXO.
           MOVE DFHBMBRY TO MSGXA.
           EXEC CICS SEND MAP('ACCTLIM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC72') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       LIM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGXO.
           MOVE DFHBMBRY TO MSGXA.
           EXEC CICS SEND MAP('ACCTLIM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC72') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE WS-OPID TO AUD-ACCTC.
           MOVE 'OL' TO AUD-RSNC.
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
           MOVE LOW-VALUES TO ACCTLIMO.
           EXEC CICS SEND MAP('ACCTLIM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC72') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
