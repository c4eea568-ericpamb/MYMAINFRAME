       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT47.
      *  THIS PROGRAM IS INVOKED BY THE 'AC47' TRANSACTION.  IT
      *  MAINTAINS THE ACCTDSP BILLING DISPUTE CASES: ONE ROW PER
      *  ITEM A CUSTOMER DISPUTES, KEYED ON ACCOUNT AND A CASE
      *  NUMBER, SO THE DISPUTED AMOUNT CAN BE HELD OUT OF
      *  COLLECTIONS, INTEREST AND LATE FEES WHILE IT IS LOOKED INTO
      *  INSTEAD OF THE CUSTOMER BEING DUNNED FOR IT.
      *  THE ACCTDSM MAP TAKES AN ACTION ('L' LIST, 'O' OPEN, 'U'
      *  UPDATE, 'R' RESOLVE) AND THE ACCOUNT.  AN OPEN TAKES THE
      *  DISPUTED AMOUNT, THE DATE OF THE ITEM (MMDDYY) AND A SHORT
      *  DESCRIPTION AND TAKES THE NEXT FREE CASE NUMBER.  AN UPDATE
      *  NAMES AN OPEN CASE AND REPLACES WHICHEVER OF THE THREE ARE
      *  KEYED.  A RESOLVE NAMES AN OPEN CASE AND THE OUTCOME: 'F'
      *  FOR THE CUSTOMER LEAVES THE AMOUNT HELD OUT UNTIL THE
      *  NIGHTLY ACCT48 RUN POSTS THE CREDIT; 'A' AGAINST THE
      *  CUSTOMER PUTS THE AMOUNT BACK INTO COLLECTIONS (ACCT15 DOES
      *  NOT BACKDATE INTEREST OR A LATE FEE FOR THE TIME IT WAS
      *  HELD OUT).  ANY OPERATOR MAY OPEN OR UPDATE A CASE; ONLY A
      *  SUPERVISOR, BY THE SAME ACCTSUP CHECK AS ACCT45, MAY RESOLVE
      *  ONE.  NO CASE IS EVER DELETED.  EVERY OPEN, UPDATE AND
      *  RESOLVE IS JOURNALED TO ACCTAUD WITH BEFORE/AFTER ROW IMAGES
      *  UNDER REASON 'DC'.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  DSP-LNG                PIC S9(4) COMP VALUE +80.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT47'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-SUPV-SW             PIC X VALUE 'N'.
               88  WS-IS-SUPV             VALUE 'Y'.
           02  WS-CALLED-BEFORE       PIC X VALUE 'N'.
           02  WS-UPD-SW              PIC X VALUE 'N'.
               88  WS-UPD-KEYED           VALUE 'Y'.
           02  SAVE-ACCTNO            PIC X(5) VALUE SPACES.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY-YMD           PIC 9(6) VALUE 0.
           02  WS-ITM-MDY.
               04  WS-ITM-MM          PIC 9(2).
               04  WS-ITM-DD          PIC 9(2).
               04  WS-ITM-YY          PIC 9(2).
           02  WS-ITM-YMD.
               04  WS-ITM-YMD-YY      PIC 9(2).
               04  WS-ITM-YMD-MM      PIC 9(2).
               04  WS-ITM-YMD-DD      PIC 9(2).
           02  DSP-LINE.
               04  SL-CASE            PIC 9(3).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SL-STATUS          PIC X(1).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SL-AMT             PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SL-ITEM-DATE       PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SL-DESC            PIC X(20).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SL-OPEN-DATE       PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SL-CLS-DATE        PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SL-POST-DATE       PIC 9(6).
               04  FILLER             PIC X(3) VALUE SPACES.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTDSP.
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
               'SUPERVISOR SIGN-ON REQUIRED TO RESOLVE A DISPUTE.'.
           02  FILLER                PIC X(70) VALUE
           'ACTION MUST BE "L" LIST, "O" OPEN, "U" UPDATE OR "R" RESOLVE
      -    '.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT NUMBER REQUIRED AND MUST BE NUMERIC.'.
           02  FILLER                PIC X(70) VALUE
               'NO ACCOUNT ON FILE WITH THIS NUMBER.'.
           02  FILLER                PIC X(70) VALUE
           'ACCOUNT IS CHARGED OFF - NO DISPUTE CAN BE OPENED ON IT.'.
           02  FILLER                PIC X(70) VALUE
               'DISPUTED AMOUNT REQUIRED, NUMERIC AND GREATER THAN ZERO.
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'ITEM DATE (MMDDYY) REQUIRED AND MUST BE A VALID DATE.'.
           02  FILLER                PIC X(70) VALUE
               'DESCRIPTION OF THE DISPUTED ITEM REQUIRED.'.
           02  FILLER                PIC X(70) VALUE
               'CASE NUMBER REQUIRED AND MUST BE NUMERIC.'.
           02  FILLER                PIC X(70) VALUE
               'NO DISPUTE CASE WITH THIS NUMBER FOR THE ACCOUNT.'.
           02  FILLER                PIC X(70) VALUE
               'ONLY AN OPEN CASE CAN BE UPDATED OR RESOLVED.'.
           02  FILLER                PIC X(70) VALUE
           'OUTCOME MUST BE "F" FOR THE CUSTOMER OR "A" AGAINST THE CUST
      -    'OMER.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'NO ROOM FOR ANOTHER DISPUTE CASE ON THIS ACCOUNT.'.
           02  FILLER                PIC X(70) VALUE
           'NOTHING TO UPDATE - KEY A NEW AMOUNT, ITEM DATE OR DESCRIPTI
      -    'ON.'.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 15.
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
           IF WS-CALLED-BEFORE = 'N'
               GO TO SEND-INITIAL.
           EXEC CICS RECEIVE MAP('ACCTDSM') MAPSET('ACCTSET') END-EXEC.
           IF ACTSI NOT = 'L' AND ACTSI NOT = 'O' AND
              ACTSI NOT = 'U' AND ACTSI NOT = 'R'
               MOVE 2 TO MSG-NO, GO TO DSM-RESEND.
           IF ACCTSI = SPACES OR ACCTSI NOT NUMERIC
               MOVE 3 TO MSG-NO, GO TO DSM-RESEND.
           MOVE ACCTSI TO SAVE-ACCTNO.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCOUNT) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(SAVE-ACCTNO)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           IF ACTSI = 'L' GO TO LIST-CASES.
           IF ACTSI = 'U' GO TO UPDATE-CASE.
           IF ACTSI = 'R' GO TO RESOLVE-CASE.
      *----------------------------------------------------------------*
      *  OPEN - A NEW CASE FOR THE DISPUTED ITEM.  THE AMOUNT IS HELD  *
      *  OUT FROM THE NEXT BATCH RUN ON.                               *
      *----------------------------------------------------------------*
       OPEN-CASE.
           IF ACCT-CHGOFF IN ACCTREC
               MOVE 5 TO MSG-NO, GO TO DSM-RESEND.
           IF AMTSI NOT NUMERIC OR AMTSI NOT > 0
               MOVE 6 TO MSG-NO, GO TO DSM-RESEND.
           PERFORM CK-ITEM-DATE THRU CK-ITEM-DATE-EXIT.
           IF DSCSI = SPACES OR DSCSI = LOW-VALUES
               MOVE 8 TO MSG-NO, GO TO DSM-RESEND.
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE SPACES TO ACCTDSP-REC.
           MOVE SAVE-ACCTNO TO DSP-ACCTC.
           MOVE 001 TO DSP-CASE.
           MOVE AMTSI TO DSP-AMT.
           MOVE WS-ITM-YMD TO DSP-ITEM-DATE.
           MOVE 'O' TO DSP-STATUS.
           MOVE DSCSI TO DSP-DESC.
           MOVE WS-TODAY-YMD TO DSP-OPEN-DATE.
           MOVE EIBOPID TO DSP-OPEN-OPID.
           MOVE 0 TO DSP-CLS-DATE.
           MOVE SPACES TO DSP-CLS-OPID.
           MOVE 0 TO DSP-POST-DATE.
       OPEN-CASE-TRY.
           EXEC CICS HANDLE CONDITION DUPREC(OPEN-CASE-SEQ) END-EXEC.
           EXEC CICS WRITE DATASET('ACCTDSP') FROM(ACCTDSP-REC)
               RIDFLD(DSP-KEY) LENGTH(DSP-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTDSP-REC TO AUD-AFTER (1:80).
           MOVE 'A' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO DSM-DONE.
       OPEN-CASE-SEQ.
           IF DSP-CASE NOT < 999
               MOVE 14 TO MSG-NO, GO TO DSM-RESEND.
           ADD 1 TO DSP-CASE.
           GO TO OPEN-CASE-TRY.
      *----------------------------------------------------------------*
      *  UPDATE - AN OPEN CASE TAKES A CORRECTED AMOUNT, ITEM DATE OR  *
      *  DESCRIPTION; A FIELD LEFT BLANK KEEPS ITS VALUE.              *
      *----------------------------------------------------------------*
       UPDATE-CASE.
           MOVE 'N' TO WS-UPD-SW.
           IF AMTSL > 0
               IF AMTSI NOT NUMERIC OR AMTSI NOT > 0
                   MOVE 6 TO MSG-NO, GO TO DSM-RESEND
               ELSE
                   MOVE 'Y' TO WS-UPD-SW.
           IF IDTSL > 0
               PERFORM CK-ITEM-DATE THRU CK-ITEM-DATE-EXIT
               MOVE 'Y' TO WS-UPD-SW.
           IF DSCSL > 0 AND DSCSI NOT = SPACES
               MOVE 'Y' TO WS-UPD-SW.
           IF NOT WS-UPD-KEYED
               MOVE 15 TO MSG-NO, GO TO DSM-RESEND.
           PERFORM READ-CASE-UPD THRU READ-CASE-UPD-EXIT.
           IF NOT DSP-OPEN
               EXEC CICS UNLOCK DATASET('ACCTDSP') END-EXEC
               MOVE 11 TO MSG-NO, GO TO DSM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTDSP-REC TO AUD-BEFORE (1:80).
           IF AMTSL > 0
               MOVE AMTSI TO DSP-AMT.
           IF IDTSL > 0
               MOVE WS-ITM-YMD TO DSP-ITEM-DATE.
           IF DSCSL > 0 AND DSCSI NOT = SPACES
               MOVE DSCSI TO DSP-DESC.
           GO TO REWRITE-CASE.
      *----------------------------------------------------------------*
      *  RESOLVE - SUPERVISOR ONLY.  THE CASE IS CLOSED WITH THE DATE  *
      *  AND OPERATOR; A CASE FOUND FOR THE CUSTOMER STAYS HELD OUT    *
      *  UNTIL ACCT48 HAS POSTED ITS CREDIT.                           *
      *----------------------------------------------------------------*
       RESOLVE-CASE.
           PERFORM CK-SUPV THRU CK-SUPV-EXIT.
           IF NOT WS-IS-SUPV
               MOVE 1 TO MSG-NO, GO TO DSM-RESEND.
           IF OUTSI NOT = 'F' AND OUTSI NOT = 'A'
               MOVE 12 TO MSG-NO, GO TO DSM-RESEND.
           PERFORM READ-CASE-UPD THRU READ-CASE-UPD-EXIT.
           IF NOT DSP-OPEN
               EXEC CICS UNLOCK DATASET('ACCTDSP') END-EXEC
               MOVE 11 TO MSG-NO, GO TO DSM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTDSP-REC TO AUD-BEFORE (1:80).
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE OUTSI TO DSP-STATUS.
           MOVE WS-TODAY-YMD TO DSP-CLS-DATE.
           MOVE EIBOPID TO DSP-CLS-OPID.
       REWRITE-CASE.
           EXEC CICS REWRITE DATASET('ACCTDSP') FROM(ACCTDSP-REC)
               LENGTH(DSP-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTDSP-REC TO AUD-AFTER (1:80).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO DSM-DONE.
       READ-CASE-UPD.
           IF CASESI = SPACES OR CASESI NOT NUMERIC
               MOVE 9 TO MSG-NO, GO TO DSM-RESEND.
           MOVE SAVE-ACCTNO TO DSP-ACCTC.
           MOVE CASESI TO DSP-CASE.
           EXEC CICS HANDLE CONDITION NOTFND(CASE-MISSING) END-EXEC.
           EXEC CICS READ DATASET('ACCTDSP') RIDFLD(DSP-KEY)
               INTO(ACCTDSP-REC) LENGTH(DSP-LNG) UPDATE END-EXEC.
       READ-CASE-UPD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-ITEM-DATE - THE ITEM DATE IS KEYED MMDDYY, EDITED THE WAY  *
      *  ACCT32 EDITS A PROMISE DATE, AND KEPT YYMMDD.                 *
      *----------------------------------------------------------------*
       CK-ITEM-DATE.
           IF IDTSI NOT NUMERIC
               MOVE 7 TO MSG-NO, GO TO DSM-RESEND.
           MOVE IDTSI TO WS-ITM-MDY.
           IF WS-ITM-MM < 01 OR WS-ITM-MM > 12 OR
              WS-ITM-DD < 01 OR WS-ITM-DD > 31
               MOVE 7 TO MSG-NO, GO TO DSM-RESEND.
           MOVE WS-ITM-YY TO WS-ITM-YMD-YY.
           MOVE WS-ITM-MM TO WS-ITM-YMD-MM.
           MOVE WS-ITM-DD TO WS-ITM-YMD-DD.
       CK-ITEM-DATE-EXIT. EXIT.
       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) END-EXEC.
       STAMP-TODAY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  LIST - UP TO SIX CASES FOR THE ACCOUNT, EVERY STATUS, FROM    *
      *  THE CASE NUMBER KEYED (BLANK STARTS AT THE FIRST CASE).       *
      *----------------------------------------------------------------*
       LIST-CASES.
           MOVE 0 TO LINE-CNT.
           MOVE SPACES TO LINSO (1), LINSO (2), LINSO (3),
               LINSO (4), LINSO (5), LINSO (6).
           MOVE SAVE-ACCTNO TO DSP-ACCTC.
           IF CASESI NUMERIC
               MOVE CASESI TO DSP-CASE
           ELSE
               MOVE 000 TO DSP-CASE.
           EXEC CICS HANDLE CONDITION
               NOTFND(LIST-DONE) ENDFILE(LIST-DONE) END-EXEC.
           EXEC CICS STARTBR DATASET('ACCTDSP') RIDFLD(DSP-KEY)
               GTEQ END-EXEC.
       LIST-LOOP.
           IF LINE-CNT NOT < 6 GO TO LIST-DONE.
           EXEC CICS READNEXT DATASET('ACCTDSP') INTO(ACCTDSP-REC)
               LENGTH(DSP-LNG) RIDFLD(DSP-KEY) END-EXEC.
           IF DSP-ACCTC NOT = SAVE-ACCTNO GO TO LIST-DONE.
           MOVE DSP-CASE TO SL-CASE.
           MOVE DSP-STATUS TO SL-STATUS.
           MOVE DSP-AMT TO SL-AMT.
           MOVE DSP-ITEM-DATE TO SL-ITEM-DATE.
           MOVE DSP-DESC TO SL-DESC.
           MOVE DSP-OPEN-DATE TO SL-OPEN-DATE.
           MOVE DSP-CLS-DATE TO SL-CLS-DATE.
           MOVE DSP-POST-DATE TO SL-POST-DATE.
           ADD 1 TO LINE-CNT.
           MOVE DSP-LINE TO LINSO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-DONE.
           EXEC CICS ENDBR DATASET('ACCTDSP') NOHANDLE END-EXEC.
           MOVE 13 TO MSG-NO.
           GO TO DSM-RESEND.
       NO-ACCOUNT.
           MOVE 4 TO MSG-NO.
           GO TO DSM-RESEND.
       CASE-MISSING.
           MOVE 10 TO MSG-NO.
           GO TO DSM-RESEND.
      *----------------------------------------------------------------*
      *  DSM-DONE - SUCCESS PATH.  THE CASE NUMBER IS SHOWN BACK (AN   *
      *  OPEN HAS JUST ASSIGNED IT) AND FRSET DROPS EVERY MODIFIED TAG *
      *  SO A BARE "ENTER" CANNOT OPEN THE SAME DISPUTE TWICE.         *
      *----------------------------------------------------------------*
       DSM-DONE.
           MOVE 13 TO MSG-NO.
           MOVE DSP-CASE TO CASESO.
           MOVE LOW-VALUES TO AMTSO, IDTSO, DSCSO, OUTSO.
           MOVE MSG-TEXT (MSG-NO) TO MSGSO.
           MOVE DFHBMBRY TO MSGSA.
           EXEC CICS SEND MAP('ACCTDSM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC47') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       DSM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGSO.
           MOVE DFHBMBRY TO MSGSA.
           EXEC CICS SEND MAP('ACCTDSM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC47') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SAVE-ACCTNO TO AUD-ACCTC.
           MOVE 'DC' TO AUD-RSNC.
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
           MOVE LOW-VALUES TO ACCTDSMO.
           EXEC CICS SEND MAP('ACCTDSM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC47') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
