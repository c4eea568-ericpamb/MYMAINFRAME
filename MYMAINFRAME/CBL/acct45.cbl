       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT45.
      *  THIS PROGRAM IS INVOKED BY THE 'AC45' TRANSACTION.  IT
      *  MAINTAINS THE ACCTCRD CARD PLASTICS MASTER: ONE ROW PER
      *  PLASTIC, KEYED ON ACCOUNT AND CARD SEQUENCE AND TIED TO THE
      *  PRIMARY CARDHOLDER (HOLDER 00) OR TO AN ACCTAUS AUTHORIZED
      *  USER (HOLDER = THE AUS-SEQ), SO THE DESK CAN SEE WHICH CARD
      *  BELONGS TO WHOM, WHEN IT EXPIRES AND WHETHER IT WAS
      *  REPORTED LOST - THINGS THE BARE CARDSDO COUNT NEVER SAID.
      *  THE ACCTCRM MAP TAKES AN ACTION ('L' LIST, 'I' ISSUE, 'B'
      *  BLOCK, 'R' REISSUE) AND THE ACCOUNT.  AN ISSUE NAMES THE
      *  HOLDER (BLANK OR 00 FOR THE PRIMARY) AND TAKES THE NEXT
      *  FREE CARD SEQUENCE; THE EMBOSSED NAME COMES FROM ACCTREC OR
      *  THE ACCTAUS ROW.  A BLOCK NAMES THE CARD BY ITS SEQUENCE AND
      *  THE REASON ('L' LOST, 'S' STOLEN) AND STOPS THE CARD AT
      *  ONCE.  A REISSUE NAMES THE CARD TO REPLACE - BLOCKED, OR
      *  STILL ACTIVE BUT DAMAGED - AND ISSUES A REPLACEMENT TO THE
      *  SAME HOLDER UNDER A NEW SEQUENCE, THE TWO ROWS POINTING AT
      *  EACH OTHER.  NEW CARDS ARE PICKED UP FOR EMBOSSING BY THE
      *  MONTHLY ACCT46 RUN, WHICH ALSO KEEPS CARDSDO IN STEP.
      *  NO ROW IS EVER DELETED.  EVERY ISSUE, BLOCK AND REISSUE IS
      *  JOURNALED TO ACCTAUD WITH BEFORE/AFTER ROW IMAGES UNDER
      *  REASON 'CD', THE WAY ACCT42 JOURNALS AUTHORIZED USERS, AND
      *  THE TRANSACTION IS RESTRICTED TO SUPERVISORS VIA THE SAME
      *  ACCTSUP CHECK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  AUS-LNG                PIC S9(4) COMP VALUE +64.
           02  CRD-LNG                PIC S9(4) COMP VALUE +80.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT45'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-SUPV-SW             PIC X VALUE 'N'.
               88  WS-IS-SUPV             VALUE 'Y'.
           02  WS-CALLED-BEFORE       PIC X VALUE 'N'.
           02  SAVE-ACCTNO            PIC X(5) VALUE SPACES.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY-YMD           PIC 9(6) VALUE 0.
           02  WS-TODAY-YMD-X REDEFINES WS-TODAY-YMD.
               04  WS-TODAY-YY        PIC 9(2).
               04  WS-TODAY-MM        PIC 9(2).
               04  WS-TODAY-DD        PIC 9(2).
           02  WS-EXP-YY              PIC 9(2) VALUE 0.
           02  WS-OLD-SEQ             PIC 9(2) VALUE 0.
           02  WS-NEW-SEQ             PIC 9(2) VALUE 0.
           02  CRD-LINE.
               04  KL-SEQ             PIC 9(2).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  KL-HOLDER          PIC 9(2).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  KL-NAME            PIC X(26).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  KL-STATUS          PIC X(1).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  KL-TYPE            PIC X(1).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  KL-ISS-DATE        PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  KL-EXP-MM          PIC 9(2).
               04  FILLER             PIC X(1) VALUE '/'.
               04  KL-EXP-YY          PIC 9(2).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  KL-EMB-DATE        PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  KL-BLK-DATE        PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  KL-NEXT-SEQ        PIC 9(2).
               04  FILLER             PIC X(2) VALUE SPACES.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTAUS.
           COPY ACCTCRD.
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
           'SUPERVISOR SIGN-ON REQUIRED FOR CARD ISSUE, BLOCK OR REISSUE
      -    '.'.
           02  FILLER                PIC X(70) VALUE
           'ACTION MUST BE "L" LIST, "I" ISSUE, "B" BLOCK OR "R" REISSUE
      -    '.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT NUMBER REQUIRED AND MUST BE NUMERIC.'.
           02  FILLER                PIC X(70) VALUE
               'NO ACCOUNT ON FILE WITH THIS NUMBER.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT IS NOT OPEN - NO CARD CAN BE ISSUED ON IT.'.
           02  FILLER                PIC X(70) VALUE
           'HOLDER MUST BE BLANK OR 00 (PRIMARY) OR AN AUTHORIZED-USER S
      -    'EQUENCE.'.
           02  FILLER                PIC X(70) VALUE
               'NO ACTIVE AUTHORIZED USER WITH THIS SEQUENCE.'.
           02  FILLER                PIC X(70) VALUE
               'CARD SEQUENCE REQUIRED AND MUST BE NUMERIC.'.
           02  FILLER                PIC X(70) VALUE
               'NO CARD WITH THIS SEQUENCE FOR THE ACCOUNT.'.
           02  FILLER                PIC X(70) VALUE
               'BLOCK REASON MUST BE "L" LOST OR "S" STOLEN.'.
           02  FILLER                PIC X(70) VALUE
               'ONLY AN ACTIVE CARD CAN BE BLOCKED.'.
           02  FILLER                PIC X(70) VALUE
               'THIS CARD IS EXPIRED OR ALREADY REPLACED.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'NO ROOM FOR ANOTHER CARD ON THIS ACCOUNT.'.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 14.
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
               MOVE LOW-VALUES TO ACCTCRMO
               MOVE MSG-TEXT (1) TO MSGKO
               MOVE DFHBMBRY TO MSGKA
               EXEC CICS SEND MAP('ACCTCRM') MAPSET('ACCTSET')
                   ERASE FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC.
           IF WS-CALLED-BEFORE = 'N'
               GO TO SEND-INITIAL.
           EXEC CICS RECEIVE MAP('ACCTCRM') MAPSET('ACCTSET') END-EXEC.
           IF ACTKI NOT = 'L' AND ACTKI NOT = 'I' AND
              ACTKI NOT = 'B' AND ACTKI NOT = 'R'
               MOVE 2 TO MSG-NO, GO TO CRM-RESEND.
           IF ACCTKI = SPACES OR ACCTKI NOT NUMERIC
               MOVE 3 TO MSG-NO, GO TO CRM-RESEND.
           MOVE ACCTKI TO SAVE-ACCTNO.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCOUNT) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(SAVE-ACCTNO)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           IF ACTKI = 'L' GO TO LIST-CARDS.
           IF ACTKI = 'B' GO TO BLOCK-CARD.
           IF ACTKI = 'R' GO TO REISSUE-CARD.
      *----------------------------------------------------------------*
      *  ISSUE - A NEW CARD FOR THE PRIMARY CARDHOLDER OR FOR AN       *
      *  ACTIVE AUTHORIZED USER, EMBOSSED WITH THAT PERSON'S NAME.     *
      *----------------------------------------------------------------*
       ISSUE-CARD.
           IF NOT ACCT-OPEN IN ACCTREC
               MOVE 5 TO MSG-NO, GO TO CRM-RESEND.
           IF HLDKI = SPACES OR HLDKI = LOW-VALUES
               MOVE '00' TO HLDKI.
           IF HLDKI NOT NUMERIC
               MOVE 6 TO MSG-NO, GO TO CRM-RESEND.
           MOVE SPACES TO ACCTCRD-REC.
           MOVE HLDKI TO CRD-HOLDER.
           IF CRD-HOLDER = 00
               STRING FNAMEDO IN ACCTREC DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      SNAMEDO IN ACCTREC DELIMITED BY SIZE
                   INTO CRD-EMB-NAME
           ELSE
               PERFORM GET-HOLDER THRU GET-HOLDER-EXIT.
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE 'N' TO CRD-ISS-TYPE.
           MOVE 0 TO CRD-PREV-SEQ.
           PERFORM ADD-CARD THRU ADD-CARD-EXIT.
           GO TO CRM-DONE.
      *----------------------------------------------------------------*
      *  GET-HOLDER - THE AUTHORIZED USER MUST BE ON ACCTAUS AND NOT   *
      *  REMOVED; THE CARD CARRIES THAT USER'S NAME.                   *
      *----------------------------------------------------------------*
       GET-HOLDER.
           MOVE SAVE-ACCTNO TO AUS-ACCTC.
           MOVE CRD-HOLDER TO AUS-SEQ.
           EXEC CICS HANDLE CONDITION NOTFND(NO-HOLDER) END-EXEC.
           EXEC CICS READ DATASET('ACCTAUS') RIDFLD(AUS-KEY)
               INTO(ACCTAUS-REC) LENGTH(AUS-LNG) END-EXEC.
           IF AUS-REM-DATE NUMERIC AND AUS-REM-DATE > 0
               GO TO NO-HOLDER.
           STRING AUS-FNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  AUS-SNAME DELIMITED BY SIZE
               INTO CRD-EMB-NAME.
       GET-HOLDER-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  ADD-CARD - THE SEQUENCE IS ASSIGNED AUTOMATICALLY: WRITE AT   *
      *  01 AND WALK FORWARD OVER DUPLICATES, THE SAME AS ACCT42, SO   *
      *  OLD CARDS KEEP THEIR NUMBERS.  THE CARD RUNS THREE YEARS TO   *
      *  THE END OF THE CURRENT MONTH AND WAITS FOR ACCT46 TO EMBOSS.  *
      *----------------------------------------------------------------*
       ADD-CARD.
           MOVE SAVE-ACCTNO TO CRD-ACCTC.
           MOVE 01 TO CRD-SEQ.
           MOVE 'A' TO CRD-STATUS.
           MOVE WS-TODAY-YMD TO CRD-ISS-DATE.
           MOVE EIBOPID TO CRD-ISS-OPID.
           COMPUTE WS-EXP-YY = WS-TODAY-YY + 3.
           MOVE WS-EXP-YY TO CRD-EXP-YY.
           MOVE WS-TODAY-MM TO CRD-EXP-MM.
           MOVE 0 TO CRD-EMB-DATE.
           MOVE 0 TO CRD-BLK-DATE.
           MOVE SPACES TO CRD-BLK-OPID.
           MOVE 0 TO CRD-NEXT-SEQ.
           MOVE SPACES TO ACCTCRD-REC (70:11).
       ADD-CARD-TRY.
           EXEC CICS HANDLE CONDITION DUPREC(ADD-CARD-SEQ) END-EXEC.
           EXEC CICS WRITE DATASET('ACCTCRD') FROM(ACCTCRD-REC)
               RIDFLD(CRD-KEY) LENGTH(CRD-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTCRD-REC TO AUD-AFTER (1:80).
           MOVE 'A' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO ADD-CARD-EXIT.
       ADD-CARD-SEQ.
           IF CRD-SEQ NOT < 99
               MOVE 14 TO MSG-NO, GO TO CRM-RESEND.
           ADD 1 TO CRD-SEQ.
           GO TO ADD-CARD-TRY.
       ADD-CARD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  BLOCK - A LOST OR STOLEN CARD IS STOPPED AT ONCE AND DATED.   *
      *  THE ROW STAYS ON FILE; A REPLACEMENT IS A SEPARATE REISSUE.   *
      *----------------------------------------------------------------*
       BLOCK-CARD.
           IF BRSKI NOT = 'L' AND BRSKI NOT = 'S'
               MOVE 10 TO MSG-NO, GO TO CRM-RESEND.
           PERFORM READ-CARD-UPD THRU READ-CARD-UPD-EXIT.
           IF NOT CRD-ACTIVE
               EXEC CICS UNLOCK DATASET('ACCTCRD') END-EXEC
               MOVE 11 TO MSG-NO, GO TO CRM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTCRD-REC TO AUD-BEFORE (1:80).
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE BRSKI TO CRD-STATUS.
           MOVE WS-TODAY-YMD TO CRD-BLK-DATE.
           MOVE EIBOPID TO CRD-BLK-OPID.
           EXEC CICS REWRITE DATASET('ACCTCRD') FROM(ACCTCRD-REC)
               LENGTH(CRD-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTCRD-REC TO AUD-AFTER (1:80).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO CRM-DONE.
      *----------------------------------------------------------------*
      *  REISSUE - A BLOCKED CARD, OR AN ACTIVE ONE BEING REPLACED     *
      *  (DAMAGED, NAME CHANGE), GETS A REPLACEMENT FOR THE SAME       *
      *  HOLDER UNDER A NEW SEQUENCE.  THE NEW ROW IS WRITTEN FIRST;   *
      *  THE OLD ROW IS THEN RE-READ FOR UPDATE, POINTED AT IT, AND    *
      *  (IF IT WAS STILL ACTIVE) MARKED REPLACED.  A BLOCKED CARD     *
      *  KEEPS ITS LOST/STOLEN STATUS.  THE EMBOSSED NAME IS TAKEN     *
      *  AFRESH FROM ACCTREC OR THE ACCTAUS ROW, AS ON AN ISSUE, SO A  *
      *  NAME CHANGE SINCE THE OLD CARD CARRIES ONTO THE NEW ONE.      *
      *----------------------------------------------------------------*
       REISSUE-CARD.
           IF NOT ACCT-OPEN IN ACCTREC
               MOVE 5 TO MSG-NO, GO TO CRM-RESEND.
           PERFORM READ-CARD-UPD THRU READ-CARD-UPD-EXIT.
           EXEC CICS UNLOCK DATASET('ACCTCRD') END-EXEC.
           IF CRD-REPLACED OR CRD-EXPIRED OR CRD-NEXT-SEQ > 0
               MOVE 12 TO MSG-NO, GO TO CRM-RESEND.
           MOVE CRD-SEQ TO WS-OLD-SEQ.
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE SPACES TO CRD-EMB-NAME.
           IF CRD-HOLDER = 00
               STRING FNAMEDO IN ACCTREC DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      SNAMEDO IN ACCTREC DELIMITED BY SIZE
                   INTO CRD-EMB-NAME
           ELSE
               PERFORM GET-HOLDER THRU GET-HOLDER-EXIT.
           MOVE 'R' TO CRD-ISS-TYPE.
           MOVE WS-OLD-SEQ TO CRD-PREV-SEQ.
           PERFORM ADD-CARD THRU ADD-CARD-EXIT.
           MOVE CRD-SEQ TO WS-NEW-SEQ.
           MOVE WS-OLD-SEQ TO SEQKI.
           PERFORM READ-CARD-UPD THRU READ-CARD-UPD-EXIT.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTCRD-REC TO AUD-BEFORE (1:80).
           MOVE WS-NEW-SEQ TO CRD-NEXT-SEQ.
           IF CRD-ACTIVE
               MOVE 'R' TO CRD-STATUS.
           EXEC CICS REWRITE DATASET('ACCTCRD') FROM(ACCTCRD-REC)
               LENGTH(CRD-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTCRD-REC TO AUD-AFTER (1:80).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO CRM-DONE.
       READ-CARD-UPD.
           IF SEQKI = SPACES OR SEQKI NOT NUMERIC
               MOVE 8 TO MSG-NO, GO TO CRM-RESEND.
           MOVE SAVE-ACCTNO TO CRD-ACCTC.
           MOVE SEQKI TO CRD-SEQ.
           EXEC CICS HANDLE CONDITION NOTFND(CARD-MISSING) END-EXEC.
           EXEC CICS READ DATASET('ACCTCRD') RIDFLD(CRD-KEY)
               INTO(ACCTCRD-REC) LENGTH(CRD-LNG) UPDATE END-EXEC.
       READ-CARD-UPD-EXIT. EXIT.
       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) END-EXEC.
       STAMP-TODAY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  LIST - UP TO SIX CARDS FOR THE ACCOUNT, EVERY STATUS, FROM    *
      *  THE SEQUENCE KEYED (BLANK STARTS AT THE FIRST CARD).          *
      *----------------------------------------------------------------*
       LIST-CARDS.
           MOVE 0 TO LINE-CNT.
           MOVE SPACES TO LINKO (1), LINKO (2), LINKO (3),
               LINKO (4), LINKO (5), LINKO (6).
           MOVE SAVE-ACCTNO TO CRD-ACCTC.
           IF SEQKI NUMERIC
               MOVE SEQKI TO CRD-SEQ
           ELSE
               MOVE 00 TO CRD-SEQ.
           EXEC CICS HANDLE CONDITION
               NOTFND(LIST-DONE) ENDFILE(LIST-DONE) END-EXEC.
           EXEC CICS STARTBR DATASET('ACCTCRD') RIDFLD(CRD-KEY)
               GTEQ END-EXEC.
       LIST-LOOP.
           IF LINE-CNT NOT < 6 GO TO LIST-DONE.
           EXEC CICS READNEXT DATASET('ACCTCRD') INTO(ACCTCRD-REC)
               LENGTH(CRD-LNG) RIDFLD(CRD-KEY) END-EXEC.
           IF CRD-ACCTC NOT = SAVE-ACCTNO GO TO LIST-DONE.
           MOVE CRD-SEQ TO KL-SEQ.
           MOVE CRD-HOLDER TO KL-HOLDER.
           MOVE CRD-EMB-NAME TO KL-NAME.
           MOVE CRD-STATUS TO KL-STATUS.
           MOVE CRD-ISS-TYPE TO KL-TYPE.
           MOVE CRD-ISS-DATE TO KL-ISS-DATE.
           MOVE CRD-EXP-MM TO KL-EXP-MM.
           MOVE CRD-EXP-YY TO KL-EXP-YY.
           MOVE CRD-EMB-DATE TO KL-EMB-DATE.
           MOVE CRD-BLK-DATE TO KL-BLK-DATE.
           MOVE CRD-NEXT-SEQ TO KL-NEXT-SEQ.
           ADD 1 TO LINE-CNT.
           MOVE CRD-LINE TO LINKO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-DONE.
           EXEC CICS ENDBR DATASET('ACCTCRD') NOHANDLE END-EXEC.
           MOVE 13 TO MSG-NO.
           GO TO CRM-RESEND.
       NO-ACCOUNT.
           MOVE 4 TO MSG-NO.
           GO TO CRM-RESEND.
       NO-HOLDER.
           MOVE 7 TO MSG-NO.
           GO TO CRM-RESEND.
       CARD-MISSING.
           MOVE 9 TO MSG-NO.
           GO TO CRM-RESEND.
      *----------------------------------------------------------------*
      *  CRM-DONE - SUCCESS PATH.  FRSET DROPS EVERY FIELD'S MODIFIED  *
      *  TAG AT THE TERMINAL, SO A BARE "ENTER" ON THE DONE SCREEN     *
      *  FAILS THE EDITS INSTEAD OF ISSUING A SECOND PLASTIC.          *
      *----------------------------------------------------------------*
       CRM-DONE.
           MOVE 13 TO MSG-NO.
           MOVE LOW-VALUES TO SEQKI, HLDKI, BRSKI.
           MOVE MSG-TEXT (MSG-NO) TO MSGKO.
           MOVE DFHBMBRY TO MSGKA.
           EXEC CICS SEND MAP('ACCTCRM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC45') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       CRM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGKO.
           MOVE DFHBMBRY TO MSGKA.
           EXEC CICS SEND MAP('ACCTCRM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC45') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SAVE-ACCTNO TO AUD-ACCTC.
           MOVE 'CD' TO AUD-RSNC.
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
           MOVE LOW-VALUES TO ACCTCRMO.
           EXEC CICS SEND MAP('ACCTCRM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC45') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
