       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT71.
      *  THIS PROGRAM IS INVOKED BY THE 'AC71' TRANSACTION.  IT IS THE
      *  SECOND-OPERATOR APPROVAL QUEUE FOR AC21 POSTINGS HELD ON
      *  ACCTPND BECAUSE THE AMOUNT WAS OVER THE KEYING OPERATOR'S
      *  ACCTOAL DOLLAR AUTHORITY.  THE ACCTAPQ MAP TAKES AN ACTION
      *  AND THE ITEM KEY (ACCOUNT, DATE KEYED YYMMDD, SEQUENCE):
      *    'L' LISTS UP TO SEVEN ITEMS STILL PENDING FROM THE KEY
      *        KEYED (BLANK STARTS AT THE TOP; RE-KEY THE LAST ITEM
      *        SHOWN TO PAGE).  THE FIRST ENTRY LISTS FROM THE TOP.
      *    'A' APPROVES THE ITEM.  THE ACCTPAY SCREEN GOES OUT WITH
      *        THE ITEM PREFILLED AND THE PENDING KEY AS A 14-BYTE
      *        COMMAREA, AND THE NEXT ENTER RUNS UNDER AC21, WHICH
      *        POSTS IT WHEN THE APPROVER KEYS "Y" (SEE ACCT21).
      *    'R' REJECTS THE ITEM.  NOTHING IS POSTED; THE ROW IS MARKED
      *        REJECTED WITH THE OPERATOR, DATE AND TIME AND JOURNALED
      *        TO ACCTAUD WITH BEFORE/AFTER ROW IMAGES UNDER REASON
      *        'PN'.
      *  EITHER DECISION NEEDS A SIGNED-ON OPERATOR OTHER THAN THE ONE
      *  WHO KEYED THE ITEM, WHOSE OWN ACCTOAL LIMIT FOR THE TYPE
      *  COVERS THE AMOUNT; A REVERSAL, ADJUSTMENT OR CHARGE-OFF ALSO
      *  NEEDS A SUPERVISOR, CHECKED AGAINST ACCTSUP THE WAY ACCT21
      *  CHECKS IT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  OAL-LNG                PIC S9(4) COMP VALUE +40.
           02  PND-LNG                PIC S9(4) COMP VALUE +80.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT71'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-SUPV-SW             PIC X VALUE 'N'.
               88  WS-IS-SUPV             VALUE 'Y'.
           02  WS-CALLED-BEFORE       PIC X VALUE 'N'.
           02  WS-PND-KEY.
               04  WS-PK-ACCTC        PIC X(5).
               04  WS-PK-DATE         PIC X(6).
               04  WS-PK-SEQ          PIC X(3).
           02  WS-LIMIT               PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-LIMIT-IX            PIC S9(4) COMP VALUE +0.
           02  WS-TYPE-IX             PIC S9(4) COMP VALUE +0.
           02  WS-LIMIT-TYPES         PIC X(4) VALUE 'PRAZ'.
           02  FILLER REDEFINES WS-LIMIT-TYPES.
               04  WS-LIMIT-TYPE      PIC X(1) OCCURS 4.
           02  WS-PND-AMT             PIC 9(6)V99 VALUE 0.
           02  WS-PND-AMT-X REDEFINES WS-PND-AMT PIC X(8).
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY               PIC 9(6) VALUE 0.
           02  WS-NOW                 PIC 9(6) VALUE 0.
           02  PND-HDG.
               04  FILLER             PIC X(36) VALUE
                   'ACCT   DATE   SEQ  OPR  TERM  T     '.
               04  FILLER             PIC X(39) VALUE
                   ' AMOUNT  RS  TIME         LIMIT'.
           02  PND-LINE.
               04  LP-ACCTC           PIC X(5).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LP-DATE            PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  LP-SEQ             PIC 9(3).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LP-OPID            PIC X(3).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LP-TERM            PIC X(4).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LP-TYPE            PIC X(1).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LP-AMT             PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LP-RSNC            PIC X(2).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LP-TIME            PIC 9(6).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  LP-LIMIT           PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(8) VALUE SPACES.
           COPY ACCTOAL.
           COPY ACCTPND.
       01  OLD-PND-REC                PIC X(80).
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
               'ACTION MUST BE "L" LIST, "A" APPROVE OR "R" REJECT.'.
           02  FILLER                PIC X(70) VALUE
           'ACCOUNT, DATE (YYMMDD) AND SEQUENCE OF THE ITEM REQUIRED.'.
           02  FILLER                PIC X(70) VALUE
               'NO ITEM ON FILE WITH THIS KEY.'.
           02  FILLER                PIC X(70) VALUE
               'THIS ITEM HAS ALREADY BEEN APPROVED OR REJECTED.'.
           02  FILLER                PIC X(70) VALUE
               'THE OPERATOR WHO KEYED AN ITEM CANNOT DECIDE IT.'.
           02  FILLER                PIC X(70) VALUE
           'AMOUNT IS OVER YOUR OWN LIMIT; IT NEEDS ANOTHER APPROVER.'.
           02  FILLER                PIC X(70) VALUE
           'SUPERVISOR SIGN-ON REQUIRED FOR REVERSALS AND ADJUSTMENTS'.
           02  FILLER                PIC X(70) VALUE
               'NO ITEMS PENDING APPROVAL.'.
           02  FILLER                PIC X(70) VALUE
           'KEY AN ITEM AND "A" OR "R"; "L" FROM THE LAST ITEM PAGES.'.
           02  FILLER                PIC X(70) VALUE
               'REJECTED.  NOTHING WAS POSTED.'.
           02  FILLER                PIC X(70) VALUE
           'REVIEW THE ITEM; "Y" TO APPROVE AND POST, OR "CLEAR".'.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 11.
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
           EXEC CICS RECEIVE MAP('ACCTAPQ') MAPSET('ACCTSET') END-EXEC.
           IF ACTFI NOT = 'L' AND ACTFI NOT = 'A' AND ACTFI NOT = 'R'
               MOVE 1 TO MSG-NO, GO TO APQ-RESEND.
           MOVE LOW-VALUES TO WS-PND-KEY.
           IF ACCTFI NOT = LOW-VALUES MOVE ACCTFI TO WS-PK-ACCTC.
           IF DATEFI NOT = LOW-VALUES MOVE DATEFI TO WS-PK-DATE.
           IF SEQFI NOT = LOW-VALUES MOVE SEQFI TO WS-PK-SEQ.
           IF ACTFI = 'L'
               PERFORM BUILD-LIST THRU BUILD-LIST-EXIT
               GO TO APQ-RESEND.
           IF WS-PK-ACCTC NOT NUMERIC OR WS-PK-DATE NOT NUMERIC OR
              WS-PK-SEQ NOT NUMERIC
               MOVE 2 TO MSG-NO, GO TO APQ-RESEND.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY) TIME(WS-NOW) END-EXEC.
           IF ACTFI = 'R' GO TO REJECT-ITEM.
      *----------------------------------------------------------------*
      *  APPROVE - EDIT THE DECIDER HERE SO A REFUSAL IS SEEN ON THIS  *
      *  SCREEN, THEN HAND THE ITEM TO AC21.  AC21 READS THE ROW AGAIN *
      *  FOR UPDATE AND REPEATS THESE EDITS BEFORE IT POSTS.           *
      *----------------------------------------------------------------*
       APPROVE-ITEM.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ITEM) END-EXEC.
           EXEC CICS READ DATASET('ACCTPND') RIDFLD(WS-PND-KEY)
               INTO(ACCTPND-REC) LENGTH(PND-LNG) END-EXEC.
           PERFORM CK-DECIDER THRU CK-DECIDER-EXIT.
      *----------------------------------------------------------------*
      *  HAND-TO-AC21 - THE ACCTPAY SCREEN GOES OUT WITH THE ACCOUNT,  *
      *  TYPE, AMOUNT AND REASON ALREADY KEYED (MODIFIED TAG ON SO     *
      *  THEY COME BACK) AND THE NEXT ENTER RUNS UNDER AC21 WITH THE   *
      *  PENDING KEY.  THE APPROVER STILL KEYS THE "Y" CONFIRMATION;   *
      *  A "CLEAR" LEAVES THE ITEM PENDING.                            *
      *----------------------------------------------------------------*
       HAND-TO-AC21.
           MOVE LOW-VALUES TO ACCTPAYO.
           MOVE PND-ACCTC TO ACCTPO.
           MOVE PND-TYPE TO TYPEPO.
           MOVE PND-AMT TO WS-PND-AMT.
           MOVE WS-PND-AMT-X TO AMTPO.
           MOVE PND-RSNC TO RSNPO.
           MOVE DFHUNIMD TO ACCTPA, TYPEPA, AMTPA, RSNPA.
           MOVE MSG-TEXT (11) TO MSGPO.
           MOVE DFHBMBRY TO MSGPA.
           EXEC CICS SEND MAP('ACCTPAY') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC21') COMMAREA(WS-PND-KEY)
               LENGTH(14) END-EXEC.
      *----------------------------------------------------------------*
      *  REJECT - RE-READ FOR UPDATE, MARK THE ROW REJECTED AND        *
      *  JOURNAL IT.  NOTHING TOUCHES THE ACCOUNT.                     *
      *----------------------------------------------------------------*
       REJECT-ITEM.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ITEM) END-EXEC.
           EXEC CICS READ DATASET('ACCTPND') RIDFLD(WS-PND-KEY)
               INTO(ACCTPND-REC) LENGTH(PND-LNG) UPDATE END-EXEC.
           PERFORM CK-DECIDER THRU CK-DECIDER-EXIT.
           MOVE ACCTPND-REC TO OLD-PND-REC.
           MOVE 'R' TO PND-STATUS.
           MOVE EIBOPID TO PND-DEC-OPID.
           MOVE WS-TODAY TO PND-DEC-DATE.
           MOVE WS-NOW TO PND-DEC-TIME.
           EXEC CICS REWRITE DATASET('ACCTPND') FROM(ACCTPND-REC)
               LENGTH(PND-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE OLD-PND-REC TO AUD-BEFORE (1:80).
           MOVE ACCTPND-REC TO AUD-AFTER (1:80).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           MOVE LOW-VALUES TO WS-PND-KEY.
           PERFORM BUILD-LIST THRU BUILD-LIST-EXIT.
           MOVE 10 TO MSG-NO.
           GO TO APQ-DONE.
       NO-ITEM.
           MOVE 3 TO MSG-NO.
           GO TO APQ-RESEND.
      *----------------------------------------------------------------*
      *  CK-DECIDER - THE ITEM MUST STILL BE PENDING, AND THE SIGNED-  *
      *  ON OPERATOR MUST NOT BE THE ONE WHO KEYED IT, MUST BE A       *
      *  SUPERVISOR FOR ANYTHING BUT A PAYMENT, AND MUST HAVE AN       *
      *  ACCTOAL LIMIT FOR THE TYPE THAT COVERS THE AMOUNT.            *
      *----------------------------------------------------------------*
       CK-DECIDER.
           IF NOT PND-PENDING
               MOVE 4 TO MSG-NO, GO TO APQ-RESEND.
           IF EIBOPID = PND-OPID
               MOVE 5 TO MSG-NO, GO TO APQ-RESEND.
           IF PND-TYPE NOT = 'P'
               PERFORM CK-SUPV THRU CK-SUPV-EXIT
               IF NOT WS-IS-SUPV
                   MOVE 7 TO MSG-NO, GO TO APQ-RESEND.
           PERFORM CK-LIMIT THRU CK-LIMIT-EXIT.
           IF PND-AMT > WS-LIMIT
               MOVE 6 TO MSG-NO, GO TO APQ-RESEND.
       CK-DECIDER-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-LIMIT - THE SIGNED-ON OPERATOR'S ACCTOAL LIMIT FOR THE     *
      *  ITEM'S TYPE.  NO ROW, OR A LIMIT THAT IS NOT NUMERIC, IS ZERO.*
      *----------------------------------------------------------------*
       CK-LIMIT.
           MOVE 0 TO WS-LIMIT.
           EXEC CICS HANDLE CONDITION NOTFND(CK-LIMIT-EXIT) END-EXEC.
           EXEC CICS READ DATASET('ACCTOAL') RIDFLD(EIBOPID)
               INTO(ACCTOAL-REC) LENGTH(OAL-LNG) END-EXEC.
           MOVE 0 TO WS-LIMIT-IX.
           PERFORM CK-LIMIT-TYPE THRU CK-LIMIT-TYPE-EXIT
               VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 4.
           IF WS-LIMIT-IX = 0 GO TO CK-LIMIT-EXIT.
           IF OAL-LIMIT (WS-LIMIT-IX) NUMERIC
               MOVE OAL-LIMIT (WS-LIMIT-IX) TO WS-LIMIT.
       CK-LIMIT-EXIT. EXIT.
       CK-LIMIT-TYPE.
           IF PND-TYPE = WS-LIMIT-TYPE (WS-TYPE-IX)
               MOVE WS-TYPE-IX TO WS-LIMIT-IX.
       CK-LIMIT-TYPE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  BUILD-LIST - THE HEADING, THEN UP TO SEVEN ITEMS STILL        *
      *  PENDING FROM WS-PND-KEY ON.  DECIDED ROWS ARE PASSED OVER.    *
      *----------------------------------------------------------------*
       BUILD-LIST.
           PERFORM CLEAR-LINE THRU CLEAR-LINE-EXIT
               VARYING LINE-CNT FROM 1 BY 1 UNTIL LINE-CNT > 8.
           MOVE PND-HDG TO LINFO (1).
           MOVE 1 TO LINE-CNT.
           EXEC CICS HANDLE CONDITION
               NOTFND(BUILD-LIST-END) ENDFILE(BUILD-LIST-END) END-EXEC.
           EXEC CICS STARTBR DATASET('ACCTPND') RIDFLD(WS-PND-KEY)
               GTEQ END-EXEC.
       BUILD-LIST-LOOP.
           IF LINE-CNT NOT < 8 GO TO BUILD-LIST-END.
           EXEC CICS READNEXT DATASET('ACCTPND') INTO(ACCTPND-REC)
               LENGTH(PND-LNG) RIDFLD(WS-PND-KEY) END-EXEC.
           IF NOT PND-PENDING GO TO BUILD-LIST-LOOP.
           MOVE PND-ACCTC TO LP-ACCTC.
           MOVE PND-DATE TO LP-DATE.
           MOVE PND-SEQ TO LP-SEQ.
           MOVE PND-OPID TO LP-OPID.
           MOVE PND-TERM TO LP-TERM.
           MOVE PND-TYPE TO LP-TYPE.
           MOVE PND-AMT TO LP-AMT.
           MOVE PND-RSNC TO LP-RSNC.
           MOVE PND-TIME TO LP-TIME.
           MOVE PND-LIMIT TO LP-LIMIT.
           ADD 1 TO LINE-CNT.
           MOVE PND-LINE TO LINFO (LINE-CNT).
           GO TO BUILD-LIST-LOOP.
       BUILD-LIST-END.
           EXEC CICS ENDBR DATASET('ACCTPND') NOHANDLE END-EXEC.
           IF LINE-CNT = 1
               MOVE 8 TO MSG-NO
           ELSE
               MOVE 9 TO MSG-NO.
       BUILD-LIST-EXIT. EXIT.
       CLEAR-LINE.
           MOVE SPACES TO LINFO (LINE-CNT).
       CLEAR-LINE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  APQ-DONE - SUCCESS PATH.  FRSET DROPS EVERY MODIFIED TAG SO A *
      *  BARE "ENTER" CANNOT REJECT THE SAME ITEM TWICE.               *
      *----------------------------------------------------------------*
       APQ-DONE.
           MOVE MSG-TEXT (MSG-NO) TO MSGFO.
           MOVE DFHBMBRY TO MSGFA.
           EXEC CICS SEND MAP('ACCTAPQ') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC71') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       APQ-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGFO.
           MOVE DFHBMBRY TO MSGFA.
           EXEC CICS SEND MAP('ACCTAPQ') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC71') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE PND-ACCTC TO AUD-ACCTC.
           MOVE 'PN' TO AUD-RSNC.
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
      *----------------------------------------------------------------*
      *  SEND-INITIAL - THE FIRST ENTRY LISTS FROM THE TOP, SO WHOEVER *
      *  IS APPROVING SEES WHAT IS WAITING WITHOUT KEYING ANYTHING.    *
      *----------------------------------------------------------------*
       SEND-INITIAL.
           MOVE LOW-VALUES TO ACCTAPQO.
           MOVE LOW-VALUES TO WS-PND-KEY.
           PERFORM BUILD-LIST THRU BUILD-LIST-EXIT.
           MOVE MSG-TEXT (MSG-NO) TO MSGFO.
           MOVE DFHBMBRY TO MSGFA.
           EXEC CICS SEND MAP('ACCTAPQ') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC71') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
