      *  TELLS THE ACCT10 WORKLIST AND THE ACCT26 LETTER RUN TO LEAVE
      *  THE ACCOUNT ALONE UNTIL THE ACCT33 DAILY RUN DECIDES THE
      *  PROMISE WAS KEPT OR BROKEN.
      *  A COLLECTOR WORKING THE ACCTCLQ WORK QUEUE ARRIVES HERE FROM
      *  THE AC68 NEXT-ACCOUNT SCREEN WITH THE QUEUE ITEM KEY AND
      *  ACCOUNT IN A 14-BYTE COMMAREA, WHICH IS CARRIED ACROSS EVERY
      *  RESEND.  WHEN THE CONTACT IS RECORDED AGAINST THAT ACCOUNT THE
      *  QUEUE ITEM IS CLOSED ('W' WORKED) WITH THE DATE, TIME,
      *  OPERATOR AND OUTCOME, AND CONTROL RETURNS TO AC68 FOR THE
      *  COLLECTOR'S NEXT ACCOUNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  CON-LNG                PIC S9(4) COMP VALUE +40.
           02  CLQ-LNG                PIC S9(4) COMP VALUE +80.
           02  WS-CA-LNG              PIC S9(4) COMP VALUE +1.
           02  WS-QUEUE-ITEM          VALUE SPACES.
               04  WS-QI-KEY          PIC X(9).
               04  WS-QI-ACCTC        PIC X(5).
           02  SAVE-ACCTNO            PIC X(5) VALUE SPACES.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT32'.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTCON.
           COPY ACCTCLQ.
           COPY ACCTSET.
           COPY DFHBMSCA.
           COPY DFHAID.
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'TOO MANY CONTACTS TODAY FOR THIS ACCOUNT.'.
           02  FILLER                PIC X(70) VALUE
               'RECORDED AND QUEUE ITEM CLOSED.  PRESS ENTER FOR YOUR NE
      -    'XT ACCOUNT.'.
           02  FILLER                PIC X(70) VALUE
               'RECORDED.  THE QUEUE ITEM WAS ALREADY CLOSED OR MOVED -
      -    'PRESS ENTER.'.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 10.
       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(14).
       PROCEDURE DIVISION.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(NO-MAP)
           IF EIBAID = DFHCLEAR
               EXEC CICS SEND CONTROL FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC.
           IF EIBCALEN = 14
               MOVE DFHCOMMAREA TO WS-QUEUE-ITEM
               MOVE 14 TO WS-CA-LNG.
           IF WS-CALLED-BEFORE = 'N'
               GO TO SEND-INITIAL.
           EXEC CICS RECEIVE MAP('ACCTCOL') MAPSET('ACCTSET') END-EXEC.
           EXEC CICS HANDLE CONDITION DUPREC(NEXT-SEQ) END-EXEC.
           EXEC CICS WRITE DATASET('ACCTCON') FROM(ACCTCON-REC)
               RIDFLD(ACN-KEY) LENGTH(CON-LNG) END-EXEC.
           IF WS-CA-LNG = 14 AND SAVE-ACCTNO = WS-QI-ACCTC
               GO TO CLOSE-QUEUE-ITEM.
           MOVE 7 TO MSG-NO.
           MOVE LOW-VALUES TO ACCTCOLO.
           GO TO COL-DONE.
               MOVE 8 TO MSG-NO, GO TO COL-RESEND.
           ADD 1 TO ACN-SEQ.
           GO TO WRITE-CONTACT-TRY.
      *----------------------------------------------------------------*
      *  A CALL TAKEN FROM THE WORK QUEUE CLOSES ITS ITEM.  AN ITEM A  *
      *  SUPERVISOR MOVED OR ANOTHER CONTACT CLOSED IN THE MEANTIME IS *
      *  LEFT ALONE; THE CONTACT STANDS EITHER WAY.                    *
      *----------------------------------------------------------------*
       CLOSE-QUEUE-ITEM.
           EXEC CICS HANDLE CONDITION NOTFND(QUEUE-ITEM-GONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTCLQ') RIDFLD(WS-QI-KEY)
               INTO(ACCTCLQ-REC) LENGTH(CLQ-LNG) UPDATE END-EXEC.
           IF NOT CLQ-OPEN OR CLQ-ACCTC NOT = SAVE-ACCTNO
               EXEC CICS UNLOCK DATASET('ACCTCLQ') END-EXEC
               GO TO QUEUE-ITEM-GONE.
           MOVE 'W' TO CLQ-STATUS.
           MOVE WS-CON-DATE TO CLQ-WRK-DATE.
           MOVE WS-CON-TIME TO CLQ-WRK-TIME.
           MOVE EIBOPID TO CLQ-WRK-OPID.
           MOVE OUTCCI TO CLQ-OUTCOME.
           EXEC CICS REWRITE DATASET('ACCTCLQ') FROM(ACCTCLQ-REC)
               LENGTH(CLQ-LNG) END-EXEC.
           MOVE 9 TO MSG-NO.
           GO TO QUEUE-DONE.
       QUEUE-ITEM-GONE.
           MOVE 10 TO MSG-NO.
      *----------------------------------------------------------------*
      *  QUEUE-DONE - THE NEXT ENTER STARTS AC68 WITHOUT A COMMAREA,   *
      *  WHICH SHOWS THE COLLECTOR'S NEXT OPEN ITEM.                   *
      *----------------------------------------------------------------*
       QUEUE-DONE.
           MOVE LOW-VALUES TO ACCTCOLO.
           MOVE MSG-TEXT (MSG-NO) TO MSGCO.
           MOVE DFHBMBRY TO MSGCA.
           EXEC CICS SEND MAP('ACCTCOL') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC68') END-EXEC.
       NO-ACCOUNT.
           MOVE 2 TO MSG-NO.
           GO TO COL-RESEND.
           MOVE DFHBMBRY TO MSGCA.
           EXEC CICS SEND MAP('ACCTCOL') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC32') COMMAREA(WS-QUEUE-ITEM)
               LENGTH(WS-CA-LNG) END-EXEC.
       COL-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGCO.
           MOVE DFHBMBRY TO MSGCA.
           EXEC CICS SEND MAP('ACCTCOL') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC32') COMMAREA(WS-QUEUE-ITEM)
               LENGTH(WS-CA-LNG) END-EXEC.
       SEND-INITIAL.
           MOVE LOW-VALUES TO ACCTCOLO.
           EXEC CICS SEND MAP('ACCTCOL') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC32') COMMAREA(WS-QUEUE-ITEM)
               LENGTH(WS-CA-LNG) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
