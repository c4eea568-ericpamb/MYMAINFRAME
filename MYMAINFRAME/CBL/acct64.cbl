       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT64.
      *  THIS PROGRAM IS INVOKED BY THE 'AC64' TRANSACTION.  IT
      *  MAINTAINS THE ACCTCAL BUSINESS-DAY CALENDAR BETWEEN THE
      *  YEARLY ACCT63 LOADS: A BANK CLOSING ANNOUNCED DURING THE
      *  YEAR, A HOLIDAY LEFT OFF THE LOAD CARDS, OR A WEEKEND DAY THE
      *  LOCKBOX HAS AGREED TO PROCESS.  THE CALENDAR DECIDES WHERE
      *  ACCT15 PUTS A DUE DATE, WHEN ACCT33 SETTLES A PROMISE AND
      *  WHETHER ACCT24 EXPECTS AN ACCT20 LOCKBOX RUN, SO A CHANGE IS
      *  SUPERVISOR BUSINESS.
      *  THE ACCTCLM MAP TAKES AN ACTION ('I' INQUIRE, 'H' HOLIDAY,
      *  'B' BUSINESS DAY, 'R' RESTORE) AND THE DATE, KEYED MMDDYY.
      *  A HOLIDAY TAKES A DESCRIPTION; A BUSINESS DAY MAY HAVE ONE.
      *  RESTORE PUTS THE DAY BACK TO ITS ORDINARY TYPE - 'W' FOR A
      *  SATURDAY OR SUNDAY, 'B' OTHERWISE - AND CLEARS THE
      *  DESCRIPTION.  EVERY ANSWER SHOWS THE WEEK STARTING AT THE
      *  DATE KEYED.  ANY OPERATOR MAY INQUIRE; ONLY A SUPERVISOR, BY
      *  THE SAME ACCTSUP CHECK AS ACCT58, MAY CHANGE A DAY, AND ONLY
      *  TODAY OR A LATER DAY - A DAY ALREADY PAST HAS HAD ITS DUE
      *  DATES AND ITS POSTING RUN.  THE ROW MUST ALREADY BE ON FILE:
      *  A YEAR IS ADDED BY ACCT63, NOT HERE.  EVERY CHANGE IS
      *  JOURNALED TO ACCTAUD WITH BEFORE/AFTER ROW IMAGES UNDER
      *  REASON 'CL'.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  CAL-LNG                PIC S9(4) COMP VALUE +60.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT64'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-SUPV-SW             PIC X VALUE 'N'.
               88  WS-IS-SUPV             VALUE 'Y'.
           02  WS-CALLED-BEFORE       PIC X VALUE 'N'.
           02  SAVE-CALDATE           PIC 9(6) VALUE 0.
           02  WS-BR-KEY              PIC 9(6) VALUE 0.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  MAX-LINES              PIC S9(4) COMP VALUE +7.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY-YMD           PIC 9(6) VALUE 0.
           02  WS-IN-MDY.
               04  WS-IN-MM           PIC 9(2).
               04  WS-IN-DD           PIC 9(2).
               04  WS-IN-YY           PIC 9(2).
           02  WS-IN-YMD.
               04  WS-IN-YMD-YY       PIC 9(2).
               04  WS-IN-YMD-MM       PIC 9(2).
               04  WS-IN-YMD-DD       PIC 9(2).
           02  WS-IN-YMD-N REDEFINES WS-IN-YMD PIC 9(6).
           02  WS-CAL-YMD.
               04  WS-CAL-YY          PIC 9(2).
               04  WS-CAL-MM          PIC 9(2).
               04  WS-CAL-DD          PIC 9(2).
           02  WS-CAL-YMD-N REDEFINES WS-CAL-YMD PIC 9(6).
           02  CAL-LINE.
               04  CL-MM              PIC 9(2).
               04  CL-DD              PIC 9(2).
               04  CL-YY              PIC 9(2).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-DAY             PIC X(3).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-TYPE            PIC X(1).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  CL-TYPE-DESC       PIC X(12).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-DESC            PIC X(24).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CL-UPD-DATE        PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  CL-UPD-OPID        PIC X(3).
               04  FILLER             PIC X(10) VALUE SPACES.
       01  DAY-NAME-LIST              PIC X(21)
                                      VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  FILLER REDEFINES DAY-NAME-LIST.
           02  DAY-NAME               PIC X(3) OCCURS 7.
           COPY ACCTCAL.
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
               'SUPERVISOR SIGN-ON REQUIRED TO CHANGE THE CALENDAR.'.
           02  FILLER                PIC X(70) VALUE
           'ACTION MUST BE "I" INQUIRE, "H" HOLIDAY, "B" BUSINESS OR "R"
      -    ' RESTORE.'.
           02  FILLER                PIC X(70) VALUE
               'DATE (MMDDYY) REQUIRED AND MUST BE A VALID DATE.'.
           02  FILLER                PIC X(70) VALUE
           'THAT DATE HAS PASSED - ONLY TODAY OR A LATER DAY MAY BE CHAN
      -    'GED.'.
           02  FILLER                PIC X(70) VALUE
           'NO CALENDAR ROW FOR THAT DATE - THE YEAR HAS NOT BEEN LOADED
      -    '.'.
           02  FILLER                PIC X(70) VALUE
               'DESCRIPTION REQUIRED FOR A HOLIDAY.'.
           02  FILLER                PIC X(70) VALUE
               'THAT DAY IS ALREADY A BUSINESS DAY.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.
      -    ''.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 8.
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
           EXEC CICS RECEIVE MAP('ACCTCLM') MAPSET('ACCTSET') END-EXEC.
           IF ACTNI NOT = 'I' AND ACTNI NOT = 'H' AND
              ACTNI NOT = 'B' AND ACTNI NOT = 'R'
               MOVE 2 TO MSG-NO, GO TO CLM-RESEND.
           MOVE 3 TO MSG-NO.
           MOVE DATNI TO WS-IN-MDY.
           PERFORM CK-DATE THRU CK-DATE-EXIT.
           MOVE WS-IN-YMD-N TO SAVE-CALDATE.
           IF ACTNI = 'I' GO TO INQUIRE-CAL.
           PERFORM CK-SUPV THRU CK-SUPV-EXIT.
           IF NOT WS-IS-SUPV
               MOVE 1 TO MSG-NO, GO TO CLM-RESEND.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) END-EXEC.
           IF SAVE-CALDATE < WS-TODAY-YMD
               MOVE 4 TO MSG-NO, GO TO CLM-RESEND.
           IF ACTNI = 'H'
               AND (DSCNI = SPACES OR DSCNI = LOW-VALUES)
               MOVE 6 TO MSG-NO, GO TO CLM-RESEND.
           MOVE SAVE-CALDATE TO CAL-DATE.
           EXEC CICS HANDLE CONDITION NOTFND(CAL-MISSING) END-EXEC.
           EXEC CICS READ DATASET('ACCTCAL') RIDFLD(CAL-DATE)
               INTO(ACCTCAL-REC) LENGTH(CAL-LNG) UPDATE END-EXEC.
           IF ACTNI = 'B' AND CAL-BUSINESS
               EXEC CICS UNLOCK DATASET('ACCTCAL') END-EXEC
               MOVE 7 TO MSG-NO, GO TO CLM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTCAL-REC TO AUD-BEFORE (1:60).
           IF ACTNI = 'R' GO TO RESTORE-DAY.
      *----------------------------------------------------------------*
      *  HOLIDAY / BUSINESS DAY - THE TYPE KEYED, WITH THE             *
      *  DESCRIPTION KEYED (A BUSINESS DAY'S MAY BE BLANK).            *
      *----------------------------------------------------------------*
       SET-DAY-TYPE.
           MOVE ACTNI TO CAL-DAY-TYPE.
           IF DSCNI = LOW-VALUES
               MOVE SPACES TO CAL-DESC
           ELSE
               MOVE DSCNI TO CAL-DESC.
           GO TO REWRITE-DAY.
      *----------------------------------------------------------------*
      *  RESTORE - BACK TO THE TYPE THE YEARLY LOAD GIVES THE DAY      *
      *  WHEN IT IS NOT CARDED.                                        *
      *----------------------------------------------------------------*
       RESTORE-DAY.
           IF CAL-DOW > 5
               MOVE 'W' TO CAL-DAY-TYPE
           ELSE
               MOVE 'B' TO CAL-DAY-TYPE.
           MOVE SPACES TO CAL-DESC.
       REWRITE-DAY.
           MOVE EIBOPID TO CAL-UPD-OPID.
           MOVE WS-TODAY-YMD TO CAL-UPD-DATE.
           EXEC CICS REWRITE DATASET('ACCTCAL') FROM(ACCTCAL-REC)
               LENGTH(CAL-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTCAL-REC TO AUD-AFTER (1:60).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO CLM-DONE.
      *----------------------------------------------------------------*
      *  CK-DATE - THE DATE KEYED MMDDYY, EDITED THE WAY ACCT58 EDITS  *
      *  ITS DATES, AND KEPT YYMMDD.  A DAY THE MONTH DOES NOT HAVE    *
      *  FINDS NO CALENDAR ROW.                                        *
      *----------------------------------------------------------------*
       CK-DATE.
           IF WS-IN-MDY NOT NUMERIC GO TO CLM-RESEND.
           IF WS-IN-MM < 01 OR WS-IN-MM > 12 OR
              WS-IN-DD < 01 OR WS-IN-DD > 31
               GO TO CLM-RESEND.
           MOVE WS-IN-YY TO WS-IN-YMD-YY.
           MOVE WS-IN-MM TO WS-IN-YMD-MM.
           MOVE WS-IN-DD TO WS-IN-YMD-DD.
       CK-DATE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  INQUIRE - THE DAY KEYED MUST BE ON FILE; THE WEEK FROM IT IS  *
      *  SHOWN.                                                        *
      *----------------------------------------------------------------*
       INQUIRE-CAL.
           MOVE SAVE-CALDATE TO CAL-DATE.
           EXEC CICS HANDLE CONDITION NOTFND(CAL-MISSING) END-EXEC.
           EXEC CICS READ DATASET('ACCTCAL') RIDFLD(CAL-DATE)
               INTO(ACCTCAL-REC) LENGTH(CAL-LNG) END-EXEC.
           PERFORM SHOW-WEEK THRU SHOW-WEEK-EXIT.
           MOVE 8 TO MSG-NO.
           GO TO CLM-RESEND.
      *----------------------------------------------------------------*
      *  SHOW-WEEK - BROWSES ACCTCAL FROM THE DATE KEYED, ONE LINE A   *
      *  DAY, UP TO SEVEN DAYS OR THE END OF THE YEARS LOADED.         *
      *----------------------------------------------------------------*
       SHOW-WEEK.
           MOVE 0 TO LINE-CNT.
           PERFORM CLEAR-LINE THRU CLEAR-LINE-EXIT
               VARYING LINE-CNT FROM 1 BY 1 UNTIL LINE-CNT > MAX-LINES.
           MOVE 0 TO LINE-CNT.
           EXEC CICS HANDLE CONDITION
                     NOTFND(SHOW-WEEK-END)
                     ENDFILE(SHOW-WEEK-END) END-EXEC.
           MOVE SAVE-CALDATE TO WS-BR-KEY.
           EXEC CICS STARTBR DATASET('ACCTCAL') RIDFLD(WS-BR-KEY)
               GTEQ END-EXEC.
       SHOW-WEEK-LOOP.
           IF LINE-CNT NOT < MAX-LINES GO TO SHOW-WEEK-END.
           EXEC CICS READNEXT DATASET('ACCTCAL') INTO(ACCTCAL-REC)
               LENGTH(CAL-LNG) RIDFLD(WS-BR-KEY) END-EXEC.
           ADD 1 TO LINE-CNT.
           PERFORM FORMAT-LINE THRU FORMAT-LINE-EXIT.
           MOVE CAL-LINE TO LINNO (LINE-CNT).
           GO TO SHOW-WEEK-LOOP.
       SHOW-WEEK-END.
           EXEC CICS ENDBR DATASET('ACCTCAL') NOHANDLE END-EXEC.
       SHOW-WEEK-EXIT. EXIT.
       CLEAR-LINE.
           MOVE SPACES TO LINNO (LINE-CNT).
       CLEAR-LINE-EXIT. EXIT.
       FORMAT-LINE.
           MOVE CAL-DATE TO WS-CAL-YMD-N.
           MOVE WS-CAL-MM TO CL-MM.
           MOVE WS-CAL-DD TO CL-DD.
           MOVE WS-CAL-YY TO CL-YY.
           MOVE SPACES TO CL-DAY.
           IF CAL-DOW > 0 AND CAL-DOW < 8
               MOVE DAY-NAME (CAL-DOW) TO CL-DAY.
           MOVE CAL-DAY-TYPE TO CL-TYPE.
           MOVE SPACES TO CL-TYPE-DESC.
           IF CAL-BUSINESS MOVE 'BUSINESS DAY' TO CL-TYPE-DESC.
           IF CAL-WEEKEND MOVE 'WEEKEND' TO CL-TYPE-DESC.
           IF CAL-HOLIDAY MOVE 'HOLIDAY' TO CL-TYPE-DESC.
           MOVE CAL-DESC TO CL-DESC.
           MOVE CAL-UPD-DATE TO CL-UPD-DATE.
           MOVE CAL-UPD-OPID TO CL-UPD-OPID.
       FORMAT-LINE-EXIT. EXIT.
       CAL-MISSING.
           MOVE 0 TO LINE-CNT.
           PERFORM CLEAR-LINE THRU CLEAR-LINE-EXIT
               VARYING LINE-CNT FROM 1 BY 1 UNTIL LINE-CNT > MAX-LINES.
           MOVE 5 TO MSG-NO.
           GO TO CLM-RESEND.
      *----------------------------------------------------------------*
      *  CLM-DONE - SUCCESS PATH.  THE WEEK AS NOW ON FILE IS SHOWN    *
      *  AND FRSET DROPS EVERY MODIFIED TAG SO A BARE "ENTER" CANNOT   *
      *  APPLY THE SAME CHANGE TWICE.                                  *
      *----------------------------------------------------------------*
       CLM-DONE.
           PERFORM SHOW-WEEK THRU SHOW-WEEK-EXIT.
           MOVE 8 TO MSG-NO.
           MOVE LOW-VALUES TO DSCNO.
           MOVE MSG-TEXT (MSG-NO) TO MSGNO.
           MOVE DFHBMBRY TO MSGNA.
           EXEC CICS SEND MAP('ACCTCLM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC64') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       CLM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGNO.
           MOVE DFHBMBRY TO MSGNA.
           EXEC CICS SEND MAP('ACCTCLM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC64') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SPACES TO AUD-ACCTC.
           MOVE 'CL' TO AUD-RSNC.
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
           MOVE LOW-VALUES TO ACCTCLMO.
           EXEC CICS SEND MAP('ACCTCLM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC64') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
