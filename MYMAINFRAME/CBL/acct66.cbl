       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT66.
      *  THIS PROGRAM IS INVOKED BY THE 'AC66' TRANSACTION.  IT
      *  MAINTAINS THE ACCTNTF NOTIFICATION OPT-INS: AT MOST ONE ROW
      *  PER ACCOUNT GIVING THE CUSTOMER'S EMAIL ADDRESS AND MOBILE
      *  NUMBER, THE CHANNEL THE ALERTS GO BY AND WHICH ALERTS THE
      *  CUSTOMER HAS ASKED FOR.
      *  THE ACCTNTM MAP TAKES AN ACTION ('I' INQUIRE, 'E' OPT IN,
      *  'C' CHANGE, 'X' OPT OUT) AND THE ACCOUNT.  AN OPT IN OR
      *  CHANGE TAKES THE CHANNEL ('E' EMAIL, 'T' TEXT, 'B' BOTH),
      *  THE EMAIL ADDRESS (REQUIRED FOR 'E' AND 'B'), THE MOBILE
      *  NUMBER (TEN DIGITS, REQUIRED FOR 'T' AND 'B') AND 'Y' OR 'N'
      *  FOR EACH ALERT - PAYMENT DUE, PAYMENT RECEIVED, PAYMENT
      *  RETURNED, NEAR THE CREDIT LIMIT, PROMISE-TO-PAY REMINDER -
      *  AT LEAST ONE OF THEM 'Y'.  THE ACCOUNT MUST BE OPEN TO OPT
      *  IN.  AN OPTED-OUT ROW IS REPLACED IN PLACE BY A NEW OPT IN.
      *  A CHANGE REWRITES THE CONTACT DETAILS AND ALERTS OF AN
      *  OPTED-IN ROW; AN OPT OUT ENDS IT ('X') BUT KEEPS THE ROW AS
      *  THE RECORD OF CONSENT.  THE DAILY ACCT67 RUN SENDS ALERTS
      *  FOR OPTED-IN ROWS ONLY.  EVERY OPT IN, CHANGE AND OPT OUT IS
      *  JOURNALED TO ACCTAUD WITH BEFORE/AFTER ROW IMAGES UNDER
      *  REASON 'NT'.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  NTF-LNG                PIC S9(4) COMP VALUE +100.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT66'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-CALLED-BEFORE       PIC X VALUE 'N'.
           02  WS-ROW-SW              PIC X VALUE 'N'.
               88  WS-ROW-ON-FILE         VALUE 'Y'.
           02  SAVE-ACCTNO            PIC X(5) VALUE SPACES.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY-YMD           PIC 9(6) VALUE 0.
           02  WS-EMAIL               PIC X(50) VALUE SPACES.
           02  WS-MOBILE              PIC X(10) VALUE SPACES.
           02  WS-AT-CNT              PIC S9(4) COMP VALUE +0.
           02  WS-AT-POS              PIC S9(4) COMP VALUE +0.
           02  WS-DOT-CNT             PIC S9(4) COMP VALUE +0.
           02  WS-EML-LEN             PIC S9(4) COMP VALUE +0.
           02  WS-DOM-LEN             PIC S9(4) COMP VALUE +0.
           02  WS-YES-CNT             PIC S9(4) COMP VALUE +0.
           02  EV-IX                  PIC S9(4) COMP VALUE +0.
           02  WS-EVENTS.
               04  WS-EV              PIC X(1) OCCURS 5.
           02  NTF-LINE-1.
               04  FILLER             PIC X(7) VALUE 'EMAIL: '.
               04  PL-EMAIL           PIC X(50).
               04  FILLER             PIC X(18) VALUE SPACES.
           02  NTF-LINE-2.
               04  FILLER             PIC X(8) VALUE 'MOBILE: '.
               04  PL-MOBILE          PIC X(10).
               04  FILLER             PIC X(11) VALUE '  CHANNEL: '.
               04  PL-CHANNEL         PIC X(1).
               04  FILLER             PIC X(10) VALUE '  STATUS: '.
               04  PL-STATUS          PIC X(1).
               04  FILLER             PIC X(34) VALUE SPACES.
           02  NTF-LINE-3.
               04  FILLER             PIC X(14) VALUE 'ALERTS - DUE: '.
               04  PL-EV-DUE          PIC X(1).
               04  FILLER             PIC X(12) VALUE '  RECEIVED: '.
               04  PL-EV-PAID         PIC X(1).
               04  FILLER             PIC X(12) VALUE '  RETURNED: '.
               04  PL-EV-RETURN       PIC X(1).
               04  FILLER             PIC X(14)
                   VALUE '  NEAR LIMIT: '.
               04  PL-EV-LIMIT        PIC X(1).
               04  FILLER             PIC X(11) VALUE '  PROMISE: '.
               04  PL-EV-PROMISE      PIC X(1).
               04  FILLER             PIC X(7) VALUE SPACES.
           02  NTF-LINE-4.
               04  FILLER             PIC X(10) VALUE 'OPTED IN: '.
               04  PL-ENR-DATE        PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-ENR-OPID        PIC X(3).
               04  FILLER             PIC X(17)
                   VALUE '  STATUS CHANGED:'.
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-STAT-DATE       PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-STAT-OPID       PIC X(3).
               04  FILLER             PIC X(27) VALUE SPACES.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTNTF.
           COPY ACCTSET.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
           'ACTION MUST BE "I" INQUIRE, "E" OPT IN, "C" CHANGE OR "X" OP
      -    'T OUT.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT NUMBER REQUIRED AND MUST BE NUMERIC.'.
           02  FILLER                PIC X(70) VALUE
               'NO ACCOUNT ON FILE WITH THIS NUMBER.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT MUST BE OPEN TO OPT IN TO ALERTS.'.
           02  FILLER                PIC X(70) VALUE
               'CHANNEL MUST BE "E" EMAIL, "T" TEXT OR "B" BOTH.'.
           02  FILLER                PIC X(70) VALUE
           'EMAIL ADDRESS MISSING OR NOT VALID - REQUIRED FOR CHANNEL "E
      -    '" OR "B".'.
           02  FILLER                PIC X(70) VALUE
           'MOBILE NUMBER MUST BE 10 DIGITS - REQUIRED FOR CHANNEL "T" O
      -    'R "B".'.
           02  FILLER                PIC X(70) VALUE
           'EACH ALERT MUST BE "Y" OR "N", AND AT LEAST ONE MUST BE "Y".
      -    ''.
           02  FILLER                PIC X(70) VALUE
           'ACCOUNT IS ALREADY OPTED IN - USE "C" TO CHANGE IT.'.
           02  FILLER                PIC X(70) VALUE
               'NO OPT-IN ON THIS ACCOUNT TO CHANGE OR OPT OUT.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'NO NOTIFICATION OPT-IN ON FILE FOR THIS ACCOUNT.'.
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
           IF WS-CALLED-BEFORE = 'N'
               GO TO SEND-INITIAL.
           EXEC CICS RECEIVE MAP('ACCTNTM') MAPSET('ACCTSET') END-EXEC.
           IF ACTEI NOT = 'I' AND ACTEI NOT = 'E' AND
              ACTEI NOT = 'C' AND ACTEI NOT = 'X'
               MOVE 1 TO MSG-NO, GO TO NTM-RESEND.
           IF ACCTEI = SPACES OR ACCTEI NOT NUMERIC
               MOVE 2 TO MSG-NO, GO TO NTM-RESEND.
           MOVE ACCTEI TO SAVE-ACCTNO.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCOUNT) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(SAVE-ACCTNO)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           IF ACTEI = 'I' GO TO INQUIRE-OPTIN.
           IF ACTEI = 'X' GO TO OPT-OUT.
           IF ACTEI = 'C' GO TO CHANGE-OPTIN.
      *----------------------------------------------------------------*
      *  OPT IN - A NEW ROW, OR A NEW OPT IN OVER AN OPTED-OUT ONE.    *
      *  THE ALERTS ALREADY SENT ARE KEPT SO A RETURNING CUSTOMER IS   *
      *  NOT SENT THE SAME DUE DATE TWICE.                             *
      *----------------------------------------------------------------*
       OPT-IN.
           IF NOT ACCT-OPEN IN ACCTREC
               MOVE 4 TO MSG-NO, GO TO NTM-RESEND.
           PERFORM CK-CONTACT-FIELDS THRU CK-CONTACT-FIELDS-EXIT.
           PERFORM READ-NTF-UPD THRU READ-NTF-UPD-EXIT.
           IF WS-ROW-ON-FILE AND NTF-OPTED-IN
               EXEC CICS UNLOCK DATASET('ACCTNTF') END-EXEC
               MOVE 9 TO MSG-NO, GO TO NTM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           IF WS-ROW-ON-FILE
               MOVE ACCTNTF-REC TO AUD-BEFORE (1:100)
           ELSE
               MOVE SPACES TO ACCTNTF-REC
               MOVE SAVE-ACCTNO TO NTF-ACCTC
               MOVE 0 TO NTF-DUE-SENT
               MOVE 'N' TO NTF-LIM-SW.
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           PERFORM SET-CONTACT-FIELDS THRU SET-CONTACT-FIELDS-EXIT.
           MOVE 'A' TO NTF-STATUS.
           MOVE WS-TODAY-YMD TO NTF-STAT-DATE.
           MOVE WS-TODAY-YMD TO NTF-ENR-DATE.
           MOVE EIBOPID TO NTF-ENR-OPID.
           MOVE EIBOPID TO NTF-STAT-OPID.
           IF WS-ROW-ON-FILE GO TO REWRITE-OPTIN.
           EXEC CICS WRITE DATASET('ACCTNTF') FROM(ACCTNTF-REC)
               RIDFLD(NTF-ACCTC) LENGTH(NTF-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTNTF-REC TO AUD-AFTER (1:100).
           MOVE 'A' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO NTM-DONE.
      *----------------------------------------------------------------*
      *  CHANGE - NEW CONTACT DETAILS, CHANNEL OR ALERTS ON AN         *
      *  OPTED-IN ROW.                                                 *
      *----------------------------------------------------------------*
       CHANGE-OPTIN.
           PERFORM CK-CONTACT-FIELDS THRU CK-CONTACT-FIELDS-EXIT.
           PERFORM READ-NTF-UPD THRU READ-NTF-UPD-EXIT.
           IF NOT WS-ROW-ON-FILE
               MOVE 10 TO MSG-NO, GO TO NTM-RESEND.
           IF NOT NTF-OPTED-IN
               EXEC CICS UNLOCK DATASET('ACCTNTF') END-EXEC
               MOVE 10 TO MSG-NO, GO TO NTM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTNTF-REC TO AUD-BEFORE (1:100).
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           PERFORM SET-CONTACT-FIELDS THRU SET-CONTACT-FIELDS-EXIT.
           MOVE WS-TODAY-YMD TO NTF-STAT-DATE.
           MOVE EIBOPID TO NTF-STAT-OPID.
           GO TO REWRITE-OPTIN.
      *----------------------------------------------------------------*
      *  OPT OUT - THE ROW STAYS ON FILE, MARKED 'X', AND NO FURTHER   *
      *  ALERT IS SENT FROM THE NEXT ACCT67 RUN.                       *
      *----------------------------------------------------------------*
       OPT-OUT.
           PERFORM READ-NTF-UPD THRU READ-NTF-UPD-EXIT.
           IF NOT WS-ROW-ON-FILE
               MOVE 10 TO MSG-NO, GO TO NTM-RESEND.
           IF NOT NTF-OPTED-IN
               EXEC CICS UNLOCK DATASET('ACCTNTF') END-EXEC
               MOVE 10 TO MSG-NO, GO TO NTM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTNTF-REC TO AUD-BEFORE (1:100).
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE 'X' TO NTF-STATUS.
           MOVE WS-TODAY-YMD TO NTF-STAT-DATE.
           MOVE EIBOPID TO NTF-STAT-OPID.
       REWRITE-OPTIN.
           EXEC CICS REWRITE DATASET('ACCTNTF') FROM(ACCTNTF-REC)
               LENGTH(NTF-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTNTF-REC TO AUD-AFTER (1:100).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO NTM-DONE.
       READ-NTF-UPD.
           MOVE 'Y' TO WS-ROW-SW.
           MOVE SAVE-ACCTNO TO NTF-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(READ-NTF-NONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTNTF') RIDFLD(NTF-ACCTC)
               INTO(ACCTNTF-REC) LENGTH(NTF-LNG) UPDATE END-EXEC.
           GO TO READ-NTF-UPD-EXIT.
       READ-NTF-NONE.
           MOVE 'N' TO WS-ROW-SW.
       READ-NTF-UPD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-CONTACT-FIELDS EDITS WHAT AN OPT IN OR CHANGE KEYED.  AN   *
      *  EMAIL ADDRESS IS ONE WORD WITH A SINGLE '@', SOMETHING BEFORE *
      *  IT AND A DOMAIN AFTER IT CONTAINING A '.'; IT IS EDITED WHEN  *
      *  KEYED AND REQUIRED FOR CHANNEL 'E' OR 'B'.  A MOBILE NUMBER   *
      *  IS TEN DIGITS, EDITED WHEN KEYED AND REQUIRED FOR 'T' OR 'B'. *
      *  AN ALERT LEFT BLANK IS TAKEN AS 'N'.                          *
      *----------------------------------------------------------------*
       CK-CONTACT-FIELDS.
           IF CHNEI NOT = 'E' AND CHNEI NOT = 'T' AND CHNEI NOT = 'B'
               MOVE 5 TO MSG-NO, GO TO NTM-RESEND.
           MOVE EMLEI TO WS-EMAIL.
           INSPECT WS-EMAIL REPLACING ALL LOW-VALUE BY SPACE.
           MOVE MOBEI TO WS-MOBILE.
           INSPECT WS-MOBILE REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 6 TO MSG-NO.
           IF WS-EMAIL = SPACES AND CHNEI NOT = 'T'
               GO TO NTM-RESEND.
           IF WS-EMAIL NOT = SPACES
               PERFORM CK-EMAIL THRU CK-EMAIL-EXIT.
           MOVE 7 TO MSG-NO.
           IF WS-MOBILE = SPACES AND CHNEI NOT = 'E'
               GO TO NTM-RESEND.
           IF WS-MOBILE NOT = SPACES
               AND (WS-MOBILE NOT NUMERIC OR WS-MOBILE (1:1) = '0'
                    OR WS-MOBILE (1:1) = '1')
               GO TO NTM-RESEND.
           MOVE DUEEI TO WS-EV (1).
           MOVE PAYEI TO WS-EV (2).
           MOVE RTNEI TO WS-EV (3).
           MOVE LIMEI TO WS-EV (4).
           MOVE PRMEI TO WS-EV (5).
           MOVE 0 TO WS-YES-CNT.
           MOVE 8 TO MSG-NO.
           PERFORM CK-EVENT THRU CK-EVENT-EXIT
               VARYING EV-IX FROM 1 BY 1 UNTIL EV-IX > 5.
           IF WS-YES-CNT = 0 GO TO NTM-RESEND.
       CK-CONTACT-FIELDS-EXIT. EXIT.
       CK-EMAIL.
           IF WS-EMAIL (1:1) = SPACE GO TO NTM-RESEND.
           MOVE 0 TO WS-EML-LEN, WS-AT-CNT, WS-AT-POS, WS-DOT-CNT.
           INSPECT WS-EMAIL TALLYING WS-EML-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-EML-LEN < 50
               IF WS-EMAIL (WS-EML-LEN + 1:) NOT = SPACES
                   GO TO NTM-RESEND.
           INSPECT WS-EMAIL TALLYING WS-AT-CNT FOR ALL '@'.
           IF WS-AT-CNT NOT = 1 GO TO NTM-RESEND.
           INSPECT WS-EMAIL TALLYING WS-AT-POS
               FOR CHARACTERS BEFORE INITIAL '@'.
           COMPUTE WS-DOM-LEN = WS-EML-LEN - WS-AT-POS - 1.
           IF WS-AT-POS = 0 OR WS-DOM-LEN < 3 GO TO NTM-RESEND.
           INSPECT WS-EMAIL (WS-AT-POS + 2:WS-DOM-LEN)
               TALLYING WS-DOT-CNT FOR ALL '.'.
           IF WS-DOT-CNT = 0 GO TO NTM-RESEND.
           IF WS-EMAIL (WS-AT-POS + 2:1) = '.' OR
              WS-EMAIL (WS-EML-LEN:1) = '.'
               GO TO NTM-RESEND.
       CK-EMAIL-EXIT. EXIT.
       CK-EVENT.
           IF WS-EV (EV-IX) = SPACE OR WS-EV (EV-IX) = LOW-VALUE
               MOVE 'N' TO WS-EV (EV-IX).
           IF WS-EV (EV-IX) NOT = 'Y' AND WS-EV (EV-IX) NOT = 'N'
               GO TO NTM-RESEND.
           IF WS-EV (EV-IX) = 'Y' ADD 1 TO WS-YES-CNT.
       CK-EVENT-EXIT. EXIT.
       SET-CONTACT-FIELDS.
           MOVE WS-EMAIL TO NTF-EMAIL.
           MOVE WS-MOBILE TO NTF-MOBILE.
           MOVE CHNEI TO NTF-CHANNEL.
           MOVE WS-EVENTS TO NTF-EVENTS.
       SET-CONTACT-FIELDS-EXIT. EXIT.
       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) END-EXEC.
       STAMP-TODAY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  INQUIRE - THE OPT-IN ROW, WHATEVER ITS STATUS.                *
      *----------------------------------------------------------------*
       INQUIRE-OPTIN.
           MOVE SAVE-ACCTNO TO NTF-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(NTF-MISSING) END-EXEC.
           EXEC CICS READ DATASET('ACCTNTF') RIDFLD(NTF-ACCTC)
               INTO(ACCTNTF-REC) LENGTH(NTF-LNG) END-EXEC.
           PERFORM SHOW-OPTIN THRU SHOW-OPTIN-EXIT.
           MOVE 11 TO MSG-NO.
           GO TO NTM-RESEND.
       SHOW-OPTIN.
           MOVE NTF-EMAIL TO PL-EMAIL.
           MOVE NTF-MOBILE TO PL-MOBILE.
           MOVE NTF-CHANNEL TO PL-CHANNEL.
           MOVE NTF-STATUS TO PL-STATUS.
           MOVE NTF-EV-DUE TO PL-EV-DUE.
           MOVE NTF-EV-PAID TO PL-EV-PAID.
           MOVE NTF-EV-RETURN TO PL-EV-RETURN.
           MOVE NTF-EV-LIMIT TO PL-EV-LIMIT.
           MOVE NTF-EV-PROMISE TO PL-EV-PROMISE.
           MOVE NTF-ENR-DATE TO PL-ENR-DATE.
           MOVE NTF-ENR-OPID TO PL-ENR-OPID.
           MOVE NTF-STAT-DATE TO PL-STAT-DATE.
           MOVE NTF-STAT-OPID TO PL-STAT-OPID.
           MOVE NTF-LINE-1 TO LINEO (1).
           MOVE NTF-LINE-2 TO LINEO (2).
           MOVE NTF-LINE-3 TO LINEO (3).
           MOVE NTF-LINE-4 TO LINEO (4).
       SHOW-OPTIN-EXIT. EXIT.
       NO-ACCOUNT.
           MOVE 3 TO MSG-NO.
           GO TO NTM-RESEND.
       NTF-MISSING.
           MOVE SPACES TO LINEO (1), LINEO (2), LINEO (3), LINEO (4).
           MOVE 12 TO MSG-NO.
           GO TO NTM-RESEND.
      *----------------------------------------------------------------*
      *  NTM-DONE - SUCCESS PATH.  THE ROW AS NOW ON FILE IS SHOWN     *
      *  AND FRSET DROPS EVERY MODIFIED TAG SO A BARE "ENTER" CANNOT   *
      *  APPLY THE SAME REQUEST TWICE.                                 *
      *----------------------------------------------------------------*
       NTM-DONE.
           MOVE 11 TO MSG-NO.
           PERFORM SHOW-OPTIN THRU SHOW-OPTIN-EXIT.
           MOVE LOW-VALUES TO EMLEO, MOBEO, CHNEO, DUEEO, PAYEO, RTNEO,
                              LIMEO, PRMEO.
           MOVE MSG-TEXT (MSG-NO) TO MSGEO.
           MOVE DFHBMBRY TO MSGEA.
           EXEC CICS SEND MAP('ACCTNTM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC66') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NTM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGEO.
           MOVE DFHBMBRY TO MSGEA.
           EXEC CICS SEND MAP('ACCTNTM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC66') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SAVE-ACCTNO TO AUD-ACCTC.
           MOVE 'NT' TO AUD-RSNC.
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               LENGTH(AUD-LNG) END-EXEC.
       WRITE-AUDIT-EXIT. EXIT.
       SEND-INITIAL.
           MOVE LOW-VALUES TO ACCTNTMO.
           EXEC CICS SEND MAP('ACCTNTM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC66') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
