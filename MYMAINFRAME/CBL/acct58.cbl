       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT58.
      *  THIS PROGRAM IS INVOKED BY THE 'AC58' TRANSACTION.  IT
      *  MAINTAINS THE ACCTLGL LEGAL-STATUS ROWS: AT MOST ONE ROW PER
      *  ACCOUNT, RECORDING A BANKRUPTCY OR A DEATH, UNDER WHICH THE
      *  ACCOUNT IS HELD OUT OF DUNNING, THE COLLECTIONS WORKLIST,
      *  AGENCY PLACEMENT AND INTEREST AND IS REPORTED TO THE BUREAU
      *  WITH ITS LEGAL STATUS.  MOST ROWS ARRIVE FROM THE VENDOR
      *  NOTIFICATION FILE THROUGH THE NIGHTLY ACCT59 LOAD; THIS
      *  SCREEN IS HOW A SUPERVISOR KEYS A NOTICE RECEIVED BY MAIL OR
      *  PHONE, CORRECTS ONE, OR CLOSES ONE OUT.
      *  THE ACCTLGM MAP TAKES AN ACTION ('I' INQUIRE, 'H' HOLD,
      *  'R' RELEASE, 'K' CLOSE OUT) AND THE ACCOUNT.  A HOLD TAKES
      *  THE TYPE ('B' BANKRUPTCY, WITH THE CHAPTER, CASE NUMBER AND
      *  FILING DATE; 'D' DECEASED, WITH THE DATE OF DEATH), BOTH
      *  DATES KEYED MMDDYY, AND THE ATTORNEY OR ESTATE CONTACT AND
      *  TELEPHONE.  IT ADDS THE ROW, OR AMENDS AN EXISTING ONE AND
      *  PUTS IT BACK ON HOLD ('H'); A ROW ALREADY CHARGED OFF ('C')
      *  IS FINAL.  A RELEASE ('R') ENDS A HOLD POSTED IN ERROR OR A
      *  DISMISSED BANKRUPTCY AND THE ACCOUNT RETURNS TO ORDINARY
      *  COLLECTION.  A CLOSE OUT RECORDS THE DISCHARGE OR THE ESTATE
      *  SETTLEMENT ('K'); THE ACCOUNT STAYS HELD UNTIL THE REMAINING
      *  BALANCE IS CHARGED OFF, SO THE SCREEN HANDS STRAIGHT OVER TO
      *  AC21 WITH THE CHARGE-OFF PREFILLED (TYPE 'Z', THE BALANCE,
      *  REASON 'BK' OR 'DE') FOR THE SUPERVISOR TO CONFIRM.  AN
      *  ACCOUNT WITH NOTHING LEFT TO CHARGE OFF (ALREADY CHARGED OFF,
      *  OR NO BALANCE OWING) GOES STRAIGHT TO 'C'.  ANY OPERATOR MAY
      *  INQUIRE; ONLY A SUPERVISOR, BY THE SAME ACCTSUP CHECK AS
      *  ACCT45, MAY HOLD, RELEASE OR CLOSE OUT.  EVERY CHANGE IS
      *  JOURNALED TO ACCTAUD WITH BEFORE/AFTER ROW IMAGES UNDER
      *  REASON 'LG'.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  LGL-LNG                PIC S9(4) COMP VALUE +100.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT58'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
           02  WS-SUPV-SW             PIC X VALUE 'N'.
               88  WS-IS-SUPV             VALUE 'Y'.
           02  WS-CALLED-BEFORE       PIC X VALUE 'N'.
           02  WS-ROW-SW              PIC X VALUE 'N'.
               88  WS-ROW-ON-FILE         VALUE 'Y'.
           02  SAVE-ACCTNO            PIC X(5) VALUE SPACES.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-TODAY-YMD           PIC 9(6) VALUE 0.
           02  WS-CHAPTER             PIC 9(2) VALUE 0.
               88  WS-CHAPTER-OK          VALUES 07, 11, 12, 13.
           02  WS-IN-MDY.
               04  WS-IN-MM           PIC 9(2).
               04  WS-IN-DD           PIC 9(2).
               04  WS-IN-YY           PIC 9(2).
           02  WS-IN-YMD.
               04  WS-IN-YMD-YY       PIC 9(2).
               04  WS-IN-YMD-MM       PIC 9(2).
               04  WS-IN-YMD-DD       PIC 9(2).
           02  WS-CHG-AMT             PIC 9(6)V99 VALUE 0.
           02  WS-CHG-AMT-X REDEFINES WS-CHG-AMT PIC X(8).
           02  LGL-LINE-1.
               04  FILLER             PIC X(6) VALUE 'TYPE: '.
               04  PL-TYPE            PIC X(1).
               04  FILLER             PIC X(10) VALUE '  STATUS: '.
               04  PL-STATUS          PIC X(1).
               04  FILLER             PIC X(11) VALUE '  CHAPTER: '.
               04  PL-CHAPTER         PIC Z9.
               04  FILLER             PIC X(8) VALUE '  CASE: '.
               04  PL-CASE            PIC X(12).
               04  FILLER             PIC X(24) VALUE SPACES.
           02  LGL-LINE-2.
               04  FILLER             PIC X(7) VALUE 'FILED: '.
               04  PL-FILE-DATE       PIC 9(6).
               04  FILLER             PIC X(12) VALUE '  DECEASED: '.
               04  PL-DEC-DATE        PIC 9(6).
               04  FILLER             PIC X(12) VALUE '  DISPOSED: '.
               04  PL-DISP-DATE       PIC 9(6).
               04  FILLER             PIC X(26) VALUE SPACES.
           02  LGL-LINE-3.
               04  FILLER             PIC X(9) VALUE 'CONTACT: '.
               04  PL-CONTACT         PIC X(24).
               04  FILLER             PIC X(7) VALUE '  TEL: '.
               04  PL-TEL             PIC X(12).
               04  FILLER             PIC X(23) VALUE SPACES.
           02  LGL-LINE-4.
               04  FILLER             PIC X(8) VALUE 'SOURCE: '.
               04  PL-SOURCE          PIC X(1).
               04  FILLER             PIC X(17)
                   VALUE '  STATUS CHANGED:'.
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-STAT-DATE       PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-STAT-OPID       PIC X(3).
               04  FILLER             PIC X(38) VALUE SPACES.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTLGL.
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
               'SUPERVISOR SIGN-ON REQUIRED TO CHANGE A LEGAL STATUS.'.
           02  FILLER                PIC X(70) VALUE
           'ACTION MUST BE "I" INQUIRE, "H" HOLD, "R" RELEASE OR "K" CLO
      -    'SE OUT.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT NUMBER REQUIRED AND MUST BE NUMERIC.'.
           02  FILLER                PIC X(70) VALUE
               'NO ACCOUNT ON FILE WITH THIS NUMBER.'.
           02  FILLER                PIC X(70) VALUE
               'TYPE MUST BE "B" BANKRUPTCY OR "D" DECEASED.'.
           02  FILLER                PIC X(70) VALUE
               'BANKRUPTCY CHAPTER MUST BE 07, 11, 12 OR 13.'.
           02  FILLER                PIC X(70) VALUE
               'BANKRUPTCY CASE NUMBER REQUIRED.'.
           02  FILLER                PIC X(70) VALUE
           'FILING DATE (MMDDYY) REQUIRED AND MUST BE A VALID DATE.'.
           02  FILLER                PIC X(70) VALUE
           'DATE OF DEATH (MMDDYY) REQUIRED AND MUST BE A VALID DATE.'.
           02  FILLER                PIC X(70) VALUE
               'THIS LEGAL STATUS HAS ALREADY BEEN CHARGED OFF.'.
           02  FILLER                PIC X(70) VALUE
               'NO LEGAL HOLD ON THIS ACCOUNT TO RELEASE.'.
           02  FILLER                PIC X(70) VALUE
               'NO OPEN LEGAL HOLD ON THIS ACCOUNT TO CLOSE OUT.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'NO LEGAL STATUS ON FILE FOR THIS ACCOUNT.'.
           02  FILLER                PIC X(70) VALUE
           'CLOSED OUT.  KEY "Y" TO CHARGE OFF THE BALANCE OR "CLEAR".'.
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
           EXEC CICS RECEIVE MAP('ACCTLGM') MAPSET('ACCTSET') END-EXEC.
           IF ACTBI NOT = 'I' AND ACTBI NOT = 'H' AND
              ACTBI NOT = 'R' AND ACTBI NOT = 'K'
               MOVE 2 TO MSG-NO, GO TO LGM-RESEND.
           IF ACCTBI = SPACES OR ACCTBI NOT NUMERIC
               MOVE 3 TO MSG-NO, GO TO LGM-RESEND.
           MOVE ACCTBI TO SAVE-ACCTNO.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCOUNT) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(SAVE-ACCTNO)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           IF ACTBI = 'I' GO TO INQUIRE-LEGAL.
           PERFORM CK-SUPV THRU CK-SUPV-EXIT.
           IF NOT WS-IS-SUPV
               MOVE 1 TO MSG-NO, GO TO LGM-RESEND.
           IF ACTBI = 'R' GO TO RELEASE-LEGAL.
           IF ACTBI = 'K' GO TO CLOSE-LEGAL.
      *----------------------------------------------------------------*
      *  HOLD - A NEW ROW, OR AN AMENDMENT TO AN EXISTING ONE, WHICH   *
      *  GOES BACK ON HOLD WHATEVER ITS STATUS, SHORT OF A ROW         *
      *  ALREADY CHARGED OFF.  THE DETAIL OF THE OTHER TYPE IS         *
      *  CLEARED SO THE ROW DESCRIBES ONE EVENT.                       *
      *----------------------------------------------------------------*
       HOLD-LEGAL.
           IF TYPBI NOT = 'B' AND TYPBI NOT = 'D'
               MOVE 5 TO MSG-NO, GO TO LGM-RESEND.
           IF TYPBI = 'D' GO TO HOLD-LEGAL-DEC.
           IF CHPBI NOT NUMERIC
               MOVE 6 TO MSG-NO, GO TO LGM-RESEND.
           MOVE CHPBI TO WS-CHAPTER.
           IF NOT WS-CHAPTER-OK
               MOVE 6 TO MSG-NO, GO TO LGM-RESEND.
           IF CASBI = SPACES OR CASBI = LOW-VALUES
               MOVE 7 TO MSG-NO, GO TO LGM-RESEND.
           MOVE 8 TO MSG-NO.
           MOVE FDTBI TO WS-IN-MDY.
           PERFORM CK-DATE THRU CK-DATE-EXIT.
           GO TO HOLD-LEGAL-READ.
       HOLD-LEGAL-DEC.
           MOVE 9 TO MSG-NO.
           MOVE DDTBI TO WS-IN-MDY.
           PERFORM CK-DATE THRU CK-DATE-EXIT.
       HOLD-LEGAL-READ.
           PERFORM READ-LEGAL-UPD THRU READ-LEGAL-UPD-EXIT.
           IF WS-ROW-ON-FILE AND LGL-CHARGED
               EXEC CICS UNLOCK DATASET('ACCTLGL') END-EXEC
               MOVE 10 TO MSG-NO, GO TO LGM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           IF WS-ROW-ON-FILE
               MOVE ACCTLGL-REC TO AUD-BEFORE (1:100)
           ELSE
               MOVE SPACES TO ACCTLGL-REC
               MOVE SAVE-ACCTNO TO LGL-ACCTC.
           MOVE TYPBI TO LGL-TYPE.
           IF LGL-BANKRUPT
               MOVE WS-CHAPTER TO LGL-BK-CHAPTER
               MOVE CASBI TO LGL-CASE-NO
               MOVE WS-IN-YMD TO LGL-FILE-DATE
               MOVE 0 TO LGL-DEC-DATE
           ELSE
               MOVE 0 TO LGL-BK-CHAPTER
               MOVE SPACES TO LGL-CASE-NO
               MOVE 0 TO LGL-FILE-DATE
               MOVE WS-IN-YMD TO LGL-DEC-DATE.
           IF CONBI NOT = LOW-VALUES
               MOVE CONBI TO LGL-CONTACT.
           IF TELBI NOT = LOW-VALUES
               MOVE TELBI TO LGL-CONTACT-TEL.
           MOVE 'H' TO LGL-STATUS.
           MOVE 0 TO LGL-DISP-DATE.
           PERFORM STAMP-ROW THRU STAMP-ROW-EXIT.
           IF WS-ROW-ON-FILE GO TO REWRITE-LEGAL.
           EXEC CICS WRITE DATASET('ACCTLGL') FROM(ACCTLGL-REC)
               RIDFLD(LGL-ACCTC) LENGTH(LGL-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTLGL-REC TO AUD-AFTER (1:100).
           MOVE 'A' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO LGM-DONE.
      *----------------------------------------------------------------*
      *  RELEASE - A HOLD POSTED IN ERROR, OR A DISMISSED BANKRUPTCY.  *
      *----------------------------------------------------------------*
       RELEASE-LEGAL.
           PERFORM READ-LEGAL-UPD THRU READ-LEGAL-UPD-EXIT.
           IF NOT WS-ROW-ON-FILE
               MOVE 11 TO MSG-NO, GO TO LGM-RESEND.
           IF NOT LGL-ON-HOLD
               EXEC CICS UNLOCK DATASET('ACCTLGL') END-EXEC
               MOVE 11 TO MSG-NO, GO TO LGM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTLGL-REC TO AUD-BEFORE (1:100).
           PERFORM STAMP-ROW THRU STAMP-ROW-EXIT.
           MOVE 'R' TO LGL-STATUS.
           MOVE WS-TODAY-YMD TO LGL-DISP-DATE.
           GO TO REWRITE-LEGAL.
      *----------------------------------------------------------------*
      *  CLOSE OUT - THE BANKRUPTCY IS DISCHARGED OR THE ESTATE        *
      *  SETTLED.  WITH A BALANCE STILL OWING THE ROW WAITS AT 'K'     *
      *  FOR THE AC21 CHARGE-OFF; OTHERWISE IT IS FINISHED ('C').      *
      *----------------------------------------------------------------*
       CLOSE-LEGAL.
           PERFORM READ-LEGAL-UPD THRU READ-LEGAL-UPD-EXIT.
           IF NOT WS-ROW-ON-FILE
               MOVE 12 TO MSG-NO, GO TO LGM-RESEND.
           IF NOT LGL-HOLD
               EXEC CICS UNLOCK DATASET('ACCTLGL') END-EXEC
               MOVE 12 TO MSG-NO, GO TO LGM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTLGL-REC TO AUD-BEFORE (1:100).
           PERFORM STAMP-ROW THRU STAMP-ROW-EXIT.
           MOVE WS-TODAY-YMD TO LGL-DISP-DATE.
           MOVE 'C' TO LGL-STATUS.
           IF ACCT-CHGOFF IN ACCTREC GO TO REWRITE-LEGAL.
           IF BALDO IN ACCTREC NOT NUMERIC GO TO REWRITE-LEGAL.
           IF BALDO IN ACCTREC NOT > 0 GO TO REWRITE-LEGAL.
           MOVE 'K' TO LGL-STATUS.
           EXEC CICS REWRITE DATASET('ACCTLGL') FROM(ACCTLGL-REC)
               LENGTH(LGL-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTLGL-REC TO AUD-AFTER (1:100).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO HAND-TO-AC21.
       REWRITE-LEGAL.
           EXEC CICS REWRITE DATASET('ACCTLGL') FROM(ACCTLGL-REC)
               LENGTH(LGL-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTLGL-REC TO AUD-AFTER (1:100).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO LGM-DONE.
       READ-LEGAL-UPD.
           MOVE 'Y' TO WS-ROW-SW.
           MOVE SAVE-ACCTNO TO LGL-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(READ-LEGAL-NONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTLGL') RIDFLD(LGL-ACCTC)
               INTO(ACCTLGL-REC) LENGTH(LGL-LNG) UPDATE END-EXEC.
           GO TO READ-LEGAL-UPD-EXIT.
       READ-LEGAL-NONE.
           MOVE 'N' TO WS-ROW-SW.
       READ-LEGAL-UPD-EXIT. EXIT.
       STAMP-ROW.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) END-EXEC.
           MOVE 'O' TO LGL-SOURCE.
           MOVE WS-TODAY-YMD TO LGL-STAT-DATE.
           MOVE EIBOPID TO LGL-STAT-OPID.
       STAMP-ROW-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-DATE - A DATE KEYED MMDDYY, EDITED THE WAY ACCT32 EDITS A  *
      *  PROMISE DATE, AND KEPT YYMMDD.  THE CALLER SETS MSG-NO TO THE *
      *  MESSAGE FOR ITS OWN FIELD.                                    *
      *----------------------------------------------------------------*
       CK-DATE.
           IF WS-IN-MDY NOT NUMERIC GO TO LGM-RESEND.
           IF WS-IN-MM < 01 OR WS-IN-MM > 12 OR
              WS-IN-DD < 01 OR WS-IN-DD > 31
               GO TO LGM-RESEND.
           MOVE WS-IN-YY TO WS-IN-YMD-YY.
           MOVE WS-IN-MM TO WS-IN-YMD-MM.
           MOVE WS-IN-DD TO WS-IN-YMD-DD.
       CK-DATE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  HAND-TO-AC21 - THE CHARGE-OFF ITSELF IS POSTED BY AC21, WHICH *
      *  OWNS THE BALANCE, THE TELLER TOTALS AND THE ACCTTRN DETAIL.   *
      *  THE ACCTPAY SCREEN GOES OUT WITH THE ACCOUNT, TYPE 'Z', THE   *
      *  BALANCE AND THE LEGAL REASON ALREADY KEYED (MODIFIED TAG ON   *
      *  SO THEY COME BACK) AND THE NEXT ENTER RUNS UNDER AC21.  THE   *
      *  SUPERVISOR STILL KEYS THE "Y" CONFIRMATION; A "CLEAR" LEAVES  *
      *  THE ROW AT 'K', STILL HELD, FOR A LATER AC21 CHARGE-OFF.      *
      *----------------------------------------------------------------*
       HAND-TO-AC21.
           MOVE LOW-VALUES TO ACCTPAYO.
           MOVE SAVE-ACCTNO TO ACCTPO.
           MOVE 'Z' TO TYPEPO.
           MOVE BALDO IN ACCTREC TO WS-CHG-AMT.
           MOVE WS-CHG-AMT-X TO AMTPO.
           IF LGL-BANKRUPT
               MOVE 'BK' TO RSNPO
           ELSE
               MOVE 'DE' TO RSNPO.
           MOVE DFHUNIMD TO ACCTPA, TYPEPA, AMTPA, RSNPA.
           MOVE MSG-TEXT (15) TO MSGPO.
           MOVE DFHBMBRY TO MSGPA.
           EXEC CICS SEND MAP('ACCTPAY') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC21') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
      *----------------------------------------------------------------*
      *  INQUIRE - THE LEGAL ROW, WHATEVER ITS STATUS.                 *
      *----------------------------------------------------------------*
       INQUIRE-LEGAL.
           MOVE SAVE-ACCTNO TO LGL-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(LEGAL-MISSING) END-EXEC.
           EXEC CICS READ DATASET('ACCTLGL') RIDFLD(LGL-ACCTC)
               INTO(ACCTLGL-REC) LENGTH(LGL-LNG) END-EXEC.
           PERFORM SHOW-LEGAL THRU SHOW-LEGAL-EXIT.
           MOVE 13 TO MSG-NO.
           GO TO LGM-RESEND.
       SHOW-LEGAL.
           MOVE LGL-TYPE TO PL-TYPE.
           MOVE LGL-STATUS TO PL-STATUS.
           MOVE LGL-BK-CHAPTER TO PL-CHAPTER.
           MOVE LGL-CASE-NO TO PL-CASE.
           MOVE LGL-FILE-DATE TO PL-FILE-DATE.
           MOVE LGL-DEC-DATE TO PL-DEC-DATE.
           MOVE LGL-DISP-DATE TO PL-DISP-DATE.
           MOVE LGL-CONTACT TO PL-CONTACT.
           MOVE LGL-CONTACT-TEL TO PL-TEL.
           MOVE LGL-SOURCE TO PL-SOURCE.
           MOVE LGL-STAT-DATE TO PL-STAT-DATE.
           MOVE LGL-STAT-OPID TO PL-STAT-OPID.
           MOVE LGL-LINE-1 TO LINBO (1).
           MOVE LGL-LINE-2 TO LINBO (2).
           MOVE LGL-LINE-3 TO LINBO (3).
           MOVE LGL-LINE-4 TO LINBO (4).
       SHOW-LEGAL-EXIT. EXIT.
       NO-ACCOUNT.
           MOVE 4 TO MSG-NO.
           GO TO LGM-RESEND.
       LEGAL-MISSING.
           MOVE SPACES TO LINBO (1), LINBO (2), LINBO (3), LINBO (4).
           MOVE 14 TO MSG-NO.
           GO TO LGM-RESEND.
      *----------------------------------------------------------------*
      *  LGM-DONE - SUCCESS PATH.  THE ROW AS NOW ON FILE IS SHOWN AND *
      *  FRSET DROPS EVERY MODIFIED TAG SO A BARE "ENTER" CANNOT APPLY *
      *  THE SAME CHANGE TWICE.                                        *
      *----------------------------------------------------------------*
       LGM-DONE.
           MOVE 13 TO MSG-NO.
           PERFORM SHOW-LEGAL THRU SHOW-LEGAL-EXIT.
           MOVE LOW-VALUES TO TYPBO, CHPBO, CASBO, FDTBO, DDTBO,
               CONBO, TELBO.
           MOVE MSG-TEXT (MSG-NO) TO MSGBO.
           MOVE DFHBMBRY TO MSGBA.
           EXEC CICS SEND MAP('ACCTLGM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC58') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       LGM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGBO.
           MOVE DFHBMBRY TO MSGBA.
           EXEC CICS SEND MAP('ACCTLGM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC58') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SAVE-ACCTNO TO AUD-ACCTC.
           MOVE 'LG' TO AUD-RSNC.
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
           MOVE LOW-VALUES TO ACCTLGMO.
           EXEC CICS SEND MAP('ACCTLGM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC58') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
