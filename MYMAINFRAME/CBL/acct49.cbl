       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT49.
      *  THIS PROGRAM IS INVOKED BY THE 'AC49' TRANSACTION.  IT
      *  MAINTAINS THE ACCTWKP HARDSHIP WORKOUT PLANS: AT MOST ONE
      *  ROW PER ACCOUNT, UNDER WHICH A CUSTOMER IN FINANCIAL
      *  DIFFICULTY IS BILLED A REDUCED INTEREST RATE AND A FIXED
      *  PLAN PAYMENT FOR A SET NUMBER OF CYCLES INSTEAD OF THE
      *  ACCTPRC PRICING AND MINIMUM.
      *  THE ACCTWKM MAP TAKES AN ACTION ('I' INQUIRE, 'E' ENROLL,
      *  'C' CANCEL) AND THE ACCOUNT.  AN ENROLL TAKES THE PLAN TYPE
      *  ('H' LONG-TERM HARDSHIP, 'T' TEMPORARY), THE RATE PER CYCLE
      *  (THREE DIGITS, '015' IS 1.5 PER CENT, '000' NO INTEREST),
      *  THE PLAN PAYMENT, THE START DATE (MMDDYY; THE FIRST CYCLE
      *  CUT ON OR AFTER IT IS BILLED UNDER THE PLAN) AND THE NUMBER
      *  OF CONSECUTIVE ON-TIME PLAN PAYMENTS THAT EARN A RE-AGE.
      *  THE ACCOUNT MUST BE OPEN WITH A BALANCE OWING AND MAY NOT
      *  ALREADY HAVE AN ACTIVE PLAN; A BROKEN, COMPLETED OR ENDED
      *  PLAN IS REPLACED IN PLACE, KEEPING THE RE-AGE DATE OF ANY
      *  EARLIER RE-AGE.  A CANCEL ENDS AN ACTIVE PLAN ('X') AND THE
      *  ACCOUNT GOES BACK ON ITS ACCTPRC PRICING AT THE NEXT CUT.
      *  THE MONTH-END ACCT50 RUN COUNTS THE PAYMENTS, RE-AGES AND
      *  BREAKS PLANS.  ANY OPERATOR MAY INQUIRE; ONLY A SUPERVISOR,
      *  BY THE SAME ACCTSUP CHECK AS ACCT45, MAY ENROLL OR CANCEL.
      *  EVERY ENROLL AND CANCEL IS JOURNALED TO ACCTAUD WITH
      *  BEFORE/AFTER ROW IMAGES UNDER REASON 'WP'.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  WKP-LNG                PIC S9(4) COMP VALUE +60.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT49'.
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
           02  WS-RATE-DIGITS         PIC 9(3) VALUE 0.
           02  WS-RATE REDEFINES WS-RATE-DIGITS PIC V999.
           02  WS-STR-MDY.
               04  WS-STR-MM          PIC 9(2).
               04  WS-STR-DD          PIC 9(2).
               04  WS-STR-YY          PIC 9(2).
           02  WS-STR-YMD.
               04  WS-STR-YMD-YY      PIC 9(2).
               04  WS-STR-YMD-MM      PIC 9(2).
               04  WS-STR-YMD-DD      PIC 9(2).
           02  WKP-LINE-1.
               04  FILLER             PIC X(6) VALUE 'TYPE: '.
               04  PL-TYPE            PIC X(1).
               04  FILLER             PIC X(8) VALUE '  RATE: '.
               04  PL-RATE            PIC .999.
               04  FILLER             PIC X(11) VALUE '  PAYMENT: '.
               04  PL-PAYMENT         PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(9) VALUE '  START: '.
               04  PL-START           PIC 9(6).
               04  FILLER             PIC X(10) VALUE '  STATUS: '.
               04  PL-STATUS          PIC X(1).
               04  FILLER             PIC X(9) VALUE SPACES.
           02  WKP-LINE-2.
               04  FILLER             PIC X(19)
                   VALUE 'PAYMENTS REQUIRED: '.
               04  PL-REQ             PIC Z9.
               04  FILLER             PIC X(9) VALUE '  COUNT: '.
               04  PL-CNT             PIC Z9.
               04  FILLER             PIC X(20)
                   VALUE '  LAST CYCLE JUDGED:'.
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-LAST-CYC        PIC 9(6).
               04  FILLER             PIC X(16) VALUE SPACES.
           02  WKP-LINE-3.
               04  FILLER             PIC X(10) VALUE 'ENROLLED: '.
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
           02  WKP-LINE-4.
               04  FILLER             PIC X(26)
                   VALUE 'RE-AGED THROUGH BILL DATE:'.
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-REAGE-DATE      PIC 9(6).
               04  FILLER             PIC X(42) VALUE SPACES.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTWKP.
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
           'SUPERVISOR SIGN-ON REQUIRED TO ENROLL OR CANCEL A WORKOUT PL
      -    'AN.'.
           02  FILLER                PIC X(70) VALUE
               'ACTION MUST BE "I" INQUIRE, "E" ENROLL OR "C" CANCEL.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT NUMBER REQUIRED AND MUST BE NUMERIC.'.
           02  FILLER                PIC X(70) VALUE
               'NO ACCOUNT ON FILE WITH THIS NUMBER.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT MUST BE OPEN WITH A BALANCE OWING TO ENROLL.'.
           02  FILLER                PIC X(70) VALUE
               'PLAN TYPE MUST BE "H" LONG-TERM OR "T" TEMPORARY.'.
           02  FILLER                PIC X(70) VALUE
               'RATE PER CYCLE REQUIRED AS THREE DIGITS (015 = 1.5 PCT).
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'PLAN PAYMENT REQUIRED, NUMERIC AND GREATER THAN ZERO.'.
           02  FILLER                PIC X(70) VALUE
               'START DATE (MMDDYY) REQUIRED AND MUST BE A VALID DATE.'.
           02  FILLER                PIC X(70) VALUE
               'NUMBER OF PLAN PAYMENTS REQUIRED, 01 TO 99.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT ALREADY HAS AN ACTIVE WORKOUT PLAN.'.
           02  FILLER                PIC X(70) VALUE
               'NO ACTIVE WORKOUT PLAN ON THIS ACCOUNT TO CANCEL.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'NO WORKOUT PLAN ON FILE FOR THIS ACCOUNT.'.
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
           IF WS-CALLED-BEFORE = 'N'
               GO TO SEND-INITIAL.
           EXEC CICS RECEIVE MAP('ACCTWKM') MAPSET('ACCTSET') END-EXEC.
           IF ACTWI NOT = 'I' AND ACTWI NOT = 'E' AND ACTWI NOT = 'C'
               MOVE 2 TO MSG-NO, GO TO WKM-RESEND.
           IF ACCTWI = SPACES OR ACCTWI NOT NUMERIC
               MOVE 3 TO MSG-NO, GO TO WKM-RESEND.
           MOVE ACCTWI TO SAVE-ACCTNO.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCOUNT) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(SAVE-ACCTNO)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           IF ACTWI = 'I' GO TO INQUIRE-PLAN.
           PERFORM CK-SUPV THRU CK-SUPV-EXIT.
           IF NOT WS-IS-SUPV
               MOVE 1 TO MSG-NO, GO TO WKM-RESEND.
           IF ACTWI = 'C' GO TO CANCEL-PLAN.
      *----------------------------------------------------------------*
      *  ENROLL - A NEW PLAN, OR A NEW PLAN OVER A FINISHED ONE.  THE  *
      *  COUNT AND LAST CYCLE JUDGED START AT ZERO; THE RE-AGE DATE    *
      *  OF A REPLACED ROW IS KEPT.                                    *
      *----------------------------------------------------------------*
       ENROLL-PLAN.
           IF NOT ACCT-OPEN IN ACCTREC
               MOVE 5 TO MSG-NO, GO TO WKM-RESEND.
           IF BALDO IN ACCTREC NOT NUMERIC OR
              BALDO IN ACCTREC NOT > 0
               MOVE 5 TO MSG-NO, GO TO WKM-RESEND.
           IF TYPWI NOT = 'H' AND TYPWI NOT = 'T'
               MOVE 6 TO MSG-NO, GO TO WKM-RESEND.
           IF RATWI NOT NUMERIC
               MOVE 7 TO MSG-NO, GO TO WKM-RESEND.
           MOVE RATWI TO WS-RATE-DIGITS.
           IF PAYWI NOT NUMERIC OR PAYWI NOT > 0
               MOVE 8 TO MSG-NO, GO TO WKM-RESEND.
           PERFORM CK-START-DATE THRU CK-START-DATE-EXIT.
           IF REQWI NOT NUMERIC OR REQWI = '00'
               MOVE 10 TO MSG-NO, GO TO WKM-RESEND.
           PERFORM READ-PLAN-UPD THRU READ-PLAN-UPD-EXIT.
           IF WS-ROW-ON-FILE AND WKP-ACTIVE
               EXEC CICS UNLOCK DATASET('ACCTWKP') END-EXEC
               MOVE 11 TO MSG-NO, GO TO WKM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           IF WS-ROW-ON-FILE
               MOVE ACCTWKP-REC TO AUD-BEFORE (1:60)
           ELSE
               MOVE SPACES TO ACCTWKP-REC
               MOVE SAVE-ACCTNO TO WKP-ACCTC
               MOVE 0 TO WKP-REAGE-DATE.
           IF WKP-REAGE-DATE NOT NUMERIC
               MOVE 0 TO WKP-REAGE-DATE.
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE TYPWI TO WKP-TYPE.
           MOVE WS-RATE TO WKP-RATE.
           MOVE PAYWI TO WKP-PAYMENT.
           MOVE WS-STR-YMD TO WKP-START.
           MOVE REQWI TO WKP-REQ-PMTS.
           MOVE 0 TO WKP-PMT-CNT.
           MOVE 'A' TO WKP-STATUS.
           MOVE WS-TODAY-YMD TO WKP-STAT-DATE.
           MOVE 0 TO WKP-LAST-CYC.
           MOVE WS-TODAY-YMD TO WKP-ENR-DATE.
           MOVE EIBOPID TO WKP-ENR-OPID.
           MOVE EIBOPID TO WKP-STAT-OPID.
           IF WS-ROW-ON-FILE GO TO REWRITE-PLAN.
           EXEC CICS WRITE DATASET('ACCTWKP') FROM(ACCTWKP-REC)
               RIDFLD(WKP-ACCTC) LENGTH(WKP-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTWKP-REC TO AUD-AFTER (1:60).
           MOVE 'A' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO WKM-DONE.
      *----------------------------------------------------------------*
      *  CANCEL - AN ACTIVE PLAN IS ENDED WITH THE DATE AND OPERATOR.  *
      *----------------------------------------------------------------*
       CANCEL-PLAN.
           PERFORM READ-PLAN-UPD THRU READ-PLAN-UPD-EXIT.
           IF NOT WS-ROW-ON-FILE
               MOVE 12 TO MSG-NO, GO TO WKM-RESEND.
           IF NOT WKP-ACTIVE
               EXEC CICS UNLOCK DATASET('ACCTWKP') END-EXEC
               MOVE 12 TO MSG-NO, GO TO WKM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTWKP-REC TO AUD-BEFORE (1:60).
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE 'X' TO WKP-STATUS.
           MOVE WS-TODAY-YMD TO WKP-STAT-DATE.
           MOVE EIBOPID TO WKP-STAT-OPID.
       REWRITE-PLAN.
           EXEC CICS REWRITE DATASET('ACCTWKP') FROM(ACCTWKP-REC)
               LENGTH(WKP-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTWKP-REC TO AUD-AFTER (1:60).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO WKM-DONE.
       READ-PLAN-UPD.
           MOVE 'Y' TO WS-ROW-SW.
           MOVE SAVE-ACCTNO TO WKP-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(READ-PLAN-NONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTWKP') RIDFLD(WKP-ACCTC)
               INTO(ACCTWKP-REC) LENGTH(WKP-LNG) UPDATE END-EXEC.
           GO TO READ-PLAN-UPD-EXIT.
       READ-PLAN-NONE.
           MOVE 'N' TO WS-ROW-SW.
       READ-PLAN-UPD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-START-DATE - THE START DATE IS KEYED MMDDYY, EDITED THE    *
      *  WAY ACCT32 EDITS A PROMISE DATE, AND KEPT YYMMDD.             *
      *----------------------------------------------------------------*
       CK-START-DATE.
           IF STRWI NOT NUMERIC
               MOVE 9 TO MSG-NO, GO TO WKM-RESEND.
           MOVE STRWI TO WS-STR-MDY.
           IF WS-STR-MM < 01 OR WS-STR-MM > 12 OR
              WS-STR-DD < 01 OR WS-STR-DD > 31
               MOVE 9 TO MSG-NO, GO TO WKM-RESEND.
           MOVE WS-STR-YY TO WS-STR-YMD-YY.
           MOVE WS-STR-MM TO WS-STR-YMD-MM.
           MOVE WS-STR-DD TO WS-STR-YMD-DD.
       CK-START-DATE-EXIT. EXIT.
       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) END-EXEC.
       STAMP-TODAY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  INQUIRE - THE PLAN ROW, WHATEVER ITS STATUS.                  *
      *----------------------------------------------------------------*
       INQUIRE-PLAN.
           MOVE SAVE-ACCTNO TO WKP-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(PLAN-MISSING) END-EXEC.
           EXEC CICS READ DATASET('ACCTWKP') RIDFLD(WKP-ACCTC)
               INTO(ACCTWKP-REC) LENGTH(WKP-LNG) END-EXEC.
           PERFORM SHOW-PLAN THRU SHOW-PLAN-EXIT.
           MOVE 13 TO MSG-NO.
           GO TO WKM-RESEND.
       SHOW-PLAN.
           MOVE WKP-TYPE TO PL-TYPE.
           MOVE WKP-RATE TO PL-RATE.
           MOVE WKP-PAYMENT TO PL-PAYMENT.
           MOVE WKP-START TO PL-START.
           MOVE WKP-STATUS TO PL-STATUS.
           MOVE WKP-REQ-PMTS TO PL-REQ.
           MOVE WKP-PMT-CNT TO PL-CNT.
           MOVE WKP-LAST-CYC TO PL-LAST-CYC.
           MOVE WKP-ENR-DATE TO PL-ENR-DATE.
           MOVE WKP-ENR-OPID TO PL-ENR-OPID.
           MOVE WKP-STAT-DATE TO PL-STAT-DATE.
           MOVE WKP-STAT-OPID TO PL-STAT-OPID.
           MOVE WKP-REAGE-DATE TO PL-REAGE-DATE.
           MOVE WKP-LINE-1 TO LINWO (1).
           MOVE WKP-LINE-2 TO LINWO (2).
           MOVE WKP-LINE-3 TO LINWO (3).
           MOVE WKP-LINE-4 TO LINWO (4).
       SHOW-PLAN-EXIT. EXIT.
       NO-ACCOUNT.
           MOVE 4 TO MSG-NO.
           GO TO WKM-RESEND.
       PLAN-MISSING.
           MOVE SPACES TO LINWO (1), LINWO (2), LINWO (3), LINWO (4).
           MOVE 14 TO MSG-NO.
           GO TO WKM-RESEND.
      *----------------------------------------------------------------*
      *  WKM-DONE - SUCCESS PATH.  THE PLAN AS NOW ON FILE IS SHOWN    *
      *  AND FRSET DROPS EVERY MODIFIED TAG SO A BARE "ENTER" CANNOT   *
      *  ENROLL OR CANCEL THE SAME PLAN TWICE.                         *
      *----------------------------------------------------------------*
       WKM-DONE.
           MOVE 13 TO MSG-NO.
           PERFORM SHOW-PLAN THRU SHOW-PLAN-EXIT.
           MOVE LOW-VALUES TO TYPWO, RATWO, PAYWO, STRWO, REQWO.
           MOVE MSG-TEXT (MSG-NO) TO MSGWO.
           MOVE DFHBMBRY TO MSGWA.
           EXEC CICS SEND MAP('ACCTWKM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC49') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WKM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGWO.
           MOVE DFHBMBRY TO MSGWA.
           EXEC CICS SEND MAP('ACCTWKM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC49') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SAVE-ACCTNO TO AUD-ACCTC.
           MOVE 'WP' TO AUD-RSNC.
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
           MOVE LOW-VALUES TO ACCTWKMO.
           EXEC CICS SEND MAP('ACCTWKM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC49') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
