       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT51.
      *  THIS PROGRAM IS INVOKED BY THE 'AC51' TRANSACTION.  IT
      *  MAINTAINS THE ACCTAPY AUTOPAY ENROLLMENTS: AT MOST ONE ROW
      *  PER ACCOUNT NAMING THE CUSTOMER'S BANK ACCOUNT THE PAYMENT
      *  IS DRAWN FROM EACH CYCLE AND HOW MUCH IS DRAWN.
      *  THE ACCTAPM MAP TAKES AN ACTION ('I' INQUIRE, 'E' ENROLL,
      *  'C' CHANGE, 'X' CANCEL) AND THE ACCOUNT.  AN ENROLL OR
      *  CHANGE TAKES THE BANK ROUTING NUMBER (NINE DIGITS, PROVED
      *  BY ITS CHECK DIGIT), THE BANK ACCOUNT NUMBER, THE ACCOUNT
      *  TYPE ('C' CHECKING, 'S' SAVINGS) AND THE AMOUNT OPTION ('M'
      *  MINIMUM DUE, 'S' STATEMENT BALANCE, 'F' FIXED AMOUNT, WHICH
      *  ALSO TAKES THE AMOUNT).  THE ACCOUNT MUST BE OPEN TO ENROLL.
      *  A CANCELLED OR SUSPENDED ROW IS REPLACED IN PLACE BY A NEW
      *  ENROLLMENT, KEEPING THE LAST DRAFT SO A DEBIT STILL AT THE
      *  BANK SETTLES OR RETURNS NORMALLY; THE RETURN COUNT STARTS
      *  OVER.  A ROW ACCT54 SUSPENDED FOR RETURNED DEBITS MAY BE
      *  RE-ENROLLED ONLY BY A SUPERVISOR, BY THE SAME ACCTSUP CHECK
      *  AS ACCT45.  A CHANGE REWRITES THE BANK DETAILS AND OPTION OF
      *  AN ACTIVE ROW; A CANCEL ENDS AN ACTIVE OR SUSPENDED ROW
      *  ('X').  THE DAILY ACCT52 RUN DRAFTS ACTIVE ROWS AHEAD OF THE
      *  DUE DATE.  EVERY ENROLL, CHANGE AND CANCEL IS JOURNALED TO
      *  ACCTAUD WITH BEFORE/AFTER ROW IMAGES UNDER REASON 'AE'.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  APY-LNG                PIC S9(4) COMP VALUE +110.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT51'.
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
           02  WS-FIXED-AMT           PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-RTE-NUM             PIC 9(9) VALUE 0.
           02  WS-RTE-DIGITS REDEFINES WS-RTE-NUM.
               04  WS-RTE-D           PIC 9(1) OCCURS 9.
           02  WS-RTE-SUM             PIC S9(4) COMP VALUE +0.
           02  WS-RTE-QUOT            PIC S9(4) COMP VALUE +0.
           02  WS-RTE-REM             PIC S9(4) COMP VALUE +0.
           02  APY-LINE-1.
               04  FILLER             PIC X(14) VALUE 'BANK ROUTING: '.
               04  PL-ROUTING         PIC 9(9).
               04  FILLER             PIC X(11) VALUE '  ACCOUNT: '.
               04  PL-DDA-ACCT        PIC X(17).
               04  FILLER             PIC X(8) VALUE '  TYPE: '.
               04  PL-DDA-TYPE        PIC X(1).
               04  FILLER             PIC X(15) VALUE SPACES.
           02  APY-LINE-2.
               04  FILLER             PIC X(15)
                   VALUE 'AMOUNT OPTION: '.
               04  PL-OPTION          PIC X(1).
               04  FILLER             PIC X(16)
                   VALUE '  FIXED AMOUNT: '.
               04  PL-FIXED-AMT       PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(10) VALUE '  STATUS: '.
               04  PL-STATUS          PIC X(1).
               04  FILLER             PIC X(11) VALUE '  RETURNS: '.
               04  PL-RTN-CNT         PIC Z9.
               04  FILLER             PIC X(9) VALUE SPACES.
           02  APY-LINE-3.
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
           02  APY-LINE-4.
               04  FILLER             PIC X(12) VALUE 'LAST DRAFT: '.
               04  PL-DRAFT-DATE      PIC 9(6).
               04  FILLER             PIC X(5) VALUE ' DUE '.
               04  PL-DUE-DATE        PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-DRAFT-AMT       PIC ZZZ,ZZ9.99.
               04  FILLER             PIC X(9) VALUE '  STATE: '.
               04  PL-DR-STATUS       PIC X(1).
               04  FILLER             PIC X(12)
                   VALUE '  RETURNED: '.
               04  PL-RTN-DATE        PIC 9(6).
               04  FILLER             PIC X(1) VALUE SPACE.
               04  PL-RTN-CODE        PIC X(3).
               04  FILLER             PIC X(3) VALUE SPACES.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTAPY.
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           COPY DFHBMSCA.
           COPY DFHAID.
       01  MSG-LIST.
           02  FILLER                PIC X(70) VALUE
           'ACTION MUST BE "I" INQUIRE, "E" ENROLL, "C" CHANGE OR "X" CA
      -    'NCEL.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT NUMBER REQUIRED AND MUST BE NUMERIC.'.
           02  FILLER                PIC X(70) VALUE
               'NO ACCOUNT ON FILE WITH THIS NUMBER.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT MUST BE OPEN TO ENROLL IN AUTOPAY.'.
           02  FILLER                PIC X(70) VALUE
           'BANK ROUTING NUMBER MUST BE 9 DIGITS WITH A VALID CHECK DIGI
      -    'T.'.
           02  FILLER                PIC X(70) VALUE
               'BANK ACCOUNT NUMBER REQUIRED.'.
           02  FILLER                PIC X(70) VALUE
               'ACCOUNT TYPE MUST BE "C" CHECKING OR "S" SAVINGS.'.
           02  FILLER                PIC X(70) VALUE
           'AMOUNT OPTION MUST BE "M" MINIMUM, "S" STATEMENT OR "F" FIXE
      -    'D.'.
           02  FILLER                PIC X(70) VALUE
           'FIXED AMOUNT REQUIRED, NUMERIC AND GREATER THAN ZERO FOR OPT
      -    'ION "F".'.
           02  FILLER                PIC X(70) VALUE
           'ACCOUNT IS ALREADY ENROLLED IN AUTOPAY - USE "C" TO CHANGE I
      -    'T.'.
           02  FILLER                PIC X(70) VALUE
           'NO ACTIVE AUTOPAY ENROLLMENT ON THIS ACCOUNT TO CHANGE.'.
           02  FILLER                PIC X(70) VALUE
           'ENROLLMENT WAS SUSPENDED FOR RETURNS - SUPERVISOR MUST RE-EN
      -    'ROLL.'.
           02  FILLER                PIC X(70) VALUE
               'DONE.  ENTER THE NEXT REQUEST OR PRESS "CLEAR" TO END.
      -    ''.
           02  FILLER                PIC X(70) VALUE
               'NO AUTOPAY ENROLLMENT ON FILE FOR THIS ACCOUNT.'.
           02  FILLER                PIC X(70) VALUE
               'NO AUTOPAY ENROLLMENT ON THIS ACCOUNT TO CANCEL.'.
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
           EXEC CICS RECEIVE MAP('ACCTAPM') MAPSET('ACCTSET') END-EXEC.
           IF ACTYI NOT = 'I' AND ACTYI NOT = 'E' AND
              ACTYI NOT = 'C' AND ACTYI NOT = 'X'
               MOVE 1 TO MSG-NO, GO TO APM-RESEND.
           IF ACCTYI = SPACES OR ACCTYI NOT NUMERIC
               MOVE 2 TO MSG-NO, GO TO APM-RESEND.
           MOVE ACCTYI TO SAVE-ACCTNO.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCOUNT) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(SAVE-ACCTNO)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           IF ACTYI = 'I' GO TO INQUIRE-ENROLL.
           IF ACTYI = 'X' GO TO CANCEL-ENROLL.
           IF ACTYI = 'C' GO TO CHANGE-ENROLL.
      *----------------------------------------------------------------*
      *  ENROLL - A NEW ROW, OR A NEW ENROLLMENT OVER A CANCELLED OR   *
      *  SUSPENDED ONE.  THE LAST DRAFT OF A REPLACED ROW IS KEPT.     *
      *----------------------------------------------------------------*
       ENROLL-AUTOPAY.
           IF NOT ACCT-OPEN IN ACCTREC
               MOVE 4 TO MSG-NO, GO TO APM-RESEND.
           PERFORM CK-BANK-FIELDS THRU CK-BANK-FIELDS-EXIT.
           PERFORM READ-APY-UPD THRU READ-APY-UPD-EXIT.
           IF WS-ROW-ON-FILE AND APY-ACTIVE
               EXEC CICS UNLOCK DATASET('ACCTAPY') END-EXEC
               MOVE 10 TO MSG-NO, GO TO APM-RESEND.
           IF WS-ROW-ON-FILE AND APY-SUSPENDED
               PERFORM CK-SUPV THRU CK-SUPV-EXIT
               IF NOT WS-IS-SUPV
                   EXEC CICS UNLOCK DATASET('ACCTAPY') END-EXEC
                   MOVE 12 TO MSG-NO, GO TO APM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           IF WS-ROW-ON-FILE
               MOVE ACCTAPY-REC TO AUD-BEFORE (1:110)
           ELSE
               MOVE SPACES TO ACCTAPY-REC
               MOVE SAVE-ACCTNO TO APY-ACCTC
               MOVE 0 TO APY-DUE-DATE, APY-DRAFT-DATE, APY-DRAFT-AMT,
                         APY-RTN-DATE.
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           PERFORM SET-BANK-FIELDS THRU SET-BANK-FIELDS-EXIT.
           MOVE 'A' TO APY-STATUS.
           MOVE 0 TO APY-RTN-CNT.
           MOVE WS-TODAY-YMD TO APY-STAT-DATE.
           MOVE WS-TODAY-YMD TO APY-ENR-DATE.
           MOVE EIBOPID TO APY-ENR-OPID.
           MOVE EIBOPID TO APY-STAT-OPID.
           IF WS-ROW-ON-FILE GO TO REWRITE-ENROLL.
           EXEC CICS WRITE DATASET('ACCTAPY') FROM(ACCTAPY-REC)
               RIDFLD(APY-ACCTC) LENGTH(APY-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTAPY-REC TO AUD-AFTER (1:110).
           MOVE 'A' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO APM-DONE.
      *----------------------------------------------------------------*
      *  CHANGE - NEW BANK DETAILS OR AMOUNT OPTION ON AN ACTIVE ROW.  *
      *  A DRAFT ALREADY AT THE BANK IS NOT AFFECTED.                  *
      *----------------------------------------------------------------*
       CHANGE-ENROLL.
           PERFORM CK-BANK-FIELDS THRU CK-BANK-FIELDS-EXIT.
           PERFORM READ-APY-UPD THRU READ-APY-UPD-EXIT.
           IF NOT WS-ROW-ON-FILE
               MOVE 11 TO MSG-NO, GO TO APM-RESEND.
           IF NOT APY-ACTIVE
               EXEC CICS UNLOCK DATASET('ACCTAPY') END-EXEC
               MOVE 11 TO MSG-NO, GO TO APM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTAPY-REC TO AUD-BEFORE (1:110).
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           PERFORM SET-BANK-FIELDS THRU SET-BANK-FIELDS-EXIT.
           MOVE WS-TODAY-YMD TO APY-STAT-DATE.
           MOVE EIBOPID TO APY-STAT-OPID.
           GO TO REWRITE-ENROLL.
      *----------------------------------------------------------------*
      *  CANCEL - AN ACTIVE OR SUSPENDED ROW IS ENDED.  A DRAFT        *
      *  ALREADY AT THE BANK STILL SETTLES (ACCT53) OR RETURNS         *
      *  (ACCT54) AGAINST THE ROW.                                     *
      *----------------------------------------------------------------*
       CANCEL-ENROLL.
           PERFORM READ-APY-UPD THRU READ-APY-UPD-EXIT.
           IF NOT WS-ROW-ON-FILE
               MOVE 15 TO MSG-NO, GO TO APM-RESEND.
           IF NOT APY-ACTIVE AND NOT APY-SUSPENDED
               EXEC CICS UNLOCK DATASET('ACCTAPY') END-EXEC
               MOVE 15 TO MSG-NO, GO TO APM-RESEND.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTAPY-REC TO AUD-BEFORE (1:110).
           PERFORM STAMP-TODAY THRU STAMP-TODAY-EXIT.
           MOVE 'X' TO APY-STATUS.
           MOVE WS-TODAY-YMD TO APY-STAT-DATE.
           MOVE EIBOPID TO APY-STAT-OPID.
       REWRITE-ENROLL.
           EXEC CICS REWRITE DATASET('ACCTAPY') FROM(ACCTAPY-REC)
               LENGTH(APY-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTAPY-REC TO AUD-AFTER (1:110).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           GO TO APM-DONE.
       READ-APY-UPD.
           MOVE 'Y' TO WS-ROW-SW.
           MOVE SAVE-ACCTNO TO APY-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(READ-APY-NONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTAPY') RIDFLD(APY-ACCTC)
               INTO(ACCTAPY-REC) LENGTH(APY-LNG) UPDATE END-EXEC.
           GO TO READ-APY-UPD-EXIT.
       READ-APY-NONE.
           MOVE 'N' TO WS-ROW-SW.
       READ-APY-UPD-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-BANK-FIELDS EDITS WHAT AN ENROLL OR CHANGE KEYED.  THE     *
      *  ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT: THREE TIMES     *
      *  DIGITS 1/4/7, SEVEN TIMES 2/5/8, ONCE 3/6/9, SUMMING TO A     *
      *  MULTIPLE OF TEN.  THE FIXED AMOUNT IS TAKEN ONLY FOR OPTION   *
      *  'F' AND IS ZERO OTHERWISE.                                    *
      *----------------------------------------------------------------*
       CK-BANK-FIELDS.
           IF RTEYI NOT NUMERIC
               MOVE 5 TO MSG-NO, GO TO APM-RESEND.
           MOVE RTEYI TO WS-RTE-NUM.
           IF WS-RTE-NUM = 0
               MOVE 5 TO MSG-NO, GO TO APM-RESEND.
           COMPUTE WS-RTE-SUM =
               3 * (WS-RTE-D (1) + WS-RTE-D (4) + WS-RTE-D (7)) +
               7 * (WS-RTE-D (2) + WS-RTE-D (5) + WS-RTE-D (8)) +
                   (WS-RTE-D (3) + WS-RTE-D (6) + WS-RTE-D (9)).
           DIVIDE WS-RTE-SUM BY 10 GIVING WS-RTE-QUOT
               REMAINDER WS-RTE-REM.
           IF WS-RTE-REM NOT = 0
               MOVE 5 TO MSG-NO, GO TO APM-RESEND.
           IF DDAYI = SPACES OR DDAYI = LOW-VALUES
               MOVE 6 TO MSG-NO, GO TO APM-RESEND.
           IF KNDYI NOT = 'C' AND KNDYI NOT = 'S'
               MOVE 7 TO MSG-NO, GO TO APM-RESEND.
           IF OPTYI NOT = 'M' AND OPTYI NOT = 'S' AND OPTYI NOT = 'F'
               MOVE 8 TO MSG-NO, GO TO APM-RESEND.
           MOVE 0 TO WS-FIXED-AMT.
           IF OPTYI NOT = 'F' GO TO CK-BANK-FIELDS-EXIT.
           IF FIXYI NOT NUMERIC OR FIXYI NOT > 0
               MOVE 9 TO MSG-NO, GO TO APM-RESEND.
           MOVE FIXYI TO WS-FIXED-AMT.
       CK-BANK-FIELDS-EXIT. EXIT.
       SET-BANK-FIELDS.
           MOVE WS-RTE-NUM TO APY-ROUTING.
           MOVE DDAYI TO APY-DDA-ACCT.
           MOVE KNDYI TO APY-DDA-TYPE.
           MOVE OPTYI TO APY-OPTION.
           MOVE WS-FIXED-AMT TO APY-FIXED-AMT.
       SET-BANK-FIELDS-EXIT. EXIT.
       STAMP-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) END-EXEC.
       STAMP-TODAY-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  INQUIRE - THE ENROLLMENT ROW, WHATEVER ITS STATUS.            *
      *----------------------------------------------------------------*
       INQUIRE-ENROLL.
           MOVE SAVE-ACCTNO TO APY-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(APY-MISSING) END-EXEC.
           EXEC CICS READ DATASET('ACCTAPY') RIDFLD(APY-ACCTC)
               INTO(ACCTAPY-REC) LENGTH(APY-LNG) END-EXEC.
           PERFORM SHOW-ENROLL THRU SHOW-ENROLL-EXIT.
           MOVE 13 TO MSG-NO.
           GO TO APM-RESEND.
       SHOW-ENROLL.
           MOVE APY-ROUTING TO PL-ROUTING.
           MOVE APY-DDA-ACCT TO PL-DDA-ACCT.
           MOVE APY-DDA-TYPE TO PL-DDA-TYPE.
           MOVE APY-OPTION TO PL-OPTION.
           MOVE APY-FIXED-AMT TO PL-FIXED-AMT.
           MOVE APY-STATUS TO PL-STATUS.
           MOVE APY-RTN-CNT TO PL-RTN-CNT.
           MOVE APY-ENR-DATE TO PL-ENR-DATE.
           MOVE APY-ENR-OPID TO PL-ENR-OPID.
           MOVE APY-STAT-DATE TO PL-STAT-DATE.
           MOVE APY-STAT-OPID TO PL-STAT-OPID.
           MOVE APY-DRAFT-DATE TO PL-DRAFT-DATE.
           MOVE APY-DUE-DATE TO PL-DUE-DATE.
           MOVE APY-DRAFT-AMT TO PL-DRAFT-AMT.
           MOVE APY-DR-STATUS TO PL-DR-STATUS.
           MOVE APY-RTN-DATE TO PL-RTN-DATE.
           MOVE APY-RTN-CODE TO PL-RTN-CODE.
           MOVE APY-LINE-1 TO LINYO (1).
           MOVE APY-LINE-2 TO LINYO (2).
           MOVE APY-LINE-3 TO LINYO (3).
           MOVE APY-LINE-4 TO LINYO (4).
       SHOW-ENROLL-EXIT. EXIT.
       NO-ACCOUNT.
           MOVE 3 TO MSG-NO.
           GO TO APM-RESEND.
       APY-MISSING.
           MOVE SPACES TO LINYO (1), LINYO (2), LINYO (3), LINYO (4).
           MOVE 14 TO MSG-NO.
           GO TO APM-RESEND.
      *----------------------------------------------------------------*
      *  APM-DONE - SUCCESS PATH.  THE ROW AS NOW ON FILE IS SHOWN     *
      *  AND FRSET DROPS EVERY MODIFIED TAG SO A BARE "ENTER" CANNOT   *
      *  APPLY THE SAME REQUEST TWICE.                                 *
      *----------------------------------------------------------------*
       APM-DONE.
           MOVE 13 TO MSG-NO.
           PERFORM SHOW-ENROLL THRU SHOW-ENROLL-EXIT.
           MOVE LOW-VALUES TO RTEYO, DDAYO, KNDYO, OPTYO, FIXYO.
           MOVE MSG-TEXT (MSG-NO) TO MSGYO.
           MOVE DFHBMBRY TO MSGYA.
           EXEC CICS SEND MAP('ACCTAPM') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC51') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       APM-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGYO.
           MOVE DFHBMBRY TO MSGYA.
           EXEC CICS SEND MAP('ACCTAPM') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC51') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SAVE-ACCTNO TO AUD-ACCTC.
           MOVE 'AE' TO AUD-RSNC.
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
           MOVE LOW-VALUES TO ACCTAPMO.
           EXEC CICS SEND MAP('ACCTAPM') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC51') COMMAREA(DFHCOMMAREA)
               LENGTH(1) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
