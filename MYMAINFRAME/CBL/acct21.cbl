      *  THE AC40 INQUIRY.  TYPES
      *  OTHER THAN A PAYMENT REQUIRE A SUPERVISOR SIGN-ON, CHECKED
      *  AGAINST ACCTSUP THE WAY ACCT02 CHECKS IT.
      *  REASONS 'BK' (BANKRUPTCY DISCHARGED) AND 'DE' (DECEASED,
      *  ESTATE SETTLED) ARE TAKEN ONLY ON A CHARGE-OFF, AND ONLY
      *  WHEN THE ACCOUNT'S ACCTLGL LEGAL-STATUS ROW OF THE MATCHING
      *  TYPE HAS BEEN CLOSED OUT ('K') ON AC58, WHICH HANDS THE
      *  CHARGE-OFF STRAIGHT TO THIS SCREEN PREFILLED.  ANY CHARGE-OFF
      *  OF AN ACCOUNT WHOSE LEGAL ROW IS AT 'K' MARKS THE ROW CHARGED
      *  OFF ('C'), JOURNALED TO ACCTAUD WITH ROW IMAGES UNDER REASON
      *  'LG', WHICH ENDS THE LEGAL HOLD.
      *  EVERY OPERATOR HAS A DOLLAR AUTHORITY LIMIT PER TYPE ON
      *  ACCTOAL (NO ROW MEANS NO AUTHORITY; A RECOVERY IS LIMITED AS
      *  A PAYMENT).  AN ITEM OVER THE KEYING OPERATOR'S LIMIT IS NOT
      *  POSTED: IT IS WRITTEN TO ACCTPND, JOURNALED UNDER REASON
      *  'PN', AND WAITS FOR A DIFFERENT OPERATOR TO APPROVE OR REJECT
      *  IT ON AC71.  APPROVAL SENDS THE ITEM BACK TO THIS SCREEN
      *  PREFILLED WITH THE PENDING KEY AS A 14-BYTE COMMAREA; THE
      *  VALUES ARE TAKEN FROM THE ACCTPND ROW, NOT THE SCREEN, THE
      *  APPROVER'S OWN LIMIT MUST COVER THE AMOUNT, AND THE "Y"
      *  POSTS IT THE NORMAL WAY.  THE KEYING OPERATOR STAYS ON THE
      *  ACCTAUD, ACCTTLR AND ACCTTRN RECORDS AND THE APPROVER IS
      *  ADDED (AUD-APPR-OPID, TRN-APPR-OPID); THE ACCTPND ROW IS
      *  MARKED APPROVED AND CONTROL RETURNS TO AC71.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  TLR-LNG                PIC S9(4) COMP VALUE +26.
           02  TRN-LNG                PIC S9(4) COMP VALUE +33.
           02  LGL-LNG                PIC S9(4) COMP VALUE +100.
           02  OAL-LNG                PIC S9(4) COMP VALUE +40.
           02  PND-LNG                PIC S9(4) COMP VALUE +80.
           02  WS-CA-LNG              PIC S9(4) COMP VALUE +1.
           02  WS-PND-ITEM            PIC X(14) VALUE SPACES.
           02  WS-KEY-OPID            PIC X(3) VALUE SPACES.
           02  WS-KEY-TERM            PIC X(4) VALUE SPACES.
           02  WS-APPR-OPID           PIC X(3) VALUE SPACES.
           02  WS-LIMIT               PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-LIMIT-IX            PIC S9(4) COMP VALUE +0.
           02  WS-LIMIT-TYPES         PIC X(4) VALUE 'PRAZ'.
           02  FILLER REDEFINES WS-LIMIT-TYPES.
               04  WS-LIMIT-TYPE      PIC X(1) OCCURS 4.
           02  WS-PND-TIME            PIC 9(6) VALUE 0.
           02  WS-PND-AMT             PIC 9(6)V99 VALUE 0.
           02  WS-PND-AMT-X REDEFINES WS-PND-AMT PIC X(8).
           02  WS-TRN-DATE            PIC 9(6) VALUE 0.
           02  SAVE-ACCTNO            PIC X(5) VALUE SPACES.
           02  COMMAREA-FOR-ACCT04.
               88  ACCT-IN-USE            VALUE 'Y'.
           02  WS-RECOVERY-SW         PIC X VALUE 'N'.
               88  IS-RECOVERY            VALUE 'Y'.
           02  WS-LGL-SW              PIC X VALUE 'N'.
               88  WS-LGL-ON-FILE         VALUE 'Y'.
           02  USE-QID.
               04  USE-QID1           PIC X(3) VALUE 'AC0'.
               04  USE-QID2           PIC X(5).
               04  WS-PAY-MM          PIC 9(2).
               04  WS-PAY-DD          PIC 9(2).
               04  WS-PAY-YY          PIC 9(2).
           02  WS-RSN-LIST            PIC X(14)
                                      VALUE 'CPLDPEGWOTBKDE'.
           02  FILLER REDEFINES WS-RSN-LIST.
               04  WS-RSN-CODE        PIC X(2) OCCURS 7.
           02  WS-TODAY-YMD           PIC 9(6) VALUE 0.
           02  WS-RSN-IX              PIC S9(4) COMP.
       01  ACCTREC.
           COPY ACCTREC.
           COPY ACCTREC.
           COPY ACCTTLR.
           COPY ACCTTRN.
           COPY ACCTLGL.
           COPY ACCTOAL.
           COPY ACCTPND.
       01  OLD-PND-REC                PIC X(80).
           COPY ACCTSET.
           COPY ACCTSUP.
           COPY ACCTAUD.
           02  FILLER                PIC X(70) VALUE
               'AMOUNT REQUIRED, NUMERIC AND GREATER THAN ZERO.'.
           02  FILLER                PIC X(70) VALUE
               'REASON CODE MUST BE CP, LD, PE, GW, OT, BK OR DE.'.
           02  FILLER                PIC X(70) VALUE
           'SUPERVISOR SIGN-ON REQUIRED FOR REVERSALS AND ADJUSTMENTS'.
           02  FILLER                PIC X(70) VALUE
           02  FILLER                PIC X(35) VALUE
               'THIS ACCOUNT IS IN USE AT TERMINAL '.
           02  MSG-TERM              PIC X(35).
           02  FILLER                PIC X(70) VALUE
           'BK/DE ONLY TO CHARGE OFF A LEGAL HOLD CLOSED OUT ON AC58.'.
           02  FILLER                PIC X(50) VALUE
               'OVER YOUR LIMIT - HELD FOR AC71 APPROVAL AS ITEM  '.
           02  MSG-PND-ACCTC         PIC X(5).
           02  FILLER                PIC X(1) VALUE '/'.
           02  MSG-PND-DATE          PIC X(6).
           02  FILLER                PIC X(1) VALUE '/'.
           02  MSG-PND-SEQ           PIC X(3).
           02  FILLER                PIC X(4) VALUE SPACES.
           02  FILLER                PIC X(70) VALUE
           'THE OPERATOR WHO KEYED AN ITEM CANNOT APPROVE IT.'.
           02  FILLER                PIC X(70) VALUE
           'AMOUNT IS OVER YOUR OWN LIMIT; IT NEEDS ANOTHER APPROVER.'.
           02  FILLER                PIC X(70) VALUE
               'THIS ITEM IS NO LONGER PENDING APPROVAL.'.
           02  FILLER                PIC X(70) VALUE
           'APPROVED AND POSTED.  PRESS ENTER FOR THE PENDING LIST.'.
           02  FILLER                PIC X(70) VALUE
           'TOO MANY ITEMS HELD ON THIS ACCOUNT TODAY; NOTHING POSTED.'.
       01  FILLER REDEFINES MSG-LIST.
           02  MSG-TEXT              PIC X(70) OCCURS 19.
       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(14).
       PROCEDURE DIVISION.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(NO-MAP)
                     ERROR(OTHER-ERRORS) END-EXEC.
           IF EIBCALEN > 0, MOVE 'Y' TO WS-CALLED-BEFORE.
           IF EIBCALEN = 14
               MOVE DFHCOMMAREA TO WS-PND-ITEM
               MOVE 14 TO WS-CA-LNG.
           IF EIBAID = DFHCLEAR
               EXEC CICS SEND CONTROL FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC.
           IF WS-CALLED-BEFORE = 'N'
               GO TO SEND-INITIAL.
           EXEC CICS RECEIVE MAP('ACCTPAY') MAPSET('ACCTSET') END-EXEC.
           MOVE EIBOPID TO WS-KEY-OPID.
           MOVE EIBTRMID TO WS-KEY-TERM.
           MOVE SPACES TO WS-APPR-OPID.
           IF WS-CA-LNG = 14
               PERFORM LOAD-PENDING THRU LOAD-PENDING-EXIT.
       CK-ACCT.
           IF ACCTPI = SPACES OR ACCTPI NOT NUMERIC
               MOVE 1 TO MSG-NO, GO TO PAY-RESEND.
       CK-RSN.
           MOVE 5 TO MSG-NO.
           PERFORM CK-RSN-LOOKUP THRU CK-RSN-END
               VARYING WS-RSN-IX FROM 1 BY 1 UNTIL WS-RSN-IX > 7.
           IF MSG-NO = 5 GO TO PAY-RESEND.
           IF (RSNPI = 'BK' OR RSNPI = 'DE') AND TYPEPI NOT = 'Z'
               MOVE 13 TO MSG-NO, GO TO PAY-RESEND.
       CK-VFY.
           IF VFYPI NOT = 'Y'
               MOVE 7 TO MSG-NO, GO TO PAY-RESEND.
               MOVE 9 TO MSG-NO, GO TO PAY-RESEND.
           IF TYPEPI = 'Z' AND AMTPI NOT = BALDO IN ACCTREC
               MOVE 11 TO MSG-NO, GO TO PAY-RESEND.
           MOVE 'N' TO WS-LGL-SW.
           IF TYPEPI = 'Z'
               PERFORM CK-LEGAL THRU CK-LEGAL-EXIT.
      * AN AMOUNT OVER THE SIGNED-ON OPERATOR'S AUTHORITY IS HELD FOR
      * APPROVAL - OR, WHEN THIS IS THE APPROVAL, REFUSED.
           PERFORM CK-LIMIT THRU CK-LIMIT-EXIT.
           IF AMTPI > WS-LIMIT
               IF WS-CA-LNG = 14
                   MOVE 16 TO MSG-NO, GO TO PAY-RESEND
               ELSE
                   GO TO HOLD-ITEM.
           IF IS-RECOVERY
               PERFORM POST-RECOVERY THRU POST-RECOVERY-EXIT
           ELSE
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           PERFORM WRITE-TELLER THRU WRITE-TELLER-EXIT.
           PERFORM WRITE-TRANDTL THRU WRITE-TRANDTL-EXIT.
           IF WS-LGL-ON-FILE
               PERFORM CHARGE-LEGAL THRU CHARGE-LEGAL-EXIT.
           IF WS-CA-LNG = 14
               GO TO APPROVE-PENDING.
           MOVE 8 TO MSG-NO.
           MOVE LOW-VALUES TO ACCTPAYO.
           GO TO PAY-DONE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE WS-KEY-OPID TO AUD-OPID.
           MOVE WS-APPR-OPID TO AUD-APPR-OPID.
           IF IS-RECOVERY
               MOVE 'V' TO AUD-REQC
           ELSE
       WRITE-TELLER.
           MOVE EIBDATE TO TLR-DATE.
           MOVE EIBTIME TO TLR-TIME.
           MOVE WS-KEY-OPID TO TLR-OPID.
           MOVE WS-KEY-TERM TO TLR-TERM.
           IF IS-RECOVERY
               MOVE 'V' TO TLR-TYPE
           ELSE
               MOVE TYPEPI TO TRN-TYPE.
           MOVE 'CT' TO TRN-SRC.
           MOVE RSNPI TO TRN-RSNC.
           MOVE WS-KEY-OPID TO TRN-OPID.
           MOVE AMTPI TO TRN-AMT.
           MOVE SPACES TO ACCTTRN-REC (28:6).
           MOVE WS-APPR-OPID TO TRN-APPR-OPID.
       WRITE-TRANDTL-TRY.
           EXEC CICS HANDLE CONDITION DUPREC(WRITE-TRANDTL-SEQ)
               END-EXEC.
           ADD 1 TO TRN-SEQ.
           GO TO WRITE-TRANDTL-TRY.
       WRITE-TRANDTL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-LEGAL - A CHARGE-OFF READS THE ACCOUNT'S LEGAL-STATUS ROW  *
      *  FOR UPDATE.  A ROW CLOSED OUT AT 'K' IS HELD TO BE MARKED     *
      *  CHARGED OFF ONCE THE ACCOUNT IS REWRITTEN; ANY OTHER ROW IS   *
      *  LEFT ALONE.  A 'BK' OR 'DE' REASON NEEDS A 'K' ROW OF THE     *
      *  MATCHING TYPE.                                                *
      *----------------------------------------------------------------*
       CK-LEGAL.
           MOVE SAVE-ACCTNO TO LGL-ACCTC.
           EXEC CICS HANDLE CONDITION NOTFND(CK-LEGAL-NONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTLGL') RIDFLD(LGL-ACCTC)
               INTO(ACCTLGL-REC) LENGTH(LGL-LNG) UPDATE END-EXEC.
           IF LGL-CLOSE-OUT
               MOVE 'Y' TO WS-LGL-SW
           ELSE
               EXEC CICS UNLOCK DATASET('ACCTLGL') END-EXEC.
           IF RSNPI = 'BK' AND
              (NOT WS-LGL-ON-FILE OR NOT LGL-BANKRUPT)
               MOVE 13 TO MSG-NO, GO TO PAY-RESEND.
           IF RSNPI = 'DE' AND
              (NOT WS-LGL-ON-FILE OR NOT LGL-DECEASED)
               MOVE 13 TO MSG-NO, GO TO PAY-RESEND.
           GO TO CK-LEGAL-EXIT.
       CK-LEGAL-NONE.
           IF RSNPI = 'BK' OR RSNPI = 'DE'
               MOVE 13 TO MSG-NO, GO TO PAY-RESEND.
       CK-LEGAL-EXIT. EXIT.
       CHARGE-LEGAL.
           MOVE LOW-VALUES TO AUD-BEFORE.
           MOVE ACCTLGL-REC TO AUD-BEFORE (1:100).
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) END-EXEC.
           MOVE 'C' TO LGL-STATUS.
           MOVE 'O' TO LGL-SOURCE.
           MOVE WS-TODAY-YMD TO LGL-STAT-DATE.
           MOVE EIBOPID TO LGL-STAT-OPID.
           EXEC CICS REWRITE DATASET('ACCTLGL') FROM(ACCTLGL-REC)
               LENGTH(LGL-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-AFTER.
           MOVE ACCTLGL-REC TO AUD-AFTER (1:100).
           MOVE 'M' TO AUD-REQC.
           MOVE 'LG' TO AUD-RSNC.
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               LENGTH(AUD-LNG) END-EXEC.
       CHARGE-LEGAL-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  CK-LIMIT - THE SIGNED-ON OPERATOR'S ACCTOAL LIMIT FOR THE     *
      *  TYPE KEYED.  NO ROW, OR A LIMIT THAT IS NOT NUMERIC, IS ZERO. *
      *----------------------------------------------------------------*
       CK-LIMIT.
           MOVE 0 TO WS-LIMIT.
           EXEC CICS HANDLE CONDITION NOTFND(CK-LIMIT-EXIT) END-EXEC.
           EXEC CICS READ DATASET('ACCTOAL') RIDFLD(EIBOPID)
               INTO(ACCTOAL-REC) LENGTH(OAL-LNG) END-EXEC.
           MOVE 0 TO WS-LIMIT-IX.
           PERFORM CK-LIMIT-TYPE THRU CK-LIMIT-TYPE-EXIT
               VARYING WS-RSN-IX FROM 1 BY 1 UNTIL WS-RSN-IX > 4.
           IF WS-LIMIT-IX = 0 GO TO CK-LIMIT-EXIT.
           IF OAL-LIMIT (WS-LIMIT-IX) NUMERIC
               MOVE OAL-LIMIT (WS-LIMIT-IX) TO WS-LIMIT.
       CK-LIMIT-EXIT. EXIT.
       CK-LIMIT-TYPE.
           IF TYPEPI = WS-LIMIT-TYPE (WS-RSN-IX)
               MOVE WS-RSN-IX TO WS-LIMIT-IX.
       CK-LIMIT-TYPE-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  HOLD-ITEM - NOTHING IS POSTED.  THE ACCOUNT (AND ANY LEGAL    *
      *  ROW HELD FOR A CHARGE-OFF) IS RELEASED AND THE ITEM IS        *
      *  WRITTEN TO ACCTPND FOR AC71.  A SECOND ITEM ON THE SAME       *
      *  ACCOUNT THE SAME DAY BUMPS THE SEQUENCE, AS ON ACCTTRN.       *
      *----------------------------------------------------------------*
       HOLD-ITEM.
           EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC.
           IF WS-LGL-ON-FILE
               EXEC CICS UNLOCK DATASET('ACCTLGL') END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TRN-DATE) TIME(WS-PND-TIME) END-EXEC.
           MOVE SPACES TO ACCTPND-REC.
           MOVE SAVE-ACCTNO TO PND-ACCTC.
           MOVE WS-TRN-DATE TO PND-DATE.
           MOVE 001 TO PND-SEQ.
           MOVE WS-PND-TIME TO PND-TIME.
           MOVE EIBOPID TO PND-OPID.
           MOVE EIBTRMID TO PND-TERM.
           MOVE TYPEPI TO PND-TYPE.
           MOVE AMTPI TO PND-AMT.
           MOVE RSNPI TO PND-RSNC.
           MOVE WS-LIMIT TO PND-LIMIT.
           MOVE 'P' TO PND-STATUS.
           MOVE 0 TO PND-DEC-DATE, PND-DEC-TIME.
       HOLD-ITEM-TRY.
           EXEC CICS HANDLE CONDITION DUPREC(HOLD-ITEM-SEQ) END-EXEC.
           EXEC CICS WRITE DATASET('ACCTPND') FROM(ACCTPND-REC)
               RIDFLD(PND-KEY) LENGTH(PND-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE ACCTPND-REC TO AUD-AFTER (1:80).
           MOVE 'A' TO AUD-REQC.
           PERFORM WRITE-PND-AUDIT THRU WRITE-PND-AUDIT-EXIT.
           MOVE PND-ACCTC TO MSG-PND-ACCTC.
           MOVE PND-DATE TO MSG-PND-DATE.
           MOVE PND-SEQ TO MSG-PND-SEQ.
           MOVE 14 TO MSG-NO.
           MOVE LOW-VALUES TO ACCTPAYO.
           GO TO PAY-DONE.
       HOLD-ITEM-SEQ.
           IF PND-SEQ NOT < 999
               MOVE 19 TO MSG-NO, GO TO PAY-RESEND.
           ADD 1 TO PND-SEQ.
           GO TO HOLD-ITEM-TRY.
      *----------------------------------------------------------------*
      *  LOAD-PENDING - APPROVAL FROM AC71.  THE ACCTPND ROW IS READ   *
      *  FOR UPDATE AND HELD UNTIL THE TASK ENDS, SO A SECOND APPROVER *
      *  OR A REJECTION CANNOT DECIDE IT UNDERNEATH THIS ONE.  ITS     *
      *  VALUES REPLACE WHATEVER IS ON THE SCREEN; THE APPROVER ONLY   *
      *  CONFIRMS.  THE KEYING OPERATOR CANNOT APPROVE THEIR OWN ITEM. *
      *----------------------------------------------------------------*
       LOAD-PENDING.
           EXEC CICS HANDLE CONDITION NOTFND(PENDING-GONE) END-EXEC.
           EXEC CICS READ DATASET('ACCTPND') RIDFLD(WS-PND-ITEM)
               INTO(ACCTPND-REC) LENGTH(PND-LNG) UPDATE END-EXEC.
           IF NOT PND-PENDING
               GO TO PENDING-GONE.
           MOVE PND-ACCTC TO ACCTPI.
           MOVE PND-TYPE TO TYPEPI.
           MOVE PND-AMT TO WS-PND-AMT.
           MOVE WS-PND-AMT-X TO AMTPO.
           MOVE PND-RSNC TO RSNPI.
           IF EIBOPID = PND-OPID
               MOVE 15 TO MSG-NO, GO TO PAY-RESEND.
           MOVE PND-OPID TO WS-KEY-OPID.
           MOVE PND-TERM TO WS-KEY-TERM.
           MOVE EIBOPID TO WS-APPR-OPID.
       LOAD-PENDING-EXIT. EXIT.
      *----------------------------------------------------------------*
      *  APPROVE-PENDING - THE ITEM HAS POSTED; MARK ITS ACCTPND ROW   *
      *  APPROVED BY THE SIGNED-ON OPERATOR AND GO BACK TO AC71.       *
      *----------------------------------------------------------------*
       APPROVE-PENDING.
           MOVE ACCTPND-REC TO OLD-PND-REC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(WS-TODAY-YMD) TIME(WS-PND-TIME) END-EXEC.
           MOVE 'A' TO PND-STATUS.
           MOVE EIBOPID TO PND-DEC-OPID.
           MOVE WS-TODAY-YMD TO PND-DEC-DATE.
           MOVE WS-PND-TIME TO PND-DEC-TIME.
           EXEC CICS REWRITE DATASET('ACCTPND') FROM(ACCTPND-REC)
               LENGTH(PND-LNG) END-EXEC.
           MOVE LOW-VALUES TO AUD-BEFORE, AUD-AFTER.
           MOVE OLD-PND-REC TO AUD-BEFORE (1:80).
           MOVE ACCTPND-REC TO AUD-AFTER (1:80).
           MOVE 'M' TO AUD-REQC.
           PERFORM WRITE-PND-AUDIT THRU WRITE-PND-AUDIT-EXIT.
           MOVE 18 TO MSG-NO.
           GO TO APPROVAL-DONE.
       PENDING-GONE.
           MOVE 17 TO MSG-NO.
      *----------------------------------------------------------------*
      *  APPROVAL-DONE - THE NEXT ENTER STARTS AC71 WITHOUT A          *
      *  COMMAREA, WHICH LISTS WHAT IS STILL PENDING.                  *
      *----------------------------------------------------------------*
       APPROVAL-DONE.
           MOVE LOW-VALUES TO ACCTPAYO.
           MOVE MSG-TEXT (MSG-NO) TO MSGPO.
           MOVE DFHBMBRY TO MSGPA.
           EXEC CICS SEND MAP('ACCTPAY') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC71') END-EXEC.
       WRITE-PND-AUDIT.
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
       WRITE-PND-AUDIT-EXIT. EXIT.
       CK-RSN-LOOKUP.
           IF RSNPI = WS-RSN-CODE (WS-RSN-IX) MOVE 0 TO MSG-NO.
       CK-RSN-END. EXIT.
           MOVE DFHBMBRY TO MSGPA.
           EXEC CICS SEND MAP('ACCTPAY') MAPSET('ACCTSET')
               DATAONLY FRSET CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC21') COMMAREA(WS-PND-ITEM)
               LENGTH(WS-CA-LNG) END-EXEC.
       PAY-RESEND.
           MOVE MSG-TEXT (MSG-NO) TO MSGPO.
           MOVE DFHBMBRY TO MSGPA.
           EXEC CICS SEND MAP('ACCTPAY') MAPSET('ACCTSET')
               DATAONLY CURSOR FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC21') COMMAREA(WS-PND-ITEM)
               LENGTH(WS-CA-LNG) END-EXEC.
       SEND-INITIAL.
           MOVE LOW-VALUES TO ACCTPAYO.
           EXEC CICS SEND MAP('ACCTPAY') MAPSET('ACCTSET')
               ERASE FREEKB END-EXEC.
           EXEC CICS RETURN TRANSID('AC21') COMMAREA(WS-PND-ITEM)
               LENGTH(WS-CA-LNG) END-EXEC.
       NO-MAP.
           GO TO SEND-INITIAL.
       OTHER-ERRORS.
