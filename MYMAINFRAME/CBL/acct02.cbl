      *  PHYSICALLY DELETES THE RECORD: IT MARKS THE ACCOUNT CLOSED
      *  (ASTATDO 'C' WITH THE CLOSE DATE) SO THE HISTORY STAYS
      *  VISIBLE TO INQUIRIES; THE ACCT27 RETENTION BATCH PURGES
      *  CLOSED ACCOUNTS TO ACCTHST LATER.  ANY CHANGE TO THE MAILING
      *  ADDRESS CLEARS THE RETURNED-MAIL FLAG (BADADRDO) THE ACCT60
      *  RUN SETS, SO STATEMENTS AND LETTERS GO TO THE NEW ADDRESS AND
      *  THE ACCOUNT DROPS OFF THE SKIP-TRACE WORKLIST.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  MSG-NO                 PIC S9(4) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUD-LNG                PIC S9(4) COMP VALUE +796.
           02  SAVE-REQC              PIC X VALUE SPACE.
           02  SAVE-ACCTNO            PIC X(5) VALUE SPACES.
           02  STARS                  PIC X(12) VALUE '************'.
      * REAL CODE OVERWRITES WHAT IS STORED.
           IF DLVPRDI = 'P' OR DLVPRDI = 'E' OR DLVPRDI = 'B'
               MOVE DLVPRDI TO DLVPRDO IN ACCTREC.
      * A NEW ADDRESS KEYED HERE IS TAKEN AS GOOD: A RETURNED-MAIL
      * FLAG SET AGAINST THE OLD ONE NO LONGER APPLIES.
           IF ADDR1DO IN ACCTREC NOT = ADDR1DO IN OLD-ACCTREC OR
              ADDR2DO IN ACCTREC NOT = ADDR2DO IN OLD-ACCTREC OR
              ADDR3DO IN ACCTREC NOT = ADDR3DO IN OLD-ACCTREC OR
              STATDO IN ACCTREC NOT = STATDO IN OLD-ACCTREC OR
              ZIPDO IN ACCTREC NOT = ZIPDO IN OLD-ACCTREC
               MOVE SPACE TO BADADRDO IN ACCTREC
               MOVE 0 TO BADDTDO IN ACCTREC.
           IF WS-IS-SUPV
               MOVE AUTH1DI TO AUTH1DO IN ACCTREC
               MOVE AUTH2DI TO AUTH2DO IN ACCTREC
           MOVE SPACE TO DLVPRDO IN ACCTREC.
           MOVE 0 TO CRDTDO IN ACCTREC.
           MOVE 0 TO RCVAMTDO IN ACCTREC, CHGAMTDO IN ACCTREC.
           MOVE SPACE TO BADADRDO IN ACCTREC.
           MOVE 0 TO BADDTDO IN ACCTREC.
       INIT-NEW-REC-EXIT. EXIT.
       INIT-NEW-CYCLE.
           MOVE 0 TO BMO IN ACCTREC (IX), BDAY IN ACCTREC (IX),
           MOVE EIBTRNID TO AUD-TRAN.
           MOVE EIBTRMID TO AUD-TERM.
           MOVE EIBOPID TO AUD-OPID.
           MOVE SPACES TO AUD-APPR-OPID.
           MOVE SAVE-REQC TO AUD-REQC.
           MOVE SAVE-ACCTNO TO AUD-ACCTC.
           MOVE SPACES TO AUD-RSNC.
