      *         AN ADD OR DELETE (BEFORE OR AFTER IMAGE LOW-VALUES)
      *         PRINTS A SINGLE *RECORD* LINE INSTEAD OF A FIELD-BY-
      *         FIELD COMPARE.  THE FIELD TABLE BELOW MUST BE KEPT IN
      *         STEP WITH THE ACCTREC COPYBOOK LAYOUT.  AN AC21
      *         POSTING APPROVED BY A SECOND OPERATOR ON AC71 ALSO
      *         PRINTS AN APPROVER LINE WITH THAT OPERATOR'S ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTAUD RECORD CONTAINS 796 CHARACTERS.
           COPY ACCTAUD.
       FD  CARDIN RECORD CONTAINS 80 CHARACTERS.
       01  CARDIN-REC.
           02  FILLER              PIC X(14) VALUE 'CRDTDO  36106C'.
           02  FILLER              PIC X(14) VALUE 'RCVAMTDO36705P'.
           02  FILLER              PIC X(14) VALUE 'CHGAMTDO37205P'.
           02  FILLER              PIC X(14) VALUE 'BADADRDO37701C'.
           02  FILLER              PIC X(14) VALUE 'BADDTDO 37806C'.
       01  FILLER REDEFINES FLD-LIST.
           02  FLD-ENTRY OCCURS 53.
               04  FLD-NAME        PIC X(8).
               04  FLD-OFF         PIC 9(3).
               04  FLD-LEN         PIC 9(2).
           MOVE WS-AUD-DATE TO DL-DATE.
           MOVE AUD-TIME TO DL-TIME.
           MOVE AUD-TERM TO DL-TERM.
      * TABLE-MAINTENANCE ENTRIES (ACCT29, REASON TS/TR),
      * AUTHORIZED-USER ROWS (ACCT42, REASON AU) AND CARD PLASTICS
      * (ACCT45/ACCT46, REASON CD), DISPUTE CASES (ACCT47/ACCT48,
      * REASON DC), WORKOUT PLANS (ACCT49/ACCT50, REASON WP) AND
      * AUTOPAY ENROLLMENTS (ACCT51/ACCT54, REASON AE) AND AGENCY
      * PLACEMENTS (ACCT55/ACCT57, REASON PL) AND LEGAL-STATUS ROWS
      * (ACCT58/ACCT59/ACCT21, REASON LG) AND CALENDAR DAYS
      * (ACCT63/ACCT64, REASON CL) AND NOTIFICATION OPT-INS (ACCT66,
      * REASON NT) AND COLLECTOR ASSIGNMENTS AND QUEUE ITEMS (ACCT69,
      * REASON CQ) AND OPERATOR LIMITS (ACCT72, REASON OL) AND
      * PENDING APPROVALS (ACCT21/ACCT71, REASON PN)
      * CARRY SHORT ROW IMAGES, NOT ACCOUNT RECORDS - SHOW
      * THEM AS ROW LINES INSTEAD OF RUNNING THE ACCTREC FIELD TABLE
      * OVER THEM.
           IF AUD-ROW-IMAGE
               PERFORM EVAL-TABLE-ENTRY THRU EVAL-TABLE-ENTRY-EXIT
               GO TO EVAL-ENTRY-RSN.
           IF AUD-BEFORE = LOW-VALUES
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
               GO TO EVAL-ENTRY-RSN.
           PERFORM CK-FIELD THRU CK-FIELD-EXIT
               VARYING FLD-IX FROM 1 BY 1 UNTIL FLD-IX > 53.
       EVAL-ENTRY-RSN.
           IF AUD-RSNC NOT = SPACES AND AUD-RSNC NOT = LOW-VALUES
               MOVE 'REASON' TO DL-FLD
               MOVE SPACES TO DL-OLD
               MOVE AUD-RSNC TO DL-NEW
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
           IF AUD-APPR-OPID NOT = SPACES AND
              AUD-APPR-OPID NOT = LOW-VALUES
               MOVE 'APPROVER' TO DL-FLD
               MOVE SPACES TO DL-OLD
               MOVE AUD-APPR-OPID TO DL-NEW
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT.
       EVAL-ENTRY-EXIT. EXIT.
       EVAL-TABLE-ENTRY.
           IF AUD-BEFORE = LOW-VALUES
