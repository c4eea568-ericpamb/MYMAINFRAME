      *================================================================*
      *  ACCTCLQ - COLLECTOR WORK QUEUE ITEM (DATASET ACCTCLQ), 80     *
      *  BYTES, ONE ITEM PER ACCOUNT ON THE ACCT10 WORKLIST.  ACCT10   *
      *  RELOADS THE WHOLE QUEUE EACH RUN, ASSIGNING EVERY ITEM TO THE *
      *  COLLECTOR WHO OWNS ITS BRANCH AND STAGE ON ACCTCLA ('???'     *
      *  WHEN NO ROW COVERS IT, FOR A SUPERVISOR TO REASSIGN).  KEYED  *
      *  ON COLLECTOR, PRIORITY AND SEQUENCE SO ONE COLLECTOR'S ITEMS  *
      *  READ IN THE ORDER THEY ARE TO BE WORKED: PRIORITY 1 IS A      *
      *  BROKEN PROMISE TO PAY, THEN 2, 3 AND 4 FOR THREE, TWO AND ONE *
      *  CYCLES BEHIND; THE SEQUENCE KEEPS THE WORKLIST ORDER WITHIN A *
      *  PRIORITY.  THE COLLECTOR TAKES THE NEXT OPEN ITEM ON THE AC68 *
      *  SCREEN (ACCT68), AND THE CONTACT RECORDED ON AC32 CLOSES IT   *
      *  ('W' WORKED) WITH THE OUTCOME; AN ITEM WHOSE ACCOUNT HAS LEFT *
      *  ACCTFIL IS DROPPED ('X') WHEN AC68 COMES TO IT.  A SUPERVISOR *
      *  MOVES OPEN ITEMS TO ANOTHER COLLECTOR ON AC69 (ACCT69); THE   *
      *  ITEM KEEPS ITS PRIORITY AND SEQUENCE UNDER THE NEW COLLECTOR. *
      *  ACCT70 PRINTS THE WORKED AND UNWORKED COUNTS PER COLLECTOR AT *
      *  END OF DAY.                                                   *
      *  DATES ARE YYMMDD.                                             *
      *================================================================*
       01  ACCTCLQ-REC.
           02  CLQ-KEY.
               04  CLQ-OPID        PIC X(3).
               04  CLQ-PRIO        PIC 9(1).
                   88  CLQ-PRIO-BROKEN     VALUE 1.
               04  CLQ-SEQ         PIC 9(5).
           02  CLQ-ACCTC           PIC X(5).
           02  CLQ-BRANCH          PIC X(4).
           02  CLQ-STAGE           PIC 9(1).
           02  CLQ-BAL             PIC S9(6)V99 COMP-3.
           02  CLQ-UNPAID          PIC S9(6)V99 COMP-3.
           02  CLQ-BUILD-DATE      PIC 9(6).
           02  CLQ-STATUS          PIC X(1).
               88  CLQ-OPEN            VALUE 'O'.
               88  CLQ-WORKED          VALUE 'W'.
               88  CLQ-DROPPED         VALUE 'X'.
           02  CLQ-WRK-DATE        PIC 9(6).
           02  CLQ-WRK-TIME        PIC 9(6).
           02  CLQ-WRK-OPID        PIC X(3).
           02  CLQ-OUTCOME         PIC X(1).
           02  CLQ-ASG-DATE        PIC 9(6).
           02  CLQ-ASG-OPID        PIC X(3).
           02  FILLER              PIC X(19).
