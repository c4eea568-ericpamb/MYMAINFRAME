      *  RETRANSMITTED A FILE THE SHOP ALREADY POSTED, AND THE RUN IS  *
      *  REFUSED BEFORE A SINGLE ITEM MOVES; THE OPERATOR OVERRIDE     *
      *  CARD WAIVES THE CHECK FOR A GENUINE REPROCESS.                *
      *  THE SAME LAYOUT SERVES THE ACCTSBC CONTROL DATASET ACCT44     *
      *  KEEPS FOR THE CARD NETWORK SETTLEMENT FILE (DEPOSIT TOTAL     *
      *  THERE IS THE NET OF PURCHASES LESS CREDITS).                  *
      *================================================================*
       01  ACCTLBC-REC.
           02  LBC-FILE-DATE       PIC 9(6).
