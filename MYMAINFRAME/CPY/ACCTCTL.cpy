      *  MONEY TOTALS IT SUMMED OFF ACCTFIL.  THE PRIOR NIGHT'S ROW    *
      *  (THE LAST ONE ON FILE) IS THE BASELINE THE NEXT RUN PROVES    *
      *  THE FILE AGAINST, USING THE DAY'S ACCTAUD JOURNAL AS THE      *
      *  EXPECTED MOVEMENT.  ACCT65 PROVES THE TRAILERS OF THE         *
      *  NIGHT'S DATA-WAREHOUSE FEEDS AGAINST THE SAME ROW.            *
      *================================================================*
       01  ACCTCTL-REC.
           02  CTL-RUN-DATE        PIC 9(6).
