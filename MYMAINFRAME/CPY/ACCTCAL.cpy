      *================================================================*
      *  ACCTCAL - BUSINESS-DAY CALENDAR ROW (DATASET ACCTCAL), 60     *
      *  BYTES, KEYED ON THE DATE YYMMDD.  ONE ROW FOR EVERY DAY OF    *
      *  EVERY YEAR LOADED, WRITTEN BY THE ACCT63 YEARLY LOAD FROM     *
      *  THE HOLIDAY CARDS AND MAINTAINED BY A SUPERVISOR ON AC64      *
      *  (ACCT64) FOR AN UNPLANNED CLOSING.  CAL-DAY-TYPE 'B' IS A     *
      *  BUSINESS DAY - THE LOCKBOX PROCESSES AND ACCT20 POSTS; 'W'    *
      *  A WEEKEND AND 'H' A BANK HOLIDAY ARE NOT.  CAL-DOW IS 1       *
      *  MONDAY THROUGH 7 SUNDAY, CAL-DDD THE DAY OF THE YEAR AND      *
      *  CAL-DAYNO A DAY SERIAL (1 = 01/01/1900) SO TWO ROWS GIVE AN   *
      *  EXACT NUMBER OF DAYS BETWEEN THEIR DATES.  DUE DATES ROLL     *
      *  FORWARD TO THE NEXT 'B' ROW (ACCT15), PROMISES WAIT FOR THE   *
      *  POSTING DAY (ACCT33) AND ACCT24 EXPECTS NO ACCT20 RUN ON A    *
      *  DAY THAT IS NOT 'B'.  CAL-UPD-OPID IS 'LOD' ON A ROW AS       *
      *  LOADED, OTHERWISE THE SUPERVISOR WHO LAST CHANGED IT.         *
      *================================================================*
       01  ACCTCAL-REC.
           02  CAL-DATE            PIC 9(6).
           02  CAL-DAY-TYPE        PIC X(1).
               88  CAL-BUSINESS        VALUE 'B'.
               88  CAL-WEEKEND         VALUE 'W'.
               88  CAL-HOLIDAY         VALUE 'H'.
               88  CAL-TYPE-OK         VALUES 'B', 'W', 'H'.
           02  CAL-DOW             PIC 9(1).
           02  CAL-DDD             PIC 9(3).
           02  CAL-DAYNO           PIC 9(7).
           02  CAL-DESC            PIC X(24).
           02  CAL-UPD-OPID        PIC X(3).
           02  CAL-UPD-DATE        PIC 9(6).
           02  FILLER              PIC X(9).
