      *================================================================*
      *  ACCTDWH - DATA-WAREHOUSE FEED COLUMN TABLE.  ACCT65 WRITES    *
      *  TWO '|'-DELIMITED FEEDS EVERY NIGHT, EACH FRAMED BY AN 'H'    *
      *  HEADER AND A 'T' TRAILER, BLANKS TRIMMED FROM EVERY COLUMN:   *
      *  DWHSNAP - ONE 'D' ROW PER ACCTFIL RECORD: ACCOUNT NUMBER,     *
      *    THEN ONE COLUMN PER ENTRY BELOW IN TABLE ORDER.  DWHCHG -   *
      *    ONE 'D' ROW PER ACCOUNT FIELD CHANGED ON THE NIGHT'S        *
      *    ACCTAUD JOURNAL (FIELD NAME FROM THIS TABLE, OLD AND NEW    *
      *    VALUE) AND ONE PER ACCTTRN POSTING OF THE DAY.              *
      *  EACH ENTRY: NAME(8), OFFSET(3) IN THE 383-BYTE ACCTREC        *
      *  IMAGE, LENGTH(2), TYPE - 'C' CHARACTER AS HELD, 'P' PACKED    *
      *  S9(6)V99 UNPACKED TO A SIGNED DECIMAL, 'M' AN MMDDYY DATE     *
      *  AND 'Y' A YYMMDD DATE, BOTH GIVEN AS CCYYMMDD (YY 00-49 IS    *
      *  20YY, 50-99 IS 19YY; A ZERO DATE IS AN EMPTY COLUMN).  THE    *
      *  ISSUE DATE (IMODO/IDAYDO/IYRDO) GOES AS THE ONE DATE ISSUEDT. *
      *  KEEP IN STEP WITH THE ACCTREC COPYBOOK; A NEW ENTRY GOES ON   *
      *  THE END SO THE WAREHOUSE COLUMN POSITIONS DO NOT MOVE.        *
      *================================================================*
       01  DWH-FLD-LIST.
           02  FILLER              PIC X(14) VALUE 'SNAMEDO 00618C'.
           02  FILLER              PIC X(14) VALUE 'FNAMEDO 02412C'.
           02  FILLER              PIC X(14) VALUE 'MIDO    03601C'.
           02  FILLER              PIC X(14) VALUE 'TTLDO   03704C'.
           02  FILLER              PIC X(14) VALUE 'TELDO   04112C'.
           02  FILLER              PIC X(14) VALUE 'ADDR1DO 05324C'.
           02  FILLER              PIC X(14) VALUE 'ADDR2DO 07724C'.
           02  FILLER              PIC X(14) VALUE 'ADDR3DO 10124C'.
           02  FILLER              PIC X(14) VALUE 'STATDO  12502C'.
           02  FILLER              PIC X(14) VALUE 'ZIPDO   12709C'.
           02  FILLER              PIC X(14) VALUE 'LIMITDO 13605P'.
           02  FILLER              PIC X(14) VALUE 'BALDO   14105P'.
           02  FILLER              PIC X(14) VALUE 'AUTH1DO 14618C'.
           02  FILLER              PIC X(14) VALUE 'AUTH2DO 16418C'.
           02  FILLER              PIC X(14) VALUE 'AUTH3DO 18218C'.
           02  FILLER              PIC X(14) VALUE 'AUTH4DO 20018C'.
           02  FILLER              PIC X(14) VALUE 'CARDSDO 21802C'.
           02  FILLER              PIC X(14) VALUE 'ISSUEDT 22006M'.
           02  FILLER              PIC X(14) VALUE 'RSNDO   22620C'.
           02  FILLER              PIC X(14) VALUE 'CCODEDO 24602C'.
           02  FILLER              PIC X(14) VALUE 'APPRDO  24803C'.
           02  FILLER              PIC X(14) VALUE 'SCODE1DO25102C'.
           02  FILLER              PIC X(14) VALUE 'SCODE2DO25302C'.
           02  FILLER              PIC X(14) VALUE 'SCODE3DO25502C'.
           02  FILLER              PIC X(14) VALUE 'BILLDT1 25706M'.
           02  FILLER              PIC X(14) VALUE 'BILLAMT126305P'.
           02  FILLER              PIC X(14) VALUE 'PAYDT1  26806M'.
           02  FILLER              PIC X(14) VALUE 'PAYAMT1 27405P'.
           02  FILLER              PIC X(14) VALUE 'BILLDT2 27906M'.
           02  FILLER              PIC X(14) VALUE 'BILLAMT228505P'.
           02  FILLER              PIC X(14) VALUE 'PAYDT2  29006M'.
           02  FILLER              PIC X(14) VALUE 'PAYAMT2 29605P'.
           02  FILLER              PIC X(14) VALUE 'BILLDT3 30106M'.
           02  FILLER              PIC X(14) VALUE 'BILLAMT330705P'.
           02  FILLER              PIC X(14) VALUE 'PAYDT3  31206M'.
           02  FILLER              PIC X(14) VALUE 'PAYAMT3 31805P'.
           02  FILLER              PIC X(14) VALUE 'DUNSTGDO32301C'.
           02  FILLER              PIC X(14) VALUE 'DUNDTDO 32406M'.
           02  FILLER              PIC X(14) VALUE 'ASTATDO 33001C'.
           02  FILLER              PIC X(14) VALUE 'ACLSDTDO33106M'.
           02  FILLER              PIC X(14) VALUE 'XREFDO  33705C'.
           02  FILLER              PIC X(14) VALUE 'MINPAYDO34205P'.
           02  FILLER              PIC X(14) VALUE 'DUEDTDO 34706M'.
           02  FILLER              PIC X(14) VALUE 'PRCDTDO 35306Y'.
           02  FILLER              PIC X(14) VALUE 'BURFLGDO35901C'.
           02  FILLER              PIC X(14) VALUE 'DLVPRDO 36001C'.
           02  FILLER              PIC X(14) VALUE 'CRDTDO  36106Y'.
           02  FILLER              PIC X(14) VALUE 'RCVAMTDO36705P'.
           02  FILLER              PIC X(14) VALUE 'CHGAMTDO37205P'.
           02  FILLER              PIC X(14) VALUE 'BADADRDO37701C'.
           02  FILLER              PIC X(14) VALUE 'BADDTDO 37806Y'.
       01  FILLER REDEFINES DWH-FLD-LIST.
           02  DWH-FLD-ENTRY OCCURS 51.
               04  DWH-FLD-NAME    PIC X(8).
               04  DWH-FLD-OFF     PIC 9(3).
               04  DWH-FLD-LEN     PIC 9(2).
               04  DWH-FLD-TYPE    PIC X.
