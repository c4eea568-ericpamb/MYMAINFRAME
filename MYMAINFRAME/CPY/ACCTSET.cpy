           02  FILLER              PIC X(3).
           02  MSGUA               PIC X.
           02  MSGUO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTCRM - CARD PLASTICS ISSUE/BLOCK/REISSUE (SEE ACCT45)  *
      *----------------------------------------------------------------*
       01  ACCTCRMI.
           02  FILLER              PIC X(12).
           02  ACTKL               PIC S9(4)   COMP.
           02  ACTKF               PIC X.
           02  ACTKA               PIC X.
           02  ACTKI               PIC X(1).
           02  ACCTKL              PIC S9(4)   COMP.
           02  ACCTKF              PIC X.
           02  ACCTKA              PIC X.
           02  ACCTKI              PIC X(5).
           02  SEQKL               PIC S9(4)   COMP.
           02  SEQKF               PIC X.
           02  SEQKA               PIC X.
           02  SEQKI               PIC X(2).
           02  HLDKL               PIC S9(4)   COMP.
           02  HLDKF               PIC X.
           02  HLDKA               PIC X.
           02  HLDKI               PIC X(2).
           02  BRSKL               PIC S9(4)   COMP.
           02  BRSKF               PIC X.
           02  BRSKA               PIC X.
           02  BRSKI               PIC X(1).
           02  LINKL               PIC S9(4)   COMP OCCURS 6.
           02  LINKF               PIC X              OCCURS 6.
           02  LINKA               PIC X              OCCURS 6.
           02  LINKI               PIC X(75)          OCCURS 6.
           02  MSGKL               PIC S9(4)   COMP.
           02  MSGKF               PIC X.
           02  MSGKA               PIC X.
           02  MSGKI               PIC X(70).
       01  ACCTCRMO REDEFINES ACCTCRMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTKA               PIC X.
           02  ACTKO               PIC X(1).
           02  FILLER              PIC X(3).
           02  ACCTKA              PIC X.
           02  ACCTKO              PIC X(5).
           02  FILLER              PIC X(3).
           02  SEQKA               PIC X.
           02  SEQKO               PIC X(2).
           02  FILLER              PIC X(3).
           02  HLDKA               PIC X.
           02  HLDKO               PIC X(2).
           02  FILLER              PIC X(3).
           02  BRSKA               PIC X.
           02  BRSKO               PIC X(1).
           02  FILLER              PIC X(3)           OCCURS 6.
           02  LINKA               PIC X              OCCURS 6.
           02  LINKO               PIC X(75)          OCCURS 6.
           02  FILLER              PIC X(3).
           02  MSGKA               PIC X.
           02  MSGKO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTDSM - BILLING DISPUTE CASES (SEE ACCT47)              *
      *----------------------------------------------------------------*
       01  ACCTDSMI.
           02  FILLER              PIC X(12).
           02  ACTSL               PIC S9(4)   COMP.
           02  ACTSF               PIC X.
           02  ACTSA               PIC X.
           02  ACTSI               PIC X(1).
           02  ACCTSL              PIC S9(4)   COMP.
           02  ACCTSF              PIC X.
           02  ACCTSA              PIC X.
           02  ACCTSI              PIC X(5).
           02  CASESL              PIC S9(4)   COMP.
           02  CASESF              PIC X.
           02  CASESA              PIC X.
           02  CASESI              PIC X(3).
           02  AMTSL               PIC S9(4)   COMP.
           02  AMTSF               PIC X.
           02  AMTSA               PIC X.
           02  AMTSI               PIC S9(6)V99.
           02  IDTSL               PIC S9(4)   COMP.
           02  IDTSF               PIC X.
           02  IDTSA               PIC X.
           02  IDTSI               PIC X(6).
           02  DSCSL               PIC S9(4)   COMP.
           02  DSCSF               PIC X.
           02  DSCSA               PIC X.
           02  DSCSI               PIC X(20).
           02  OUTSL               PIC S9(4)   COMP.
           02  OUTSF               PIC X.
           02  OUTSA               PIC X.
           02  OUTSI               PIC X(1).
           02  LINSL               PIC S9(4)   COMP OCCURS 6.
           02  LINSF               PIC X              OCCURS 6.
           02  LINSA               PIC X              OCCURS 6.
           02  LINSI               PIC X(75)          OCCURS 6.
           02  MSGSL               PIC S9(4)   COMP.
           02  MSGSF               PIC X.
           02  MSGSA               PIC X.
           02  MSGSI               PIC X(70).
       01  ACCTDSMO REDEFINES ACCTDSMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTSA               PIC X.
           02  ACTSO               PIC X(1).
           02  FILLER              PIC X(3).
           02  ACCTSA              PIC X.
           02  ACCTSO              PIC X(5).
           02  FILLER              PIC X(3).
           02  CASESA              PIC X.
           02  CASESO              PIC X(3).
           02  FILLER              PIC X(3).
           02  AMTSA               PIC X.
           02  AMTSO               PIC X(8).
           02  FILLER              PIC X(3).
           02  IDTSA               PIC X.
           02  IDTSO               PIC X(6).
           02  FILLER              PIC X(3).
           02  DSCSA               PIC X.
           02  DSCSO               PIC X(20).
           02  FILLER              PIC X(3).
           02  OUTSA               PIC X.
           02  OUTSO               PIC X(1).
           02  FILLER              PIC X(3)           OCCURS 6.
           02  LINSA               PIC X              OCCURS 6.
           02  LINSO               PIC X(75)          OCCURS 6.
           02  FILLER              PIC X(3).
           02  MSGSA               PIC X.
           02  MSGSO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTWKM - HARDSHIP WORKOUT PLAN ENROLLMENT (SEE ACCT49)   *
      *----------------------------------------------------------------*
       01  ACCTWKMI.
           02  FILLER              PIC X(12).
           02  ACTWL               PIC S9(4)   COMP.
           02  ACTWF               PIC X.
           02  ACTWA               PIC X.
           02  ACTWI               PIC X(1).
           02  ACCTWL              PIC S9(4)   COMP.
           02  ACCTWF              PIC X.
           02  ACCTWA              PIC X.
           02  ACCTWI              PIC X(5).
           02  TYPWL               PIC S9(4)   COMP.
           02  TYPWF               PIC X.
           02  TYPWA               PIC X.
           02  TYPWI               PIC X(1).
           02  RATWL               PIC S9(4)   COMP.
           02  RATWF               PIC X.
           02  RATWA               PIC X.
           02  RATWI               PIC X(3).
           02  PAYWL               PIC S9(4)   COMP.
           02  PAYWF               PIC X.
           02  PAYWA               PIC X.
           02  PAYWI               PIC S9(6)V99.
           02  STRWL               PIC S9(4)   COMP.
           02  STRWF               PIC X.
           02  STRWA               PIC X.
           02  STRWI               PIC X(6).
           02  REQWL               PIC S9(4)   COMP.
           02  REQWF               PIC X.
           02  REQWA               PIC X.
           02  REQWI               PIC X(2).
           02  LINWL               PIC S9(4)   COMP OCCURS 4.
           02  LINWF               PIC X              OCCURS 4.
           02  LINWA               PIC X              OCCURS 4.
           02  LINWI               PIC X(75)          OCCURS 4.
           02  MSGWL               PIC S9(4)   COMP.
           02  MSGWF               PIC X.
           02  MSGWA               PIC X.
           02  MSGWI               PIC X(70).
       01  ACCTWKMO REDEFINES ACCTWKMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTWA               PIC X.
           02  ACTWO               PIC X(1).
           02  FILLER              PIC X(3).
           02  ACCTWA              PIC X.
           02  ACCTWO              PIC X(5).
           02  FILLER              PIC X(3).
           02  TYPWA               PIC X.
           02  TYPWO               PIC X(1).
           02  FILLER              PIC X(3).
           02  RATWA               PIC X.
           02  RATWO               PIC X(3).
           02  FILLER              PIC X(3).
           02  PAYWA               PIC X.
           02  PAYWO               PIC X(8).
           02  FILLER              PIC X(3).
           02  STRWA               PIC X.
           02  STRWO               PIC X(6).
           02  FILLER              PIC X(3).
           02  REQWA               PIC X.
           02  REQWO               PIC X(2).
           02  FILLER              PIC X(3)           OCCURS 4.
           02  LINWA               PIC X              OCCURS 4.
           02  LINWO               PIC X(75)          OCCURS 4.
           02  FILLER              PIC X(3).
           02  MSGWA               PIC X.
           02  MSGWO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTAPM - AUTOPAY ENROLLMENT MAINTENANCE (SEE ACCT51)     *
      *----------------------------------------------------------------*
       01  ACCTAPMI.
           02  FILLER              PIC X(12).
           02  ACTYL               PIC S9(4)   COMP.
           02  ACTYF               PIC X.
           02  ACTYA               PIC X.
           02  ACTYI               PIC X(1).
           02  ACCTYL              PIC S9(4)   COMP.
           02  ACCTYF              PIC X.
           02  ACCTYA              PIC X.
           02  ACCTYI              PIC X(5).
           02  RTEYL               PIC S9(4)   COMP.
           02  RTEYF               PIC X.
           02  RTEYA               PIC X.
           02  RTEYI               PIC X(9).
           02  DDAYL               PIC S9(4)   COMP.
           02  DDAYF               PIC X.
           02  DDAYA               PIC X.
           02  DDAYI               PIC X(17).
           02  KNDYL               PIC S9(4)   COMP.
           02  KNDYF               PIC X.
           02  KNDYA               PIC X.
           02  KNDYI               PIC X(1).
           02  OPTYL               PIC S9(4)   COMP.
           02  OPTYF               PIC X.
           02  OPTYA               PIC X.
           02  OPTYI               PIC X(1).
           02  FIXYL               PIC S9(4)   COMP.
           02  FIXYF               PIC X.
           02  FIXYA               PIC X.
           02  FIXYI               PIC S9(6)V99.
           02  LINYL               PIC S9(4)   COMP OCCURS 4.
           02  LINYF               PIC X              OCCURS 4.
           02  LINYA               PIC X              OCCURS 4.
           02  LINYI               PIC X(75)          OCCURS 4.
           02  MSGYL               PIC S9(4)   COMP.
           02  MSGYF               PIC X.
           02  MSGYA               PIC X.
           02  MSGYI               PIC X(70).
       01  ACCTAPMO REDEFINES ACCTAPMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTYA               PIC X.
           02  ACTYO               PIC X(1).
           02  FILLER              PIC X(3).
           02  ACCTYA              PIC X.
           02  ACCTYO              PIC X(5).
           02  FILLER              PIC X(3).
           02  RTEYA               PIC X.
           02  RTEYO               PIC X(9).
           02  FILLER              PIC X(3).
           02  DDAYA               PIC X.
           02  DDAYO               PIC X(17).
           02  FILLER              PIC X(3).
           02  KNDYA               PIC X.
           02  KNDYO               PIC X(1).
           02  FILLER              PIC X(3).
           02  OPTYA               PIC X.
           02  OPTYO               PIC X(1).
           02  FILLER              PIC X(3).
           02  FIXYA               PIC X.
           02  FIXYO               PIC X(8).
           02  FILLER              PIC X(3)           OCCURS 4.
           02  LINYA               PIC X              OCCURS 4.
           02  LINYO               PIC X(75)          OCCURS 4.
           02  FILLER              PIC X(3).
           02  MSGYA               PIC X.
           02  MSGYO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTLGM - LEGAL STATUS MAINTENANCE (SEE ACCT58)           *
      *----------------------------------------------------------------*
       01  ACCTLGMI.
           02  FILLER              PIC X(12).
           02  ACTBL               PIC S9(4)   COMP.
           02  ACTBF               PIC X.
           02  ACTBA               PIC X.
           02  ACTBI               PIC X(1).
           02  ACCTBL              PIC S9(4)   COMP.
           02  ACCTBF              PIC X.
           02  ACCTBA              PIC X.
           02  ACCTBI              PIC X(5).
           02  TYPBL               PIC S9(4)   COMP.
           02  TYPBF               PIC X.
           02  TYPBA               PIC X.
           02  TYPBI               PIC X(1).
           02  CHPBL               PIC S9(4)   COMP.
           02  CHPBF               PIC X.
           02  CHPBA               PIC X.
           02  CHPBI               PIC X(2).
           02  CASBL               PIC S9(4)   COMP.
           02  CASBF               PIC X.
           02  CASBA               PIC X.
           02  CASBI               PIC X(12).
           02  FDTBL               PIC S9(4)   COMP.
           02  FDTBF               PIC X.
           02  FDTBA               PIC X.
           02  FDTBI               PIC X(6).
           02  DDTBL               PIC S9(4)   COMP.
           02  DDTBF               PIC X.
           02  DDTBA               PIC X.
           02  DDTBI               PIC X(6).
           02  CONBL               PIC S9(4)   COMP.
           02  CONBF               PIC X.
           02  CONBA               PIC X.
           02  CONBI               PIC X(24).
           02  TELBL               PIC S9(4)   COMP.
           02  TELBF               PIC X.
           02  TELBA               PIC X.
           02  TELBI               PIC X(12).
           02  LINBL               PIC S9(4)   COMP OCCURS 4.
           02  LINBF               PIC X              OCCURS 4.
           02  LINBA               PIC X              OCCURS 4.
           02  LINBI               PIC X(75)          OCCURS 4.
           02  MSGBL               PIC S9(4)   COMP.
           02  MSGBF               PIC X.
           02  MSGBA               PIC X.
           02  MSGBI               PIC X(70).
       01  ACCTLGMO REDEFINES ACCTLGMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTBA               PIC X.
           02  ACTBO               PIC X(1).
           02  FILLER              PIC X(3).
           02  ACCTBA              PIC X.
           02  ACCTBO              PIC X(5).
           02  FILLER              PIC X(3).
           02  TYPBA               PIC X.
           02  TYPBO               PIC X(1).
           02  FILLER              PIC X(3).
           02  CHPBA               PIC X.
           02  CHPBO               PIC X(2).
           02  FILLER              PIC X(3).
           02  CASBA               PIC X.
           02  CASBO               PIC X(12).
           02  FILLER              PIC X(3).
           02  FDTBA               PIC X.
           02  FDTBO               PIC X(6).
           02  FILLER              PIC X(3).
           02  DDTBA               PIC X.
           02  DDTBO               PIC X(6).
           02  FILLER              PIC X(3).
           02  CONBA               PIC X.
           02  CONBO               PIC X(24).
           02  FILLER              PIC X(3).
           02  TELBA               PIC X.
           02  TELBO               PIC X(12).
           02  FILLER              PIC X(3)           OCCURS 4.
           02  LINBA               PIC X              OCCURS 4.
           02  LINBO               PIC X(75)          OCCURS 4.
           02  FILLER              PIC X(3).
           02  MSGBA               PIC X.
           02  MSGBO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTCLM - BUSINESS-DAY CALENDAR MAINTENANCE (SEE ACCT64)  *
      *----------------------------------------------------------------*
       01  ACCTCLMI.
           02  FILLER              PIC X(12).
           02  ACTNL               PIC S9(4)   COMP.
           02  ACTNF               PIC X.
           02  ACTNA               PIC X.
           02  ACTNI               PIC X(1).
           02  DATNL               PIC S9(4)   COMP.
           02  DATNF               PIC X.
           02  DATNA               PIC X.
           02  DATNI               PIC X(6).
           02  DSCNL               PIC S9(4)   COMP.
           02  DSCNF               PIC X.
           02  DSCNA               PIC X.
           02  DSCNI               PIC X(24).
           02  LINNL               PIC S9(4)   COMP OCCURS 7.
           02  LINNF               PIC X              OCCURS 7.
           02  LINNA               PIC X              OCCURS 7.
           02  LINNI               PIC X(75)          OCCURS 7.
           02  MSGNL               PIC S9(4)   COMP.
           02  MSGNF               PIC X.
           02  MSGNA               PIC X.
           02  MSGNI               PIC X(70).
       01  ACCTCLMO REDEFINES ACCTCLMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTNA               PIC X.
           02  ACTNO               PIC X(1).
           02  FILLER              PIC X(3).
           02  DATNA               PIC X.
           02  DATNO               PIC X(6).
           02  FILLER              PIC X(3).
           02  DSCNA               PIC X.
           02  DSCNO               PIC X(24).
           02  FILLER              PIC X(3)           OCCURS 7.
           02  LINNA               PIC X              OCCURS 7.
           02  LINNO               PIC X(75)          OCCURS 7.
           02  FILLER              PIC X(3).
           02  MSGNA               PIC X.
           02  MSGNO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTNTM - NOTIFICATION OPT-IN MAINTENANCE (SEE ACCT66)    *
      *----------------------------------------------------------------*
       01  ACCTNTMI.
           02  FILLER              PIC X(12).
           02  ACTEL               PIC S9(4)   COMP.
           02  ACTEF               PIC X.
           02  ACTEA               PIC X.
           02  ACTEI               PIC X(1).
           02  ACCTEL              PIC S9(4)   COMP.
           02  ACCTEF              PIC X.
           02  ACCTEA              PIC X.
           02  ACCTEI              PIC X(5).
           02  EMLEL               PIC S9(4)   COMP.
           02  EMLEF               PIC X.
           02  EMLEA               PIC X.
           02  EMLEI               PIC X(50).
           02  MOBEL               PIC S9(4)   COMP.
           02  MOBEF               PIC X.
           02  MOBEA               PIC X.
           02  MOBEI               PIC X(10).
           02  CHNEL               PIC S9(4)   COMP.
           02  CHNEF               PIC X.
           02  CHNEA               PIC X.
           02  CHNEI               PIC X(1).
           02  DUEEL               PIC S9(4)   COMP.
           02  DUEEF               PIC X.
           02  DUEEA               PIC X.
           02  DUEEI               PIC X(1).
           02  PAYEL               PIC S9(4)   COMP.
           02  PAYEF               PIC X.
           02  PAYEA               PIC X.
           02  PAYEI               PIC X(1).
           02  RTNEL               PIC S9(4)   COMP.
           02  RTNEF               PIC X.
           02  RTNEA               PIC X.
           02  RTNEI               PIC X(1).
           02  LIMEL               PIC S9(4)   COMP.
           02  LIMEF               PIC X.
           02  LIMEA               PIC X.
           02  LIMEI               PIC X(1).
           02  PRMEL               PIC S9(4)   COMP.
           02  PRMEF               PIC X.
           02  PRMEA               PIC X.
           02  PRMEI               PIC X(1).
           02  LINEL               PIC S9(4)   COMP OCCURS 4.
           02  LINEF               PIC X              OCCURS 4.
           02  LINEA               PIC X              OCCURS 4.
           02  LINEI               PIC X(75)          OCCURS 4.
           02  MSGEL               PIC S9(4)   COMP.
           02  MSGEF               PIC X.
           02  MSGEA               PIC X.
           02  MSGEI               PIC X(70).
       01  ACCTNTMO REDEFINES ACCTNTMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTEA               PIC X.
           02  ACTEO               PIC X(1).
           02  FILLER              PIC X(3).
           02  ACCTEA              PIC X.
           02  ACCTEO              PIC X(5).
           02  FILLER              PIC X(3).
           02  EMLEA               PIC X.
           02  EMLEO               PIC X(50).
           02  FILLER              PIC X(3).
           02  MOBEA               PIC X.
           02  MOBEO               PIC X(10).
           02  FILLER              PIC X(3).
           02  CHNEA               PIC X.
           02  CHNEO               PIC X(1).
           02  FILLER              PIC X(3).
           02  DUEEA               PIC X.
           02  DUEEO               PIC X(1).
           02  FILLER              PIC X(3).
           02  PAYEA               PIC X.
           02  PAYEO               PIC X(1).
           02  FILLER              PIC X(3).
           02  RTNEA               PIC X.
           02  RTNEO               PIC X(1).
           02  FILLER              PIC X(3).
           02  LIMEA               PIC X.
           02  LIMEO               PIC X(1).
           02  FILLER              PIC X(3).
           02  PRMEA               PIC X.
           02  PRMEO               PIC X(1).
           02  FILLER              PIC X(3)           OCCURS 4.
           02  LINEA               PIC X              OCCURS 4.
           02  LINEO               PIC X(75)          OCCURS 4.
           02  FILLER              PIC X(3).
           02  MSGEA               PIC X.
           02  MSGEO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTNXM - COLLECTOR NEXT ACCOUNT (SEE ACCT68)             *
      *----------------------------------------------------------------*
       01  ACCTNXMI.
           02  FILLER              PIC X(12).
           02  ACCTJL              PIC S9(4)   COMP.
           02  ACCTJF              PIC X.
           02  ACCTJA              PIC X.
           02  ACCTJI              PIC X(5).
           02  WRKJL               PIC S9(4)   COMP.
           02  WRKJF               PIC X.
           02  WRKJA               PIC X.
           02  WRKJI               PIC X(1).
           02  LINJL               PIC S9(4)   COMP OCCURS 12.
           02  LINJF               PIC X              OCCURS 12.
           02  LINJA               PIC X              OCCURS 12.
           02  LINJI               PIC X(75)          OCCURS 12.
           02  MSGJL               PIC S9(4)   COMP.
           02  MSGJF               PIC X.
           02  MSGJA               PIC X.
           02  MSGJI               PIC X(70).
       01  ACCTNXMO REDEFINES ACCTNXMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACCTJA              PIC X.
           02  ACCTJO              PIC X(5).
           02  FILLER              PIC X(3).
           02  WRKJA               PIC X.
           02  WRKJO               PIC X(1).
           02  FILLER              PIC X(3)           OCCURS 12.
           02  LINJA               PIC X              OCCURS 12.
           02  LINJO               PIC X(75)          OCCURS 12.
           02  FILLER              PIC X(3).
           02  MSGJA               PIC X.
           02  MSGJO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTCQM - COLLECTOR QUEUE ASSIGNMENT (SEE ACCT69)         *
      *----------------------------------------------------------------*
       01  ACCTCQMI.
           02  FILLER              PIC X(12).
           02  ACTRL               PIC S9(4)   COMP.
           02  ACTRF               PIC X.
           02  ACTRA               PIC X.
           02  ACTRI               PIC X(1).
           02  BRCHRL              PIC S9(4)   COMP.
           02  BRCHRF              PIC X.
           02  BRCHRA              PIC X.
           02  BRCHRI              PIC X(4).
           02  STGRL               PIC S9(4)   COMP.
           02  STGRF               PIC X.
           02  STGRA               PIC X.
           02  STGRI               PIC X(1).
           02  FROMRL              PIC S9(4)   COMP.
           02  FROMRF              PIC X.
           02  FROMRA              PIC X.
           02  FROMRI              PIC X(3).
           02  TORL                PIC S9(4)   COMP.
           02  TORF                PIC X.
           02  TORA                PIC X.
           02  TORI                PIC X(3).
           02  LINRL               PIC S9(4)   COMP OCCURS 6.
           02  LINRF               PIC X              OCCURS 6.
           02  LINRA               PIC X              OCCURS 6.
           02  LINRI               PIC X(75)          OCCURS 6.
           02  MSGRL               PIC S9(4)   COMP.
           02  MSGRF               PIC X.
           02  MSGRA               PIC X.
           02  MSGRI               PIC X(70).
       01  ACCTCQMO REDEFINES ACCTCQMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTRA               PIC X.
           02  ACTRO               PIC X(1).
           02  FILLER              PIC X(3).
           02  BRCHRA              PIC X.
           02  BRCHRO              PIC X(4).
           02  FILLER              PIC X(3).
           02  STGRA               PIC X.
           02  STGRO               PIC X(1).
           02  FILLER              PIC X(3).
           02  FROMRA              PIC X.
           02  FROMRO              PIC X(3).
           02  FILLER              PIC X(3).
           02  TORA                PIC X.
           02  TORO                PIC X(3).
           02  FILLER              PIC X(3)           OCCURS 6.
           02  LINRA               PIC X              OCCURS 6.
           02  LINRO               PIC X(75)          OCCURS 6.
           02  FILLER              PIC X(3).
           02  MSGRA               PIC X.
           02  MSGRO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTAPQ - POSTINGS PENDING APPROVAL (SEE ACCT71)          *
      *----------------------------------------------------------------*
       01  ACCTAPQI.
           02  FILLER              PIC X(12).
           02  ACTFL               PIC S9(4)   COMP.
           02  ACTFF               PIC X.
           02  ACTFA               PIC X.
           02  ACTFI               PIC X(1).
           02  ACCTFL              PIC S9(4)   COMP.
           02  ACCTFF              PIC X.
           02  ACCTFA              PIC X.
           02  ACCTFI              PIC X(5).
           02  DATEFL              PIC S9(4)   COMP.
           02  DATEFF              PIC X.
           02  DATEFA              PIC X.
           02  DATEFI              PIC X(6).
           02  SEQFL               PIC S9(4)   COMP.
           02  SEQFF               PIC X.
           02  SEQFA               PIC X.
           02  SEQFI               PIC X(3).
           02  LINFL               PIC S9(4)   COMP OCCURS 8.
           02  LINFF               PIC X              OCCURS 8.
           02  LINFA               PIC X              OCCURS 8.
           02  LINFI               PIC X(75)          OCCURS 8.
           02  MSGFL               PIC S9(4)   COMP.
           02  MSGFF               PIC X.
           02  MSGFA               PIC X.
           02  MSGFI               PIC X(70).
       01  ACCTAPQO REDEFINES ACCTAPQI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTFA               PIC X.
           02  ACTFO               PIC X(1).
           02  FILLER              PIC X(3).
           02  ACCTFA              PIC X.
           02  ACCTFO              PIC X(5).
           02  FILLER              PIC X(3).
           02  DATEFA              PIC X.
           02  DATEFO              PIC X(6).
           02  FILLER              PIC X(3).
           02  SEQFA               PIC X.
           02  SEQFO               PIC X(3).
           02  FILLER              PIC X(3)           OCCURS 8.
           02  LINFA               PIC X              OCCURS 8.
           02  LINFO               PIC X(75)          OCCURS 8.
           02  FILLER              PIC X(3).
           02  MSGFA               PIC X.
           02  MSGFO               PIC X(70).
      *----------------------------------------------------------------*
      *  MAP ACCTLIM - OPERATOR DOLLAR AUTHORITY LIMITS (SEE ACCT72)   *
      *----------------------------------------------------------------*
       01  ACCTLIMI.
           02  FILLER              PIC X(12).
           02  ACTXL               PIC S9(4)   COMP.
           02  ACTXF               PIC X.
           02  ACTXA               PIC X.
           02  ACTXI               PIC X(1).
           02  OPIDXL              PIC S9(4)   COMP.
           02  OPIDXF              PIC X.
           02  OPIDXA              PIC X.
           02  OPIDXI              PIC X(3).
           02  PAYXL               PIC S9(4)   COMP.
           02  PAYXF               PIC X.
           02  PAYXA               PIC X.
           02  PAYXI               PIC S9(6)V99.
           02  RVSXL               PIC S9(4)   COMP.
           02  RVSXF               PIC X.
           02  RVSXA               PIC X.
           02  RVSXI               PIC S9(6)V99.
           02  ADJXL               PIC S9(4)   COMP.
           02  ADJXF               PIC X.
           02  ADJXA               PIC X.
           02  ADJXI               PIC S9(6)V99.
           02  CHGXL               PIC S9(4)   COMP.
           02  CHGXF               PIC X.
           02  CHGXA               PIC X.
           02  CHGXI               PIC S9(6)V99.
           02  LINXL               PIC S9(4)   COMP OCCURS 6.
           02  LINXF               PIC X              OCCURS 6.
           02  LINXA               PIC X              OCCURS 6.
           02  LINXI               PIC X(75)          OCCURS 6.
           02  MSGXL               PIC S9(4)   COMP.
           02  MSGXF               PIC X.
           02  MSGXA               PIC X.
           02  MSGXI               PIC X(70).
       01  ACCTLIMO REDEFINES ACCTLIMI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  ACTXA               PIC X.
           02  ACTXO               PIC X(1).
           02  FILLER              PIC X(3).
           02  OPIDXA              PIC X.
           02  OPIDXO              PIC X(3).
           02  FILLER              PIC X(3).
           02  PAYXA               PIC X.
           02  PAYXO               PIC X(8).
           02  FILLER              PIC X(3).
           02  RVSXA               PIC X.
           02  RVSXO               PIC X(8).
           02  FILLER              PIC X(3).
           02  ADJXA               PIC X.
           02  ADJXO               PIC X(8).
           02  FILLER              PIC X(3).
           02  CHGXA               PIC X.
           02  CHGXO               PIC X(8).
           02  FILLER              PIC X(3)           OCCURS 6.
           02  LINXA               PIC X              OCCURS 6.
           02  LINXO               PIC X(75)          OCCURS 6.
           02  FILLER              PIC X(3).
           02  MSGXA               PIC X.
           02  MSGXO               PIC X(70).
