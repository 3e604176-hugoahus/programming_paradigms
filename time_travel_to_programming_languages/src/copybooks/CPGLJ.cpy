   100******************************************************************
   110*    CPGLJ     -  GENERAL-LEDGER JOURNAL RECORD FROM BERN320    *
   120*                                                                *
   130*    THE MONTH-END RESERVE JOURNAL IN THE FIXED LAYOUT THE GL    *
   140*    INTERFACE LOADS: ONE HEADER (H), A BALANCED DEBIT/CREDIT    *
   150*    PAIR OF DETAILS (D) PER PRODUCT, AND ONE TRAILER (T)        *
   160*    CARRYING THE DETAIL COUNT AND THE DEBIT AND CREDIT          *
   170*    CONTROL TOTALS, SO THE INTERFACE CAN PROVE THE FILE         *
   180*    ARRIVED WHOLE AND BALANCED BEFORE IT POSTS ANYTHING.  THE   *
   190*    AMOUNT POSTED IS THE RESERVE AT THE VALUATION DATE, FLAGGED *
   200*    AUTO-REVERSING (GJ-REVERSE-IND "Y") SO THE GL BACKS IT OUT  *
   210*    ON THE FIRST OF THE NEXT MONTH AND THE NEXT VALUATION       *
   220*    POSTS THE NEW BALANCE CLEAN.  THE THREE RECORD TYPES SHARE  *
   230*    THE FIRST SEVENTEEN BYTES AND REDEFINE THE REST.            *
   240******************************************************************
   250 01  GL-JOURNAL-RECORD.
   260     02  GJ-REC-TYPE         PIC X(01).
   270         88  GJ-HEADER               VALUE "H".
   280         88  GJ-DETAIL               VALUE "D".
   290         88  GJ-TRAILER              VALUE "T".
   300     02  GJ-SOURCE           PIC X(08).
   310     02  GJ-VAL-DATE         PIC 9(08).
   320     02  GJ-BODY             PIC X(83).
   330     02  GJ-HEADER-BODY      REDEFINES GJ-BODY.
   340         03  GJ-HDR-RUN-DATE PIC 9(08).
   350         03  GJ-HDR-RUN-TIME PIC 9(06).
   360         03  GJ-HDR-PERIOD   PIC 9(06).
   370         03  FILLER          PIC X(63).
   380     02  GJ-DETAIL-BODY      REDEFINES GJ-BODY.
   390         03  GJ-LINE-NO      PIC 9(05).
   400         03  GJ-ACCOUNT      PIC X(10).
   410         03  GJ-PRODUCT      PIC X(06).
   420         03  GJ-DR-CR        PIC X(01).
   430             88  GJ-DEBIT            VALUE "D".
   440             88  GJ-CREDIT           VALUE "C".
   450         03  GJ-AMOUNT       PIC 9(13)V9(02).
   460         03  GJ-CONTRACTS    PIC 9(07).
   470         03  GJ-REVERSE-IND  PIC X(01).
   480         03  GJ-DESC         PIC X(30).
   490         03  FILLER          PIC X(08).
   500     02  GJ-TRAILER-BODY     REDEFINES GJ-BODY.
   510         03  GJ-TRL-COUNT    PIC 9(05).
   520         03  GJ-TRL-DEBITS   PIC 9(15)V9(02).
   530         03  GJ-TRL-CREDITS  PIC 9(15)V9(02).
   540         03  FILLER          PIC X(44).
