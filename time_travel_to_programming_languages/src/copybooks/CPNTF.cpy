   100******************************************************************
   110*    CPNTF     -  SUBMITTER COMPLETION NOTICE RECORD             *
   120*                                                                *
   130*    THE NOTICES BERN125 WRITES AT THE END OF EACH BERN100J      *
   140*    RUN, ONE PER SUBMITTER WITH A REQUEST COMPLETED OR          *
   150*    REJECTED IN THE RUN, IN THE FIXED LAYOUT THE MAIL GATEWAY   *
   160*    PICKS UP: ONE HEADER (H) PER FILE; PER NOTICE ONE ADDRESS   *
   170*    RECORD (A) CARRYING THE SUBMITTER, THE SUBMAST CONTACT AND  *
   180*    THE SUBJECT, FOLLOWED BY ITS TEXT LINES (L) IN ORDER; AND   *
   190*    ONE TRAILER (T) WITH THE NOTICE AND LINE COUNTS, SO THE     *
   200*    GATEWAY CAN PROVE THE FILE ARRIVED WHOLE BEFORE IT SENDS    *
   210*    ANYTHING.  A NOTICE ENDS AT THE NEXT A OR AT THE TRAILER.   *
   220*    A TEXT LINE IS SENT AS IT STANDS, TRAILING SPACES DROPPED;  *
   230*    ITS 80 BYTES HOLD A CONTROL CARD IMAGE WHOLE.  THE FOUR     *
   240*    RECORD TYPES SHARE THE FIRST TWENTY-EIGHT BYTES AND         *
   250*    REDEFINE THE REST, AS IN CPGLJ.                             *
   260******************************************************************
   270 01  NOTICE-RECORD.
   280     02  NT-REC-TYPE         PIC X(01).
   290         88  NT-HEADER               VALUE "H".
   300         88  NT-ADDRESS              VALUE "A".
   310         88  NT-TEXT-LINE            VALUE "L".
   320         88  NT-TRAILER              VALUE "T".
   330     02  NT-SOURCE           PIC X(08).
   340*    THE BERN100 RUN THE NOTICES REPORT ON (SAME STAMP AS
   350*    CO-RUN-ID IN CPCOEF), AND THE NOTICE'S NUMBER WITHIN THE
   360*    FILE -- ZERO ON THE HEADER AND TRAILER.
   370     02  NT-RUN-ID           PIC X(14).
   380     02  NT-NOTICE-NO        PIC 9(05).
   390     02  NT-BODY             PIC X(112).
   400     02  NT-HEADER-BODY      REDEFINES NT-BODY.
   410         03  NT-HDR-DATE     PIC X(08).
   420         03  NT-HDR-TIME     PIC X(06).
   430         03  FILLER          PIC X(98).
   440     02  NT-ADDRESS-BODY     REDEFINES NT-BODY.
   450         03  NT-SUBMITTER    PIC X(08).
   460         03  NT-CONTACT      PIC X(40).
   470         03  NT-SUBJECT      PIC X(60).
   480         03  FILLER          PIC X(04).
   490     02  NT-LINE-BODY        REDEFINES NT-BODY.
   500         03  NT-LINE-NO      PIC 9(03).
   510         03  NT-TEXT         PIC X(80).
   520         03  FILLER          PIC X(29).
   530     02  NT-TRAILER-BODY     REDEFINES NT-BODY.
   540         03  NT-TRL-NOTICES  PIC 9(05).
   550         03  NT-TRL-LINES    PIC 9(07).
   560         03  FILLER          PIC X(100).
