   100******************************************************************
   110*    CPSEN     -  INTEREST-RATE SENSITIVITY RECORD FOR BERN340   *
   120*                                                                *
   130*    ONE RECORD PER BERN300 FACTOR LINE THE QUARTERLY            *
   140*    SENSITIVITY RUN ANALYSED: THE PERIODIC ANNUITY FACTOR       *
   150*    A(T) (FA-ANN-PV-P) RE-PRICED AT THE LINE'S OWN RATE, ITS    *
   160*    MACAULAY AND MODIFIED DURATION AND CONVEXITY, AND THE       *
   170*    FACTOR RE-PRICED UNDER EACH PARALLEL SHOCK ON THE SCENARIO  *
   180*    CARD (CPSCN) WITH ITS PERCENTAGE CHANGE.  SN-KEY IS LAID    *
   190*    OUT EXACTLY AS FV-KEY IN CPFACK -- RATE, TERM, FREQUENCY,   *
   200*    DUE/IMMEDIATE -- SO THE DATASET MATCHES OR LOADS AGAINST    *
   210*    FACVSAM WITHOUT A REFORMAT.  DURATIONS ARE IN YEARS;        *
   220*    MODIFIED DURATION AND CONVEXITY ARE TAKEN WITH RESPECT TO   *
   230*    THE ANNUAL EFFECTIVE RATE, THE RATE THE SHOCKS MOVE.        *
   240******************************************************************
   250 01  SENSITIVITY-RECORD.
   260     02  SN-KEY.
   270         03  SN-RATE         PIC 9(02)V9(04).
   280         03  SN-TERM         PIC 9(03).
   290         03  SN-FREQ         PIC 9(02).
   300         03  SN-DUE-IND      PIC X(01).
   310     02  FILLER              PIC X(02) VALUE SPACES.
   320*    SN-RUN-ID IS THE BERN100 RUN WHOSE NUMOUT COEFFICIENTS
   330*    PRICED THE LINE (CO-RUN-ID / FA-RUN-ID).
   340     02  SN-RUN-ID           PIC X(14).
   350     02  FILLER              PIC X(02) VALUE SPACES.
   360     02  SN-BASE-PV          PIC S9(09)V9(09)
   370                             SIGN LEADING SEPARATE.
   380     02  FILLER              PIC X(02) VALUE SPACES.
   390     02  SN-MAC-DUR          PIC S9(03)V9(06)
   400                             SIGN LEADING SEPARATE.
   410     02  FILLER              PIC X(02) VALUE SPACES.
   420     02  SN-MOD-DUR          PIC S9(03)V9(06)
   430                             SIGN LEADING SEPARATE.
   440     02  FILLER              PIC X(02) VALUE SPACES.
   450     02  SN-CONVEXITY        PIC S9(05)V9(06)
   460                             SIGN LEADING SEPARATE.
   470     02  FILLER              PIC X(02) VALUE SPACES.
   480     02  SN-SHOCK-COUNT      PIC 9(01).
   490     02  FILLER              PIC X(02) VALUE SPACES.
   500*    ONE ENTRY PER SHOCK ON THE CARD, IN CARD ORDER; ENTRIES
   510*    PAST SN-SHOCK-COUNT ARE ZERO WITH A BLANK FLAG.  A SHOCK
   520*    THAT TAKES THE RATE TO ZERO OR BELOW IS NOT PRICED ("Z"),
   530*    NOR IS ONE WHOSE SERIES RAN OUT OF NUMOUT COEFFICIENTS
   540*    ("T", SAME MEANING AS FA-CONV-FLAG); EITHER WAY ITS
   550*    FACTOR AND PERCENTAGE ARE ZERO.
   560     02  SN-SHOCK            OCCURS 8 TIMES.
   570         03  SN-SHOCK-BP     PIC S9(04)
   580                             SIGN LEADING SEPARATE.
   590         03  SN-SHOCK-FLAG   PIC X(01).
   600             88  SN-SHOCK-PRICED     VALUE "P".
   610             88  SN-SHOCK-RATE-ZERO  VALUE "Z".
   620             88  SN-SHOCK-SHORT      VALUE "T".
   630         03  SN-SHOCK-PV     PIC S9(09)V9(09)
   640                             SIGN LEADING SEPARATE.
   650         03  SN-SHOCK-PCT    PIC S9(05)V9(06)
   660                             SIGN LEADING SEPARATE.
   670         03  FILLER          PIC X(02).
   680     02  FILLER              PIC X(04) VALUE SPACES.
