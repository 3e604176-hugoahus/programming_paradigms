   100******************************************************************
   110*    CPLED     -  NIGHTLY RUN-CONTROL LEDGER RECORD              *
   120*                                                                *
   130*    ONE STEP-STATUS RECORD APPENDED BY EACH PROGRAM OF THE      *
   140*    BERN100J NIGHTLY CHAIN (BERN100, BERN140, BERN110, BERN150, *
   150*    BERN160, BERN300, BERN310, BERN170, BERN125) AS IT ENDS,    *
   160*    SO THE NIGHT'S OUTCOME IS ONE DATASET INSTEAD OF A DOZEN    *
   170*    SYSOUTS.  BERN105 PRINTS THE MORNING OPERATIONS SUMMARY     *
   180*    OFF IT, HOLDS THE NEXT NIGHT'S JOB WHILE AN RC 8 OR WORSE   *
   190*    STANDS UNSIGNED, AND APPENDS THE SIGN-OFF RECORD THAT       *
   200*    RELEASES IT.                                                *
   210*                                                                *
   220*    LG-RUN-ID IS THE BERN100 RUN IDENTIFIER (SAME STAMP AS      *
   230*    CO-RUN-ID IN CPCOEF) -- BERN100 POSTS ITS OWN, AND EVERY    *
   240*    LATER STEP POSTS UNDER THE NEWEST ONE BERN100 LEFT ON THE   *
   250*    LEDGER.  LG-COUNT-IN IS THE RECORDS THE STEP READ OFF ITS   *
   260*    PRIMARY INPUT, LG-COUNT-OUT THE RECORDS IT WROTE TO ITS     *
   270*    PRIMARY OUTPUT (ZERO FOR A STEP THAT ONLY CHECKS), AND      *
   280*    LG-EXCEPTIONS WHAT THE STEP FLAGGED.                        *
   290*    ON A SIGN-OFF RECORD LG-USER IS WHO SIGNED, LG-RC THE       *
   300*    WORST STEP RC SIGNED FOR AND LG-VERDICT THE SIGN-OFF NOTE.  *
   310******************************************************************
   320 01  RUN-LEDGER-RECORD.
   330     02  LG-RUN-ID           PIC X(14).
   340     02  FILLER              PIC X(02) VALUE SPACES.
   350     02  LG-TYPE             PIC X(01).
   360         88  LG-STEP-STATUS          VALUE "S".
   370         88  LG-SIGN-OFF             VALUE "O".
   380     02  FILLER              PIC X(02) VALUE SPACES.
   390*    JOB STEP NAME AND PROGRAM, AS IN THE BERN100J JCL.
   400     02  LG-STEP             PIC X(08).
   410     02  FILLER              PIC X(02) VALUE SPACES.
   420     02  LG-PROGRAM          PIC X(08).
   430     02  FILLER              PIC X(02) VALUE SPACES.
   440*    WHEN THE RECORD WAS POSTED, YYYYMMDD AND HHMMSS.
   450     02  LG-DATE             PIC X(08).
   460     02  FILLER              PIC X(02) VALUE SPACES.
   470     02  LG-TIME             PIC X(06).
   480     02  FILLER              PIC X(02) VALUE SPACES.
   490     02  LG-RC               PIC 9(04).
   500     02  FILLER              PIC X(02) VALUE SPACES.
   510     02  LG-COUNT-IN         PIC 9(09).
   520     02  FILLER              PIC X(02) VALUE SPACES.
   530     02  LG-COUNT-OUT        PIC 9(09).
   540     02  FILLER              PIC X(02) VALUE SPACES.
   550*    EXCEPTIONS THE STEP RAISED -- REJECTS, MISMATCHES, BREAKS,
   560*    DRIFTED VALUES, WHATEVER THE STEP ITSELF COUNTS AS ONE.
   570     02  LG-EXCEPTIONS       PIC 9(09).
   580     02  FILLER              PIC X(02) VALUE SPACES.
   590     02  LG-USER             PIC X(08).
   600     02  FILLER              PIC X(02) VALUE SPACES.
   610     02  LG-VERDICT          PIC X(50).
   620     02  FILLER              PIC X(04) VALUE SPACES.
