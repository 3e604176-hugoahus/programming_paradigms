   100******************************************************************
   110*    CPRMK     -  KEYED RATE MASTER RECORD (RATEMAST KSDS)       *
   120*                                                                *
   130*    ONE 80-BYTE RECORD PER DATED RATE LINE, KEYED BY TERM,      *
   140*    FREQUENCY, TIMING AND EFFECTIVE DATE SO THE BN60 ONLINE     *
   150*    MAINTENANCE TRANSACTION (BERN230) CAN READ AND UPDATE ONE   *
   160*    LINE AT A TIME.  THE RECORD CARRIES TWO IMAGES OF THE       *
   170*    LINE: THE APPROVED IMAGE (RK-RATE/RK-END-DATE) THAT THE     *
   180*    BATCH JOBS PRICE FROM, AND A PENDING CHANGE (RK-PEND-)      *
   190*    THAT NOBODY PRICES FROM UNTIL A SECOND USER -- NOT THE      *
   200*    MAKER -- APPROVES IT ON THE SAME SCREEN.  A NEW LINE SITS   *
   210*    WITH STATUS P AND NO APPROVED IMAGE UNTIL THEN.  BERN300    *
   220*    AND BERN310 REBUILD THE CPRMST LINE FROM THE APPROVED       *
   230*    IMAGE ONLY.  RK-END-DATE BLANK MEANS OPEN-ENDED; IT IS      *
   240*    THE LAST DAY THE LINE IS PRICED, AFTER WHICH IT DROPS OUT   *
   250*    OF THE SELECTION, SO THE PRODUCT FALLS BACK TO THE LINE IT  *
   260*    HAD SUPERSEDED.  KEPT TO CARD WIDTH SO RATELOAD CAN REPRO   *
   270*    THE OPENING DECK STRAIGHT IN, AS SUBLOAD DOES FOR CPSUB.    *
   280******************************************************************
   290 01  RATE-KEYED-RECORD.
   300     02  RK-KEY.
   310         03  RK-TERM         PIC 9(03).
   320         03  RK-FREQ         PIC 9(02).
   330         03  RK-DUE          PIC X(01).
   340         03  RK-EFF-DATE     PIC 9(08).
   350     02  RK-STATUS           PIC X(01).
   360         88  RK-PENDING-ADD          VALUE "P".
   370         88  RK-APPROVED             VALUE "A".
   380     02  RK-RATE             PIC X(06).
   390     02  RK-END-DATE         PIC X(08).
   400     02  RK-PEND-ACTION      PIC X(01).
   410         88  RK-NOTHING-PENDING      VALUE SPACE.
   420         88  RK-PEND-ADD             VALUE "A".
   430         88  RK-PEND-CHANGE          VALUE "C".
   440         88  RK-PEND-END             VALUE "E".
   450     02  RK-PEND-RATE        PIC X(06).
   460     02  RK-PEND-END-DATE    PIC X(08).
   470     02  RK-MAKER            PIC X(08).
   480     02  RK-MAKE-DATE        PIC X(08).
   490     02  RK-MAKE-TIME        PIC X(06).
   500     02  RK-CHECKER          PIC X(08).
   510     02  FILLER              PIC X(06).
