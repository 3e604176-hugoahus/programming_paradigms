   800*                   SEQUENCE NUMBER AND A HASH CHAINED FROM THE *
   810*                   PRIOR RECORD (SEE CPAUD) -- BERN140 WALKS   *
   820*                   THE CHAIN AND FAILS LOUDLY ON ANY BREAK.    *
   830*  10/15/2026  HLW  POST A STEP-STATUS RECORD TO THE NIGHTLY    *
   840*                   RUN-CONTROL LEDGER (SEE CPLED) AT END OF    *
   850*                   STEP -- ITS RUN ID IS THE NIGHT'S.          *
   860*                   RESEQUENCED.                                *
   870*  10/15/2026  HLW  NEW RUN MODE F -- THE FAULHABER POWER-SUM   *
   880*                   POLYNOMIALS FOR EVERY POWER 0 THRU N,       *
   890*                   ARCHIVED WITH THEIR EXACT FRACTIONS TO THE  *
   900*                   NEW FAULOUT DATASET (SEE CPFAUL), LISTED TO *
   910*                   SYSOUT AND SELF-CHECKED AGAINST BRUTE-FORCE *
   920*                   SUMS.                                       *
   930*                   RESEQUENCED.                                *
   940******************************************************************
   950
   960 ENVIRONMENT DIVISION.
   970 INPUT-OUTPUT SECTION.
   980 FILE-CONTROL.
   990*    CTLCARD - DECK OF RUN REQUESTS, ONE CARD PER TABLE -- THE
  1000*    WHOLE DECK IS PROCESSED IN ONE EXECUTION.
  1010     SELECT OPTIONAL CTLCARD ASSIGN TO "CTLCARD"
  1020         ORGANIZATION IS LINE SEQUENTIAL
  1030         FILE STATUS IS BN-CTLCARD-STATUS.
  1040*    NUMOUT - ARCHIVE OF THE BERNOULLI COEFFICIENT TABLE.
  1050     SELECT NUMOUT ASSIGN TO "NUMOUT"
  1060         ORGANIZATION IS LINE SEQUENTIAL
  1070         FILE STATUS IS BN-NUMOUT-STATUS.
  1080*    NUMVSAM - THE KEYED LOOKUP STORE, KEYED BY TABLE TYPE PLUS
  1090*    INDEX (SEE CO-KEY IN CPCOEF), SO THE BERN200 ONLINE
  1100*    TRANSACTION CAN RANDOM-ACCESS A SINGLE B[N] -- OR, AFTER A
  1110*    MODE E RUN, G[N] -- INSTEAD OF READING A SEQUENTIAL
  1120*    ARCHIVE.
  1130     SELECT OPTIONAL NUMVSAM ASSIGN TO "NUMVSAM"
  1140         ORGANIZATION IS INDEXED
  1150         ACCESS MODE IS SEQUENTIAL
  1160         RECORD KEY IS VS-KEY
  1170         FILE STATUS IS BN-NUMVSAM-STATUS.
  1180*    RATOUT - EXACT-RATIONAL COMPANION TO NUMOUT: THE SAME
  1190*    TERMS AS NUMERATOR/DENOMINATOR FRACTIONS (VON STAUDT-
  1200*    CLAUSEN) NEXT TO THE DECIMAL APPROXIMATION, SO DOWNSTREAM
  1210*    JOBS CAN TRUST A VALUE TO THE LAST DIGIT INSTEAD OF
  1220*    TRUSTING COMP-2 ROUNDING.
  1230     SELECT RATOUT ASSIGN TO "RATOUT"
  1240         ORGANIZATION IS LINE SEQUENTIAL
  1250         FILE STATUS IS BN-RATOUT-STATUS.
  1260*    EULOUT - ARCHIVE OF THE EULER/GENOCCHI COMPANION TABLE,
  1270*    WRITTEN WHEN CC-MODE REQUESTS IT.
  1280     SELECT EULOUT ASSIGN TO "EULOUT"
  1290         ORGANIZATION IS LINE SEQUENTIAL
  1300         FILE STATUS IS BN-EULOUT-STATUS.
  1310*    FAULOUT - FAULHABER POWER-SUM COEFFICIENTS (SEE CPFAUL),
  1320*    WRITTEN FOR EVERY MODE F REQUEST.
  1330     SELECT FAULOUT ASSIGN TO "FAULOUT"
  1340         ORGANIZATION IS LINE SEQUENTIAL
  1350         FILE STATUS IS BN-FAULOUT-STATUS.
  1360*    CHKPT - RESTART CHECKPOINT, NUMS SNAPSHOT PLUS POSITION.
  1370     SELECT OPTIONAL CHKPT ASSIGN TO "CHKPT"
  1380         ORGANIZATION IS SEQUENTIAL
  1390         FILE STATUS IS BN-CHKPT-STATUS.
  1400*    AUDITLOG - ONE RECORD APPENDED PER REQUEST, FOR
  1410*    TRACEABILITY.
  1420     SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
  1430         ORGANIZATION IS LINE SEQUENTIAL
  1440         FILE STATUS IS BN-AUDIT-STATUS.
  1450*    REJECTS - ONE RECORD APPENDED PER DROPPED CONTROL CARD
  1460*    (SEE CPREJ), SO A REJECT IS A DATASET THE ANALYSTS CAN
  1470*    ACTUALLY SEE INSTEAD OF A DISPLAY BURIED IN SYSOUT.
  1480     SELECT OPTIONAL REJECTS ASSIGN TO "REJECTS"
  1490         ORGANIZATION IS LINE SEQUENTIAL
  1500         FILE STATUS IS BN-REJECT-STATUS.
  1510*    RUNSTATE - ONE RECORD APPENDED AS EACH REQUEST'S OUTPUT AND
  1520*    AUDIT RECORDS FINISH, SO A RERUN OF A FAILED DECK SKIPS THE
  1530*    REQUESTS ALREADY COMPLETED -- THE DECK-LEVEL COMPANION TO
  1540*    WHAT CHKPT DOES INSIDE THE BERNOULLI LOOP.  TRUNCATED BY THE
  1550*    CLEARST STEP AFTER THE DECK HAS BEEN PROCESSED TO THE END,
  1560*    THE SAME WAY CLEARQ TRUNCATES THE REQUEST QUEUE.
  1570     SELECT OPTIONAL RUNSTATE ASSIGN TO "RUNSTATE"
  1580         ORGANIZATION IS LINE SEQUENTIAL
  1590         FILE STATUS IS BN-RUNST-STATUS.
  1600*    SUBMAST - KEYED SUBMITTER AUTHORIZATION MASTER, READ BY
  1610*    USER ID FOR EVERY CARD.  OPTIONAL SO A SITE THAT HAS NOT
  1620*    LOADED ONE YET STILL RUNS -- SEE 1700-OPEN-SUBMITTER-MST
  1630*    FOR THE LOUD BYPASS.
  1640     SELECT OPTIONAL SUBMAST ASSIGN TO "SUBMAST"
  1650         ORGANIZATION IS INDEXED
  1660         ACCESS MODE IS RANDOM
  1670         RECORD KEY IS SUB-USERID
  1680         FILE STATUS IS BN-SUBMAST-STATUS.
  1690*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), ONE
  1700*    STEP-STATUS RECORD APPENDED AT END OF STEP.
  1710     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
  1720         ORGANIZATION IS LINE SEQUENTIAL
  1730         FILE STATUS IS BN-LEDG-STATUS.
  1740
  1750 DATA DIVISION.
  1760 FILE SECTION.
  1770 FD  CTLCARD.
  1780     COPY CPCTL.
  1790
  1800 FD  NUMOUT.
  1810     COPY CPCOEF REPLACING
  1820         ==COEF-OUT-RECORD==
  1830         BY ==NUMOUT-RECORD==.
  1840
  1850 FD  NUMVSAM.
  1860     COPY CPCOEF REPLACING
  1870         ==COEF-OUT-RECORD== BY ==NUMVSAM-RECORD==
  1880         ==CO-KEY==          BY ==VS-KEY==
  1890         ==CO-TABLE==        BY ==VS-TABLE==
  1900         ==CO-INDEX==        BY ==VS-INDEX==
  1910         ==CO-VALUE==        BY ==VS-VALUE==
  1920         ==CO-REQ==          BY ==VS-REQ==
  1930         ==CO-RUN-ID==       BY ==VS-RUN-ID==
  1940         ==CO-MANTISSA==      BY ==VS-MANTISSA==
  1950         ==CO-EXPONENT==      BY ==VS-EXPONENT==.
  1960
  1970 FD  RATOUT.
  1980     COPY CPRAT.
  1990
  2000 FD  EULOUT.
  2010     COPY CPCOEF REPLACING
  2020         ==COEF-OUT-RECORD==
  2030         BY ==EULOUT-RECORD==.
  2040
  2050 FD  FAULOUT.
  2060     COPY CPFAUL.
  2070
  2080 FD  CHKPT.
  2090     COPY CPCHK.
  2100
  2110 FD  AUDITLOG.
  2120     COPY CPAUD.
  2130
  2140 FD  REJECTS.
  2150     COPY CPREJ.
  2160
  2170 FD  RUNSTATE.
  2180     COPY CPRST.
  2190
  2200 FD  SUBMAST.
  2210     COPY CPSUB.
  2220
  2230 FD  RUNLEDG.
  2240     COPY CPLED.
  2250
  2260*> Defines variables that the program will use
  2270 WORKING-STORAGE SECTION.
  2280*> 01 means simple variable, PIC S9(9) menans "picture"
  2290*> USAGE IS BINARY VALUE means storage format is binary int
  2300*> Ändra N om man vill räkna upp till ett annat B[N]
  2310 01  N                     PIC S9(9) USAGE BINARY VALUE 20.
  2320 01  N-ARG                 PIC S9(9) USAGE BINARY VALUE 20.
  2330 01  M                     PIC S9(9) USAGE BINARY VALUE 1.
  2340 01  M-IDX                 PIC S9(9) USAGE BINARY VALUE 1.
  2350 01  K                     PIC S9(9) USAGE BINARY VALUE 1.
  2360 01  K-IDX                 PIC S9(9) USAGE BINARY VALUE 1.
  2370 01  K-ARG                 PIC S9(9) USAGE BINARY VALUE 0.
  2380*    R HOLDS THE BINOMIAL COEFFICIENT LOOKED UP BY 2100-BINOM.
  2390*    COMP-2 SO IT CAN HOLD C(N,K) FOR N UP TO BN-MAX-N WITHOUT
  2400*    OVERFLOWING A BINARY FIELD (THE COEFFICIENTS EXPLODE WELL
  2410*    BEFORE N REACHES 200).
  2420 01  R                     COMP-2 VALUE 1.0.
  2430*    BN-TERM IS A SCRATCH COMP-2 TERM FOR THE BINOMIAL-RECURRENCE
  2440*    MULTIPLY, KEPT AS A SEPARATE COMPUTE FROM THE SURROUNDING
  2450*    ADD/SUBTRACT -- COMBINING MULTIPLY AND ADD/SUBTRACT IN ONE
  2460*    COMPUTE STATEMENT ON THIS RUNTIME SILENTLY EVALUATES THE
  2470*    MULTIPLY TERM AS ZERO.
  2480 01  BN-TERM               COMP-2 VALUE 0.0.
  2490*    BN-POW2 IS A SCRATCH COMP-2 HOLDING 2**N FOR
  2500*    2500-EULER-GENOCCHI'S GENOCCHI-NUMBER SCALING RELATION.
  2510 01  BN-POW2               COMP-2 VALUE 0.0.
  2520 01  I                     PIC S9(9) USAGE BINARY VALUE 1.
  2530 01  DISP-INDEX            PIC S9(9) USAGE BINARY VALUE 0.
  2540 01  DISP-INDEX-OFFSET     PIC S9(9) USAGE BINARY VALUE 0.
  2550*    BN-MAX-N IS THE LARGEST N THE NUMS TABLE BELOW CAN HOLD.
  2560*    RAISING IT MEANS RESIZING NUMS (AND EUL-NUMS) TO MATCH.
  2570 01  BN-MAX-N              PIC S9(9) USAGE BINARY VALUE 200.
  2580*    PASCAL'S-TRIANGLE LOOKUP TABLE, BUILT ONCE BY
  2590*    1600-BUILD-PASCAL SO 2100-BINOM CAN JUST LOOK C(N,K) UP
  2600*    INSTEAD OF RE-DERIVING IT ON EVERY CALL.  ROW HOLDS N+1,
  2610*    COLUMN HOLDS K+1 (SUBSCRIPTS ARE 1-ORIGIN).  COMP-2, NOT A
  2620*    BINARY FIELD -- C(N,K) PASSES WELL BEYOND A 9-DIGIT BINARY
  2630*    FIELD'S RANGE LONG BEFORE N REACHES BN-MAX-N.
  2640 01  BN-PASCAL.
  2650     02  BN-PASCAL-ROW     OCCURS 202 TIMES.
  2660         03  BN-PASCAL-COL COMP-2
  2670                           OCCURS 202 TIMES.
  2680 01  BN-PASC-ROW           PIC S9(9) USAGE BINARY VALUE 0.
  2690 01  BN-PASC-COL           PIC S9(9) USAGE BINARY VALUE 0.
  2700 01  NUMS.
  2710*> NUM holds the coefficients, initially all 0.0, one slot per
  2720*> term 0 THRU BN-MAX-N (BN-MAX-N + 1 slots in all).
  2730*> 02 means group elements, COMP-2 is floating point storage
  2740     02  NUM               COMP-2 VALUE 0.0 OCCURS 201 TIMES.
  2750
  2760*    RUN MODE PICKED UP FROM THE CONTROL CARD.  "B" RUNS THE
  2770*    BERNOULLI TABLE ONLY (THE ORIGINAL BEHAVIOR); "E" ALSO
  2780*    BUILDS THE EUL-NUMS TABLE BELOW ALONGSIDE IT; "F" ALSO
  2790*    BUILDS THE FAULHABER POWER-SUM TABLE (BN-FAU-TABLE).
  2800 01  BN-MODE               PIC X(01) VALUE "B".
  2810     88  BN-MODE-EUL-REQUESTED       VALUE "E".
  2820     88  BN-MODE-FAU-REQUESTED       VALUE "F".
  2830
  2840*    EUL-NUMS HOLDS THE GENOCCHI-NUMBER COMPANION TABLE, BUILT
  2850*    BY 2500-EULER-GENOCCHI FROM THE ALREADY-COMPUTED NUM TABLE
  2860*    VIA THE BERNOULLI-TO-GENOCCHI SCALING RELATION, NOT VIA
  2870*    2100-BINOM (G(N) IS NOT A BINOMIAL CONVOLUTION OF ITSELF).
  2880 01  EUL-NUMS.
  2890     02  EUL-NUM           COMP-2 VALUE 0.0 OCCURS 201 TIMES.
  2900
  2910*    BN-FAU-TABLE HOLDS THE FAULHABER POWER-SUM COEFFICIENTS,
  2920*    BUILT BY 2600-FAULHABER FROM THE ALREADY-COMPUTED NUM
  2930*    TABLE: ROW P + 1, COLUMN K IS THE COEFFICIENT OF N**K IN
  2940*    1**P + 2**P + ... + N**P, K = 1 THRU P + 1 (THERE IS NO
  2950*    CONSTANT TERM).  BUILT ONCE AT THE LARGEST MODE F N OF THE
  2960*    DECK -- EVERY SMALLER MODE F REQUEST IS A PREFIX OF ITS
  2970*    ROWS, THE SAME WAY EVERY SMALLER REQUEST IS A PREFIX OF NUM.
  2980 01  BN-FAU-TABLE.
  2990     02  BN-FAU-ROW        OCCURS 201 TIMES.
  3000         03  BN-FAU-COEF   COMP-2 OCCURS 201 TIMES.
  3010 01  BN-FAU-P              PIC S9(9) USAGE BINARY VALUE 0.
  3020 01  BN-FAU-P1             PIC S9(9) USAGE BINARY VALUE 0.
  3030 01  BN-FAU-J              PIC S9(9) USAGE BINARY VALUE 0.
  3040 01  BN-FAU-K              PIC S9(9) USAGE BINARY VALUE 0.
  3050
  3060*    REQUEST SEQUENCE WITHIN THE CTLCARD DECK, 1 FOR THE FIRST
  3070*    CARD, TAGGED ONTO EVERY ARCHIVE AND AUDIT RECORD THE
  3080*    REQUEST PRODUCES (CO-REQ/AU-REQ).  BN-CARD-COUNT COUNTS
  3090*    CARDS ACTUALLY READ SO AN EMPTY OR MISSING DECK CAN STILL
  3100*    FALL BACK TO ONE COMPILED-IN DEFAULT REQUEST.
  3110 01  BN-REQ-NUM            PIC S9(9) USAGE BINARY VALUE 0.
  3120 01  BN-CARD-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  3130
  3140*    THE WHOLE DECK, EDITED AND FILED BEFORE ANY COMPUTATION --
  3150*    THE QUADRATIC RECURRENCE THEN RUNS ONCE AT THE LARGEST
  3160*    ACCEPTED N AND EVERY SMALLER REQUEST IS CUT FROM THAT
  3170*    SHARED TABLE (A BIG TABLE IS A SUPERSET OF EVERY SMALLER
  3180*    ONE -- THE SAME ARGUMENT THE KEYED-STORE LOAD HAS ALWAYS
  3190*    LEANED ON).  ONE SLOT PER CARD, REJECTED ONES INCLUDED, SO
  3200*    THE SLOT NUMBER IS THE DECK SEQUENCE CO-REQ/AU-REQ CARRY.
  3210 01  BN-MAX-REQS           PIC S9(9) USAGE BINARY VALUE 100.
  3220 01  BN-REQ-TABLE.
  3230     02  BN-REQ-ENTRY      OCCURS 100 TIMES.
  3240         03  BN-REQ-N      PIC S9(9) USAGE BINARY.
  3250         03  BN-REQ-MODE   PIC X(01).
  3260         03  BN-REQ-SUBM   PIC X(08).
  3270*    "Y" ONLY WHEN THE CARD PASSED BOTH THE SUBMITTER AND THE
  3280*    RANGE EDITS -- THE OUTPUT PASS SKIPS EVERYTHING ELSE.
  3290         03  BN-REQ-USE-SW PIC X(01).
  3300*    "Y" WHEN A PRIOR RUN'S RUN-STATE RECORD SHOWS THIS SLOT
  3310*    ALREADY COMPLETED -- SEE 1090-LOAD-RUN-STATE.
  3320         03  BN-REQ-DONE-SW PIC X(01).
  3330 01  BN-REQ-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  3340 01  BN-REQ-IX             PIC S9(9) USAGE BINARY VALUE 0.
  3350
  3360*    SET WHEN 1200-VALIDATE-N REJECTS THE CURRENT CARD, SO THE
  3370*    DECK LOOP DROPS JUST THAT REQUEST AND CARRIES ON WITH THE
  3380*    REST OF THE DECK INSTEAD OF ABANDONING THE RUN.
  3390 01  BN-SKIP-SW            PIC X(01) VALUE "N".
  3400     88  BN-SKIP-REQUEST             VALUE "Y".
  3410
  3420*    EULOUT IS OPENED ON THE FIRST MODE E REQUEST OF THE DECK
  3430*    AND STAYS OPEN TO THE END, SO A DECK MIXING B AND E CARDS
  3440*    ACCUMULATES ONE EULER ARCHIVE ACROSS ITS E REQUESTS.
  3450 01  BN-EULOUT-OPENED-SW   PIC X(01) VALUE "N".
  3460     88  BN-EULOUT-OPENED            VALUE "Y".
  3470
  3480*    FAULOUT IS OPENED ON THE FIRST MODE F REQUEST OF THE DECK
  3490*    AND STAYS OPEN TO THE END, THE SAME WAY EULOUT IS.
  3500 01  BN-FAULOUT-OPENED-SW  PIC X(01) VALUE "N".
  3510     88  BN-FAULOUT-OPENED           VALUE "Y".
  3520
  3530*    EXACT-RATIONAL WORK FIELDS FOR 4550-WRITE-RATIONAL-FILE.
  3540*    THE DENOMINATOR IS THE VON STAUDT-CLAUSEN PRODUCT OF THE
  3550*    PRIMES P WITH (P-1) DIVIDING N -- EXACT INTEGER ARITHMETIC
  3560*    THROUGHOUT.  THE NUMERATOR LEANS ON THE COMP-2 TABLE ONLY
  3570*    TO RECOVER THE INTEGER A = B(N) + SUM(1/P), WHICH IS
  3580*    TRUSTWORTHY WHILE ABS(B(N)) STAYS UNDER BN-RAT-EXACT-LIMIT
  3590*    (THE RECURRENCE'S OBSERVED RELATIVE ERROR TIMES THAT
  3600*    MAGNITUDE IS STILL WELL UNDER HALF A UNIT THERE).
  3610 01  BN-RAT-DENOM          PIC S9(18) USAGE BINARY VALUE 1.
  3620 01  BN-RAT-PSUM           PIC S9(31) VALUE 0.
  3630 01  BN-RAT-NUMER          PIC S9(31) VALUE 0.
  3640 01  BN-RAT-TERM           PIC S9(18) USAGE BINARY VALUE 0.
  3650 01  BN-RAT-P              PIC S9(9) USAGE BINARY VALUE 0.
  3660 01  BN-RAT-PM1            PIC S9(9) USAGE BINARY VALUE 0.
  3670 01  BN-RAT-DIV            PIC S9(9) USAGE BINARY VALUE 0.
  3680 01  BN-RAT-QUOT           PIC S9(9) USAGE BINARY VALUE 0.
  3690 01  BN-RAT-REM            PIC S9(9) USAGE BINARY VALUE 0.
  3700 01  BN-RAT-PRIME-SW       PIC X(01) VALUE "N".
  3710     88  BN-RAT-IS-PRIME             VALUE "Y".
  3720 01  BN-RAT-RECIP-SUM      COMP-2 VALUE 0.0.
  3730 01  BN-RAT-A              COMP-2 VALUE 0.0.
  3740 01  BN-RAT-A-INT          PIC S9(18) USAGE BINARY VALUE 0.
  3750 01  BN-RAT-FRAC           COMP-2 VALUE 0.0.
  3760 01  BN-RAT-ABS            COMP-2 VALUE 0.0.
  3770 01  BN-RAT-EXACT-LIMIT    COMP-2 VALUE 10000000000000.0.
  3780 01  BN-RAT-EXACT-SW       PIC X(01) VALUE "N".
  3790
  3800*    EXACT-FRACTION WORK FIELDS FOR 4660-FAULHABER-ONE-TERM.
  3810*    THE COEFFICIENT OF N**K IS C(P+1,J) * B(J) / (P+1), J =
  3820*    P + 1 - K, SO ITS FRACTION IS THE CPRAT FRACTION OF B(J)
  3830*    TIMES AN INTEGER BINOMIAL OVER P + 1, REDUCED BY EUCLID.
  3840*    THE BINOMIAL COMES OFF THE COMP-2 PASCAL TABLE, WHICH IS
  3850*    ONLY AN EXACT INTEGER WHILE IT STAYS UNDER
  3860*    BN-FAU-BINOM-LIMIT (COMFORTABLY INSIDE THE 53-BIT
  3870*    MANTISSA); PAST THAT THE TERM IS ARCHIVED DECIMAL ONLY.
  3880 01  BN-FAU-VALUE          PIC S9(18)V9(06)
  3890                           SIGN LEADING SEPARATE.
  3900 01  BN-FAU-BINOM          PIC S9(18) USAGE BINARY VALUE 0.
  3910 01  BN-FAU-BINOM-LIMIT    COMP-2 VALUE 1000000000000000.0.
  3920 01  BN-FAU-NUMER          PIC S9(31) VALUE 0.
  3930 01  BN-FAU-DENOM          PIC S9(31) VALUE 0.
  3940 01  BN-FAU-DENOM-MAX      PIC S9(31)
  3950                           VALUE 999999999999999999.
  3960 01  BN-FAU-GCD-A          PIC S9(31) VALUE 0.
  3970 01  BN-FAU-GCD-B          PIC S9(31) VALUE 0.
  3980 01  BN-FAU-GCD-Q          PIC S9(31) VALUE 0.
  3990 01  BN-FAU-GCD-R          PIC S9(31) VALUE 0.
  4000 01  BN-FAU-EXACT-SW       PIC X(01) VALUE "N".
  4010     88  BN-FAU-EXACT                VALUE "Y".
  4020*    LISTING COPIES OF THE FRACTION FOR 4250.
  4030 01  BN-FAU-NUM-EDIT       PIC -(30)9.
  4040 01  BN-FAU-DEN-EDIT       PIC Z(17)9.
  4050
  4060*    LARGEST ACCEPTED N OF THE DECK, OVERALL AND FOR THE MODE E
  4070*    CARDS, WITH THE DECK SEQUENCE OF THE CARD THAT SET EACH --
  4080*    1080-COMPUTE-DECK-TABLES RUNS THE RECURRENCE ONCE AT
  4090*    BN-DECK-N (AND THE GENOCCHI RESCALE ONCE AT BN-DECK-EUL-N),
  4100*    AND THE KEYED LOOKUP STORE IS LOADED STRAIGHT FROM THE
  4110*    SHARED NUM/EUL-NUM TABLES -- THE LARGEST REQUEST'S TABLE
  4120*    IS A SUPERSET OF EVERY SMALLER ONE, SO THE ONLINE LOOKUP
  4130*    SERVES EVERY INDEX ANY CARD ASKED FOR.
  4140 01  BN-DECK-N             PIC S9(9) USAGE BINARY VALUE -1.
  4150 01  BN-DECK-REQ           PIC S9(9) USAGE BINARY VALUE 0.
  4160 01  BN-DECK-EUL-N         PIC S9(9) USAGE BINARY VALUE -1.
  4170 01  BN-DECK-EUL-REQ       PIC S9(9) USAGE BINARY VALUE 0.
  4180*    LARGEST ACCEPTED MODE F N -- THE FAULHABER TABLE IS BUILT
  4190*    ONCE AT IT.  NOTHING MODE F PRODUCES GOES TO THE KEYED
  4200*    STORE, SO NO REQUEST SEQUENCE IS KEPT WITH IT.
  4210 01  BN-DECK-FAU-N         PIC S9(9) USAGE BINARY VALUE -1.
  4220
  4230*    SWITCHES/STATUS FOR THE CTLCARD AND NUMOUT DATASETS.
  4240 01  BN-CTLCARD-STATUS     PIC X(02) VALUE "00".
  4250     88  BN-CTLCARD-OK               VALUE "00".
  4260     88  BN-CTLCARD-MISSING         VALUE "05" "35".
  4270     88  BN-CTLCARD-EOF             VALUE "10".
  4280 01  BN-NUMOUT-STATUS      PIC X(02) VALUE "00".
  4290     88  BN-NUMOUT-OK                VALUE "00".
  4300 01  BN-RATOUT-STATUS      PIC X(02) VALUE "00".
  4310     88  BN-RATOUT-OK                VALUE "00".
  4320 01  BN-NUMVSAM-STATUS     PIC X(02) VALUE "00".
  4330     88  BN-NUMVSAM-OK               VALUE "00".
  4340     88  BN-NUMVSAM-MISSING         VALUE "05" "35".
  4350 01  BN-EULOUT-STATUS      PIC X(02) VALUE "00".
  4360     88  BN-EULOUT-OK                VALUE "00".
  4370 01  BN-FAULOUT-STATUS     PIC X(02) VALUE "00".
  4380     88  BN-FAULOUT-OK               VALUE "00".
  4390 01  BN-CHKPT-STATUS       PIC X(02) VALUE "00".
  4400     88  BN-CHKPT-OK                 VALUE "00".
  4410     88  BN-CHKPT-MISSING           VALUE "05" "35".
  4420     88  BN-CHKPT-EOF                VALUE "10".
  4430*    CHKPT IS APPENDED TO, NOT REPLACED, ON EVERY SAVE (SEE
  4440*    2400-CHECKPOINT-SAVE), SO THIS SWITCH TRACKS WHETHER
  4450*    1400-LOAD-CHECKPOINT ACTUALLY FOUND A RECORD TO READ.
  4460 01  BN-CHKPT-FOUND-SW     PIC X(01) VALUE "N".
  4470     88  BN-CHKPT-FOUND              VALUE "Y".
  4480 01  BN-AUDIT-STATUS       PIC X(02) VALUE "00".
  4490     88  BN-AUDIT-OK                 VALUE "00".
  4500     88  BN-AUDIT-MISSING           VALUE "05" "35".
  4510     88  BN-AUDIT-EOF                VALUE "10".
  4520 01  BN-REJECT-STATUS      PIC X(02) VALUE "00".
  4530     88  BN-REJECT-OK                VALUE "00".
  4540     88  BN-REJECT-MISSING          VALUE "05" "35".
  4550 01  BN-RUNST-STATUS       PIC X(02) VALUE "00".
  4560     88  BN-RUNST-OK                 VALUE "00".
  4570     88  BN-RUNST-MISSING           VALUE "05" "35".
  4580     88  BN-RUNST-EOF                VALUE "10".
  4590 01  BN-SUBMAST-STATUS     PIC X(02) VALUE "00".
  4600     88  BN-SUBMAST-OK               VALUE "00".
  4610     88  BN-SUBMAST-NOTFND          VALUE "23".
  4620*    SET ONLY WHEN THE AUTHORIZATION MASTER ACTUALLY OPENED --
  4630*    WITHOUT IT THE CHECKS IN 1150-VALIDATE-SUBMITTER ARE
  4640*    BYPASSED (LOUDLY, SEE 1700-OPEN-SUBMITTER-MST).
  4650 01  BN-SUBMAST-OPEN-SW    PIC X(01) VALUE "N".
  4660     88  BN-SUBMAST-AVAILABLE        VALUE "Y".
  4670
  4680*    WHO SUBMITTED THE RUN, FOR THE AUDIT LOG -- PICKED UP FROM
  4690*    CC-SUBMITTER ON THE CONTROL CARD, OR "UNKNOWN" IF BLANK.
  4700 01  BN-SUBMITTER          PIC X(08) VALUE "UNKNOWN".
  4710
  4720*    THE CARD IMAGE OF THE REQUEST BEING EDITED, KEPT ASIDE SO
  4730*    A REJECT RECORD CAN CARRY THE CARD EXACTLY AS PUNCHED --
  4740*    BLANK FOR THE COMPILED-IN DEFAULT REQUEST, WHICH HAS NO
  4750*    CARD.  BN-REJ-REASON IS SET AT EACH REJECT SITE BEFORE
  4760*    5500-WRITE-REJECT IS PERFORMED.
  4770 01  BN-CARD-IMAGE         PIC X(80) VALUE SPACES.
  4780 01  BN-REJ-REASON         PIC 9(02) VALUE ZERO.
  4790
  4800*    RUN IDENTIFIER, ASSIGNED ONCE BY 0100-ASSIGN-RUN-ID AND
  4810*    STAMPED ON EVERY ARCHIVE, RATIONAL, LOOKUP AND AUDIT RECORD
  4820*    THIS EXECUTION PRODUCES (CO-RUN-ID/CR-RUN-ID/AU-RUN-ID) --
  4830*    RUN DATE PLUS START TIME, YYYYMMDDHHMMSS, SO TWO SAME-DAY
  4840*    EXECUTIONS STILL STAMP DISTINCT RUNS.
  4850 01  BN-RUN-ID.
  4860     02  BN-RUN-ID-DATE    PIC X(08).
  4870     02  BN-RUN-ID-TIME    PIC X(06).
  4880
  4890*    AUDIT-CHAIN STATE -- THE LIFETIME SEQUENCE AND THE PRIOR
  4900*    RECORD'S HASH, LOADED OFF THE LAST LOG RECORD AT START-UP
  4910*    (0200-LOAD-AUDIT-POSITION) AND ROLLED FORWARD BY EVERY
  4920*    5000-AUDIT-LOG WRITE.  THE FOLD AND ALPHABET MUST MATCH
  4930*    BERN140'S VERIFIER EXACTLY -- SEE THE CPAUD COMMENTS FOR
  4940*    THE CONTRACT.
  4950 01  BN-AUDIT-SEQ          PIC S9(9) USAGE BINARY VALUE 0.
  4960 01  BN-AUDIT-PREV-HASH    PIC S9(18) USAGE BINARY VALUE 0.
  4970 01  BN-AUDIT-HASH         PIC S9(18) USAGE BINARY VALUE 0.
  4980 01  BN-HASH-MODULUS       PIC S9(9) USAGE BINARY
  4990                           VALUE 999999937.
  5000 01  BN-HASH-IN            PIC S9(18) USAGE BINARY VALUE 0.
  5010 01  BN-HASH-QUOT          PIC S9(18) USAGE BINARY VALUE 0.
  5020 01  BN-HASH-CHK           PIC S9(18)V9(06) VALUE ZERO.
  5030 01  BN-HASH-CHK-ABS       PIC S9(18)V9(06) VALUE ZERO.
  5040 01  BN-HASH-CHK-INT       PIC S9(18) USAGE BINARY VALUE 0.
  5050 01  BN-HASH-CHK-DEC       PIC S9(9) USAGE BINARY VALUE 0.
  5060 01  BN-HASH-CHAR          PIC X(01) VALUE SPACE.
  5070 01  BN-HASH-CHAR-IX       PIC S9(9) USAGE BINARY VALUE 0.
  5080 01  BN-HASH-SUB-IX        PIC S9(9) USAGE BINARY VALUE 0.
  5090 01  BN-HASH-RUNID-SPLIT.
  5100     02  BN-HASH-RUNID-DT  PIC 9(08).
  5110     02  BN-HASH-RUNID-TM  PIC 9(06).
  5120*    THE HASH ALPHABET -- A CHARACTER'S 1-ORIGIN POSITION HERE
  5130*    IS ITS FOLD VALUE; ANYTHING ELSE FOLDS AS ZERO.  IDENTICAL
  5140*    TABLE IN BERN140.
  5150 01  BN-HASH-ALPHA-INIT    PIC X(39) VALUE
  5160     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-#$".
  5170 01  BN-HASH-ALPHA REDEFINES BN-HASH-ALPHA-INIT.
  5180     02  BN-HASH-ALPHA-CH  PIC X(01) OCCURS 39 TIMES.
  5190 01  BN-HASH-SUBM          PIC X(08) VALUE SPACES.
  5200 01  BN-HASH-SUBM-R REDEFINES BN-HASH-SUBM.
  5210     02  BN-HASH-SUBM-CH   PIC X(01) OCCURS 8 TIMES.
  5220
  5230*    CONTROL TOTAL OVER THE COMPUTED TABLE, WRITTEN TO THE AUDIT
  5240*    LOG SO A LATER RUN AT THE SAME N CAN BE SPOT-CHECKED AGAINST
  5250*    IT WITHOUT COMPARING THE FULL TABLE TERM BY TERM.
  5260 01  BN-CHECKSUM           COMP-2 VALUE 0.0.
  5270*    SECOND CONTROL TOTAL, OVER EUL-NUMS, SO A MODE E RUN'S
  5280*    GENOCCHI TABLE IS AUDITED TOO -- BN-CHECKSUM ALONE ONLY
  5290*    COVERS THE BERNOULLI HALF OF THE OUTPUT.
  5300 01  BN-CHECKSUM-2         COMP-2 VALUE 0.0.
  5310*    ON A MODE F RUN THE SECOND CONTROL TOTAL COVERS THE
  5320*    REQUEST'S FAULHABER COEFFICIENTS INSTEAD -- A RUN IS E OR
  5330*    F, NEVER BOTH, SO THE ONE FIELD SERVES EITHER.
  5340
  5350*    THE NUMS TABLE IS CHECKPOINTED EVERY BN-CKPT-INTERVAL M'S
  5360*    SO A LARGE-N RUN THAT ABENDS CAN RESTART NEAR WHERE IT
  5370*    LEFT OFF INSTEAD OF FROM M = 1.  BN-RESUME-M IS WHERE THE
  5380*    MAIN BERNOULLI LOOP ACTUALLY BEGINS.
  5390 01  BN-CKPT-INTERVAL      PIC S9(9) USAGE BINARY VALUE 50.
  5400 01  BN-CKPT-REMAINDER     PIC S9(9) USAGE BINARY VALUE 0.
  5410 01  BN-CKPT-QUOTIENT      PIC S9(9) USAGE BINARY VALUE 0.
  5420 01  BN-RESUME-M           PIC S9(9) USAGE BINARY VALUE 1.
  5430
  5440*    REPORT-FORMATTED COPY OF A SINGLE COEFFICIENT, SAME FIXED
  5450*    SIGNED-DECIMAL SHAPE AS CO-VALUE IN CPCOEF SO SYSOUT MATCHES
  5460*    WHAT NUMOUT/EULOUT ACTUALLY ARCHIVE.  WIDENED TO 18 INTEGER
  5470*    DIGITS SO TERMS WELL PAST B(20) STILL FIT; THE COMPUTES THAT
  5480*    LOAD IT CHECK FOR SIZE ERROR SINCE EVEN THAT IS NOT ENOUGH
  5490*    FOR EVERY N THE TABLE NOW SUPPORTS.
  5500 01  BN-RPT-VALUE          PIC S9(18)V9(06)
  5510                           SIGN LEADING SEPARATE.
  5520
  5530*    WORK FIELDS FOR 4800-SCALE-TERM -- THE NORMALIZED SCALED
  5540*    FORM (MANTISSA IN [1,10), ZERO FOR ZERO, TIMES TEN TO THE
  5550*    EXPONENT) ARCHIVED NEXT TO EVERY FIXED-PICTURE VALUE.
  5560 01  BN-SCALE-IN           COMP-2 VALUE 0.0.
  5570 01  BN-SCALE-ABS          COMP-2 VALUE 0.0.
  5580 01  BN-SCALE-MANT         PIC S9(01)V9(14)
  5590                           SIGN LEADING SEPARATE.
  5600 01  BN-SCALE-EXP          PIC S9(9) USAGE BINARY VALUE 0.
  5610
  5620*    KNOWN PUBLISHED BERNOULLI NUMBERS B(0) - B(30), USED BY
  5630*    3000-VALIDATE-RESULTS AS A SELF-CHECK AGAINST NUM.  BUILT
  5640*    AS INDIVIDUAL FILLERS AND REDEFINED AS A TABLE SO EACH
  5650*    VALUE IS VISIBLE AT A GLANCE NEXT TO ITS INDEX.
  5660 01  BN-REF-VALUES-INIT.
  5670     02  FILLER            COMP-2 VALUE 1.0.
  5680     02  FILLER            COMP-2 VALUE -0.5.
  5690     02  FILLER            COMP-2 VALUE 0.166667.
  5700     02  FILLER            COMP-2 VALUE 0.0.
  5710     02  FILLER            COMP-2 VALUE -0.033333.
  5720     02  FILLER            COMP-2 VALUE 0.0.
  5730     02  FILLER            COMP-2 VALUE 0.023810.
  5740     02  FILLER            COMP-2 VALUE 0.0.
  5750     02  FILLER            COMP-2 VALUE -0.033333.
  5760     02  FILLER            COMP-2 VALUE 0.0.
  5770     02  FILLER            COMP-2 VALUE 0.075758.
  5780     02  FILLER            COMP-2 VALUE 0.0.
  5790     02  FILLER            COMP-2 VALUE -0.253114.
  5800     02  FILLER            COMP-2 VALUE 0.0.
  5810     02  FILLER            COMP-2 VALUE 1.166667.
  5820     02  FILLER            COMP-2 VALUE 0.0.
  5830     02  FILLER            COMP-2 VALUE -7.092157.
  5840     02  FILLER            COMP-2 VALUE 0.0.
  5850     02  FILLER            COMP-2 VALUE 54.971178.
  5860     02  FILLER            COMP-2 VALUE 0.0.
  5870     02  FILLER            COMP-2 VALUE -529.124242.
  5880     02  FILLER            COMP-2 VALUE 0.0.
  5890     02  FILLER            COMP-2 VALUE 6192.123188.
  5900     02  FILLER            COMP-2 VALUE 0.0.
  5910     02  FILLER            COMP-2 VALUE -86580.253114.
  5920     02  FILLER            COMP-2 VALUE 0.0.
  5930     02  FILLER            COMP-2 VALUE 1425517.166667.
  5940     02  FILLER            COMP-2 VALUE 0.0.
  5950     02  FILLER            COMP-2 VALUE -27298231.067816.
  5960     02  FILLER            COMP-2 VALUE 0.0.
  5970     02  FILLER            COMP-2 VALUE 601580873.900642.
  5980 01  BN-REF-VALUES REDEFINES BN-REF-VALUES-INIT.
  5990     02  BN-REF-VALUE      COMP-2 OCCURS 31 TIMES.
  6000
  6010*    TOLERANCE AND COUNTERS FOR THE SELF-CHECK.
  6020 01  BN-TOLERANCE          COMP-2 VALUE 0.001.
  6030 01  BN-DIFF               COMP-2 VALUE 0.0.
  6040 01  BN-MISMATCH-COUNT     PIC S9(4) USAGE BINARY VALUE 0.
  6050
  6060*    SELF-CHECK FOR THE FAULHABER TABLE (3100-VALIDATE-
  6070*    FAULHABER): EVERY POLYNOMIAL IS EVALUATED AT EACH N IN
  6080*    BN-FAU-CHECK-N AND COMPARED WITH 1**P + ... + N**P ADDED UP
  6090*    TERM BY TERM.  THE TOLERANCE IS RELATIVE TO THE SUM OF THE
  6100*    ABSOLUTE TERMS OF THE EVALUATION, NOT TO THE ANSWER -- PAST
  6110*    P = 30 OR SO THE TERMS CANCEL DOWN BY MANY ORDERS OF
  6120*    MAGNITUDE, AND COMP-2 CANNOT CARRY THE ANSWER ANY CLOSER
  6130*    THAN IT CARRIES THE TERMS.
  6140 01  BN-FAU-CHECK-INIT.
  6150     02  FILLER            PIC S9(4) USAGE BINARY VALUE 1.
  6160     02  FILLER            PIC S9(4) USAGE BINARY VALUE 2.
  6170     02  FILLER            PIC S9(4) USAGE BINARY VALUE 3.
  6180     02  FILLER            PIC S9(4) USAGE BINARY VALUE 5.
  6190 01  BN-FAU-CHECK-POINTS REDEFINES BN-FAU-CHECK-INIT.
  6200     02  BN-FAU-CHECK-N    PIC S9(4) USAGE BINARY
  6210                           OCCURS 4 TIMES.
  6220 01  BN-FAU-CHECK-IX       PIC S9(9) USAGE BINARY VALUE 0.
  6230 01  BN-FAU-AT-N           PIC S9(9) USAGE BINARY VALUE 0.
  6240 01  BN-FAU-I              PIC S9(9) USAGE BINARY VALUE 0.
  6250 01  BN-FAU-BRUTE          COMP-2 VALUE 0.0.
  6260 01  BN-FAU-POLY           COMP-2 VALUE 0.0.
  6270 01  BN-FAU-SCALE          COMP-2 VALUE 0.0.
  6280 01  BN-FAU-NPOW           COMP-2 VALUE 0.0.
  6290 01  BN-FAU-ALLOWED        COMP-2 VALUE 0.0.
  6300 01  BN-FAU-TOLERANCE      COMP-2 VALUE 0.000001.
  6310 01  BN-FAU-MISMATCH-COUNT PIC S9(4) USAGE BINARY VALUE 0.
  6320 01  BN-FAU-POWER-BAD-SW   PIC X(01) VALUE "N".
  6330     88  BN-FAU-POWER-BAD            VALUE "Y".
  6340
  6350 01  BN-LEDG-STATUS        PIC X(02) VALUE "00".
  6360     88  BN-LEDG-OK                  VALUE "00".
  6370     88  BN-LEDG-MISSING             VALUE "05" "35".
  6380     88  BN-LEDG-EOF                 VALUE "10".
  6390
  6400*    REQUESTS FILED AND CARDS REJECTED THIS RUN, FOR THE
  6410*    STEP-STATUS RECORD ON THE RUN-CONTROL LEDGER.
  6420 01  BN-FILED-COUNT        PIC S9(9) USAGE BINARY VALUE 0.
  6430 01  BN-REJECT-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  6440
  6450 PROCEDURE DIVISION.
  6460
  6470 0000-MAINLINE.
  6480     PERFORM 0100-ASSIGN-RUN-ID THRU 0100-EXIT
  6490     PERFORM 0200-LOAD-AUDIT-POSITION THRU 0200-EXIT
  6500     PERFORM 1600-BUILD-PASCAL THRU 1600-EXIT
  6510     PERFORM 1500-OPEN-ARCHIVES THRU 1500-EXIT
  6520     PERFORM 1700-OPEN-SUBMITTER-MST THRU 1700-EXIT
  6530     PERFORM 1000-PROCESS-CONTROL-DECK THRU 1000-EXIT
  6540     PERFORM 4700-WRITE-LOOKUP-FILE THRU 4700-EXIT
  6550     PERFORM 8500-CLOSE-ARCHIVES THRU 8500-EXIT
  6560     GO TO 9999-EXIT.
  6570
  6580******************************************************************
  6590*    0100-ASSIGN-RUN-ID                                        *
  6600*    STAMPS THE RUN IDENTIFIER ONCE, AT START-UP, FROM THE     *
  6610*    SYSTEM DATE AND TIME -- EVERYTHING THIS EXECUTION WRITES  *
  6620*    CARRIES THE SAME STAMP.                                   *
  6630******************************************************************
  6640 0100-ASSIGN-RUN-ID.
  6650     ACCEPT BN-RUN-ID-DATE FROM DATE YYYYMMDD
  6660     ACCEPT BN-RUN-ID-TIME FROM TIME
  6670     DISPLAY "BERN100 - RUN ID " BN-RUN-ID.
  6680 0100-EXIT.
  6690     EXIT.
  6700
  6710
  6720******************************************************************
  6730*    0200-LOAD-AUDIT-POSITION                                  *
  6740*    READS THE AUDIT LOG THROUGH TO ITS LAST RECORD (SAME      *
  6750*    IDIOM AS 1400-LOAD-CHECKPOINT) TO PICK UP THE LIFETIME    *
  6760*    SEQUENCE AND CHAIN HASH THIS RUN MUST CONTINUE FROM.  A   *
  6770*    MISSING OR EMPTY LOG, OR A LAST RECORD FROM BEFORE THE    *
  6780*    CHAIN EXISTED (BLANK AU-SEQ), STARTS THE CHAIN AT         *
  6790*    SEQUENCE 1 WITH A ZERO SEED.                              *
  6800******************************************************************
  6810 0200-LOAD-AUDIT-POSITION.
  6820     MOVE 0 TO BN-AUDIT-SEQ
  6830     MOVE 0 TO BN-AUDIT-PREV-HASH
  6840     OPEN INPUT AUDITLOG
  6850     IF BN-AUDIT-MISSING
  6860         GO TO 0200-CLOSE-AUDIT
  6870     END-IF
  6880     IF NOT BN-AUDIT-OK
  6890         DISPLAY "BERN100 - AUDITLOG OPEN FAILED, STATUS = "
  6900             BN-AUDIT-STATUS
  6910         GO TO 0200-EXIT
  6920     END-IF
  6930
  6940     PERFORM UNTIL BN-AUDIT-EOF
  6950         READ AUDITLOG
  6960             AT END
  6970                 CONTINUE
  6980             NOT AT END
  6990                 IF AU-SEQ IS NUMERIC
  7000                     MOVE AU-SEQ TO BN-AUDIT-SEQ
  7010                     IF AU-HASH IS NUMERIC
  7020                         MOVE AU-HASH TO BN-AUDIT-PREV-HASH
  7030                     ELSE
  7040                         MOVE 0 TO BN-AUDIT-PREV-HASH
  7050                     END-IF
  7060                 END-IF
  7070         END-READ
  7080     END-PERFORM
  7090
  7100 0200-CLOSE-AUDIT.
  7110     CLOSE AUDITLOG
  7120     MOVE "00" TO BN-AUDIT-STATUS.
  7130 0200-EXIT.
  7140     EXIT.
  7150
  7160
  7170******************************************************************
  7180*    1000-PROCESS-CONTROL-DECK                                  *
  7190*    READS AND EDITS THE WHOLE CTLCARD DECK INTO THE REQUEST    *
  7200*    TABLE, RUNS THE RECURRENCE ONCE AT THE DECK'S LARGEST      *
  7210*    ACCEPTED N (1080), THEN CUTS EACH ACCEPTED REQUEST'S       *
  7220*    OUTPUT AND AUDIT RECORDS FROM THE SHARED TABLE (1100) --   *
  7230*    FIVE ANALYSTS WANTING FIVE TABLES SHARE ONE EXECUTION,     *
  7240*    ONE PASCAL BUILD AND NOW ONE COMPUTATION PASS.  A          *
  7250*    MISSING OR EMPTY DECK FALLS BACK TO A SINGLE REQUEST WITH  *
  7260*    THE COMPILED-IN DEFAULTS, SO THE PROGRAM STILL RUNS        *
  7270*    STAND-ALONE THE WAY THE ONE-CARD VERSION DID.              *
  7280******************************************************************
  7290 1000-PROCESS-CONTROL-DECK.
  7300     OPEN INPUT CTLCARD
  7310     IF BN-CTLCARD-MISSING
  7320         GO TO 1000-DEFAULT-REQUEST
  7330     END-IF
  7340     IF NOT BN-CTLCARD-OK
  7350         DISPLAY "BERN100 - CTLCARD OPEN FAILED, STATUS = "
  7360             BN-CTLCARD-STATUS
  7370         GO TO 1000-DEFAULT-REQUEST
  7380     END-IF
  7390
  7400     PERFORM 1050-READ-ONE-CARD THRU 1050-EXIT
  7410         UNTIL BN-CTLCARD-EOF
  7420
  7430 1000-CLOSE-CARD.
  7440     CLOSE CTLCARD.
  7450
  7460 1000-DEFAULT-REQUEST.
  7470     IF BN-CARD-COUNT = 0
  7480         MOVE 20 TO N
  7490         MOVE "B" TO BN-MODE
  7500         MOVE "UNKNOWN" TO BN-SUBMITTER
  7510         MOVE SPACES TO BN-CARD-IMAGE
  7520         PERFORM 1060-FILE-ONE-REQUEST THRU 1060-EXIT
  7530     END-IF
  7540
  7550     PERFORM 1080-COMPUTE-DECK-TABLES THRU 1080-EXIT
  7560     PERFORM 1090-LOAD-RUN-STATE THRU 1090-EXIT
  7570     PERFORM VARYING BN-REQ-IX FROM 1 BY 1
  7580             UNTIL BN-REQ-IX > BN-REQ-COUNT
  7590         IF BN-REQ-USE-SW(BN-REQ-IX) = "Y"
  7600             IF BN-REQ-DONE-SW(BN-REQ-IX) = "Y"
  7610                 DISPLAY "BERN100 - REQUEST " BN-REQ-IX
  7620                     " COMPLETE ON RUN-STATE, SKIPPED"
  7630             ELSE
  7640                 PERFORM 1100-WRITE-ONE-REQUEST THRU 1100-EXIT
  7650             END-IF
  7660         END-IF
  7670     END-PERFORM.
  7680 1000-EXIT.
  7690     EXIT.
  7700
  7710******************************************************************
  7720*    1050-READ-ONE-CARD                                         *
  7730*    ONE CARD OFF THE DECK: PER-CARD DEFAULTS FIRST, THEN THE   *
  7740*    CARD'S OWN N / MODE / SUBMITTER OVER THEM, THEN THE        *
  7750*    REQUEST ITSELF -- EACH CARD CARRIES ITS OWN SUBMITTER      *
  7760*    ONTO ITS OWN AUDIT RECORD.                                 *
  7770******************************************************************
  7780 1050-READ-ONE-CARD.
  7790     READ CTLCARD
  7800         AT END
  7810             GO TO 1050-EXIT
  7820     END-READ
  7830     ADD 1 TO BN-CARD-COUNT
  7840     MOVE CONTROL-CARD TO BN-CARD-IMAGE
  7850     MOVE 20 TO N
  7860     MOVE "B" TO BN-MODE
  7870     MOVE "UNKNOWN" TO BN-SUBMITTER
  7880*    A PUNCHED 0000 IS A REAL REQUEST FOR B(0) ALONE -- THE BN30
  7890*    SCREEN ACCEPTS IT AND 1200-VALIDATE-N ALLOWS IT -- SO ONLY
  7900*    A BLANK (NON-NUMERIC) CC-N FALLS BACK TO THE DEFAULT.
  7910     IF CC-N IS NUMERIC
  7920         MOVE CC-N TO N
  7930     END-IF
  7940     IF CC-MODE NOT = SPACE
  7950         MOVE CC-MODE TO BN-MODE
  7960     END-IF
  7970     IF CC-SUBMITTER NOT = SPACES
  7980         MOVE CC-SUBMITTER TO BN-SUBMITTER
  7990     END-IF
  8000     PERFORM 1060-FILE-ONE-REQUEST THRU 1060-EXIT.
  8010 1050-EXIT.
  8020     EXIT.
  8030
  8040******************************************************************
  8050*    1060-FILE-ONE-REQUEST                                     *
  8060*    EDITS THE REQUEST ALREADY MOVED INTO N / BN-MODE /         *
  8070*    BN-SUBMITTER AND FILES IT IN THE REQUEST TABLE.  THE      *
  8080*    SUBMITTER AND RANGE CHECKS RUN HERE, BEFORE ANY           *
  8090*    COMPUTATION, EXACTLY AS THEY ALWAYS HAVE -- A REJECTED    *
  8100*    CARD STILL OCCUPIES ITS DECK-SEQUENCE SLOT (SO CO-REQ     *
  8110*    NUMBERING IS UNCHANGED) BUT NEVER REACHES THE OUTPUT      *
  8120*    PASS.  AN ACCEPTED CARD RAISES THE DECK-WIDE LARGEST-N    *
  8130*    MARKS THE COMPUTATION PASS RUNS AT.                       *
  8140******************************************************************
  8150 1060-FILE-ONE-REQUEST.
  8160     ADD 1 TO BN-REQ-NUM
  8170     DISPLAY "BERN100 - REQUEST " BN-REQ-NUM " N = " N
  8180         " MODE " BN-MODE " SUBMITTER " BN-SUBMITTER
  8190     IF BN-REQ-NUM > BN-MAX-REQS
  8200         DISPLAY "BERN100 - DECK EXCEEDS " BN-MAX-REQS
  8210             " REQUESTS, REQUEST DROPPED"
  8220         MOVE 16 TO RETURN-CODE
  8230         MOVE 06 TO BN-REJ-REASON
  8240         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
  8250         GO TO 1060-EXIT
  8260     END-IF
  8270     MOVE BN-REQ-NUM TO BN-REQ-COUNT
  8280     MOVE N TO BN-REQ-N(BN-REQ-NUM)
  8290     MOVE BN-MODE TO BN-REQ-MODE(BN-REQ-NUM)
  8300     MOVE BN-SUBMITTER TO BN-REQ-SUBM(BN-REQ-NUM)
  8310     MOVE "N" TO BN-REQ-USE-SW(BN-REQ-NUM)
  8320     MOVE "N" TO BN-REQ-DONE-SW(BN-REQ-NUM)
  8330     MOVE "N" TO BN-SKIP-SW
  8340     PERFORM 1150-VALIDATE-SUBMITTER THRU 1150-EXIT
  8350     IF BN-SKIP-REQUEST
  8360         GO TO 1060-EXIT
  8370     END-IF
  8380     PERFORM 1200-VALIDATE-N THRU 1200-EXIT
  8390     IF BN-SKIP-REQUEST
  8400         GO TO 1060-EXIT
  8410     END-IF
  8420     MOVE "Y" TO BN-REQ-USE-SW(BN-REQ-NUM)
  8430     IF N > BN-DECK-N
  8440         MOVE N TO BN-DECK-N
  8450         MOVE BN-REQ-NUM TO BN-DECK-REQ
  8460     END-IF
  8470     IF BN-MODE-EUL-REQUESTED AND N > BN-DECK-EUL-N
  8480         MOVE N TO BN-DECK-EUL-N
  8490         MOVE BN-REQ-NUM TO BN-DECK-EUL-REQ
  8500     END-IF
  8510     IF BN-MODE-FAU-REQUESTED AND N > BN-DECK-FAU-N
  8520         MOVE N TO BN-DECK-FAU-N
  8530     END-IF.
  8540 1060-EXIT.
  8550     EXIT.
  8560
  8570******************************************************************
  8580*    1080-COMPUTE-DECK-TABLES                                  *
  8590*    THE ONE COMPUTATION PASS FOR THE WHOLE DECK: RESET THE    *
  8600*    WORK TABLES, RESUME FROM CHECKPOINT IF ONE MATCHES, RUN   *
  8610*    THE BERNOULLI RECURRENCE ONCE AT THE LARGEST ACCEPTED N,  *
  8620*    SELF-CHECK IT, RESCALE THE GENOCCHI TABLE ONCE AT THE     *
  8630*    LARGEST MODE E N, AND BUILD AND SELF-CHECK THE FAULHABER  *
  8640*    TABLE ONCE AT THE LARGEST MODE F N.  EVERY SMALLER        *
  8650*    REQUEST IS A PREFIX OF WHAT THIS PASS LEAVES IN NUM/      *
  8660*    EUL-NUM/BN-FAU-TABLE.                                     *
  8670******************************************************************
  8680 1080-COMPUTE-DECK-TABLES.
  8690     IF BN-DECK-N < 0
  8700         GO TO 1080-EXIT
  8710     END-IF
  8720     MOVE BN-DECK-N TO N
  8730     PERFORM 1300-RESET-TABLES THRU 1300-EXIT
  8740     PERFORM 1400-LOAD-CHECKPOINT THRU 1400-EXIT
  8750     PERFORM 2000-BERNOULLI THRU 2000-EXIT
  8760     PERFORM 3000-VALIDATE-RESULTS THRU 3000-EXIT
  8770     IF BN-DECK-EUL-N NOT < 0
  8780         MOVE BN-DECK-EUL-N TO N
  8790         PERFORM 2500-EULER-GENOCCHI THRU 2500-EXIT
  8800     END-IF
  8810     IF BN-DECK-FAU-N NOT < 0
  8820         MOVE BN-DECK-FAU-N TO N
  8830         PERFORM 2600-FAULHABER THRU 2600-EXIT
  8840         PERFORM 3100-VALIDATE-FAULHABER THRU 3100-EXIT
  8850     END-IF.
  8860 1080-EXIT.
  8870     EXIT.
  8880
  8890******************************************************************
  8900*    1090-LOAD-RUN-STATE                                       *
  8910*    READS THE RUN-STATE DATASET A PRIOR (FAILED) RUN OF THIS  *
  8920*    DECK LEFT BEHIND AND MARKS EVERY REQUEST IT SHOWS AS      *
  8930*    COMPLETE, SO THE OUTPUT PASS SKIPS THEM CLEANLY.  A       *
  8940*    MISSING OR EMPTY DATASET JUST MEANS A FRESH DECK.         *
  8950******************************************************************
  8960 1090-LOAD-RUN-STATE.
  8970     OPEN INPUT RUNSTATE
  8980     IF BN-RUNST-MISSING
  8990         GO TO 1090-CLOSE-RUNSTATE
  9000     END-IF
  9010     IF NOT BN-RUNST-OK
  9020         DISPLAY "BERN100 - RUNSTATE OPEN FAILED, STATUS = "
  9030             BN-RUNST-STATUS
  9040         GO TO 1090-EXIT
  9050     END-IF
  9060
  9070     PERFORM UNTIL BN-RUNST-EOF
  9080         READ RUNSTATE
  9090             AT END
  9100                 CONTINUE
  9110             NOT AT END
  9120                 PERFORM 1095-FILE-RUN-STATE THRU 1095-EXIT
  9130         END-READ
  9140     END-PERFORM
  9150
  9160 1090-CLOSE-RUNSTATE.
  9170     CLOSE RUNSTATE.
  9180 1090-EXIT.
  9190     EXIT.
  9200
  9210******************************************************************
  9220*    1095-FILE-RUN-STATE                                       *
  9230*    ONE RUN-STATE RECORD AGAINST THE FILED DECK.  THE RECORD  *
  9240*    ONLY COUNTS WHEN IT DESCRIBES THE SAME CARD THE DECK      *
  9250*    CARRIES IN THAT SLOT -- A RERUN WITH AN EDITED DECK MUST  *
  9260*    NOT SKIP A REQUEST ON A STALE MATCH.                      *
  9270******************************************************************
  9280 1095-FILE-RUN-STATE.
  9290     IF NOT RS-COMPLETE
  9300         GO TO 1095-EXIT
  9310     END-IF
  9320     IF RS-REQ IS NOT NUMERIC
  9330         GO TO 1095-EXIT
  9340     END-IF
  9350     IF RS-REQ < 1 OR RS-REQ > BN-REQ-COUNT
  9360         GO TO 1095-EXIT
  9370     END-IF
  9380     MOVE RS-REQ TO BN-REQ-IX
  9390     IF RS-N IS NOT NUMERIC
  9400         GO TO 1095-EXIT
  9410     END-IF
  9420     IF RS-N NOT = BN-REQ-N(BN-REQ-IX)
  9430         GO TO 1095-EXIT
  9440     END-IF
  9450     IF RS-MODE NOT = BN-REQ-MODE(BN-REQ-IX)
  9460         GO TO 1095-EXIT
  9470     END-IF
  9480     IF RS-SUBMITTER NOT = BN-REQ-SUBM(BN-REQ-IX)
  9490         GO TO 1095-EXIT
  9500     END-IF
  9510     MOVE "Y" TO BN-REQ-DONE-SW(BN-REQ-IX).
  9520 1095-EXIT.
  9530     EXIT.
  9540
  9550
  9560******************************************************************
  9570*    1100-WRITE-ONE-REQUEST                                    *
  9580*    THE OUTPUT PASS FOR ONE ACCEPTED REQUEST (SLOT BN-REQ-IX  *
  9590*    OF THE REQUEST TABLE): LIST AND ARCHIVE THE FIRST N + 1   *
  9600*    TERMS OF THE SHARED TABLE(S), TAGGED WITH THIS CARD'S     *
  9610*    DECK SEQUENCE AND SUBMITTER, AND APPEND THIS REQUEST'S    *
  9620*    AUDIT RECORD -- EXACTLY THE RECORDS THE PER-CARD          *
  9630*    RECOMPUTE USED TO CUT, WITHOUT RERUNNING THE RECURRENCE.  *
  9640******************************************************************
  9650 1100-WRITE-ONE-REQUEST.
  9660     MOVE BN-REQ-IX TO BN-REQ-NUM
  9670     MOVE BN-REQ-N(BN-REQ-IX) TO N
  9680     MOVE BN-REQ-MODE(BN-REQ-IX) TO BN-MODE
  9690     MOVE BN-REQ-SUBM(BN-REQ-IX) TO BN-SUBMITTER
  9700     PERFORM 4000-DISPLAY-REPORT THRU 4000-EXIT
  9710     PERFORM 4500-WRITE-OUTPUT-FILE THRU 4500-EXIT
  9720     PERFORM 4550-WRITE-RATIONAL-FILE THRU 4550-EXIT
  9730     IF BN-MODE-EUL-REQUESTED
  9740         PERFORM 4200-DISPLAY-EULER-REPORT THRU 4200-EXIT
  9750         PERFORM 4600-WRITE-EULER-FILE THRU 4600-EXIT
  9760     END-IF
  9770     IF BN-MODE-FAU-REQUESTED
  9780         PERFORM 4250-DISPLAY-FAULHABER-REPORT THRU 4250-EXIT
  9790         PERFORM 4650-WRITE-FAULHABER-FILE THRU 4650-EXIT
  9800     END-IF
  9810     PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
  9820     ADD 1 TO BN-FILED-COUNT
  9830     PERFORM 1110-MARK-REQUEST-DONE THRU 1110-EXIT.
  9840 1100-EXIT.
  9850     EXIT.
  9860
  9870******************************************************************
  9880*    1110-MARK-REQUEST-DONE                                    *
  9890*    APPENDS THE RUN-STATE RECORD SAYING THIS REQUEST'S OUTPUT *
  9900*    AND AUDIT RECORDS ARE ALL ON FILE -- WRITTEN LAST, SO A   *
  9910*    DEATH ANYWHERE INSIDE 1100 LEAVES THE REQUEST PENDING FOR *
  9920*    THE RERUN.  OPENED EXTEND PER WRITE, SAME IDIOM AS        *
  9930*    5000-AUDIT-LOG (A MISSING DATASET REPORTS STATUS 05 AND   *
  9940*    IS CREATED BY THE EXTEND ITSELF, SINCE RUNSTATE IS        *
  9950*    OPTIONAL).                                                *
  9960******************************************************************
  9970 1110-MARK-REQUEST-DONE.
  9980     OPEN EXTEND RUNSTATE
  9990     IF NOT BN-RUNST-OK AND NOT BN-RUNST-MISSING
 10000         DISPLAY "BERN100 - RUNSTATE OPEN FAILED, STATUS = "
 10010             BN-RUNST-STATUS
 10020         GO TO 1110-EXIT
 10030     END-IF
 10040
 10050     MOVE SPACES TO RUNSTATE-RECORD
 10060     MOVE BN-REQ-NUM TO RS-REQ
 10070     MOVE N TO RS-N
 10080     MOVE BN-MODE TO RS-MODE
 10090     MOVE BN-SUBMITTER TO RS-SUBMITTER
 10100     MOVE "C" TO RS-STATUS
 10110     WRITE RUNSTATE-RECORD
 10120     IF NOT BN-RUNST-OK
 10130         DISPLAY "BERN100 - RUNSTATE WRITE FAILED, STATUS = "
 10140             BN-RUNST-STATUS
 10150     END-IF
 10160
 10170 1110-CLOSE-RUNSTATE.
 10180     CLOSE RUNSTATE.
 10190 1110-EXIT.
 10200     EXIT.
 10210
 10220
 10230******************************************************************
 10240*    1150-VALIDATE-SUBMITTER                                    *
 10250*    READS THE SUBMAST MASTER FOR THE CARD'S SUBMITTER.  AN     *
 10260*    UNKNOWN OR UNAUTHORIZED SUBMITTER, OR AN N ABOVE THE       *
 10270*    SUBMITTER'S AUTHORIZED CEILING, REJECTS THE REQUEST WITH   *
 10280*    RC 12 -- DISTINCT FROM THE RANGE REJECT (16) AND THE       *
 10290*    SELF-CHECK FAILURE (8) -- BEFORE ANY COMPUTATION, SO THE   *
 10300*    AUDIT TRAIL ONLY EVER SHOWS RUNS BY SUBMITTERS ENTITLED    *
 10310*    TO MAKE THEM.                                              *
 10320******************************************************************
 10330 1150-VALIDATE-SUBMITTER.
 10340     IF NOT BN-SUBMAST-AVAILABLE
 10350         GO TO 1150-EXIT
 10360     END-IF
 10370     MOVE BN-SUBMITTER TO SUB-USERID
 10380     READ SUBMAST
 10390     IF BN-SUBMAST-NOTFND
 10400         DISPLAY "BERN100 - SUBMITTER " BN-SUBMITTER
 10410             " NOT ON AUTHORIZATION MASTER, REQUEST REJECTED"
 10420         MOVE 12 TO RETURN-CODE
 10430         MOVE "Y" TO BN-SKIP-SW
 10440         MOVE 01 TO BN-REJ-REASON
 10450         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
 10460         GO TO 1150-EXIT
 10470     END-IF
 10480     IF NOT BN-SUBMAST-OK
 10490         DISPLAY "BERN100 - SUBMAST READ FAILED, STATUS = "
 10500             BN-SUBMAST-STATUS ", REQUEST REJECTED"
 10510         MOVE 12 TO RETURN-CODE
 10520         MOVE "Y" TO BN-SKIP-SW
 10530         MOVE 05 TO BN-REJ-REASON
 10540         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
 10550         GO TO 1150-EXIT
 10560     END-IF
 10570     IF NOT SUB-AUTHORIZED
 10580         DISPLAY "BERN100 - SUBMITTER " BN-SUBMITTER
 10590             " IS NOT AUTHORIZED, REQUEST REJECTED"
 10600         MOVE 12 TO RETURN-CODE
 10610         MOVE "Y" TO BN-SKIP-SW
 10620         MOVE 02 TO BN-REJ-REASON
 10630         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
 10640         GO TO 1150-EXIT
 10650     END-IF
 10660     IF N > SUB-MAX-N
 10670         DISPLAY "BERN100 - N = " N " EXCEEDS CEILING "
 10680             SUB-MAX-N " AUTHORIZED FOR " BN-SUBMITTER
 10690             ", REQUEST REJECTED"
 10700         MOVE 12 TO RETURN-CODE
 10710         MOVE "Y" TO BN-SKIP-SW
 10720         MOVE 03 TO BN-REJ-REASON
 10730         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
 10740     END-IF.
 10750 1150-EXIT.
 10760     EXIT.
 10770
 10780******************************************************************
 10790*    1200-VALIDATE-N                                             *
 10800*    N MUST FIT THE NUMS TABLE (OCCURS BN-MAX-N + 1) AND THE     *
 10810*    SIGNED BINARY FIELDS USED TO INDEX IT.  A REQUEST THAT     *
 10820*    ASKS FOR MORE THAN THE TABLE CAN HOLD IS REJECTED HERE     *
 10830*    INSTEAD OF CORRUPTING STORAGE PAST THE END OF NUMS.  ONLY  *
 10840*    THE OFFENDING CARD IS DROPPED -- RC 16 STAYS JOB-VISIBLE   *
 10850*    BUT THE REST OF THE DECK STILL RUNS.                       *
 10860******************************************************************
 10870 1200-VALIDATE-N.
 10880     IF N < 0 OR N > BN-MAX-N
 10890         DISPLAY "BERN100 - N = " N
 10900             " IS OUT OF RANGE, MUST BE 0 THRU " BN-MAX-N
 10910             ", REQUEST DROPPED"
 10920         MOVE 16 TO RETURN-CODE
 10930         MOVE "Y" TO BN-SKIP-SW
 10940         MOVE 04 TO BN-REJ-REASON
 10950         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
 10960     END-IF.
 10970 1200-EXIT.
 10980     EXIT.
 10990
 11000******************************************************************
 11010*    1300-RESET-TABLES                                          *
 11020*    CLEARS THE NUM AND EUL-NUMS WORK TABLES AHEAD OF THE       *
 11030*    DECK-WIDE COMPUTATION PASS -- THE WORKING-STORAGE VALUE    *
 11040*    CLAUSES COVER A NORMAL START, BUT A CHECKPOINT RELOAD      *
 11050*    THAT IS THEN REJECTED MUST NOT LEAVE STALE TERMS BEHIND.   *
 11060******************************************************************
 11070 1300-RESET-TABLES.
 11080     PERFORM VARYING DISP-INDEX FROM 1 BY 1
 11090             UNTIL DISP-INDEX > 201
 11100         MOVE 0.0 TO NUM(DISP-INDEX)
 11110         MOVE 0.0 TO EUL-NUM(DISP-INDEX)
 11120     END-PERFORM.
 11130 1300-EXIT.
 11140     EXIT.
 11150
 11160******************************************************************
 11170*    1400-LOAD-CHECKPOINT                                       *
 11180*    IF A PRIOR RUN LEFT A CHECKPOINT FOR THIS SAME N, RELOADS   *
 11190*    THE NUMS TABLE IT SAVED AND RESUMES THE BERNOULLI LOOP      *
 11200*    AFTER THE LAST M IT COMPLETED, INSTEAD OF FROM M = 1.       *
 11210*    2400-CHECKPOINT-SAVE OPENS CHKPT EXTEND, NOT OUTPUT, SO THE
 11220*    DATASET ACCUMULATES ONE RECORD PER CHECKPOINT -- WITHIN A
 11230*    RUN AND ACROSS RUNS -- INSTEAD OF EACH SAVE REPLACING THE
 11240*    LAST.  IT CAN THEREFORE HOLD SEVERAL RUNS' WORTH OF
 11250*    CHECKPOINTS BY THE TIME THIS PARAGRAPH OPENS IT.  READ
 11260*    THROUGH TO THE LAST RECORD RATHER THAN TRUSTING THE FIRST --
 11270*    THE FIRST RECORD MAY BE THE OLDEST CHECKPOINT EVER SAVED FOR
 11280*    SOME EARLIER N, NOT THE MOST RECENT ONE FOR THE N THIS RUN
 11290*    IS ACTUALLY RESUMING.
 11300******************************************************************
 11310 1400-LOAD-CHECKPOINT.
 11320     MOVE 1 TO BN-RESUME-M
 11330     MOVE "N" TO BN-CHKPT-FOUND-SW
 11340     OPEN INPUT CHKPT
 11350     IF BN-CHKPT-MISSING
 11360         GO TO 1400-CLOSE-CHKPT
 11370     END-IF
 11380     IF NOT BN-CHKPT-OK
 11390         DISPLAY "BERN100 - CHKPT OPEN FAILED, STATUS = "
 11400             BN-CHKPT-STATUS
 11410         GO TO 1400-EXIT
 11420     END-IF
 11430
 11440     READ CHKPT
 11450         AT END
 11460             GO TO 1400-CHECK-FOUND
 11470     END-READ
 11480     MOVE "Y" TO BN-CHKPT-FOUND-SW
 11490     PERFORM UNTIL BN-CHKPT-EOF
 11500         READ CHKPT
 11510             AT END
 11520                 CONTINUE
 11530         END-READ
 11540     END-PERFORM
 11550
 11560 1400-CHECK-FOUND.
 11570     IF NOT BN-CHKPT-FOUND
 11580         GO TO 1400-CLOSE-CHKPT
 11590     END-IF
 11600
 11610     IF CK-N-SAVED NOT = N
 11620         DISPLAY "BERN100 - CHECKPOINT N MISMATCH, "
 11630             "STARTING FRESH FROM M = 1"
 11640         GO TO 1400-CLOSE-CHKPT
 11650     END-IF
 11660
 11670     PERFORM VARYING DISP-INDEX FROM 1 BY 1
 11680             UNTIL DISP-INDEX > 201
 11690         MOVE CK-NUM-SAVE(DISP-INDEX) TO NUM(DISP-INDEX)
 11700     END-PERFORM
 11710     COMPUTE BN-RESUME-M = CK-M-SAVE + 1
 11720     DISPLAY "BERN100 - RESUMING FROM CHECKPOINT AT M = "
 11730         BN-RESUME-M
 11740
 11750 1400-CLOSE-CHKPT.
 11760     CLOSE CHKPT.
 11770 1400-EXIT.
 11780     EXIT.
 11790
 11800******************************************************************
 11810*    1500-OPEN-ARCHIVES                                         *
 11820*    OPENS NUMOUT ONCE FOR THE WHOLE DECK -- EVERY REQUEST      *
 11830*    APPENDS ITS TAGGED RECORDS TO THE SAME ARCHIVE, SO THE     *
 11840*    OPEN/CLOSE NO LONGER LIVES IN 4500-WRITE-OUTPUT-FILE.      *
 11850*    EULOUT WAITS FOR THE FIRST MODE E REQUEST OF THE DECK      *
 11860*    (SEE 4600-WRITE-EULER-FILE).  AN ARCHIVE THAT CANNOT BE    *
 11870*    OPENED IS FATAL -- THE ARCHIVE IS THE PRODUCT.             *
 11880******************************************************************
 11890 1500-OPEN-ARCHIVES.
 11900     OPEN OUTPUT NUMOUT
 11910     IF NOT BN-NUMOUT-OK
 11920         DISPLAY "BERN100 - NUMOUT OPEN FAILED, STATUS = "
 11930             BN-NUMOUT-STATUS
 11940         MOVE 16 TO RETURN-CODE
 11950         GO TO 9999-EXIT
 11960     END-IF
 11970*    FD-LEVEL VALUE CLAUSES DO NOT POPULATE THE RECORD AREA ON
 11980*    THEIR OWN -- THE SPACING FILLERS MUST BE MOVED EXPLICITLY
 11990*    OR THE RUNTIME REJECTS THE WRITE AS INVALID DATA.
 12000     MOVE SPACES TO NUMOUT-RECORD
 12010     OPEN OUTPUT RATOUT
 12020     IF NOT BN-RATOUT-OK
 12030         DISPLAY "BERN100 - RATOUT OPEN FAILED, STATUS = "
 12040             BN-RATOUT-STATUS
 12050         MOVE 16 TO RETURN-CODE
 12060         GO TO 9999-EXIT
 12070     END-IF
 12080     MOVE SPACES TO RATIONAL-OUT-RECORD.
 12090 1500-EXIT.
 12100     EXIT.
 12110
 12120******************************************************************
 12130*    1600-BUILD-PASCAL                                          *
 12140*    FILLS IN BN-PASCAL, THE PASCAL'S-TRIANGLE LOOKUP TABLE,     *
 12150*    ONE ROW AT A TIME, SO 2100-BINOM BELOW CAN LOOK A BINOMIAL  *
 12160*    COEFFICIENT UP INSTEAD OF RECOMPUTING IT FROM SCRATCH ON    *
 12170*    EVERY CALL.                                                *
 12180******************************************************************
 12190 1600-BUILD-PASCAL.
 12200     PERFORM VARYING BN-PASC-ROW FROM 1 BY 1
 12210             UNTIL BN-PASC-ROW > 202
 12220         SET BN-PASCAL-COL(BN-PASC-ROW, 1) TO 1
 12230         SET BN-PASCAL-COL(BN-PASC-ROW, BN-PASC-ROW) TO 1
 12240         PERFORM VARYING BN-PASC-COL FROM 2 BY 1
 12250                 UNTIL BN-PASC-COL > BN-PASC-ROW - 1
 12260             COMPUTE BN-PASCAL-COL(BN-PASC-ROW, BN-PASC-COL) =
 12270                 BN-PASCAL-COL(BN-PASC-ROW - 1, BN-PASC-COL - 1)
 12280                 + BN-PASCAL-COL(BN-PASC-ROW - 1, BN-PASC-COL)
 12290         END-PERFORM
 12300     END-PERFORM.
 12310 1600-EXIT.
 12320     EXIT.
 12330
 12340******************************************************************
 12350*    1700-OPEN-SUBMITTER-MST                                    *
 12360*    OPENS THE SUBMAST AUTHORIZATION MASTER FOR RANDOM READS.   *
 12370*    A SITE WITHOUT ONE (OR AN OPEN FAILURE) RUNS WITH THE      *
 12380*    CHECKS BYPASSED -- LOUDLY, ONCE -- THE SAME WAY THE OTHER  *
 12390*    OPTIONAL DATASETS DEGRADE, SO THE NIGHTLY DECK IS NOT      *
 12400*    DEAD IN THE WATER THE NIGHT THE MASTER IS IN REORG.        *
 12410******************************************************************
 12420 1700-OPEN-SUBMITTER-MST.
 12430     OPEN INPUT SUBMAST
 12440     IF BN-SUBMAST-OK
 12450         MOVE "Y" TO BN-SUBMAST-OPEN-SW
 12460     ELSE
 12470         DISPLAY "BERN100 - SUBMITTER MASTER UNAVAILABLE, "
 12480             "STATUS = " BN-SUBMAST-STATUS
 12490             ", AUTHORIZATION CHECKS BYPASSED"
 12500     END-IF.
 12510 1700-EXIT.
 12520     EXIT.
 12530
 12540******************************************************************
 12550*    2000-BERNOULLI                                             *
 12560*    BUILDS UP THE NUM TABLE BY THE BINOMIAL RECURRENCE.        *
 12570******************************************************************
 12580 2000-BERNOULLI.
 12590     IF BN-RESUME-M = 1
 12600         SET NUM(1) TO 1.0
 12610     END-IF
 12620     PERFORM VARYING M FROM BN-RESUME-M BY 1 UNTIL M > N
 12630         PERFORM VARYING K FROM 0 BY 1 UNTIL K = M
 12640             COMPUTE N-ARG = M + 1
 12650             COMPUTE K-ARG = K
 12660             PERFORM 2100-BINOM THRU 2100-EXIT
 12670
 12680             COMPUTE M-IDX = M + 1
 12690             COMPUTE K-IDX = K + 1
 12700
 12710*    R * NUM(K-IDX) MUST BE COMPUTED ON ITS OWN -- FOLDING THE
 12720*    MULTIPLY INTO THE SAME COMPUTE AS THE SUBTRACT BELOW
 12730*    SILENTLY EVALUATES THE MULTIPLY TERM AS ZERO ON THIS
 12740*    RUNTIME.
 12750             COMPUTE BN-TERM = R * NUM(K-IDX)
 12760             COMPUTE NUM(M-IDX) = NUM(M-IDX) - BN-TERM
 12770         END-PERFORM
 12780
 12790*    M-IDX ALREADY EQUALS M + 1 -- DIVIDING BY THE FIELD
 12800*    DIRECTLY RATHER THAN RE-DERIVING (M + 1) INLINE AVOIDS THE
 12810*    SAME COMPUTE LIMITATION NOTED ABOVE.
 12820         COMPUTE NUM(M-IDX) = NUM(M-IDX) / M-IDX
 12830
 12840         DIVIDE M BY BN-CKPT-INTERVAL GIVING BN-CKPT-QUOTIENT
 12850             REMAINDER BN-CKPT-REMAINDER
 12860         IF BN-CKPT-REMAINDER = 0
 12870             PERFORM 2400-CHECKPOINT-SAVE THRU 2400-EXIT
 12880         END-IF
 12890     END-PERFORM.
 12900 2000-EXIT.
 12910     EXIT.
 12920
 12930******************************************************************
 12940*    2100-BINOM                                                 *
 12950*    RETURNS N-ARG CHOOSE K-ARG INTO R BY LOOKING IT UP IN THE   *
 12960*    BN-PASCAL TABLE 1600-BUILD-PASCAL ALREADY FILLED IN.        *
 12970******************************************************************
 12980 2100-BINOM.
 12990     SET R TO
 13000         BN-PASCAL-COL(N-ARG + 1, K-ARG + 1).
 13010 2100-EXIT.
 13020     EXIT.
 13030
 13040******************************************************************
 13050*    2400-CHECKPOINT-SAVE                                      *
 13060*    SAVES THE NUMS TABLE AND THE CURRENT M/K POSITION TO THE   *
 13070*    CHKPT DATASET SO A LARGE-N RUN THAT ABENDS CAN RESTART      *
 13080*    FROM HERE INSTEAD OF FROM M = 1.                            *
 13090*    OPENED EXTEND, NOT OUTPUT, SO EVERY CHECKPOINT -- WITHIN
 13100*    THIS RUN AND ACROSS RUNS -- IS APPENDED RATHER THAN
 13110*    REPLACING THE ONE BEFORE IT (SAME IDIOM AS 5000-AUDIT-LOG:
 13120*    A MISSING/EMPTY CHKPT REPORTS STATUS 05 ON THE FIRST
 13130*    EXTEND RATHER THAN A REAL ERROR, SINCE CHKPT IS OPTIONAL).
 13140*    1400-LOAD-CHECKPOINT READS THROUGH TO THE LAST RECORD SO
 13150*    IT PICKS UP THE MOST RECENT CHECKPOINT, NOT THE OLDEST.
 13160******************************************************************
 13170 2400-CHECKPOINT-SAVE.
 13180     MOVE N TO CK-N-SAVED
 13190     MOVE M TO CK-M-SAVE
 13200     MOVE K TO CK-K-SAVE
 13210     PERFORM VARYING DISP-INDEX FROM 1 BY 1
 13220             UNTIL DISP-INDEX > 201
 13230         MOVE NUM(DISP-INDEX) TO CK-NUM-SAVE(DISP-INDEX)
 13240     END-PERFORM
 13250
 13260     OPEN EXTEND CHKPT
 13270     IF NOT BN-CHKPT-OK AND NOT BN-CHKPT-MISSING
 13280         DISPLAY "BERN100 - CHKPT OPEN FAILED, STATUS = "
 13290             BN-CHKPT-STATUS
 13300         GO TO 2400-EXIT
 13310     END-IF
 13320
 13330     WRITE CK-RECORD
 13340     IF NOT BN-CHKPT-OK
 13350         DISPLAY "BERN100 - CHKPT WRITE FAILED, STATUS = "
 13360             BN-CHKPT-STATUS
 13370         GO TO 2400-CLOSE-CHKPT-SAVE
 13380     END-IF
 13390
 13400 2400-CLOSE-CHKPT-SAVE.
 13410     CLOSE CHKPT.
 13420 2400-EXIT.
 13430     EXIT.
 13440
 13450******************************************************************
 13460*    2500-EULER-GENOCCHI                                        *
 13470*    BUILDS THE EUL-NUMS COMPANION TABLE -- THE GENOCCHI NUMBERS,*
 13480*    G(N), VIA THE STANDARD SCALING RELATION TO THE ALREADY-    *
 13490*    COMPUTED BERNOULLI NUMBERS, G(N)=2*(1-2**N)*B(N).         *
 13500*    (AN EARLIER VERSION OF THIS PARAGRAPH RAN THE SAME BINOMIAL *
 13510*    CONVOLUTION AS 2000-BERNOULLI MINUS THE FINAL DIVIDE, WHICH *
 13520*    DOES NOT PRODUCE GENOCCHI OR EULER NUMBERS -- G(N) IS NOT   *
 13530*    A BINOMIAL CONVOLUTION OF ITSELF, IT IS A POINTWISE        *
 13540*    RESCALE OF B(N), SO 2100-BINOM DOES NOT COME INTO THIS.)    *
 13550******************************************************************
 13560 2500-EULER-GENOCCHI.
 13570     PERFORM VARYING M FROM 0 BY 1 UNTIL M > N
 13580         COMPUTE M-IDX = M + 1
 13590
 13600*    SPLIT INTO SINGLE-OPERATOR COMPUTES -- SEE 2000-BERNOULLI
 13610*    FOR WHY A COMPOUND EXPRESSION IN ONE COMPUTE IS NOT TRUSTED
 13620*    ON THIS RUNTIME.
 13630         COMPUTE BN-POW2 = 2 ** M
 13640         COMPUTE BN-TERM = 1 - BN-POW2
 13650         COMPUTE BN-TERM = BN-TERM * 2
 13660         COMPUTE EUL-NUM(M-IDX) = BN-TERM * NUM(M-IDX)
 13670     END-PERFORM.
 13680 2500-EXIT.
 13690     EXIT.
 13700
 13710******************************************************************
 13720*    2600-FAULHABER                                            *
 13730*    BUILDS BN-FAU-TABLE FOR EVERY POWER P FROM 0 THRU N BY    *
 13740*    FAULHABER'S FORMULA:                                      *
 13750*                                                                *
 13760*      1**P + ... + N**P = SUM OVER J = 0 THRU P OF            *
 13770*                          C(P+1,J) * B(J) * N**(P+1-J) / (P+1) *
 13780*                                                                *
 13790*    WITH B(1) TAKEN AS +1/2 RATHER THAN THE -1/2 NUM HOLDS    *
 13800*    (THE SUM RUNS 1 THRU N, NOT 0 THRU N-1).  THE BINOMIALS   *
 13810*    COME OFF THE PASCAL TABLE THROUGH 2100-BINOM, THE B(J)    *
 13820*    OFF NUM -- NOTHING IS RECOMPUTED.                         *
 13830******************************************************************
 13840 2600-FAULHABER.
 13850     PERFORM VARYING BN-FAU-P FROM 0 BY 1 UNTIL BN-FAU-P > N
 13860         COMPUTE BN-FAU-P1 = BN-FAU-P + 1
 13870         PERFORM VARYING BN-FAU-J FROM 0 BY 1
 13880                 UNTIL BN-FAU-J > BN-FAU-P
 13890             PERFORM 2650-FAULHABER-ONE-TERM THRU 2650-EXIT
 13900         END-PERFORM
 13910     END-PERFORM.
 13920 2600-EXIT.
 13930     EXIT.
 13940
 13950******************************************************************
 13960*    2650-FAULHABER-ONE-TERM                                   *
 13970*    THE COEFFICIENT OF N**K, K = P + 1 - J, FOR BN-FAU-P AND  *
 13980*    BN-FAU-J.                                                 *
 13990******************************************************************
 14000 2650-FAULHABER-ONE-TERM.
 14010     COMPUTE BN-FAU-K = BN-FAU-P1 - BN-FAU-J
 14020     MOVE BN-FAU-P1 TO N-ARG
 14030     MOVE BN-FAU-J TO K-ARG
 14040     PERFORM 2100-BINOM THRU 2100-EXIT
 14050*    B(J) IS EXACTLY ZERO FOR ODD J PAST 1 -- TAKEN AS SUCH
 14060*    RATHER THAN CARRYING THE RECURRENCE'S ROUNDING RESIDUE
 14070*    INTO THE POLYNOMIAL.
 14080     IF BN-FAU-J > 1
 14090         DIVIDE BN-FAU-J BY 2 GIVING BN-RAT-QUOT
 14100             REMAINDER BN-RAT-REM
 14110         IF BN-RAT-REM NOT = 0
 14120             MOVE 0.0 TO BN-FAU-COEF(BN-FAU-P1, BN-FAU-K)
 14130             GO TO 2650-EXIT
 14140         END-IF
 14150     END-IF
 14160     COMPUTE M-IDX = BN-FAU-J + 1
 14170     MOVE NUM(M-IDX) TO BN-TERM
 14180     IF BN-FAU-J = 1
 14190         COMPUTE BN-TERM = BN-TERM * -1
 14200     END-IF
 14210*    SINGLE-OPERATOR COMPUTES -- SEE 2000-BERNOULLI.
 14220     COMPUTE BN-TERM = R * BN-TERM
 14230     COMPUTE BN-FAU-COEF(BN-FAU-P1, BN-FAU-K) =
 14240         BN-TERM / BN-FAU-P1.
 14250 2650-EXIT.
 14260     EXIT.
 14270
 14280******************************************************************
 14290*    3000-VALIDATE-RESULTS                                      *
 14300*    CHECKS EACH COMPUTED B(N), FOR N 0 THROUGH 30, AGAINST THE  *
 14310*    KNOWN PUBLISHED VALUE IN BN-REF-VALUE.  A SILENT COMP-2     *
 14320*    ROUNDING DRIFT WOULD OTHERWISE PRINT A WRONG NUMBER WITH    *
 14330*    NOBODY THE WISER.                                          *
 14340******************************************************************
 14350 3000-VALIDATE-RESULTS.
 14360     MOVE 0 TO BN-MISMATCH-COUNT
 14370     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 14380             UNTIL DISP-INDEX > N OR DISP-INDEX > 30
 14390         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 14400         COMPUTE BN-DIFF =
 14410             NUM(DISP-INDEX-OFFSET) -
 14420             BN-REF-VALUE(DISP-INDEX-OFFSET)
 14430         IF BN-DIFF < 0
 14440             COMPUTE BN-DIFF = BN-DIFF * -1
 14450         END-IF
 14460         IF BN-DIFF > BN-TOLERANCE
 14470             ADD 1 TO BN-MISMATCH-COUNT
 14480             DISPLAY "BERN100 - *** MISMATCH AT B["
 14490                 DISP-INDEX "] EXPECTED "
 14500                 BN-REF-VALUE(DISP-INDEX-OFFSET)
 14510                 " GOT " NUM(DISP-INDEX-OFFSET)
 14520         ELSE
 14530             DISPLAY "BERN100 - B[" DISP-INDEX "] OK"
 14540         END-IF
 14550     END-PERFORM
 14560     IF BN-MISMATCH-COUNT > 0
 14570         DISPLAY "BERN100 - SELF-CHECK FAILED, "
 14580             BN-MISMATCH-COUNT " MISMATCH(ES)"
 14590*    RC 8 IS DISTINCT FROM 1200-VALIDATE-N'S RC 16 -- A FAILED
 14600*    SELF-CHECK IS NOT AS SEVERE AS AN OUT-OF-RANGE N (THE RUN
 14610*    STILL HAS A TABLE TO ARCHIVE), BUT MUST BE JOB-VISIBLE SO
 14620*    THE BATCH CHAIN CAN STOP INSTEAD OF FEEDING A KNOWN-BAD
 14630*    TABLE DOWNSTREAM.
 14640         MOVE 8 TO RETURN-CODE
 14650     END-IF.
 14660 3000-EXIT.
 14670     EXIT.
 14680
 14690******************************************************************
 14700*    3100-VALIDATE-FAULHABER                                   *
 14710*    CHECKS EVERY POLYNOMIAL IN BN-FAU-TABLE, P = 0 THRU N,    *
 14720*    AGAINST THE SUM IT STANDS FOR, ADDED UP THE LONG WAY AT   *
 14730*    EACH OF THE BN-FAU-CHECK-N POINTS.  A WRONG SIGN ON B(1)  *
 14740*    OR A BINOMIAL TAKEN OFF THE WRONG ROW SHOWS UP AT ONCE.   *
 14750*    MISMATCHES COUNT TOWARD BN-MISMATCH-COUNT AND RC 8, THE   *
 14760*    SAME AS A FAILED 3000-VALIDATE-RESULTS -- NEVER LOWERING  *
 14770*    A WORSE RETURN CODE ALREADY SET BY THE DECK EDITS.        *
 14780******************************************************************
 14790 3100-VALIDATE-FAULHABER.
 14800     MOVE 0 TO BN-FAU-MISMATCH-COUNT
 14810     PERFORM VARYING BN-FAU-P FROM 0 BY 1 UNTIL BN-FAU-P > N
 14820         COMPUTE BN-FAU-P1 = BN-FAU-P + 1
 14830         MOVE "N" TO BN-FAU-POWER-BAD-SW
 14840         PERFORM VARYING BN-FAU-CHECK-IX FROM 1 BY 1
 14850                 UNTIL BN-FAU-CHECK-IX > 4
 14860             MOVE BN-FAU-CHECK-N(BN-FAU-CHECK-IX) TO BN-FAU-AT-N
 14870             PERFORM 3150-CHECK-ONE-POINT THRU 3150-EXIT
 14880         END-PERFORM
 14890         IF NOT BN-FAU-POWER-BAD
 14900             DISPLAY "BERN100 - S[" BN-FAU-P "] OK"
 14910         END-IF
 14920     END-PERFORM
 14930     IF BN-FAU-MISMATCH-COUNT > 0
 14940         DISPLAY "BERN100 - FAULHABER SELF-CHECK FAILED, "
 14950             BN-FAU-MISMATCH-COUNT " MISMATCH(ES)"
 14960         ADD BN-FAU-MISMATCH-COUNT TO BN-MISMATCH-COUNT
 14970         IF RETURN-CODE < 8
 14980             MOVE 8 TO RETURN-CODE
 14990         END-IF
 15000     END-IF.
 15010 3100-EXIT.
 15020     EXIT.
 15030
 15040******************************************************************
 15050*    3150-CHECK-ONE-POINT                                      *
 15060*    ONE POLYNOMIAL (BN-FAU-P) AT ONE POINT (BN-FAU-AT-N).     *
 15070*    POWERS ARE BUILT UP ONE MULTIPLY AT A TIME IN COMP-2 --   *
 15080*    5**200 IS FAR PAST ANY FIXED-POINT INTERMEDIATE.          *
 15090******************************************************************
 15100 3150-CHECK-ONE-POINT.
 15110     MOVE 0.0 TO BN-FAU-BRUTE
 15120     PERFORM VARYING BN-FAU-I FROM 1 BY 1
 15130             UNTIL BN-FAU-I > BN-FAU-AT-N
 15140         MOVE 1.0 TO BN-TERM
 15150         PERFORM BN-FAU-P TIMES
 15160             COMPUTE BN-TERM = BN-TERM * BN-FAU-I
 15170         END-PERFORM
 15180         ADD BN-TERM TO BN-FAU-BRUTE
 15190     END-PERFORM
 15200
 15210     MOVE 0.0 TO BN-FAU-POLY
 15220     MOVE 0.0 TO BN-FAU-SCALE
 15230     MOVE 1.0 TO BN-FAU-NPOW
 15240     PERFORM VARYING BN-FAU-K FROM 1 BY 1
 15250             UNTIL BN-FAU-K > BN-FAU-P1
 15260         COMPUTE BN-FAU-NPOW = BN-FAU-NPOW * BN-FAU-AT-N
 15270         COMPUTE BN-TERM =
 15280             BN-FAU-COEF(BN-FAU-P1, BN-FAU-K) * BN-FAU-NPOW
 15290         ADD BN-TERM TO BN-FAU-POLY
 15300         IF BN-TERM < 0
 15310             COMPUTE BN-TERM = BN-TERM * -1
 15320         END-IF
 15330         ADD BN-TERM TO BN-FAU-SCALE
 15340     END-PERFORM
 15350
 15360     COMPUTE BN-DIFF = BN-FAU-POLY - BN-FAU-BRUTE
 15370     IF BN-DIFF < 0
 15380         COMPUTE BN-DIFF = BN-DIFF * -1
 15390     END-IF
 15400     COMPUTE BN-FAU-ALLOWED = BN-FAU-SCALE * BN-FAU-TOLERANCE
 15410     IF BN-DIFF > BN-FAU-ALLOWED
 15420         ADD 1 TO BN-FAU-MISMATCH-COUNT
 15430         MOVE "Y" TO BN-FAU-POWER-BAD-SW
 15440         DISPLAY "BERN100 - *** FAULHABER MISMATCH AT S["
 15450             BN-FAU-P "] N = " BN-FAU-AT-N
 15460             " EXPECTED " BN-FAU-BRUTE " GOT " BN-FAU-POLY
 15470     END-IF.
 15480 3150-EXIT.
 15490     EXIT.
 15500
 15510******************************************************************
 15520*    4000-DISPLAY-REPORT                                        *
 15530*    LISTS B(0) THROUGH B(N) TO SYSOUT.                         *
 15540******************************************************************
 15550 4000-DISPLAY-REPORT.
 15560     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 15570             UNTIL DISP-INDEX > N
 15580         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 15590*    ON SIZE ERROR LEAVES BN-RPT-VALUE UNCHANGED, NOT
 15600*    TRUNCATED -- WITHOUT THE SENTINEL MOVE BELOW, THE DISPLAY
 15610*    THAT FOLLOWS WOULD SILENTLY REPRINT THE PRIOR INDEX'S
 15620*    VALUE UNDER THIS INDEX'S LABEL.
 15630         COMPUTE BN-RPT-VALUE = NUM(DISP-INDEX-OFFSET)
 15640             ON SIZE ERROR
 15650                 MOVE 999999999999999999.999999 TO BN-RPT-VALUE
 15660                 DISPLAY "BERN100 - B[" DISP-INDEX
 15670                     "] EXCEEDS REPORT FIELD WIDTH, FLAGGED"
 15680         END-COMPUTE
 15690         DISPLAY "B[" DISP-INDEX "] = "
 15700             BN-RPT-VALUE
 15710     END-PERFORM.
 15720 4000-EXIT.
 15730     EXIT.
 15740
 15750******************************************************************
 15760*    4500-WRITE-OUTPUT-FILE                                     *
 15770*    ARCHIVES B(0) THROUGH B(N) FOR THE CURRENT REQUEST TO THE  *
 15780*    NUMOUT DATASET, EACH RECORD TAGGED WITH CO-REQ, SO THE     *
 15790*    TABLE SURVIVES THE JOB'S SYSOUT AND FEEDS A DOWNSTREAM     *
 15800*    JOB.  NUMOUT IS OPENED ONCE FOR THE WHOLE DECK BY          *
 15810*    1500-OPEN-ARCHIVES AND CLOSED BY 8500-CLOSE-ARCHIVES.      *
 15820******************************************************************
 15830 4500-WRITE-OUTPUT-FILE.
 15840     MOVE "B" TO CO-TABLE IN NUMOUT-RECORD
 15850     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 15860             UNTIL DISP-INDEX > N
 15870         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 15880         MOVE DISP-INDEX TO CO-INDEX IN NUMOUT-RECORD
 15890         MOVE BN-REQ-NUM TO CO-REQ IN NUMOUT-RECORD
 15900         MOVE BN-RUN-ID TO CO-RUN-ID IN NUMOUT-RECORD
 15910*    SEE 4000-DISPLAY-REPORT -- ON SIZE ERROR LEAVES CO-VALUE
 15920*    HOLDING THE PRIOR INDEX'S VALUE, NOT A TRUNCATED ONE, SO
 15930*    THE SENTINEL IS MOVED IN BEFORE THE RECORD IS ARCHIVED.
 15940         COMPUTE CO-VALUE IN NUMOUT-RECORD =
 15950             NUM(DISP-INDEX-OFFSET)
 15960             ON SIZE ERROR
 15970                 MOVE 999999999999999999.999999
 15980                     TO CO-VALUE IN NUMOUT-RECORD
 15990                 DISPLAY "BERN100 - NUMOUT B[" DISP-INDEX
 16000                     "] EXCEEDS ARCHIVE FIELD WIDTH, FLAGGED"
 16010         END-COMPUTE
 16020         MOVE NUM(DISP-INDEX-OFFSET) TO BN-SCALE-IN
 16030         PERFORM 4800-SCALE-TERM THRU 4800-EXIT
 16040         MOVE BN-SCALE-MANT TO CO-MANTISSA IN NUMOUT-RECORD
 16050         MOVE BN-SCALE-EXP TO CO-EXPONENT IN NUMOUT-RECORD
 16060         WRITE NUMOUT-RECORD
 16070         IF NOT BN-NUMOUT-OK
 16080             DISPLAY "BERN100 - NUMOUT WRITE FAILED, STATUS = "
 16090                 BN-NUMOUT-STATUS
 16100             GO TO 4500-EXIT
 16110         END-IF
 16120     END-PERFORM.
 16130 4500-EXIT.
 16140     EXIT.
 16150
 16160******************************************************************
 16170*    4550-WRITE-RATIONAL-FILE                                   *
 16180*    ARCHIVES THE CURRENT REQUEST'S TERMS TO RATOUT AS EXACT    *
 16190*    FRACTIONS NEXT TO THE DECIMAL COPY -- SEE CPRAT AND THE    *
 16200*    BN-RAT WORK-FIELD COMMENTS FOR WHAT "EXACT" PROMISES.      *
 16210*    RATOUT IS OPENED ONCE FOR THE WHOLE DECK BY 1500-OPEN-     *
 16220*    ARCHIVES AND CLOSED BY 8500-CLOSE-ARCHIVES.                *
 16230******************************************************************
 16240 4550-WRITE-RATIONAL-FILE.
 16250     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 16260             UNTIL DISP-INDEX > N
 16270         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 16280         PERFORM 4560-RATIONAL-ONE-TERM THRU 4560-EXIT
 16290         WRITE RATIONAL-OUT-RECORD
 16300         IF NOT BN-RATOUT-OK
 16310             DISPLAY "BERN100 - RATOUT WRITE FAILED, STATUS = "
 16320                 BN-RATOUT-STATUS
 16330             GO TO 4550-EXIT
 16340         END-IF
 16350     END-PERFORM.
 16360 4550-EXIT.
 16370     EXIT.
 16380
 16390******************************************************************
 16400*    4560-RATIONAL-ONE-TERM                                     *
 16410*    BUILDS THE CPRAT RECORD FOR DISP-INDEX.  B(0), B(1) AND    *
 16420*    THE ODD ZEROS ARE WRITTEN DIRECTLY; AN EVEN TERM GETS THE  *
 16430*    VON STAUDT-CLAUSEN TREATMENT: D = PRODUCT OF PRIMES P      *
 16440*    WITH (P-1) DIVIDING N, A = B(N) + SUM(1/P) (AN INTEGER),   *
 16450*    NUMERATOR = A * D - SUM(D/P) -- EVERY TERM OF WHICH IS AN  *
 16460*    EXACT INTEGER.  THE EXACT FLAG DROPS TO "N", AND THE       *
 16470*    NUMERATOR TO ZERO, AS SOON AS THE COMP-2 TABLE CAN NO      *
 16480*    LONGER GUARANTEE THE ROUNDING OF A.                        *
 16490******************************************************************
 16500 4560-RATIONAL-ONE-TERM.
 16510     MOVE DISP-INDEX TO CR-INDEX
 16520     MOVE BN-REQ-NUM TO CR-REQ
 16530     MOVE BN-RUN-ID TO CR-RUN-ID
 16540     COMPUTE CR-VALUE = NUM(DISP-INDEX-OFFSET)
 16550         ON SIZE ERROR
 16560             MOVE 999999999999999999.999999 TO CR-VALUE
 16570     END-COMPUTE
 16580     MOVE "Y" TO BN-RAT-EXACT-SW
 16590     IF DISP-INDEX = 0
 16600         MOVE 1 TO BN-RAT-NUMER
 16610         MOVE 1 TO BN-RAT-DENOM
 16620         GO TO 4560-MOVE-RESULT
 16630     END-IF
 16640     IF DISP-INDEX = 1
 16650         MOVE -1 TO BN-RAT-NUMER
 16660         MOVE 2 TO BN-RAT-DENOM
 16670         GO TO 4560-MOVE-RESULT
 16680     END-IF
 16690     DIVIDE DISP-INDEX BY 2 GIVING BN-RAT-QUOT
 16700         REMAINDER BN-RAT-REM
 16710     IF BN-RAT-REM NOT = 0
 16720         MOVE 0 TO BN-RAT-NUMER
 16730         MOVE 1 TO BN-RAT-DENOM
 16740         GO TO 4560-MOVE-RESULT
 16750     END-IF
 16760
 16770     PERFORM 4570-VSC-DENOMINATOR THRU 4570-EXIT
 16780
 16790*    A = B(N) + SUM(1/P) IS AN INTEGER BY VON STAUDT-CLAUSEN.
 16800     COMPUTE BN-RAT-A =
 16810         NUM(DISP-INDEX-OFFSET) + BN-RAT-RECIP-SUM
 16820     COMPUTE BN-RAT-A-INT ROUNDED = BN-RAT-A
 16830         ON SIZE ERROR
 16840             MOVE 0 TO BN-RAT-A-INT
 16850             MOVE "N" TO BN-RAT-EXACT-SW
 16860     END-COMPUTE
 16870*    THE ROUNDING IS ONLY TRUSTWORTHY WHILE THE TERM IS SMALL
 16880*    ENOUGH THAT THE RECURRENCE STILL RESOLVES IT TO BETTER
 16890*    THAN HALF A UNIT, AND WHILE A ACTUALLY LANDED NEAR AN
 16900*    INTEGER -- A FRACTIONAL PART DRIFTING TOWARD ONE HALF
 16910*    MEANS THE TABLE IS ALREADY TOO COARSE TO CALL.
 16920     MOVE NUM(DISP-INDEX-OFFSET) TO BN-RAT-ABS
 16930     IF BN-RAT-ABS < 0
 16940         COMPUTE BN-RAT-ABS = BN-RAT-ABS * -1
 16950     END-IF
 16960     IF BN-RAT-ABS NOT < BN-RAT-EXACT-LIMIT
 16970         MOVE "N" TO BN-RAT-EXACT-SW
 16980     END-IF
 16990     COMPUTE BN-RAT-FRAC = BN-RAT-A - BN-RAT-A-INT
 17000     IF BN-RAT-FRAC < 0
 17010         COMPUTE BN-RAT-FRAC = BN-RAT-FRAC * -1
 17020     END-IF
 17030     IF BN-RAT-FRAC > 0.25
 17040         MOVE "N" TO BN-RAT-EXACT-SW
 17050     END-IF
 17060
 17070*    NUMERATOR = A * D - SUM(D/P), EXACT INTEGERS THROUGHOUT.
 17080     COMPUTE BN-RAT-NUMER = BN-RAT-A-INT * BN-RAT-DENOM
 17090         ON SIZE ERROR
 17100             MOVE 0 TO BN-RAT-NUMER
 17110             MOVE "N" TO BN-RAT-EXACT-SW
 17120     END-COMPUTE
 17130     COMPUTE BN-RAT-NUMER = BN-RAT-NUMER - BN-RAT-PSUM
 17140         ON SIZE ERROR
 17150             MOVE 0 TO BN-RAT-NUMER
 17160             MOVE "N" TO BN-RAT-EXACT-SW
 17170     END-COMPUTE
 17180     IF BN-RAT-EXACT-SW = "N"
 17190         MOVE 0 TO BN-RAT-NUMER
 17200     END-IF
 17210
 17220 4560-MOVE-RESULT.
 17230     MOVE BN-RAT-NUMER TO CR-NUMERATOR
 17240     MOVE BN-RAT-DENOM TO CR-DENOMINATOR
 17250     MOVE BN-RAT-EXACT-SW TO CR-EXACT-FLAG.
 17260 4560-EXIT.
 17270     EXIT.
 17280
 17290******************************************************************
 17300*    4570-VSC-DENOMINATOR                                       *
 17310*    TWO PASSES OVER THE CANDIDATE PRIMES 2 THRU N + 1: THE     *
 17320*    FIRST BUILDS D AS THE PRODUCT OF EVERY PRIME P WITH        *
 17330*    (P-1) DIVIDING N, THE SECOND (ONCE D IS KNOWN) BUILDS THE  *
 17340*    INTEGER SUM OF D/P AND THE COMP-2 SUM OF 1/P.              *
 17350******************************************************************
 17360 4570-VSC-DENOMINATOR.
 17370     MOVE 1 TO BN-RAT-DENOM
 17380     MOVE 0 TO BN-RAT-PSUM
 17390     MOVE 0.0 TO BN-RAT-RECIP-SUM
 17400     PERFORM VARYING BN-RAT-P FROM 2 BY 1
 17410             UNTIL BN-RAT-P > DISP-INDEX + 1
 17420         PERFORM 4580-IS-PRIME THRU 4580-EXIT
 17430         IF BN-RAT-IS-PRIME
 17440             COMPUTE BN-RAT-PM1 = BN-RAT-P - 1
 17450             DIVIDE DISP-INDEX BY BN-RAT-PM1
 17460                 GIVING BN-RAT-QUOT
 17470                 REMAINDER BN-RAT-REM
 17480             IF BN-RAT-REM = 0
 17490                 COMPUTE BN-RAT-DENOM =
 17500                     BN-RAT-DENOM * BN-RAT-P
 17510                     ON SIZE ERROR
 17520                         MOVE "N" TO BN-RAT-EXACT-SW
 17530                 END-COMPUTE
 17540             END-IF
 17550         END-IF
 17560     END-PERFORM
 17570     PERFORM VARYING BN-RAT-P FROM 2 BY 1
 17580             UNTIL BN-RAT-P > DISP-INDEX + 1
 17590         PERFORM 4580-IS-PRIME THRU 4580-EXIT
 17600         IF BN-RAT-IS-PRIME
 17610             COMPUTE BN-RAT-PM1 = BN-RAT-P - 1
 17620             DIVIDE DISP-INDEX BY BN-RAT-PM1
 17630                 GIVING BN-RAT-QUOT
 17640                 REMAINDER BN-RAT-REM
 17650             IF BN-RAT-REM = 0
 17660                 COMPUTE BN-RAT-TERM =
 17670                     BN-RAT-DENOM / BN-RAT-P
 17680                 ADD BN-RAT-TERM TO BN-RAT-PSUM
 17690                 COMPUTE BN-RAT-FRAC = 1
 17700                 COMPUTE BN-RAT-FRAC =
 17710                     BN-RAT-FRAC / BN-RAT-P
 17720                 ADD BN-RAT-FRAC TO BN-RAT-RECIP-SUM
 17730             END-IF
 17740         END-IF
 17750     END-PERFORM.
 17760 4570-EXIT.
 17770     EXIT.
 17780
 17790******************************************************************
 17800*    4580-IS-PRIME                                              *
 17810*    TRIAL DIVISION -- BN-RAT-P NEVER EXCEEDS BN-MAX-N + 1, SO  *
 17820*    NOTHING FANCIER IS CALLED FOR.                              *
 17830******************************************************************
 17840 4580-IS-PRIME.
 17850     MOVE "Y" TO BN-RAT-PRIME-SW
 17860     IF BN-RAT-P < 2
 17870         MOVE "N" TO BN-RAT-PRIME-SW
 17880         GO TO 4580-EXIT
 17890     END-IF
 17900     PERFORM VARYING BN-RAT-DIV FROM 2 BY 1
 17910             UNTIL BN-RAT-DIV * BN-RAT-DIV > BN-RAT-P
 17920                OR NOT BN-RAT-IS-PRIME
 17930         DIVIDE BN-RAT-P BY BN-RAT-DIV
 17940             GIVING BN-RAT-QUOT
 17950             REMAINDER BN-RAT-REM
 17960         IF BN-RAT-REM = 0
 17970             MOVE "N" TO BN-RAT-PRIME-SW
 17980         END-IF
 17990     END-PERFORM.
 18000 4580-EXIT.
 18010     EXIT.
 18020
 18030******************************************************************
 18040*    4700-WRITE-LOOKUP-FILE                                    *
 18050*    REBUILDS NUMVSAM FROM SCRATCH EVERY RUN, KEYED BY TABLE    *
 18060*    TYPE PLUS INDEX, SO THE BERN200 ONLINE TRANSACTION CAN     *
 18070*    LOOK UP A SINGLE B[N] -- OR G[N] AFTER A MODE E REQUEST -- *
 18080*    WITHOUT READING A SEQUENTIAL ARCHIVE OR RERUNNING THE      *
 18090*    BATCH JOB.  LOADED ONCE, AFTER THE WHOLE DECK, FROM THE    *
 18100*    SHARED NUM/EUL-NUM TABLES THE DECK-WIDE COMPUTATION PASS   *
 18110*    LEFT BEHIND -- EACH IS A SUPERSET OF EVERY SMALLER         *
 18120*    REQUEST'S TABLE.  ALL "B"                                  *
 18130*    RECORDS GO FIRST, THEN ALL "G", WHICH KEEPS THE SEQUENTIAL *
 18140*    LOAD IN ASCENDING KEY ORDER.  NUMVSAM IS OPTIONAL, THE     *
 18150*    SAME WAY CHKPT AND AUDITLOG ARE, SINCE A RUN MADE BEFORE   *
 18160*    THE ONLINE LOOKUP TRANSACTION WAS INSTALLED HAS NO REASON  *
 18170*    TO FAIL OVER IT.                                           *
 18180******************************************************************
 18190 4700-WRITE-LOOKUP-FILE.
 18200     IF BN-DECK-N < 0
 18210         GO TO 4700-EXIT
 18220     END-IF
 18230     OPEN OUTPUT NUMVSAM
 18240     IF NOT BN-NUMVSAM-OK AND NOT BN-NUMVSAM-MISSING
 18250         DISPLAY "BERN100 - NUMVSAM OPEN FAILED, STATUS = "
 18260             BN-NUMVSAM-STATUS
 18270         GO TO 4700-EXIT
 18280     END-IF
 18290
 18300     MOVE SPACES TO NUMVSAM-RECORD
 18310     MOVE "B" TO VS-TABLE
 18320     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 18330             UNTIL DISP-INDEX > BN-DECK-N
 18340         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 18350         MOVE DISP-INDEX TO VS-INDEX
 18360         MOVE BN-DECK-REQ TO VS-REQ
 18370         MOVE BN-RUN-ID TO VS-RUN-ID
 18380*    SEE 4000-DISPLAY-REPORT -- ON SIZE ERROR LEAVES VS-VALUE
 18390*    HOLDING THE PRIOR INDEX'S VALUE, NOT A TRUNCATED ONE, SO
 18400*    THE SENTINEL IS MOVED IN BEFORE THE RECORD IS WRITTEN.
 18410         COMPUTE VS-VALUE = NUM(DISP-INDEX-OFFSET)
 18420             ON SIZE ERROR
 18430                 MOVE 999999999999999999.999999 TO VS-VALUE
 18440                 DISPLAY "BERN100 - NUMVSAM B[" DISP-INDEX
 18450                     "] EXCEEDS LOOKUP FIELD WIDTH, FLAGGED"
 18460         END-COMPUTE
 18470         MOVE NUM(DISP-INDEX-OFFSET) TO BN-SCALE-IN
 18480         PERFORM 4800-SCALE-TERM THRU 4800-EXIT
 18490         MOVE BN-SCALE-MANT TO VS-MANTISSA
 18500         MOVE BN-SCALE-EXP TO VS-EXPONENT
 18510         WRITE NUMVSAM-RECORD
 18520         IF NOT BN-NUMVSAM-OK
 18530             DISPLAY "BERN100 - NUMVSAM WRITE FAILED, STATUS = "
 18540                 BN-NUMVSAM-STATUS
 18550             GO TO 4700-CLOSE-NUMVSAM
 18560         END-IF
 18570     END-PERFORM
 18580
 18590     IF BN-DECK-EUL-N < 0
 18600         GO TO 4700-CLOSE-NUMVSAM
 18610     END-IF
 18620     MOVE "G" TO VS-TABLE
 18630     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 18640             UNTIL DISP-INDEX > BN-DECK-EUL-N
 18650         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 18660         MOVE DISP-INDEX TO VS-INDEX
 18670         MOVE BN-DECK-EUL-REQ TO VS-REQ
 18680         MOVE BN-RUN-ID TO VS-RUN-ID
 18690         COMPUTE VS-VALUE = EUL-NUM(DISP-INDEX-OFFSET)
 18700             ON SIZE ERROR
 18710                 MOVE 999999999999999999.999999 TO VS-VALUE
 18720                 DISPLAY "BERN100 - NUMVSAM G[" DISP-INDEX
 18730                     "] EXCEEDS LOOKUP FIELD WIDTH, FLAGGED"
 18740         END-COMPUTE
 18750         MOVE EUL-NUM(DISP-INDEX-OFFSET) TO BN-SCALE-IN
 18760         PERFORM 4800-SCALE-TERM THRU 4800-EXIT
 18770         MOVE BN-SCALE-MANT TO VS-MANTISSA
 18780         MOVE BN-SCALE-EXP TO VS-EXPONENT
 18790         WRITE NUMVSAM-RECORD
 18800         IF NOT BN-NUMVSAM-OK
 18810             DISPLAY "BERN100 - NUMVSAM WRITE FAILED, STATUS = "
 18820                 BN-NUMVSAM-STATUS
 18830             GO TO 4700-CLOSE-NUMVSAM
 18840         END-IF
 18850     END-PERFORM
 18860
 18870 4700-CLOSE-NUMVSAM.
 18880     CLOSE NUMVSAM.
 18890 4700-EXIT.
 18900     EXIT.
 18910
 18920******************************************************************
 18930*    4800-SCALE-TERM                                           *
 18940*    NORMALIZES BN-SCALE-IN INTO MANTISSA-AND-EXPONENT FORM:   *
 18950*    BN-SCALE-MANT IN [1,10) (ZERO FOR A ZERO TERM) AND        *
 18960*    BN-SCALE-EXP THE POWER OF TEN, BY REPEATED DIVISION --    *
 18970*    ORDINARY VERBS, NO INTRINSIC LOGARITHM, SAME POLICY AS    *
 18980*    THE REST OF THE SYSTEM.  COMP-2 HOLDS EVERY TERM THE NUMS *
 18990*    TABLE CAN, SO NOTHING HERE CAN OVERFLOW.                  *
 19000******************************************************************
 19010 4800-SCALE-TERM.
 19020     MOVE 0 TO BN-SCALE-EXP
 19030     IF BN-SCALE-IN = 0
 19040         MOVE 0 TO BN-SCALE-MANT
 19050         GO TO 4800-EXIT
 19060     END-IF
 19070     MOVE BN-SCALE-IN TO BN-SCALE-ABS
 19080     IF BN-SCALE-ABS < 0
 19090         COMPUTE BN-SCALE-ABS = BN-SCALE-ABS * -1
 19100     END-IF
 19110     PERFORM UNTIL BN-SCALE-ABS < 10
 19120         COMPUTE BN-SCALE-ABS = BN-SCALE-ABS / 10
 19130         ADD 1 TO BN-SCALE-EXP
 19140     END-PERFORM
 19150     PERFORM UNTIL BN-SCALE-ABS NOT < 1
 19160         COMPUTE BN-SCALE-ABS = BN-SCALE-ABS * 10
 19170         SUBTRACT 1 FROM BN-SCALE-EXP
 19180     END-PERFORM
 19190     IF BN-SCALE-IN < 0
 19200         COMPUTE BN-SCALE-MANT = BN-SCALE-ABS * -1
 19210     ELSE
 19220         MOVE BN-SCALE-ABS TO BN-SCALE-MANT
 19230     END-IF.
 19240 4800-EXIT.
 19250     EXIT.
 19260
 19270
 19280******************************************************************
 19290*    4200-DISPLAY-EULER-REPORT                                  *
 19300*    LISTS THE EUL-NUMS TABLE TO SYSOUT THE SAME WAY             *
 19310*    4000-DISPLAY-REPORT LISTS NUM.  ONLY RUN WHEN CC-MODE       *
 19320*    REQUESTED THE EULER/GENOCCHI TABLE.                        *
 19330******************************************************************
 19340 4200-DISPLAY-EULER-REPORT.
 19350     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 19360             UNTIL DISP-INDEX > N
 19370         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 19380*    SEE 4000-DISPLAY-REPORT -- SAME STALE-VALUE-ON-OVERFLOW
 19390*    RUNTIME BEHAVIOR, SAME SENTINEL FIX.
 19400         COMPUTE BN-RPT-VALUE = EUL-NUM(DISP-INDEX-OFFSET)
 19410             ON SIZE ERROR
 19420                 MOVE 999999999999999999.999999 TO BN-RPT-VALUE
 19430                 DISPLAY "BERN100 - G[" DISP-INDEX
 19440                     "] EXCEEDS REPORT FIELD WIDTH, FLAGGED"
 19450         END-COMPUTE
 19460         DISPLAY "G[" DISP-INDEX "] = "
 19470             BN-RPT-VALUE
 19480     END-PERFORM.
 19490 4200-EXIT.
 19500     EXIT.
 19510
 19520******************************************************************
 19530*    4250-DISPLAY-FAULHABER-REPORT                             *
 19540*    LISTS THE POWER-SUM POLYNOMIALS FOR P = 0 THRU N TO       *
 19550*    SYSOUT, HIGHEST POWER OF N FIRST THE WAY THEY ARE WRITTEN *
 19560*    ON PAPER, EACH COEFFICIENT AS ITS DECIMAL COPY AND, WHERE *
 19570*    IT IS EXACT, ITS FRACTION.  ONLY RUN FOR A MODE F REQUEST.*
 19580******************************************************************
 19590 4250-DISPLAY-FAULHABER-REPORT.
 19600     PERFORM VARYING BN-FAU-P FROM 0 BY 1 UNTIL BN-FAU-P > N
 19610         COMPUTE BN-FAU-P1 = BN-FAU-P + 1
 19620         DISPLAY "S[" BN-FAU-P "] = 1**P + 2**P + ... + N**P"
 19630         PERFORM VARYING BN-FAU-K FROM BN-FAU-P1 BY -1
 19640                 UNTIL BN-FAU-K < 1
 19650             PERFORM 4660-FAULHABER-ONE-TERM THRU 4660-EXIT
 19660             IF BN-FAU-EXACT
 19670                 MOVE BN-FAU-NUMER TO BN-FAU-NUM-EDIT
 19680                 MOVE BN-FAU-DENOM TO BN-FAU-DEN-EDIT
 19690                 DISPLAY "    N**" BN-FAU-K " * " BN-FAU-VALUE
 19700                     " = " BN-FAU-NUM-EDIT " / " BN-FAU-DEN-EDIT
 19710             ELSE
 19720                 DISPLAY "    N**" BN-FAU-K " * " BN-FAU-VALUE
 19730                     " (DECIMAL ONLY)"
 19740             END-IF
 19750         END-PERFORM
 19760     END-PERFORM.
 19770 4250-EXIT.
 19780     EXIT.
 19790
 19800******************************************************************
 19810*    4600-WRITE-EULER-FILE                                      *
 19820*    ARCHIVES THE EUL-NUMS TABLE FOR THE CURRENT REQUEST TO     *
 19830*    THE EULOUT DATASET THE SAME WAY 4500-WRITE-OUTPUT-FILE      *
 19840*    ARCHIVES NUM TO NUMOUT, TAGGED WITH CO-REQ.  OPENED ON     *
 19850*    THE FIRST MODE E REQUEST OF THE DECK AND HELD OPEN TO THE  *
 19860*    END (8500-CLOSE-ARCHIVES), SO A DECK MIXING B AND E CARDS  *
 19870*    ACCUMULATES ONE EULER ARCHIVE ACROSS ITS E REQUESTS.       *
 19880******************************************************************
 19890 4600-WRITE-EULER-FILE.
 19900     IF NOT BN-EULOUT-OPENED
 19910         OPEN OUTPUT EULOUT
 19920         IF NOT BN-EULOUT-OK
 19930             DISPLAY "BERN100 - EULOUT OPEN FAILED, STATUS = "
 19940                 BN-EULOUT-STATUS
 19950             GO TO 4600-EXIT
 19960         END-IF
 19970         MOVE "Y" TO BN-EULOUT-OPENED-SW
 19980*    SEE 1500-OPEN-ARCHIVES -- THE SPACING FILLERS NEED AN
 19990*    EXPLICIT MOVE, THE FD-LEVEL VALUE CLAUSE ALONE IS NOT
 20000*    ENOUGH TO SATISFY THE RUNTIME'S WRITE VALIDATION.
 20010         MOVE SPACES TO EULOUT-RECORD
 20020     END-IF
 20030     MOVE "G" TO CO-TABLE IN EULOUT-RECORD
 20040     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 20050             UNTIL DISP-INDEX > N
 20060         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 20070         MOVE DISP-INDEX TO CO-INDEX IN EULOUT-RECORD
 20080         MOVE BN-REQ-NUM TO CO-REQ IN EULOUT-RECORD
 20090         MOVE BN-RUN-ID TO CO-RUN-ID IN EULOUT-RECORD
 20100*    SEE 4500-WRITE-OUTPUT-FILE -- SAME STALE-VALUE-ON-OVERFLOW
 20110*    RUNTIME BEHAVIOR, SAME SENTINEL FIX.
 20120         COMPUTE CO-VALUE IN EULOUT-RECORD =
 20130             EUL-NUM(DISP-INDEX-OFFSET)
 20140             ON SIZE ERROR
 20150                 MOVE 999999999999999999.999999
 20160                     TO CO-VALUE IN EULOUT-RECORD
 20170                 DISPLAY "BERN100 - EULOUT G[" DISP-INDEX
 20180                     "] EXCEEDS ARCHIVE FIELD WIDTH, FLAGGED"
 20190         END-COMPUTE
 20200         MOVE EUL-NUM(DISP-INDEX-OFFSET) TO BN-SCALE-IN
 20210         PERFORM 4800-SCALE-TERM THRU 4800-EXIT
 20220         MOVE BN-SCALE-MANT TO CO-MANTISSA IN EULOUT-RECORD
 20230         MOVE BN-SCALE-EXP TO CO-EXPONENT IN EULOUT-RECORD
 20240         WRITE EULOUT-RECORD
 20250         IF NOT BN-EULOUT-OK
 20260             DISPLAY "BERN100 - EULOUT WRITE FAILED, STATUS = "
 20270                 BN-EULOUT-STATUS
 20280             GO TO 4600-EXIT
 20290         END-IF
 20300     END-PERFORM.
 20310 4600-EXIT.
 20320     EXIT.
 20330
 20340******************************************************************
 20350*    4650-WRITE-FAULHABER-FILE                                 *
 20360*    ARCHIVES THE CURRENT REQUEST'S POLYNOMIALS, P = 0 THRU N, *
 20370*    TO FAULOUT (SEE CPFAUL), TAGGED WITH FL-REQ AND THE RUN   *
 20380*    ID, IN ASCENDING POWER-PLUS-TERM ORDER.  OPENED ON THE    *
 20390*    FIRST MODE F REQUEST OF THE DECK AND HELD OPEN TO THE END *
 20400*    (8500-CLOSE-ARCHIVES), THE SAME WAY 4600-WRITE-EULER-FILE *
 20410*    HANDLES EULOUT.                                           *
 20420******************************************************************
 20430 4650-WRITE-FAULHABER-FILE.
 20440     IF NOT BN-FAULOUT-OPENED
 20450         OPEN OUTPUT FAULOUT
 20460         IF NOT BN-FAULOUT-OK
 20470             DISPLAY "BERN100 - FAULOUT OPEN FAILED, STATUS = "
 20480                 BN-FAULOUT-STATUS
 20490             GO TO 4650-EXIT
 20500         END-IF
 20510         MOVE "Y" TO BN-FAULOUT-OPENED-SW
 20520*    SEE 1500-OPEN-ARCHIVES -- THE SPACING FILLERS NEED AN
 20530*    EXPLICIT MOVE.
 20540         MOVE SPACES TO FAULHABER-OUT-RECORD
 20550     END-IF
 20560     PERFORM VARYING BN-FAU-P FROM 0 BY 1 UNTIL BN-FAU-P > N
 20570         COMPUTE BN-FAU-P1 = BN-FAU-P + 1
 20580         PERFORM VARYING BN-FAU-K FROM 1 BY 1
 20590                 UNTIL BN-FAU-K > BN-FAU-P1
 20600             PERFORM 4660-FAULHABER-ONE-TERM THRU 4660-EXIT
 20610             MOVE BN-FAU-P TO FL-POWER
 20620             MOVE BN-FAU-K TO FL-TERM
 20630             MOVE BN-FAU-VALUE TO FL-VALUE
 20640             MOVE BN-FAU-NUMER TO FL-NUMERATOR
 20650             MOVE BN-FAU-DENOM TO FL-DENOMINATOR
 20660             MOVE BN-FAU-EXACT-SW TO FL-EXACT-FLAG
 20670             MOVE BN-SCALE-MANT TO FL-MANTISSA
 20680             MOVE BN-SCALE-EXP TO FL-EXPONENT
 20690             MOVE BN-REQ-NUM TO FL-REQ
 20700             MOVE BN-RUN-ID TO FL-RUN-ID
 20710             WRITE FAULHABER-OUT-RECORD
 20720             IF NOT BN-FAULOUT-OK
 20730                 DISPLAY "BERN100 - FAULOUT WRITE FAILED, "
 20740                     "STATUS = " BN-FAULOUT-STATUS
 20750                 GO TO 4650-EXIT
 20760             END-IF
 20770         END-PERFORM
 20780     END-PERFORM.
 20790 4650-EXIT.
 20800     EXIT.
 20810
 20820******************************************************************
 20830*    4660-FAULHABER-ONE-TERM                                   *
 20840*    THE COEFFICIENT OF N**BN-FAU-K IN POLYNOMIAL BN-FAU-P:    *
 20850*    BN-FAU-VALUE (DECIMAL COPY, SENTINEL ON OVERFLOW), THE    *
 20860*    SCALED FORM IN BN-SCALE-MANT/BN-SCALE-EXP, AND THE        *
 20870*    FRACTION BN-FAU-NUMER / BN-FAU-DENOM IN LOWEST TERMS.     *
 20880*    THE FRACTION OF B(J) COMES FROM 4560-RATIONAL-ONE-TERM    *
 20890*    -- WHICH ALSO REFILLS THE RATOUT RECORD AREA, HARMLESS    *
 20900*    SINCE 4550 REBUILDS EVERY FIELD BEFORE EACH WRITE -- AND  *
 20910*    THE TERM IS EXACT ONLY WHEN B(J) IS AND THE BINOMIAL AND  *
 20920*    THE PRODUCTS STILL FIT; OTHERWISE THE FRACTION IS ZERO    *
 20930*    OVER ZERO AND ONLY THE DECIMAL COPY STANDS (SEE CPFAUL).  *
 20940******************************************************************
 20950 4660-FAULHABER-ONE-TERM.
 20960     COMPUTE BN-FAU-J = BN-FAU-P1 - BN-FAU-K
 20970*    SEE 4000-DISPLAY-REPORT FOR THE SENTINEL ON OVERFLOW.
 20980*    ROUNDED -- A QUOTIENT SUCH AS 1/4 CAN LAND A HAIR UNDER
 20990*    ITSELF IN COMP-2, AND TRUNCATING WOULD ARCHIVE .249999.
 21000     COMPUTE BN-FAU-VALUE ROUNDED =
 21010         BN-FAU-COEF(BN-FAU-P1, BN-FAU-K)
 21020         ON SIZE ERROR
 21030             MOVE 999999999999999999.999999 TO BN-FAU-VALUE
 21040     END-COMPUTE
 21050     MOVE BN-FAU-COEF(BN-FAU-P1, BN-FAU-K) TO BN-SCALE-IN
 21060     PERFORM 4800-SCALE-TERM THRU 4800-EXIT
 21070
 21080     MOVE "N" TO BN-FAU-EXACT-SW
 21090     MOVE BN-FAU-J TO DISP-INDEX
 21100     COMPUTE DISP-INDEX-OFFSET = BN-FAU-J + 1
 21110     PERFORM 4560-RATIONAL-ONE-TERM THRU 4560-EXIT
 21120     IF BN-RAT-EXACT-SW NOT = "Y"
 21130         GO TO 4660-MOVE-RESULT
 21140     END-IF
 21150     IF BN-FAU-J = 1
 21160         COMPUTE BN-RAT-NUMER = BN-RAT-NUMER * -1
 21170     END-IF
 21180
 21190     MOVE BN-FAU-P1 TO N-ARG
 21200     MOVE BN-FAU-J TO K-ARG
 21210     PERFORM 2100-BINOM THRU 2100-EXIT
 21220     IF R > BN-FAU-BINOM-LIMIT
 21230         GO TO 4660-MOVE-RESULT
 21240     END-IF
 21250     COMPUTE BN-FAU-BINOM ROUNDED = R
 21260     COMPUTE BN-FAU-NUMER = BN-FAU-BINOM * BN-RAT-NUMER
 21270         ON SIZE ERROR
 21280             GO TO 4660-MOVE-RESULT
 21290     END-COMPUTE
 21300     COMPUTE BN-FAU-DENOM = BN-RAT-DENOM * BN-FAU-P1
 21310         ON SIZE ERROR
 21320             GO TO 4660-MOVE-RESULT
 21330     END-COMPUTE
 21340     PERFORM 4670-REDUCE-FRACTION THRU 4670-EXIT
 21350     IF BN-FAU-DENOM > BN-FAU-DENOM-MAX
 21360         GO TO 4660-MOVE-RESULT
 21370     END-IF
 21380     MOVE "Y" TO BN-FAU-EXACT-SW.
 21390
 21400 4660-MOVE-RESULT.
 21410     IF NOT BN-FAU-EXACT
 21420         MOVE 0 TO BN-FAU-NUMER
 21430         MOVE 0 TO BN-FAU-DENOM
 21440     END-IF.
 21450 4660-EXIT.
 21460     EXIT.
 21470
 21480******************************************************************
 21490*    4670-REDUCE-FRACTION                                      *
 21500*    DIVIDES BN-FAU-NUMER AND BN-FAU-DENOM BY THEIR GREATEST   *
 21510*    COMMON DIVISOR (EUCLID).  THE DENOMINATOR IS NEVER ZERO   *
 21520*    HERE, AND A ZERO NUMERATOR REDUCES TO 0 / 1.              *
 21530******************************************************************
 21540 4670-REDUCE-FRACTION.
 21550     MOVE BN-FAU-NUMER TO BN-FAU-GCD-A
 21560     IF BN-FAU-GCD-A < 0
 21570         COMPUTE BN-FAU-GCD-A = BN-FAU-GCD-A * -1
 21580     END-IF
 21590     MOVE BN-FAU-DENOM TO BN-FAU-GCD-B
 21600     PERFORM UNTIL BN-FAU-GCD-B = 0
 21610         DIVIDE BN-FAU-GCD-A BY BN-FAU-GCD-B
 21620             GIVING BN-FAU-GCD-Q
 21630             REMAINDER BN-FAU-GCD-R
 21640         MOVE BN-FAU-GCD-B TO BN-FAU-GCD-A
 21650         MOVE BN-FAU-GCD-R TO BN-FAU-GCD-B
 21660     END-PERFORM
 21670     DIVIDE BN-FAU-GCD-A INTO BN-FAU-NUMER
 21680     DIVIDE BN-FAU-GCD-A INTO BN-FAU-DENOM.
 21690 4670-EXIT.
 21700     EXIT.
 21710
 21720******************************************************************
 21730*    5000-AUDIT-LOG                                            *
 21740*    APPENDS ONE RECORD TO THE AUDIT LOG FOR THE CURRENT        *
 21750*    REQUEST -- WHEN IT RAN, WHO SUBMITTED IT, N AND MODE, THE  *
 21760*    REQUEST SEQUENCE WITHIN THE DECK, AND A CONTROL TOTAL      *
 21770*    OVER NUM SO THE RUN IS TRACEABLE WITHOUT KEEPING THE FULL  *
 21780*    TABLE.  A MULTI-CARD DECK THEREFORE APPENDS ONE RECORD    *
 21790*    PER CARD, EACH UNDER ITS OWN SUBMITTER.  THE LOG IS        *
 21800*    OPENED EXTEND SO EVERY RUN ADDS TO IT RATHER THAN          *
 21810*    REPLACING IT; IF IT DOES NOT EXIST YET, EXTEND FAILS WITH  *
 21820*    "FILE NOT FOUND" AND OUTPUT CREATES IT INSTEAD.            *
 21830******************************************************************
 21840 5000-AUDIT-LOG.
 21850     MOVE 0.0 TO BN-CHECKSUM
 21860     MOVE 0.0 TO BN-CHECKSUM-2
 21870     PERFORM VARYING DISP-INDEX FROM 0 BY 1
 21880             UNTIL DISP-INDEX > N
 21890         COMPUTE DISP-INDEX-OFFSET = DISP-INDEX + 1
 21900         ADD NUM(DISP-INDEX-OFFSET) TO BN-CHECKSUM
 21910         IF BN-MODE-EUL-REQUESTED
 21920             ADD EUL-NUM(DISP-INDEX-OFFSET) TO BN-CHECKSUM-2
 21930         END-IF
 21940     END-PERFORM
 21950     IF BN-MODE-FAU-REQUESTED
 21960         PERFORM 5050-FAULHABER-CHECKSUM THRU 5050-EXIT
 21970     END-IF
 21980
 21990*    A MISSING AUDITLOG IS CREATED BY THE EXTEND ITSELF (REPORTED
 22000*    AS STATUS 05, NOT A FAILURE) SINCE AUDITLOG IS OPTIONAL --
 22010*    ONLY A STATUS OUTSIDE "OK" OR "MISSING" IS A REAL OPEN ERROR.
 22020     OPEN EXTEND AUDITLOG
 22030     IF NOT BN-AUDIT-OK AND NOT BN-AUDIT-MISSING
 22040         DISPLAY "BERN100 - AUDITLOG OPEN FAILED, STATUS = "
 22050             BN-AUDIT-STATUS
 22060         GO TO 5000-EXIT
 22070     END-IF
 22080
 22090     MOVE SPACES TO AUDIT-RECORD
 22100*    THE CONTROL TOTALS MUST HOLD REAL ZEROS, NOT BLANKS, EVEN
 22110*    ON A MODE B RUN THAT NEVER COMPUTES THE SECOND ONE -- THE
 22120*    CHAINED HASH FOLDS BOTH FIELDS AS NUMBERS.
 22130     MOVE ZERO TO AU-CHECKSUM
 22140     MOVE ZERO TO AU-CHECKSUM-2
 22150     ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD
 22160     ACCEPT AU-RUN-TIME FROM TIME
 22170     MOVE BN-SUBMITTER TO AU-SUBMITTER
 22180     MOVE N TO AU-N
 22190     MOVE BN-MODE TO AU-MODE
 22200     MOVE BN-REQ-NUM TO AU-REQ
 22210     MOVE BN-RUN-ID TO AU-RUN-ID
 22220*    AU-CHECKSUM IS THE SAME WIDTH AS CO-VALUE, BUT BN-CHECKSUM
 22230*    IS A SUM OVER THE WHOLE NUM TABLE AND CAN STILL OUTGROW
 22240*    IT ON A LARGE-N RUN -- COMPUTE WITH ON SIZE ERROR SO AN
 22250*    OVERFLOW IS FLAGGED INSTEAD OF SILENTLY WRAPPING.
 22260     COMPUTE AU-CHECKSUM = BN-CHECKSUM
 22270         ON SIZE ERROR
 22280             MOVE 999999999999999999.999999 TO AU-CHECKSUM
 22290             DISPLAY "BERN100 - AUDIT CHECKSUM EXCEEDS FIELD "
 22300                 "WIDTH, FLAGGED"
 22310     END-COMPUTE
 22320*    AU-CHECKSUM-2 COVERS EUL-NUM INSTEAD OF NUM, SO A MODE E
 22330*    RUN'S GENOCCHI TABLE IS AUDITED TOO -- OTHERWISE DRIFT
 22340*    CONFINED TO EUL-NUM WOULD NEVER SHOW UP IN THE LOG.  ON A
 22350*    MODE F RUN IT COVERS THE FAULHABER COEFFICIENTS THE SAME
 22360*    WAY.  LEFT AT ZERO ON A MODE B RUN.
 22370     IF BN-MODE-EUL-REQUESTED OR BN-MODE-FAU-REQUESTED
 22380         COMPUTE AU-CHECKSUM-2 = BN-CHECKSUM-2
 22390             ON SIZE ERROR
 22400                 MOVE 999999999999999999.999999 TO AU-CHECKSUM-2
 22410                 DISPLAY "BERN100 - AUDIT CHECKSUM-2 EXCEEDS "
 22420                     "FIELD WIDTH, FLAGGED"
 22430         END-COMPUTE
 22440     END-IF
 22450*    SEQUENCE AND CHAINED HASH LAST, ONCE EVERY OTHER FIELD IS
 22460*    IN PLACE -- THE FOLD COVERS THE FIELDS AS WRITTEN.
 22470     ADD 1 TO BN-AUDIT-SEQ
 22480     MOVE BN-AUDIT-SEQ TO AU-SEQ
 22490     PERFORM 5100-COMPUTE-AUDIT-HASH THRU 5100-EXIT
 22500     MOVE BN-AUDIT-HASH TO AU-HASH
 22510     MOVE BN-AUDIT-HASH TO BN-AUDIT-PREV-HASH
 22520
 22530     WRITE AUDIT-RECORD
 22540     IF NOT BN-AUDIT-OK
 22550         DISPLAY "BERN100 - AUDITLOG WRITE FAILED, STATUS = "
 22560             BN-AUDIT-STATUS
 22570     END-IF
 22580
 22590     CLOSE AUDITLOG.
 22600 5000-EXIT.
 22610     EXIT.
 22620
 22630******************************************************************
 22640*    5050-FAULHABER-CHECKSUM                                   *
 22650*    THE MODE F SECOND CONTROL TOTAL: EVERY COEFFICIENT OF     *
 22660*    EVERY POLYNOMIAL THE REQUEST ARCHIVED, P = 0 THRU N.      *
 22670******************************************************************
 22680 5050-FAULHABER-CHECKSUM.
 22690     PERFORM VARYING BN-FAU-P FROM 0 BY 1 UNTIL BN-FAU-P > N
 22700         COMPUTE BN-FAU-P1 = BN-FAU-P + 1
 22710         PERFORM VARYING BN-FAU-K FROM 1 BY 1
 22720                 UNTIL BN-FAU-K > BN-FAU-P1
 22730             ADD BN-FAU-COEF(BN-FAU-P1, BN-FAU-K) TO BN-CHECKSUM-2
 22740         END-PERFORM
 22750     END-PERFORM.
 22760 5050-EXIT.
 22770     EXIT.
 22780
 22790******************************************************************
 22800*    5100-COMPUTE-AUDIT-HASH                                   *
 22810*    THE CHAINED FOLD OVER THE AUDIT RECORD JUST BUILT --      *
 22820*    SEEDED WITH THE PRIOR RECORD'S HASH AND TAKING EVERY      *
 22830*    FIELD IN THE ORDER THE CPAUD COMMENTS LIST (NOT THE       *
 22840*    PHYSICAL RECORD ORDER).  BERN140'S 3100-COMPUTE-CHAIN-HASH IS THE      *
 22850*    MIRROR OF THIS PARAGRAPH AND THE TWO MUST CHANGE          *
 22860*    TOGETHER.                                                 *
 22870******************************************************************
 22880 5100-COMPUTE-AUDIT-HASH.
 22890     MOVE BN-AUDIT-PREV-HASH TO BN-AUDIT-HASH
 22900
 22910     MOVE AU-SEQ TO BN-HASH-IN
 22920     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
 22930     MOVE AU-RUN-DATE TO BN-HASH-RUNID-DT
 22940     MOVE BN-HASH-RUNID-DT TO BN-HASH-IN
 22950     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
 22960     MOVE AU-RUN-TIME TO BN-HASH-RUNID-TM
 22970     MOVE BN-HASH-RUNID-TM TO BN-HASH-IN
 22980     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
 22990
 23000     MOVE AU-SUBMITTER TO BN-HASH-SUBM
 23010     PERFORM VARYING BN-HASH-SUB-IX FROM 1 BY 1
 23020             UNTIL BN-HASH-SUB-IX > 8
 23030         MOVE BN-HASH-SUBM-CH(BN-HASH-SUB-IX) TO BN-HASH-CHAR
 23040         PERFORM 5300-FOLD-ONE-CHAR THRU 5300-EXIT
 23050     END-PERFORM
 23060
 23070     MOVE AU-N TO BN-HASH-IN
 23080     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
 23090     MOVE AU-MODE TO BN-HASH-CHAR
 23100     PERFORM 5300-FOLD-ONE-CHAR THRU 5300-EXIT
 23110     MOVE AU-REQ TO BN-HASH-IN
 23120     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
 23130
 23140     MOVE AU-CHECKSUM TO BN-HASH-CHK
 23150     PERFORM 5250-FOLD-CHECKSUM THRU 5250-EXIT
 23160     MOVE AU-CHECKSUM-2 TO BN-HASH-CHK
 23170     PERFORM 5250-FOLD-CHECKSUM THRU 5250-EXIT
 23180
 23190     MOVE AU-RUN-ID TO BN-HASH-RUNID-SPLIT
 23200     MOVE BN-HASH-RUNID-DT TO BN-HASH-IN
 23210     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
 23220     MOVE BN-HASH-RUNID-TM TO BN-HASH-IN
 23230     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT.
 23240 5100-EXIT.
 23250     EXIT.
 23260
 23270******************************************************************
 23280*    5200-FOLD-ONE-VALUE                                       *
 23290*    ONE FOLD STEP: H = MOD(H * 31 + V, 999999937).  H STAYS   *
 23300*    UNDER THE MODULUS, SO H * 31 + V FITS A DOUBLEWORD WITH   *
 23310*    ROOM TO SPARE.                                            *
 23320******************************************************************
 23330 5200-FOLD-ONE-VALUE.
 23340     COMPUTE BN-AUDIT-HASH = BN-AUDIT-HASH * 31
 23350     COMPUTE BN-AUDIT-HASH = BN-AUDIT-HASH + BN-HASH-IN
 23360     DIVIDE BN-AUDIT-HASH BY BN-HASH-MODULUS
 23370         GIVING BN-HASH-QUOT
 23380         REMAINDER BN-HASH-IN
 23390     MOVE BN-HASH-IN TO BN-AUDIT-HASH.
 23400 5200-EXIT.
 23410     EXIT.
 23420
 23430******************************************************************
 23440*    5250-FOLD-CHECKSUM                                        *
 23450*    A SIGNED 18.6 CONTROL TOTAL FOLDS AS THREE VALUES: A      *
 23460*    SIGN FLAG (1 WHEN NEGATIVE), THE INTEGER PART REDUCED     *
 23470*    MODULO THE HASH MODULUS, AND THE SIX DECIMAL DIGITS.      *
 23480******************************************************************
 23490 5250-FOLD-CHECKSUM.
 23500     IF BN-HASH-CHK < 0
 23510         MOVE 1 TO BN-HASH-IN
 23520         COMPUTE BN-HASH-CHK-ABS = BN-HASH-CHK * -1
 23530     ELSE
 23540         MOVE 0 TO BN-HASH-IN
 23550         MOVE BN-HASH-CHK TO BN-HASH-CHK-ABS
 23560     END-IF
 23570     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
 23580     COMPUTE BN-HASH-CHK-INT = BN-HASH-CHK-ABS
 23590     DIVIDE BN-HASH-CHK-INT BY BN-HASH-MODULUS
 23600         GIVING BN-HASH-QUOT
 23610         REMAINDER BN-HASH-IN
 23620     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
 23630     COMPUTE BN-HASH-CHK-DEC =
 23640         (BN-HASH-CHK-ABS - BN-HASH-CHK-INT) * 1000000
 23650     MOVE BN-HASH-CHK-DEC TO BN-HASH-IN
 23660     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT.
 23670 5250-EXIT.
 23680     EXIT.
 23690
 23700******************************************************************
 23710*    5300-FOLD-ONE-CHAR                                        *
 23720*    A CHARACTER FOLDS AS ITS 1-ORIGIN POSITION IN THE HASH    *
 23730*    ALPHABET, ZERO WHEN NOT FOUND (BLANKS AND ANYTHING        *
 23740*    EXOTIC).                                                  *
 23750******************************************************************
 23760 5300-FOLD-ONE-CHAR.
 23770     MOVE 0 TO BN-HASH-IN
 23780     PERFORM VARYING BN-HASH-CHAR-IX FROM 1 BY 1
 23790             UNTIL BN-HASH-CHAR-IX > 39
 23800         IF BN-HASH-ALPHA-CH(BN-HASH-CHAR-IX) = BN-HASH-CHAR
 23810             MOVE BN-HASH-CHAR-IX TO BN-HASH-IN
 23820             MOVE 39 TO BN-HASH-CHAR-IX
 23830         END-IF
 23840     END-PERFORM
 23850     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT.
 23860 5300-EXIT.
 23870     EXIT.
 23880
 23890
 23900******************************************************************
 23910*    5500-WRITE-REJECT                                         *
 23920*    APPENDS ONE CPREJ RECORD FOR THE CARD JUST DROPPED --     *
 23930*    CARD IMAGE, REASON CODE AND TIMESTAMP -- SO THE MORNING   *
 23940*    REPORT (BERN130) AND THE BN30 SCREEN CAN SHOW THE ANALYST *
 23950*    WHAT HAPPENED INSTEAD OF LEAVING AN UNEXPLAINED GAP IN    *
 23960*    THE AUDIT TRAIL.  OPENED EXTEND PER WRITE, SAME IDIOM AS  *
 23970*    5000-AUDIT-LOG.                                           *
 23980******************************************************************
 23990 5500-WRITE-REJECT.
 24000     ADD 1 TO BN-REJECT-COUNT
 24010     OPEN EXTEND REJECTS
 24020     IF NOT BN-REJECT-OK AND NOT BN-REJECT-MISSING
 24030         DISPLAY "BERN100 - REJECTS OPEN FAILED, STATUS = "
 24040             BN-REJECT-STATUS
 24050         GO TO 5500-EXIT
 24060     END-IF
 24070
 24080     MOVE SPACES TO REJECT-RECORD
 24090     ACCEPT RJ-RUN-DATE FROM DATE YYYYMMDD
 24100     ACCEPT RJ-RUN-TIME FROM TIME
 24110     MOVE BN-RUN-ID TO RJ-RUN-ID
 24120     MOVE BN-REQ-NUM TO RJ-REQ
 24130     MOVE BN-REJ-REASON TO RJ-REASON
 24140     MOVE BN-CARD-IMAGE TO RJ-CARD
 24150     WRITE REJECT-RECORD
 24160     IF NOT BN-REJECT-OK
 24170         DISPLAY "BERN100 - REJECTS WRITE FAILED, STATUS = "
 24180             BN-REJECT-STATUS
 24190     END-IF
 24200
 24210 5500-CLOSE-REJECTS.
 24220     CLOSE REJECTS.
 24230 5500-EXIT.
 24240     EXIT.
 24250
 24260
 24270******************************************************************
 24280*    8500-CLOSE-ARCHIVES                                        *
 24290*    CLOSES THE DECK-WIDE ARCHIVES OPENED BY 1500-OPEN-ARCHIVES *
 24300*    AND, WHEN A MODE E OR F REQUEST OPENED THEM, 4600-WRITE-   *
 24310*    EULER-FILE AND 4650-WRITE-FAULHABER-FILE.  A DECK WITH NO  *
 24320*    MODE E CARD STILL OPENS AND CLOSES EULOUT ONCE, EMPTY, AND *
 24330*    ONE WITH NO MODE F CARD FAULOUT -- THE JCL ALLOCATES BOTH  *
 24340*    EITHER WAY, AND A CATALOGED-BUT-NEVER-OPENED DATASET HAS   *
 24350*    NO END-OF-FILE MARK FOR THE DOWNSTREAM EXTRACT STEP TO     *
 24360*    STOP AT.                                                   *
 24370******************************************************************
 24380 8500-CLOSE-ARCHIVES.
 24390     CLOSE NUMOUT
 24400     CLOSE RATOUT
 24410     IF NOT BN-EULOUT-OPENED
 24420         OPEN OUTPUT EULOUT
 24430     END-IF
 24440     CLOSE EULOUT
 24450     IF NOT BN-FAULOUT-OPENED
 24460         OPEN OUTPUT FAULOUT
 24470     END-IF
 24480     CLOSE FAULOUT
 24490     IF BN-SUBMAST-AVAILABLE
 24500         CLOSE SUBMAST
 24510     END-IF.
 24520 8500-EXIT.
 24530     EXIT.
 24540
 24550******************************************************************
 24560*    9000-POST-LEDGER                                            *
 24570*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
 24580*    CONTROL LEDGER (SEE CPLED) -- RC, RECORD COUNTS AND A       *
 24590*    ONE-LINE VERDICT.  PERFORMED FROM 9999-EXIT SO EVERY        *
 24600*    ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A LEDGER THAT  *
 24610*    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE STEP'S OWN     *
 24620*    RETURN CODE ALONE -- BERN105 SHOWS THE STEP AS NOT POSTED.  *
 24630******************************************************************
 24640 9000-POST-LEDGER.
 24650     OPEN EXTEND RUNLEDG
 24660     IF NOT BN-LEDG-OK AND NOT BN-LEDG-MISSING
 24670         DISPLAY "BERN100 - RUNLEDG OPEN FAILED, STATUS = "
 24680             BN-LEDG-STATUS
 24690         GO TO 9000-EXIT
 24700     END-IF
 24710
 24720     MOVE SPACES TO RUN-LEDGER-RECORD
 24730     MOVE BN-RUN-ID TO LG-RUN-ID
 24740     MOVE "S" TO LG-TYPE
 24750     MOVE "BERN" TO LG-STEP
 24760     MOVE "BERN100" TO LG-PROGRAM
 24770     ACCEPT LG-DATE FROM DATE YYYYMMDD
 24780     ACCEPT LG-TIME FROM TIME
 24790     MOVE RETURN-CODE TO LG-RC
 24800     MOVE BN-CARD-COUNT TO LG-COUNT-IN
 24810     MOVE BN-FILED-COUNT TO LG-COUNT-OUT
 24820     MOVE BN-REJECT-COUNT TO LG-EXCEPTIONS
 24830     ADD BN-MISMATCH-COUNT TO LG-EXCEPTIONS
 24840     EVALUATE TRUE
 24850         WHEN RETURN-CODE > 12
 24860             MOVE "RUN FAILED - SEE SYSOUT"
 24870                 TO LG-VERDICT
 24880         WHEN BN-MISMATCH-COUNT > 0
 24890             MOVE "SELF-CHECK FAILED - SEE MISMATCHES ON SYSOUT"
 24900                 TO LG-VERDICT
 24910         WHEN BN-REJECT-COUNT > 0
 24920             MOVE "CARDS REJECTED - SEE REJECTS (BERN130)"
 24930                 TO LG-VERDICT
 24940         WHEN OTHER
 24950             MOVE "EVERY REQUEST FILED, SELF-CHECK CLEAN"
 24960                 TO LG-VERDICT
 24970     END-EVALUATE
 24980     WRITE RUN-LEDGER-RECORD
 24990     IF NOT BN-LEDG-OK
 25000         DISPLAY "BERN100 - RUNLEDG WRITE FAILED, STATUS = "
 25010             BN-LEDG-STATUS
 25020     END-IF
 25030
 25040 9000-CLOSE-LEDGER.
 25050     CLOSE RUNLEDG.
 25060 9000-EXIT.
 25070     EXIT.
 25080
 25090******************************************************************
 25100*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
 25110******************************************************************
 25120 9999-EXIT.
 25130     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
 25140     STOP RUN.
