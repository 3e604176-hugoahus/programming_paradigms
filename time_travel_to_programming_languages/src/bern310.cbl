   100******************************************************************
   110*                                                                *
   120*    BERN310 - LIFE ANNUITY FACTOR JOB (WOOLHOUSE)               *
   130*                                                                *
   140*    THE LIFE-CONTINGENT COMPANION TO BERN300.  READS THE        *
   150*    BERNOULLI COEFFICIENT TABLE FROM NUMOUT, THE VALUATION      *
   160*    MORTALITY TABLES (CPMORT) AND THE RATE DESK'S DATED RATE    *
   170*    MASTER (CPRMST), AND FOR EVERY TABLE/SEX AND EVERY RATE     *
   180*    LINE BUILDS THE COMMUTATION COLUMNS                         *
   190*                                                                *
   200*        DX = V**X * LX                                          *
   210*        CX = V**(X+1) * (LX - LX+1)                             *
   220*        NX = SUM DY, MX = SUM CY, Y = X THRU OMEGA              *
   230*                                                                *
   240*    AND FROM THEM THE WHOLE-LIFE AND N-YEAR TEMPORARY LIFE      *
   250*    ANNUITY FACTORS, ANNUAL AND M-THLY, DUE AND IMMEDIATE.      *
   260*    THE M-THLY FACTORS COME FROM WOOLHOUSE'S FORMULA, WHICH IS  *
   270*    THE EULER-MACLAURIN FORMULA TAKEN BETWEEN STEP 1/M AND      *
   280*    STEP 1, SO IT RUNS OFF THE SAME ARCHIVED B(K):              *
   290*                                                                *
   300*        A(M) = A - SUM B(K) * (1/M**K - 1) / K-FACTORIAL        *
   310*                     * (K-1)TH DERIVATIVE OF V**T * TPX         *
   320*                                                                *
   330*    WHOSE FIRST TWO TERMS ARE THE TEXTBOOK (M-1)/2M AND         *
   340*    (M*M-1)/12M*M * (DELTA + MU).  THE TEXTBOOK VERSION FREEZES *
   350*    DELTA + MU AT THE ISSUE AGE, WHICH IS WHERE ITS KNOWN ERROR *
   360*    AT THE OLD AGES COMES FROM; HERE THE SERIES IS SUMMED TO    *
   370*    CONVERGENCE ONE YEAR OF AGE AT A TIME UNDER A CONSTANT      *
   380*    FORCE OF MORTALITY WITHIN THE YEAR, AND THE YEARS ARE       *
   390*    ACCUMULATED AS ONE MORE COMMUTATION COLUMN (WX) BESIDE NX.  *
   400*    EACH M-THLY RESULT IS SELF-CHECKED AGAINST DIRECT           *
   410*    PAYMENT-BY-PAYMENT SUMMATION OF THE SURVIVAL-DISCOUNTED     *
   420*    PAYMENTS, SAME SPIRIT AS BERN300'S CHECK AGAINST THE        *
   430*    CLOSED FORM.  PRODUCES A FIXED-WIDTH FACTOR DATASET (CPLAF) *
   440*    AND A PRINT-IMAGE REPORT.                                   *
   450*                                                                *
   460******************************************************************
   470 IDENTIFICATION DIVISION.
   480 PROGRAM-ID.     BERN310.
   490 AUTHOR.         H-LARSSON-WILHELMSSON.
   500 INSTALLATION.   ACTUARIAL-SYSTEMS.
   510 DATE-WRITTEN.   10/15/2026.
   520 DATE-COMPILED.
   530
   540******************************************************************
   550*  MODIFICATION HISTORY                                        *
   560*  DATE        BY   DESCRIPTION                                 *
   570*  ----------  ---  ----------------------------------------   *
   580*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   590*  10/15/2026  HLW  RATEMAST IS NOW THE KEYED RATE MASTER       *
   600*                   (CPRMK) -- PRICE THE APPROVED IMAGE OF EACH *
   610*                   LINE ONLY, AS BERN300 DOES.  RESEQUENCED.   *
   620*  10/15/2026  HLW  POST A STEP-STATUS RECORD TO THE NIGHTLY    *
   630*                   RUN-CONTROL LEDGER (SEE CPLED) AT END OF    *
   640*                   STEP.                                       *
   650*                   RESEQUENCED.                                *
   660*  10/15/2026  HLW  HEADER: CX WRITTEN WITH THE DEATHS COLUMN,  *
   670*                   NOT DX.  COMMENTS ONLY.                     *
   680*                   RESEQUENCED.                                *
   690******************************************************************
   700
   710 ENVIRONMENT DIVISION.
   720 INPUT-OUTPUT SECTION.
   730 FILE-CONTROL.
   740*    MORTTAB - THE VALUATION MORTALITY TABLES (SEE CPMORT), ONE
   750*    RECORD PER TABLE/SEX/AGE, EVERY VERSION THE ACTUARY HAS
   760*    ADOPTED.  BERN310 KEEPS THE NEWEST VERSION ON OR BEFORE THE
   770*    RUN DATE PER TABLE ID AND SEX.
   780     SELECT MORTTAB ASSIGN TO "MORTTAB"
   790         ORGANIZATION IS LINE SEQUENTIAL
   800         FILE STATUS IS WH-MORTTAB-STATUS.
   810*    RATEMAST - THE RATE DESK'S KEYED RATE MASTER (SEE CPRMK),
   820*    THE SAME KSDS BERN300 PRICES FROM, READ FRONT TO BACK.
   830*    OPTIONAL, WITH THE SAME COMPILED-IN DEFAULT LINE WHEN IT IS
   840*    ABSENT.
   850     SELECT OPTIONAL RATEMAST ASSIGN TO "RATEMAST"
   860         ORGANIZATION IS INDEXED
   870         ACCESS MODE IS SEQUENTIAL
   880         RECORD KEY IS RK-KEY
   890         FILE STATUS IS WH-RATEMAST-STATUS.
   900*    NUMOUT - THE BERNOULLI COEFFICIENT ARCHIVE BERN100 WROTE.
   910     SELECT NUMOUT ASSIGN TO "NUMOUT"
   920         ORGANIZATION IS LINE SEQUENTIAL
   930         FILE STATUS IS WH-NUMOUT-STATUS.
   940*    LIFEOUT - FIXED-WIDTH LIFE ANNUITY FACTOR DATASET (CPLAF).
   950     SELECT LIFEOUT ASSIGN TO "LIFEOUT"
   960         ORGANIZATION IS LINE SEQUENTIAL
   970         FILE STATUS IS WH-LIFEOUT-STATUS.
   980*    EXCPRPT - PRINT-IMAGE EXCEPTION REPORT: EVERY MORTALITY OR
   990*    RATE-MASTER LINE DROPPED, WITH THE REASON SPELLED OUT.
  1000     SELECT EXCPRPT ASSIGN TO "EXCPRPT"
  1010         ORGANIZATION IS LINE SEQUENTIAL
  1020         FILE STATUS IS WH-EXCPRPT-STATUS.
  1030*    RPTOUT - PRINT-IMAGE COMMUTATION AND FACTOR REPORT.
  1040     SELECT RPTOUT ASSIGN TO "RPTOUT"
  1050         ORGANIZATION IS LINE SEQUENTIAL
  1060         FILE STATUS IS WH-RPTOUT-STATUS.
  1070*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), READ FOR
  1080*    THE NIGHT'S RUN IDENTIFIER AND THEN APPENDED TO.
  1090     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
  1100         ORGANIZATION IS LINE SEQUENTIAL
  1110         FILE STATUS IS WH-LEDG-STATUS.
  1120
  1130 DATA DIVISION.
  1140 FILE SECTION.
  1150 FD  MORTTAB.
  1160     COPY CPMORT.
  1170
  1180 FD  RATEMAST.
  1190     COPY CPRMK.
  1200
  1210 FD  NUMOUT.
  1220     COPY CPCOEF REPLACING
  1230         ==COEF-OUT-RECORD==
  1240         BY ==NUMIN-RECORD==.
  1250
  1260 FD  LIFEOUT.
  1270     COPY CPLAF.
  1280
  1290 FD  EXCPRPT.
  1300 01  EXC-RECORD              PIC X(133).
  1310
  1320 FD  RPTOUT.
  1330 01  RPT-RECORD              PIC X(133).
  1340
  1350 FD  RUNLEDG.
  1360     COPY CPLED.
  1370
  1380 WORKING-STORAGE SECTION.
  1390*    THE BERNOULLI TABLE AS LOADED FROM NUMOUT, ONE SLOT PER
  1400*    INDEX 0 THRU 200, SAME SHAPE AS EM-BN-TABLE IN BERN300.
  1410 01  WH-BN-TABLE.
  1420     02  WH-BN               COMP-2 VALUE 0.0 OCCURS 201 TIMES.
  1430*    HIGHEST COEFFICIENT INDEX ACTUALLY LOADED -- THE SERIES LOOP
  1440*    BELOW MUST NOT REACH PAST WHAT THE ARCHIVE REALLY HOLDS.
  1450 01  WH-MAX-INDEX            PIC S9(9) USAGE BINARY VALUE -1.
  1460 01  WH-LOAD-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1470
  1480*    THE MORTALITY TABLES IN FORCE FOR THIS RUN, ONE SLOT PER
  1490*    TABLE ID AND SEX, AGE X AT SUBSCRIPT X + 1.  A SLOT HOLDS
  1500*    ONE VERSION ONLY: A NEWER EFFECTIVE DATE (STILL ON OR
  1510*    BEFORE THE RUN DATE) CLEARS IT AND STARTS OVER, AN OLDER
  1520*    ONE IS PASSED BY, SO THE FILE MAY ARRIVE IN ANY ORDER.
  1530 01  WH-MAX-TBL              PIC S9(9) USAGE BINARY VALUE 10.
  1540 01  WH-MAX-AGE              PIC S9(9) USAGE BINARY VALUE 120.
  1550 01  WH-MT-TABLE.
  1560     02  WH-MT-ENTRY         OCCURS 10 TIMES.
  1570         03  WH-MT-ID        PIC X(08).
  1580         03  WH-MT-SEX       PIC X(01).
  1590         03  WH-MT-EFF       PIC 9(08).
  1600         03  WH-MT-LO-AGE    PIC S9(9) USAGE BINARY.
  1610         03  WH-MT-HI-AGE    PIC S9(9) USAGE BINARY.
  1620         03  WH-MT-USABLE-SW PIC X(01).
  1630             88  WH-MT-USABLE        VALUE "Y".
  1640         03  WH-MT-AGE-ENTRY OCCURS 121 TIMES.
  1650             04  WH-MT-HAVE  PIC X(01).
  1660             04  WH-MT-QX    COMP-2.
  1670 01  WH-MT-USED              PIC S9(9) USAGE BINARY VALUE 0.
  1680 01  WH-MT-IX                PIC S9(9) USAGE BINARY VALUE 0.
  1690 01  WH-MT-FOUND-SW          PIC X(01) VALUE "N".
  1700     88  WH-MT-FOUND                 VALUE "Y".
  1710 01  WH-USABLE-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1720 01  WH-MORT-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1730 01  WH-SUPERSEDED-COUNT     PIC S9(9) USAGE BINARY VALUE 0.
  1740 01  WH-AGE-IX               PIC S9(9) USAGE BINARY VALUE 0.
  1750*    FIRST MISSING AGE AND FIRST QX OF 1 FOUND BY 1800.
  1760 01  WH-GAP-IX               PIC S9(9) USAGE BINARY VALUE 0.
  1770 01  WH-CLOSE-IX             PIC S9(9) USAGE BINARY VALUE 0.
  1780 01  WH-AGE-NUM              PIC S9(9) USAGE BINARY VALUE 0.
  1790*    RAW COPIES OF THE MORTALITY LINE'S AGE AND QX, READ BACK
  1800*    THROUGH THE REDEFINES ONCE THEY PASS THE NUMERIC EDIT.
  1810 01  WH-AGE-RAW              PIC X(03) VALUE ZEROS.
  1820 01  WH-AGE-RAW-N REDEFINES WH-AGE-RAW
  1830                             PIC 9(03).
  1840 01  WH-QX-RAW               PIC X(10) VALUE ZEROS.
  1850 01  WH-QX-RAW-N REDEFINES WH-QX-RAW
  1860                             PIC 9(01)V9(09).
  1870
  1880*    PER-LINE REQUEST, CONVERTED OUT OF THE RATE-MASTER PICTURE.
  1890 01  WH-RATE-PCT             COMP-2 VALUE 0.0.
  1900 01  WH-RATE                 COMP-2 VALUE 0.0.
  1910 01  WH-TERM                 PIC S9(9) USAGE BINARY VALUE 0.
  1920 01  WH-FREQ                 PIC S9(9) USAGE BINARY VALUE 1.
  1930*    ONE OVER M, THE SIZE OF EACH M-THLY PAYMENT AND THE STEP
  1940*    OF THE FINER EULER-MACLAURIN GRID.
  1950 01  WH-STEP                 COMP-2 VALUE 0.0.
  1960
  1970*    INTEREST: V = 1/(1+I) AND DELTA = LN(1+I).
  1980 01  WH-ONE-PLUS-I           COMP-2 VALUE 0.0.
  1990 01  WH-V                    COMP-2 VALUE 0.0.
  2000 01  WH-DELTA                COMP-2 VALUE 0.0.
  2010
  2020*    NATURAL LOG BY THE ATANH SERIES, AS IN BERN300'S 3300, WITH
  2030*    ARGUMENTS BELOW ONE HALF FIRST DOUBLED UP INTO RANGE (SEE
  2040*    3300) -- SURVIVAL PROBABILITIES AT THE OLD AGES WOULD
  2050*    OTHERWISE TAKE THE SERIES THOUSANDS OF TERMS.
  2060 01  WH-LOG-ARG              COMP-2 VALUE 0.0.
  2070 01  WH-LOG-RESULT           COMP-2 VALUE 0.0.
  2080 01  WH-LOG-X                COMP-2 VALUE 0.0.
  2090 01  WH-LOG-XSQ              COMP-2 VALUE 0.0.
  2100 01  WH-LOG-POW              COMP-2 VALUE 0.0.
  2110 01  WH-LOG-TERM             COMP-2 VALUE 0.0.
  2120 01  WH-LOG-SUM              COMP-2 VALUE 0.0.
  2130 01  WH-LOG-DIVISOR          PIC S9(9) USAGE BINARY VALUE 1.
  2140 01  WH-LOG-SHIFT            PIC S9(9) USAGE BINARY VALUE 0.
  2150 01  WH-LN2                  COMP-2 VALUE 0.0.
  2160
  2170*    EXP SERIES ACCUMULATORS FOR 3400-EXPONENTIAL.  A NEGATIVE
  2180*    ARGUMENT IS SUMMED AS ITS MAGNITUDE AND INVERTED, SO THE
  2190*    SERIES NEVER ALTERNATES.
  2200 01  WH-EXP-ARG              COMP-2 VALUE 0.0.
  2210 01  WH-EXP-RESULT           COMP-2 VALUE 0.0.
  2220 01  WH-EXP-TERM             COMP-2 VALUE 0.0.
  2230 01  WH-EXP-K                PIC S9(9) USAGE BINARY VALUE 0.
  2240 01  WH-EXP-NEG-SW           PIC X(01) VALUE "N".
  2250     88  WH-EXP-NEGATIVE             VALUE "Y".
  2260
  2270*    THE COMMUTATION COLUMNS FOR THE BASIS BEING PRICED, AGE X
  2280*    AT SUBSCRIPT X + 1, WITH ONE EXTRA SLOT PAST THE LAST AGE
  2290*    HOLDING ZEROS SO DX+1, NX+N AND THE LIKE NEED NO SPECIAL
  2300*    CASE AT THE END OF THE TABLE.  WH-COL-E IS THE ONE-PAYMENT
  2310*    DISCOUNT-AND-SURVIVAL FACTOR EXP(-(DELTA + MU) / M) FOR
  2320*    THE YEAR OF AGE, WH-COL-G THE YEAR'S WOOLHOUSE SERIES AND
  2330*    WH-COL-WX THE WOOLHOUSE CORRECTION ACCUMULATED FROM THE
  2340*    TOP OF THE TABLE DOWN, THE SAME WAY NX ACCUMULATES DX.
  2350 01  WH-COLUMNS.
  2360     02  WH-COL-ENTRY        OCCURS 122 TIMES.
  2370         03  WH-COL-LX       COMP-2.
  2380         03  WH-COL-DX       COMP-2.
  2390         03  WH-COL-NX       COMP-2.
  2400         03  WH-COL-CX       COMP-2.
  2410         03  WH-COL-MX       COMP-2.
  2420         03  WH-COL-E        COMP-2.
  2430         03  WH-COL-G        COMP-2.
  2440         03  WH-COL-WX       COMP-2.
  2450 01  WH-LO-IX                PIC S9(9) USAGE BINARY VALUE 0.
  2460 01  WH-HI-IX                PIC S9(9) USAGE BINARY VALUE 0.
  2470 01  WH-TOP-IX               PIC S9(9) USAGE BINARY VALUE 0.
  2480 01  WH-NEXT-IX              PIC S9(9) USAGE BINARY VALUE 0.
  2490 01  WH-N-IX                 PIC S9(9) USAGE BINARY VALUE 0.
  2500 01  WH-RADIX                COMP-2 VALUE 100000.0.
  2510 01  WH-LX                   COMP-2 VALUE 0.0.
  2520 01  WH-DTH                  COMP-2 VALUE 0.0.
  2530 01  WH-VPOW                 COMP-2 VALUE 0.0.
  2540 01  WH-QX                   COMP-2 VALUE 0.0.
  2550 01  WH-PX                   COMP-2 VALUE 0.0.
  2560 01  WH-VPX                  COMP-2 VALUE 0.0.
  2570*    FORCE OF DISCOUNT PLUS MORTALITY FOR THE YEAR OF AGE --
  2580*    THE DELTA + MU OF THE TEXTBOOK WOOLHOUSE FORMULA.
  2590 01  WH-FORCE                COMP-2 VALUE 0.0.
  2600 01  WH-WORK                 COMP-2 VALUE 0.0.
  2610 01  WH-WORK-2               COMP-2 VALUE 0.0.
  2620
  2630*    WOOLHOUSE SERIES ACCUMULATORS.  WH-POW CARRIES
  2640*    (-FORCE)**(K-1) / K-FACTORIAL AS ONE ROLLED-FORWARD
  2650*    QUANTITY (SO THE FACTORIAL ALONE NEVER OVERFLOWS) AND
  2660*    WH-STEP-POW CARRIES (1/M)**K.
  2670 01  WH-SERIES               COMP-2 VALUE 0.0.
  2680 01  WH-POW                  COMP-2 VALUE 0.0.
  2690 01  WH-STEP-POW             COMP-2 VALUE 0.0.
  2700 01  WH-NEG-FORCE            COMP-2 VALUE 0.0.
  2710 01  WH-TERM-VALUE           COMP-2 VALUE 0.0.
  2720 01  WH-TERM-ABS             COMP-2 VALUE 0.0.
  2730 01  WH-K                    PIC S9(9) USAGE BINARY VALUE 0.
  2740 01  WH-K-IDX                PIC S9(9) USAGE BINARY VALUE 0.
  2750*    THE B(K) GENERATING SERIES ONLY CONVERGES FOR A FORCE BELOW
  2760*    2 * PI; A YEAR OF AGE AT OR PAST THIS LIMIT (QX ABOVE
  2770*    ROUGHLY .997), OR ONE WHOSE SERIES RUNS OUT OF ARCHIVED
  2780*    COEFFICIENTS FIRST, IS SUMMED AS A GEOMETRIC SERIES
  2790*    INSTEAD AND COUNTED ON THE REPORT.
  2800 01  WH-SERIES-RADIUS        COMP-2 VALUE 6.0.
  2810 01  WH-GEOM-YEARS           PIC S9(9) USAGE BINARY VALUE 0.
  2820 01  WH-GEOM-TOTAL           PIC S9(9) USAGE BINARY VALUE 0.
  2830
  2840*    THE FACTORS AT ONE AGE.
  2850 01  WH-AX-DUE               COMP-2 VALUE 0.0.
  2860 01  WH-AX-IMM               COMP-2 VALUE 0.0.
  2870 01  WH-AXM-DUE              COMP-2 VALUE 0.0.
  2880 01  WH-AXM-IMM              COMP-2 VALUE 0.0.
  2890 01  WH-AXN-DUE              COMP-2 VALUE 0.0.
  2900 01  WH-AXN-IMM              COMP-2 VALUE 0.0.
  2910 01  WH-AXNM-DUE             COMP-2 VALUE 0.0.
  2920 01  WH-AXNM-IMM             COMP-2 VALUE 0.0.
  2930 01  WH-ENDOW                COMP-2 VALUE 0.0.
  2940
  2950*    DIRECT SUMMATION FOR THE SELF-CHECK -- EVERY M-THLY PAYMENT
  2960*    FROM THE AGE TO THE END OF THE TABLE, EACH ONE THE LAST
  2970*    ONE'S DISCOUNT-AND-SURVIVAL FACTOR TIMES THAT YEAR'S
  2980*    ONE-PAYMENT FACTOR.  WH-DIR-TEMP PICKS UP THE RUNNING SUM
  2990*    AT THE END OF THE TEMPORARY TERM.
  3000 01  WH-DIR-SUM              COMP-2 VALUE 0.0.
  3010 01  WH-DIR-TEMP             COMP-2 VALUE 0.0.
  3020 01  WH-DIR-POW              COMP-2 VALUE 0.0.
  3030 01  WH-DIR-K                PIC S9(9) USAGE BINARY VALUE 0.
  3040 01  WH-DIR-IX               PIC S9(9) USAGE BINARY VALUE 0.
  3050 01  WH-DIR-TEMP-SW          PIC X(01) VALUE "N".
  3060     88  WH-DIR-TEMP-TAKEN           VALUE "Y".
  3070 01  WH-DIFF                 COMP-2 VALUE 0.0.
  3080 01  WH-CHECK-LIMIT          COMP-2 VALUE 0.0.
  3090 01  WH-TOLERANCE            COMP-2 VALUE 0.000001.
  3100*    A TERM SMALLER THAN THIS CONTRIBUTES NOTHING AT REPORT
  3110*    PRECISION, SO THE SERIES LOOPS STOP THERE.
  3120 01  WH-CUTOFF               COMP-2 VALUE 0.000000000000001.
  3130 01  WH-MISMATCH-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  3140 01  WH-BASIS-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  3150 01  WH-FACTOR-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  3160
  3170*    EFFECTIVE-DATE SELECTION OVER THE RATE MASTER, AS IN
  3180*    BERN300, EXCEPT THAT THE DUE/IMMEDIATE FLAG IS NOT PART OF
  3190*    THE PRODUCT HERE -- EVERY LINE PRODUCES BOTH TIMINGS, SO A
  3200*    PRODUCT IS ONE TERM/FREQUENCY PAIR.
  3210 01  WH-ASOF-DATE            PIC 9(08) VALUE ZERO.
  3220 01  WH-MAX-SEL              PIC S9(9) USAGE BINARY VALUE 200.
  3230 01  WH-SEL-TABLE.
  3240     02  WH-SEL-ENTRY        OCCURS 200 TIMES.
  3250         03  WH-SEL-KEY.
  3260             04  WH-SEL-TERM PIC X(03).
  3270             04  WH-SEL-FREQ PIC X(02).
  3280         03  WH-SEL-EFF      PIC 9(08).
  3290         03  WH-SEL-RATE     PIC X(06).
  3300 01  WH-SEL-USED             PIC S9(9) USAGE BINARY VALUE 0.
  3310 01  WH-SEL-IX               PIC S9(9) USAGE BINARY VALUE 0.
  3320 01  WH-SEL-FOUND-SW         PIC X(01) VALUE "N".
  3330     88  WH-SEL-FOUND                VALUE "Y".
  3340 01  WH-FUTURE-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  3350*    KEYED-MASTER LINES 2010 KEEPS AWAY FROM THE SELECTION --
  3360*    NOT YET APPROVED, OR PAST THEIR APPROVED END DATE.
  3370 01  WH-UNAPPROVED-COUNT     PIC S9(9) USAGE BINARY VALUE 0.
  3380 01  WH-ENDED-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  3390*    THE APPROVED IMAGE OF THE CURRENT KEYED LINE, IN THE DATED
  3400*    RATE-LINE LAYOUT 2020 SELECTS FROM.
  3410     COPY CPRMST.
  3420 01  WH-EXCEPT-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  3430 01  WH-RATE-RAW             PIC X(06) VALUE ZEROS.
  3440 01  WH-RATE-RAW-N REDEFINES WH-RATE-RAW
  3450                             PIC 9(02)V9(04).
  3460*    THE SAME PLAUSIBILITY BOUNDS BERN300 APPLIES.
  3470 01  WH-RATE-FLOOR           PIC 9(02)V9(04) VALUE 00.0100.
  3480 01  WH-RATE-CEILING         PIC 9(02)V9(04) VALUE 25.0000.
  3490 01  WH-TERM-FLOOR           PIC S9(9) USAGE BINARY VALUE 1.
  3500 01  WH-TERM-CEILING         PIC S9(9) USAGE BINARY VALUE 100.
  3510
  3520*    SWITCHES/STATUS FOR THE DATASETS.
  3530 01  WH-MORTTAB-STATUS       PIC X(02) VALUE "00".
  3540     88  WH-MORTTAB-OK               VALUE "00".
  3550     88  WH-MORTTAB-EOF              VALUE "10".
  3560 01  WH-RATEMAST-STATUS      PIC X(02) VALUE "00".
  3570     88  WH-RATEMAST-OK              VALUE "00".
  3580     88  WH-RATEMAST-MISSING         VALUE "05" "35".
  3590     88  WH-RATEMAST-EOF             VALUE "10".
  3600 01  WH-NUMOUT-STATUS        PIC X(02) VALUE "00".
  3610     88  WH-NUMOUT-OK                VALUE "00".
  3620     88  WH-NUMOUT-EOF               VALUE "10".
  3630 01  WH-LIFEOUT-STATUS       PIC X(02) VALUE "00".
  3640     88  WH-LIFEOUT-OK               VALUE "00".
  3650 01  WH-EXCPRPT-STATUS       PIC X(02) VALUE "00".
  3660     88  WH-EXCPRPT-OK               VALUE "00".
  3670 01  WH-RPTOUT-STATUS        PIC X(02) VALUE "00".
  3680     88  WH-RPTOUT-OK                VALUE "00".
  3690
  3700*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  3710 01  WH-HDR-1.
  3720     02  FILLER              PIC X(01) VALUE "1".
  3730     02  FILLER              PIC X(52) VALUE
  3740         "BERN310 - LIFE ANNUITY FACTORS (WOOLHOUSE)".
  3750     02  FILLER              PIC X(80) VALUE SPACES.
  3760*    ONE BASIS HEADING PER TABLE/RATE-LINE PAIR.
  3770 01  WH-BASIS-LINE.
  3780     02  FILLER              PIC X(01) VALUE "0".
  3790     02  FILLER              PIC X(07) VALUE "TABLE ".
  3800     02  WH-BAS-TABLE        PIC X(08).
  3810     02  FILLER              PIC X(06) VALUE "  SEX ".
  3820     02  WH-BAS-SEX          PIC X(01).
  3830     02  FILLER              PIC X(11) VALUE "  VERSION ".
  3840     02  WH-BAS-EFF          PIC 9(08).
  3850     02  FILLER              PIC X(08) VALUE "  RATE ".
  3860     02  WH-BAS-RATE         PIC Z9.9(04).
  3870     02  FILLER              PIC X(11) VALUE " PCT  TERM ".
  3880     02  WH-BAS-TERM         PIC ZZ9.
  3890     02  FILLER              PIC X(17) VALUE
  3900         "  PAYMENTS/YEAR ".
  3910     02  WH-BAS-FREQ         PIC Z9.
  3920     02  FILLER              PIC X(43) VALUE SPACES.
  3930 01  WH-COM-HDR.
  3940     02  FILLER              PIC X(01) VALUE "0".
  3950     02  FILLER              PIC X(05) VALUE "AGE".
  3960     02  FILLER              PIC X(21) VALUE "DX".
  3970     02  FILLER              PIC X(21) VALUE "NX".
  3980     02  FILLER              PIC X(21) VALUE "CX".
  3990     02  FILLER              PIC X(21) VALUE "MX".
  4000     02  FILLER              PIC X(43) VALUE SPACES.
  4010 01  WH-COM-LINE.
  4020     02  FILLER              PIC X(01) VALUE SPACE.
  4030     02  WH-COM-AGE          PIC ZZ9.
  4040     02  FILLER              PIC X(02) VALUE SPACES.
  4050     02  WH-COM-DX           PIC -9(09).9(09).
  4060     02  FILLER              PIC X(01) VALUE SPACES.
  4070     02  WH-COM-NX           PIC -9(09).9(09).
  4080     02  FILLER              PIC X(01) VALUE SPACES.
  4090     02  WH-COM-CX           PIC -9(09).9(09).
  4100     02  FILLER              PIC X(01) VALUE SPACES.
  4110     02  WH-COM-MX           PIC -9(09).9(09).
  4120     02  FILLER              PIC X(44) VALUE SPACES.
  4130*    FACTOR HEADINGS: A-DUE IS THE ANNUITY-DUE (PAYMENTS AT THE
  4140*    START OF EACH PERIOD), A-IMM THE IMMEDIATE ANNUITY, (M)
  4150*    THE M-THLY FACTOR, X:N THE N-YEAR TEMPORARY ANNUITY.
  4160 01  WH-FAC-HDR.
  4170     02  FILLER              PIC X(01) VALUE "0".
  4180     02  FILLER              PIC X(04) VALUE "AGE".
  4190     02  FILLER              PIC X(16) VALUE "  X A-DUE".
  4200     02  FILLER              PIC X(16) VALUE "  X A-IMM".
  4210     02  FILLER              PIC X(16) VALUE "  X A(M)-DUE".
  4220     02  FILLER              PIC X(16) VALUE "  X A(M)-IMM".
  4230     02  FILLER              PIC X(16) VALUE "X:N A-DUE".
  4240     02  FILLER              PIC X(16) VALUE "X:N A-IMM".
  4250     02  FILLER              PIC X(16) VALUE "X:N A(M)-DUE".
  4260     02  FILLER              PIC X(16) VALUE "X:N A(M)-IMM".
  4270 01  WH-FAC-LINE.
  4280     02  FILLER              PIC X(01) VALUE SPACE.
  4290     02  WH-FAC-AGE          PIC ZZ9.
  4300     02  FILLER              PIC X(01) VALUE SPACES.
  4310     02  WH-FAC-AX-DUE       PIC -9(04).9(09).
  4320     02  FILLER              PIC X(01) VALUE SPACES.
  4330     02  WH-FAC-AX-IMM       PIC -9(04).9(09).
  4340     02  FILLER              PIC X(01) VALUE SPACES.
  4350     02  WH-FAC-AXM-DUE      PIC -9(04).9(09).
  4360     02  FILLER              PIC X(01) VALUE SPACES.
  4370     02  WH-FAC-AXM-IMM      PIC -9(04).9(09).
  4380     02  FILLER              PIC X(01) VALUE SPACES.
  4390     02  WH-FAC-AXN-DUE      PIC -9(04).9(09).
  4400     02  FILLER              PIC X(01) VALUE SPACES.
  4410     02  WH-FAC-AXN-IMM      PIC -9(04).9(09).
  4420     02  FILLER              PIC X(01) VALUE SPACES.
  4430     02  WH-FAC-AXNM-DUE     PIC -9(04).9(09).
  4440     02  FILLER              PIC X(01) VALUE SPACES.
  4450     02  WH-FAC-AXNM-IMM     PIC -9(04).9(09).
  4460     02  FILLER              PIC X(01) VALUE SPACES.
  4470 01  WH-MSG-LINE.
  4480     02  FILLER              PIC X(01) VALUE SPACE.
  4490     02  WH-MSG-TEXT         PIC X(70) VALUE SPACES.
  4500     02  FILLER              PIC X(62) VALUE SPACES.
  4510*    EDITED FIELDS FOR BUILDING MESSAGE TEXT.
  4520 01  WH-EDIT-AGE             PIC ZZ9.
  4530 01  WH-EDIT-COUNT           PIC ZZZZZZZZ9.
  4540
  4550*    EXCEPTION REPORT LINES.  COLUMN 1 IS ANSI CARRIAGE
  4560*    CONTROL, SAME AS RPTOUT.  RATE-MASTER LINES USE BERN300'S
  4570*    LAYOUT; MORTALITY LINES HAVE THEIR OWN.
  4580 01  WH-EXC-HDR.
  4590     02  FILLER              PIC X(01) VALUE "1".
  4600     02  FILLER              PIC X(56) VALUE
  4610         "BERN310 - MORTALITY/RATE MASTER EXCEPTION REPORT".
  4620     02  FILLER              PIC X(76) VALUE SPACES.
  4630 01  WH-EXC-LINE.
  4640     02  FILLER              PIC X(01) VALUE SPACE.
  4650     02  WH-EXC-EFF          PIC X(08).
  4660     02  FILLER              PIC X(02) VALUE SPACES.
  4670     02  WH-EXC-RATE         PIC X(06).
  4680     02  FILLER              PIC X(02) VALUE SPACES.
  4690     02  WH-EXC-TERM         PIC X(03).
  4700     02  FILLER              PIC X(02) VALUE SPACES.
  4710     02  WH-EXC-FREQ         PIC X(02).
  4720     02  FILLER              PIC X(02) VALUE SPACES.
  4730     02  WH-EXC-DUE          PIC X(01).
  4740     02  FILLER              PIC X(02) VALUE SPACES.
  4750     02  WH-EXC-REASON       PIC X(44).
  4760     02  FILLER              PIC X(58) VALUE SPACES.
  4770 01  WH-MEX-LINE.
  4780     02  FILLER              PIC X(01) VALUE SPACE.
  4790     02  WH-MEX-TABLE        PIC X(08).
  4800     02  FILLER              PIC X(02) VALUE SPACES.
  4810     02  WH-MEX-EFF          PIC X(08).
  4820     02  FILLER              PIC X(02) VALUE SPACES.
  4830     02  WH-MEX-SEX          PIC X(01).
  4840     02  FILLER              PIC X(02) VALUE SPACES.
  4850     02  WH-MEX-AGE          PIC X(03).
  4860     02  FILLER              PIC X(02) VALUE SPACES.
  4870     02  WH-MEX-QX           PIC X(10).
  4880     02  FILLER              PIC X(02) VALUE SPACES.
  4890     02  WH-MEX-REASON       PIC X(44).
  4900     02  FILLER              PIC X(48) VALUE SPACES.
  4910 01  WH-EXC-MSG.
  4920     02  FILLER              PIC X(01) VALUE SPACE.
  4930     02  WH-EXC-MSG-TEXT     PIC X(70) VALUE SPACES.
  4940     02  FILLER              PIC X(62) VALUE SPACES.
  4950
  4960*    RUN IDENTIFIER THIS STEP POSTS ITS LEDGER RECORD UNDER --
  4970*    THE NEWEST BERN100 RUN ON THE LEDGER.
  4980 01  WH-LEDG-RUN-ID          PIC X(14) VALUE SPACES.
  4990 01  WH-LEDG-STATUS          PIC X(02) VALUE "00".
  5000     88  WH-LEDG-OK                  VALUE "00".
  5010     88  WH-LEDG-MISSING             VALUE "05" "35".
  5020     88  WH-LEDG-EOF                 VALUE "10".
  5030
  5040 PROCEDURE DIVISION.
  5050
  5060 0000-MAINLINE.
  5070     PERFORM 1000-LOAD-COEFFICIENTS THRU 1000-EXIT
  5080     IF WH-LOAD-COUNT = 0
  5090         DISPLAY "BERN310 - NO COEFFICIENTS ON NUMOUT, "
  5100             "RUN BERN100 FIRST"
  5110         MOVE 16 TO RETURN-CODE
  5120         GO TO 9999-EXIT
  5130     END-IF
  5140     PERFORM 1500-OPEN-OUTPUTS THRU 1500-EXIT
  5150     PERFORM 1700-LOAD-MORTALITY THRU 1700-EXIT
  5160     IF WH-USABLE-COUNT = 0
  5170         DISPLAY "BERN310 - NO USABLE MORTALITY TABLE ON MORTTAB"
  5180         PERFORM 8000-CLOSE-OUTPUTS THRU 8000-EXIT
  5190         MOVE 16 TO RETURN-CODE
  5200         GO TO 9999-EXIT
  5210     END-IF
  5220     PERFORM 2000-PROCESS-RATE-MASTER THRU 2000-EXIT
  5230     PERFORM 8000-CLOSE-OUTPUTS THRU 8000-EXIT
  5240     IF WH-MISMATCH-COUNT > 0
  5250         DISPLAY "BERN310 - SELF-CHECK FAILED, "
  5260             WH-MISMATCH-COUNT " MISMATCH(ES)"
  5270*    RC 8, SAME SEVERITY BERN300 GIVES A FAILED SELF-CHECK.
  5280         MOVE 8 TO RETURN-CODE
  5290     END-IF
  5300     IF WH-EXCEPT-COUNT > 0 AND RETURN-CODE < 4
  5310*    RC 4 -- THE FACTORS THAT WERE PRODUCED ARE GOOD, BUT THE
  5320*    SCHEDULER MUST SEE THAT LINES WERE DROPPED.
  5330         MOVE 4 TO RETURN-CODE
  5340     END-IF
  5350     GO TO 9999-EXIT.
  5360
  5370******************************************************************
  5380*    1000-LOAD-COEFFICIENTS                                     *
  5390*    READS THE NUMOUT ARCHIVE INTO THE WH-BN TABLE, INDEX 0 AT   *
  5400*    SLOT 1, AND REMEMBERS THE HIGHEST INDEX SEEN, EXACTLY AS    *
  5410*    BERN300 DOES.  ALSO SETS UP LN 2 FOR 3300'S RANGE           *
  5420*    REDUCTION.                                                  *
  5430******************************************************************
  5440 1000-LOAD-COEFFICIENTS.
  5450     MOVE 2.0 TO WH-LOG-ARG
  5460     PERFORM 3300-NATURAL-LOG THRU 3300-EXIT
  5470     MOVE WH-LOG-RESULT TO WH-LN2
  5480
  5490     OPEN INPUT NUMOUT
  5500     IF NOT WH-NUMOUT-OK
  5510         DISPLAY "BERN310 - NUMOUT OPEN FAILED, STATUS = "
  5520             WH-NUMOUT-STATUS
  5530         GO TO 1000-EXIT
  5540     END-IF
  5550
  5560     PERFORM UNTIL WH-NUMOUT-EOF
  5570         READ NUMOUT
  5580             AT END
  5590                 CONTINUE
  5600             NOT AT END
  5610                 PERFORM 1100-STORE-COEFFICIENT THRU 1100-EXIT
  5620         END-READ
  5630     END-PERFORM
  5640
  5650     CLOSE NUMOUT.
  5660 1000-EXIT.
  5670     EXIT.
  5680
  5690******************************************************************
  5700*    1100-STORE-COEFFICIENT                                     *
  5710*    FILES ONE NUMOUT RECORD INTO THE WH-BN TABLE.  THE VALUE IS *
  5720*    REBUILT FROM THE SCALED MANTISSA AND EXPONENT, THE WAY      *
  5730*    BERN150 READS IT, NOT FROM CO-VALUE -- THE SERIES AT THE    *
  5740*    OLD AGES REACHES PAST THE TERMS WHERE THE FIXED PICTURE     *
  5750*    SATURATES, AND SIX DECIMALS IS TOO FEW FOR THE SMALL ONES.  *
  5760******************************************************************
  5770 1100-STORE-COEFFICIENT.
  5780     IF CO-INDEX IN NUMIN-RECORD > 200
  5790         DISPLAY "BERN310 - NUMOUT INDEX "
  5800             CO-INDEX IN NUMIN-RECORD
  5810             " EXCEEDS TABLE, RECORD SKIPPED"
  5820         GO TO 1100-EXIT
  5830     END-IF
  5840     COMPUTE WH-K-IDX = CO-INDEX IN NUMIN-RECORD + 1
  5850     COMPUTE WH-WORK = 10 ** CO-EXPONENT IN NUMIN-RECORD
  5860     COMPUTE WH-BN(WH-K-IDX) =
  5870         CO-MANTISSA IN NUMIN-RECORD * WH-WORK
  5880     ADD 1 TO WH-LOAD-COUNT
  5890     IF CO-INDEX IN NUMIN-RECORD > WH-MAX-INDEX
  5900         MOVE CO-INDEX IN NUMIN-RECORD TO WH-MAX-INDEX
  5910     END-IF.
  5920 1100-EXIT.
  5930     EXIT.
  5940
  5950******************************************************************
  5960*    1500-OPEN-OUTPUTS                                          *
  5970*    OPENS THE FACTOR DATASET, THE PRINT REPORT AND THE          *
  5980*    EXCEPTION REPORT, AND WRITES THE HEADINGS.                  *
  5990******************************************************************
  6000 1500-OPEN-OUTPUTS.
  6010     OPEN OUTPUT LIFEOUT
  6020     IF NOT WH-LIFEOUT-OK
  6030         DISPLAY "BERN310 - LIFEOUT OPEN FAILED, STATUS = "
  6040             WH-LIFEOUT-STATUS
  6050         MOVE 16 TO RETURN-CODE
  6060         GO TO 9999-EXIT
  6070     END-IF
  6080     OPEN OUTPUT RPTOUT
  6090     IF NOT WH-RPTOUT-OK
  6100         DISPLAY "BERN310 - RPTOUT OPEN FAILED, STATUS = "
  6110             WH-RPTOUT-STATUS
  6120         MOVE 16 TO RETURN-CODE
  6130         GO TO 9999-EXIT
  6140     END-IF
  6150     OPEN OUTPUT EXCPRPT
  6160     IF NOT WH-EXCPRPT-OK
  6170         DISPLAY "BERN310 - EXCPRPT OPEN FAILED, STATUS = "
  6180             WH-EXCPRPT-STATUS
  6190         MOVE 16 TO RETURN-CODE
  6200         GO TO 9999-EXIT
  6210     END-IF
  6220     WRITE EXC-RECORD FROM WH-EXC-HDR
  6230     WRITE RPT-RECORD FROM WH-HDR-1.
  6240 1500-EXIT.
  6250     EXIT.
  6260
  6270******************************************************************
  6280*    1700-LOAD-MORTALITY                                        *
  6290*    READS EVERY MORTALITY LINE INTO THE TABLE SLOTS (1750),     *
  6300*    THEN CHECKS EACH SLOT IS A COMPLETE TABLE (1800).  A        *
  6310*    MISSING OR EMPTY MORTTAB LEAVES NOTHING USABLE AND THE      *
  6320*    MAINLINE ENDS THE RUN RC 16 -- UNLIKE THE RATE MASTER       *
  6330*    THERE IS NO SENSIBLE COMPILED-IN DEFAULT TABLE.             *
  6340******************************************************************
  6350 1700-LOAD-MORTALITY.
  6360     ACCEPT WH-ASOF-DATE FROM DATE YYYYMMDD
  6370     OPEN INPUT MORTTAB
  6380     IF NOT WH-MORTTAB-OK
  6390         DISPLAY "BERN310 - MORTTAB OPEN FAILED, STATUS = "
  6400             WH-MORTTAB-STATUS
  6410         GO TO 1700-EXIT
  6420     END-IF
  6430
  6440     PERFORM UNTIL WH-MORTTAB-EOF
  6450         READ MORTTAB
  6460             AT END
  6470                 CONTINUE
  6480             NOT AT END
  6490                 PERFORM 1750-STORE-MORTALITY-LINE THRU 1750-EXIT
  6500         END-READ
  6510     END-PERFORM
  6520     CLOSE MORTTAB
  6530
  6540     IF WH-SUPERSEDED-COUNT > 0
  6550         DISPLAY "BERN310 - " WH-SUPERSEDED-COUNT
  6560             " LINE(S) FROM SUPERSEDED TABLE VERSIONS PASSED BY"
  6570     END-IF
  6580     PERFORM VARYING WH-MT-IX FROM 1 BY 1
  6590             UNTIL WH-MT-IX > WH-MT-USED
  6600         PERFORM 1800-CHECK-ONE-TABLE THRU 1800-EXIT
  6610     END-PERFORM
  6620     DISPLAY "BERN310 - " WH-MORT-COUNT
  6630         " MORTALITY LINE(S) READ, " WH-USABLE-COUNT
  6640         " TABLE(S) USABLE".
  6650 1700-EXIT.
  6660     EXIT.
  6670
  6680******************************************************************
  6690*    1750-STORE-MORTALITY-LINE                                  *
  6700*    EDITS ONE MORTALITY LINE AND FILES ITS QX UNDER ITS TABLE   *
  6710*    ID AND SEX.  AN UNREADABLE LINE GOES TO THE EXCEPTION       *
  6720*    REPORT, A FUTURE-DATED ONE IS HELD, AND A LINE FROM A       *
  6730*    NEWER VERSION THAN THE SLOT HOLDS CLEARS THE SLOT FIRST.    *
  6740******************************************************************
  6750 1750-STORE-MORTALITY-LINE.
  6760     ADD 1 TO WH-MORT-COUNT
  6770     MOVE SPACES TO WH-MEX-LINE
  6780     MOVE MT-TABLE-ID TO WH-MEX-TABLE
  6790     MOVE MT-EFF-DATE TO WH-MEX-EFF
  6800     MOVE MT-SEX TO WH-MEX-SEX
  6810     MOVE MT-AGE TO WH-MEX-AGE
  6820     MOVE MT-QX TO WH-MEX-QX
  6830
  6840     IF MT-EFF-DATE IS NOT NUMERIC
  6850         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WH-MEX-REASON
  6860         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  6870         GO TO 1750-EXIT
  6880     END-IF
  6890     IF MT-EFF-DATE > WH-ASOF-DATE
  6900         ADD 1 TO WH-FUTURE-COUNT
  6910         GO TO 1750-EXIT
  6920     END-IF
  6930     IF MT-TABLE-ID = SPACES
  6940         MOVE "TABLE ID BLANK" TO WH-MEX-REASON
  6950         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  6960         GO TO 1750-EXIT
  6970     END-IF
  6980     IF NOT MT-SEX-VALID
  6990         MOVE "SEX MUST BE M, F OR U" TO WH-MEX-REASON
  7000         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  7010         GO TO 1750-EXIT
  7020     END-IF
  7030     MOVE MT-AGE TO WH-AGE-RAW
  7040     IF WH-AGE-RAW IS NOT NUMERIC
  7050         MOVE "AGE NOT NUMERIC" TO WH-MEX-REASON
  7060         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  7070         GO TO 1750-EXIT
  7080     END-IF
  7090     MOVE WH-AGE-RAW-N TO WH-AGE-NUM
  7100     IF WH-AGE-NUM > WH-MAX-AGE
  7110         MOVE "AGE OVER 120" TO WH-MEX-REASON
  7120         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  7130         GO TO 1750-EXIT
  7140     END-IF
  7150     MOVE MT-QX TO WH-QX-RAW
  7160     IF WH-QX-RAW IS NOT NUMERIC
  7170         MOVE "QX NOT NUMERIC" TO WH-MEX-REASON
  7180         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  7190         GO TO 1750-EXIT
  7200     END-IF
  7210     IF WH-QX-RAW-N > 1
  7220         MOVE "QX GREATER THAN 1" TO WH-MEX-REASON
  7230         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  7240         GO TO 1750-EXIT
  7250     END-IF
  7260
  7270     MOVE "N" TO WH-MT-FOUND-SW
  7280     PERFORM VARYING WH-MT-IX FROM 1 BY 1
  7290             UNTIL WH-MT-IX > WH-MT-USED OR WH-MT-FOUND
  7300         IF WH-MT-ID(WH-MT-IX) = MT-TABLE-ID
  7310             AND WH-MT-SEX(WH-MT-IX) = MT-SEX
  7320             MOVE "Y" TO WH-MT-FOUND-SW
  7330         END-IF
  7340     END-PERFORM
  7350     IF WH-MT-FOUND
  7360*    THE SEARCH LOOP LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
  7370         SUBTRACT 1 FROM WH-MT-IX
  7380     ELSE
  7390         IF WH-MT-USED = WH-MAX-TBL
  7400             MOVE "TABLE/SEX SLOTS FULL" TO WH-MEX-REASON
  7410             PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  7420             GO TO 1750-EXIT
  7430         END-IF
  7440         ADD 1 TO WH-MT-USED
  7450         MOVE WH-MT-USED TO WH-MT-IX
  7460         PERFORM 1760-CLEAR-SLOT THRU 1760-EXIT
  7470     END-IF
  7480
  7490     IF MT-EFF-DATE < WH-MT-EFF(WH-MT-IX)
  7500         ADD 1 TO WH-SUPERSEDED-COUNT
  7510         GO TO 1750-EXIT
  7520     END-IF
  7530     IF MT-EFF-DATE > WH-MT-EFF(WH-MT-IX)
  7540         DISPLAY "BERN310 - TABLE " MT-TABLE-ID " SEX " MT-SEX
  7550             " VERSION " MT-EFF-DATE " REPLACES "
  7560             WH-MT-EFF(WH-MT-IX)
  7570         PERFORM 1760-CLEAR-SLOT THRU 1760-EXIT
  7580     END-IF
  7590
  7600     COMPUTE WH-AGE-IX = WH-AGE-NUM + 1
  7610     IF WH-MT-HAVE(WH-MT-IX, WH-AGE-IX) = "Y"
  7620         MOVE "DUPLICATE AGE IN THIS TABLE VERSION"
  7630             TO WH-MEX-REASON
  7640         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  7650         GO TO 1750-EXIT
  7660     END-IF
  7670     MOVE "Y" TO WH-MT-HAVE(WH-MT-IX, WH-AGE-IX)
  7680     MOVE WH-QX-RAW-N TO WH-MT-QX(WH-MT-IX, WH-AGE-IX).
  7690 1750-EXIT.
  7700     EXIT.
  7710
  7720******************************************************************
  7730*    1760-CLEAR-SLOT                                            *
  7740*    EMPTIES TABLE SLOT WH-MT-IX AND STAMPS IT WITH THE CURRENT  *
  7750*    LINE'S TABLE ID, SEX AND VERSION DATE.                      *
  7760******************************************************************
  7770 1760-CLEAR-SLOT.
  7780     MOVE MT-TABLE-ID TO WH-MT-ID(WH-MT-IX)
  7790     MOVE MT-SEX TO WH-MT-SEX(WH-MT-IX)
  7800     MOVE MT-EFF-DATE TO WH-MT-EFF(WH-MT-IX)
  7810     MOVE 0 TO WH-MT-LO-AGE(WH-MT-IX)
  7820     MOVE 0 TO WH-MT-HI-AGE(WH-MT-IX)
  7830     MOVE "N" TO WH-MT-USABLE-SW(WH-MT-IX)
  7840     PERFORM VARYING WH-AGE-IX FROM 1 BY 1
  7850             UNTIL WH-AGE-IX > 121
  7860         MOVE "N" TO WH-MT-HAVE(WH-MT-IX, WH-AGE-IX)
  7870         MOVE 0.0 TO WH-MT-QX(WH-MT-IX, WH-AGE-IX)
  7880     END-PERFORM.
  7890 1760-EXIT.
  7900     EXIT.
  7910
  7920******************************************************************
  7930*    1790-PUT-MORT-EXCEPTION                                    *
  7940*    ONE MORTALITY LINE ONTO THE EXCEPTION REPORT.               *
  7950******************************************************************
  7960 1790-PUT-MORT-EXCEPTION.
  7970     ADD 1 TO WH-EXCEPT-COUNT
  7980     WRITE EXC-RECORD FROM WH-MEX-LINE
  7990     IF NOT WH-EXCPRPT-OK
  8000         DISPLAY "BERN310 - EXCPRPT WRITE FAILED, STATUS = "
  8010             WH-EXCPRPT-STATUS
  8020     END-IF.
  8030 1790-EXIT.
  8040     EXIT.
  8050
  8060******************************************************************
  8070*    1800-CHECK-ONE-TABLE                                       *
  8080*    A TABLE IS USABLE WHEN ITS AGES RUN WITHOUT A GAP FROM THE  *
  8090*    LOWEST TO THE HIGHEST ON FILE.  THE LAST AGE IS THE         *
  8100*    LIMITING AGE, SO ITS QX IS TAKEN AS 1 -- A TABLE THAT STOPS *
  8110*    SHORT OF THAT IS CLOSED THERE AND REPORTED.  A QX OF 1      *
  8120*    EARLIER THAN THE LAST AGE CLOSES THE TABLE AT THAT AGE AND  *
  8130*    THE LATER AGES ARE REPORTED AND IGNORED.                    *
  8140******************************************************************
  8150 1800-CHECK-ONE-TABLE.
  8160     MOVE SPACES TO WH-MEX-LINE
  8170     MOVE WH-MT-ID(WH-MT-IX) TO WH-MEX-TABLE
  8180     MOVE WH-MT-EFF(WH-MT-IX) TO WH-MEX-EFF
  8190     MOVE WH-MT-SEX(WH-MT-IX) TO WH-MEX-SEX
  8200
  8210     MOVE 0 TO WH-LO-IX
  8220     MOVE 0 TO WH-HI-IX
  8230     PERFORM VARYING WH-AGE-IX FROM 1 BY 1
  8240             UNTIL WH-AGE-IX > 121
  8250         IF WH-MT-HAVE(WH-MT-IX, WH-AGE-IX) = "Y"
  8260             IF WH-LO-IX = 0
  8270                 MOVE WH-AGE-IX TO WH-LO-IX
  8280             END-IF
  8290             MOVE WH-AGE-IX TO WH-HI-IX
  8300         END-IF
  8310     END-PERFORM
  8320     IF WH-LO-IX = 0
  8330         GO TO 1800-EXIT
  8340     END-IF
  8350
  8360     MOVE 0 TO WH-GAP-IX
  8370     MOVE 0 TO WH-CLOSE-IX
  8380     PERFORM VARYING WH-AGE-IX FROM WH-LO-IX BY 1
  8390             UNTIL WH-AGE-IX > WH-HI-IX
  8400         IF WH-MT-HAVE(WH-MT-IX, WH-AGE-IX) NOT = "Y"
  8410             AND WH-GAP-IX = 0
  8420             MOVE WH-AGE-IX TO WH-GAP-IX
  8430         END-IF
  8440         IF WH-MT-QX(WH-MT-IX, WH-AGE-IX) NOT < 1
  8450             AND WH-CLOSE-IX = 0
  8460             MOVE WH-AGE-IX TO WH-CLOSE-IX
  8470         END-IF
  8480     END-PERFORM
  8490
  8500     IF WH-CLOSE-IX > 0 AND WH-CLOSE-IX < WH-HI-IX
  8510         COMPUTE WH-AGE-NUM = WH-CLOSE-IX - 1
  8520         MOVE WH-AGE-NUM TO WH-EDIT-AGE
  8530         MOVE WH-EDIT-AGE TO WH-MEX-AGE
  8540         MOVE "QX OF 1 BEFORE LAST AGE, LATER AGES IGNORED"
  8550             TO WH-MEX-REASON
  8560         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  8570         MOVE WH-CLOSE-IX TO WH-HI-IX
  8580     END-IF
  8590     IF WH-GAP-IX > 0 AND WH-GAP-IX < WH-HI-IX
  8600         COMPUTE WH-AGE-NUM = WH-GAP-IX - 1
  8610         MOVE WH-AGE-NUM TO WH-EDIT-AGE
  8620         MOVE WH-EDIT-AGE TO WH-MEX-AGE
  8630         MOVE "AGE MISSING FROM TABLE, TABLE NOT USED"
  8640             TO WH-MEX-REASON
  8650         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  8660         GO TO 1800-EXIT
  8670     END-IF
  8680     IF WH-CLOSE-IX = 0
  8690         COMPUTE WH-AGE-NUM = WH-HI-IX - 1
  8700         MOVE WH-AGE-NUM TO WH-EDIT-AGE
  8710         MOVE WH-EDIT-AGE TO WH-MEX-AGE
  8720         MOVE "LAST AGE QX BELOW 1, CLOSED AT THIS AGE"
  8730             TO WH-MEX-REASON
  8740         PERFORM 1790-PUT-MORT-EXCEPTION THRU 1790-EXIT
  8750         MOVE 1.0 TO WH-MT-QX(WH-MT-IX, WH-HI-IX)
  8760     END-IF
  8770
  8780     COMPUTE WH-MT-LO-AGE(WH-MT-IX) = WH-LO-IX - 1
  8790     COMPUTE WH-MT-HI-AGE(WH-MT-IX) = WH-HI-IX - 1
  8800     MOVE "Y" TO WH-MT-USABLE-SW(WH-MT-IX)
  8810     ADD 1 TO WH-USABLE-COUNT.
  8820 1800-EXIT.
  8830     EXIT.
  8840
  8850******************************************************************
  8860*    2000-PROCESS-RATE-MASTER                                  *
  8870*    DRIVES THE RUN OFF THE RATE DESK'S DATED RATE FILE, THE     *
  8880*    SAME WAY BERN300 DOES: KEEP THE NEWEST LINE ON OR BEFORE    *
  8890*    THE RUN DATE PER TERM/FREQUENCY PRODUCT (2020), THEN EDIT   *
  8900*    EACH SELECTED LINE (2050) AND PRICE IT AGAINST EVERY        *
  8910*    USABLE MORTALITY TABLE (2100).  A MISSING FILE FALLS BACK   *
  8920*    TO A SINGLE COMPILED-IN LINE -- 5 PCT, 20 YEARS, MONTHLY,   *
  8930*    THE USUAL PENSION-IN-PAYMENT BASIS.                         *
  8940******************************************************************
  8950 2000-PROCESS-RATE-MASTER.
  8960     OPEN INPUT RATEMAST
  8970     IF WH-RATEMAST-MISSING
  8980         MOVE 5.0 TO WH-RATE-PCT
  8990         MOVE 20 TO WH-TERM
  9000         MOVE 12 TO WH-FREQ
  9010         PERFORM 2100-PRICE-ONE-RATE THRU 2100-EXIT
  9020         GO TO 2000-CLOSE-MASTER
  9030     END-IF
  9040     IF NOT WH-RATEMAST-OK
  9050         DISPLAY "BERN310 - RATEMAST OPEN FAILED, STATUS = "
  9060             WH-RATEMAST-STATUS
  9070         GO TO 2000-EXIT
  9080     END-IF
  9090
  9100     PERFORM UNTIL WH-RATEMAST-EOF
  9110         READ RATEMAST
  9120             AT END
  9130                 CONTINUE
  9140             NOT AT END
  9150                 PERFORM 2010-APPROVED-IMAGE THRU 2010-EXIT
  9160         END-READ
  9170     END-PERFORM
  9180
  9190 2000-CLOSE-MASTER.
  9200     CLOSE RATEMAST
  9210     IF WH-FUTURE-COUNT > 0
  9220         DISPLAY "BERN310 - " WH-FUTURE-COUNT
  9230             " MORTALITY/RATE LINE(S) NOT YET EFFECTIVE, HELD"
  9240     END-IF
  9250     IF WH-UNAPPROVED-COUNT > 0
  9260         DISPLAY "BERN310 - " WH-UNAPPROVED-COUNT
  9270             " NEW RATE LINE(S) AWAITING APPROVAL, HELD"
  9280     END-IF
  9290     IF WH-ENDED-COUNT > 0
  9300         DISPLAY "BERN310 - " WH-ENDED-COUNT
  9310             " RATE LINE(S) PAST THEIR END DATE, DROPPED"
  9320     END-IF
  9330     PERFORM VARYING WH-SEL-IX FROM 1 BY 1
  9340             UNTIL WH-SEL-IX > WH-SEL-USED
  9350         PERFORM 2050-EDIT-ONE-ENTRY THRU 2050-EXIT
  9360     END-PERFORM.
  9370 2000-EXIT.
  9380     EXIT.
  9390
  9400******************************************************************
  9410*    2010-APPROVED-IMAGE                                         *
  9420*    ONE LINE OFF THE KEYED MASTER, FILTERED THE WAY BERN300'S   *
  9430*    2010 FILTERS IT: ONLY AN APPROVED LINE NOT YET PAST ITS     *
  9440*    END DATE REACHES 2020, REBUILT AS A CPRMST LINE.  A         *
  9450*    PENDING CHANGE IS IGNORED UNTIL APPROVED.                   *
  9460******************************************************************
  9470 2010-APPROVED-IMAGE.
  9480     IF NOT RK-APPROVED
  9490         ADD 1 TO WH-UNAPPROVED-COUNT
  9500         GO TO 2010-EXIT
  9510     END-IF
  9520     IF RK-END-DATE NOT = SPACES
  9530         AND RK-END-DATE < WH-ASOF-DATE
  9540         ADD 1 TO WH-ENDED-COUNT
  9550         GO TO 2010-EXIT
  9560     END-IF
  9570     MOVE RK-EFF-DATE TO RM-EFF-DATE
  9580     MOVE RK-RATE TO RM-RATE
  9590     MOVE RK-TERM TO RM-TERM
  9600     MOVE RK-FREQ TO RM-FREQ
  9610     MOVE RK-DUE TO RM-DUE
  9620     PERFORM 2020-SELECT-ONE-LINE THRU 2020-EXIT.
  9630 2010-EXIT.
  9640     EXIT.
  9650
  9660******************************************************************
  9670*    2020-SELECT-ONE-LINE                                      *
  9680*    EFFECTIVE-DATE SELECTION FOR ONE RATE-MASTER LINE, AS IN    *
  9690*    BERN300'S 2020 BUT KEYED ON TERM AND FREQUENCY ONLY.        *
  9700******************************************************************
  9710 2020-SELECT-ONE-LINE.
  9720     IF RM-EFF-DATE IS NOT NUMERIC
  9730         MOVE SPACES TO WH-EXC-LINE
  9740         MOVE RM-EFF-DATE TO WH-EXC-EFF
  9750         MOVE RM-RATE TO WH-EXC-RATE
  9760         MOVE RM-TERM TO WH-EXC-TERM
  9770         MOVE RM-FREQ TO WH-EXC-FREQ
  9780         MOVE RM-DUE TO WH-EXC-DUE
  9790         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WH-EXC-REASON
  9800         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  9810         GO TO 2020-EXIT
  9820     END-IF
  9830     IF RM-EFF-DATE > WH-ASOF-DATE
  9840         ADD 1 TO WH-FUTURE-COUNT
  9850         GO TO 2020-EXIT
  9860     END-IF
  9870
  9880     MOVE "N" TO WH-SEL-FOUND-SW
  9890     PERFORM VARYING WH-SEL-IX FROM 1 BY 1
  9900             UNTIL WH-SEL-IX > WH-SEL-USED OR WH-SEL-FOUND
  9910         IF WH-SEL-TERM(WH-SEL-IX) = RM-TERM
  9920             AND WH-SEL-FREQ(WH-SEL-IX) = RM-FREQ
  9930             MOVE "Y" TO WH-SEL-FOUND-SW
  9940             IF RM-EFF-DATE > WH-SEL-EFF(WH-SEL-IX)
  9950                 MOVE RM-EFF-DATE TO WH-SEL-EFF(WH-SEL-IX)
  9960                 MOVE RM-RATE TO WH-SEL-RATE(WH-SEL-IX)
  9970             END-IF
  9980         END-IF
  9990     END-PERFORM
 10000     IF WH-SEL-FOUND
 10010         GO TO 2020-EXIT
 10020     END-IF
 10030
 10040     IF WH-SEL-USED = WH-MAX-SEL
 10050         DISPLAY "BERN310 - RATE MASTER EXCEEDS " WH-MAX-SEL
 10060             " PRODUCTS, LINE DROPPED"
 10070         MOVE SPACES TO WH-EXC-LINE
 10080         MOVE RM-EFF-DATE TO WH-EXC-EFF
 10090         MOVE RM-RATE TO WH-EXC-RATE
 10100         MOVE RM-TERM TO WH-EXC-TERM
 10110         MOVE RM-FREQ TO WH-EXC-FREQ
 10120         MOVE RM-DUE TO WH-EXC-DUE
 10130         MOVE "PRODUCT TABLE FULL" TO WH-EXC-REASON
 10140         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
 10150         GO TO 2020-EXIT
 10160     END-IF
 10170     ADD 1 TO WH-SEL-USED
 10180     MOVE RM-TERM TO WH-SEL-TERM(WH-SEL-USED)
 10190     MOVE RM-FREQ TO WH-SEL-FREQ(WH-SEL-USED)
 10200     MOVE RM-EFF-DATE TO WH-SEL-EFF(WH-SEL-USED)
 10210     MOVE RM-RATE TO WH-SEL-RATE(WH-SEL-USED).
 10220 2020-EXIT.
 10230     EXIT.
 10240
 10250******************************************************************
 10260*    2050-EDIT-ONE-ENTRY                                       *
 10270*    EDITS ONE SELECTED RATE LINE WITH BERN300'S RULES AND       *
 10280*    HANDS THE DECODED LINE TO 2100-PRICE-ONE-RATE.  THE         *
 10290*    DUE/IMMEDIATE COLUMN IS NOT EDITED -- BOTH TIMINGS ARE      *
 10300*    PRODUCED REGARDLESS.                                        *
 10310******************************************************************
 10320 2050-EDIT-ONE-ENTRY.
 10330     MOVE SPACES TO WH-EXC-LINE
 10340     MOVE WH-SEL-EFF(WH-SEL-IX) TO WH-EXC-EFF
 10350     MOVE WH-SEL-RATE(WH-SEL-IX) TO WH-EXC-RATE
 10360     MOVE WH-SEL-TERM(WH-SEL-IX) TO WH-EXC-TERM
 10370     MOVE WH-SEL-FREQ(WH-SEL-IX) TO WH-EXC-FREQ
 10380
 10390     MOVE WH-SEL-RATE(WH-SEL-IX) TO WH-RATE-RAW
 10400     IF WH-RATE-RAW IS NOT NUMERIC
 10410         MOVE "RATE NOT NUMERIC" TO WH-EXC-REASON
 10420         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
 10430         GO TO 2050-EXIT
 10440     END-IF
 10450     IF WH-RATE-RAW-N < WH-RATE-FLOOR
 10460         OR WH-RATE-RAW-N > WH-RATE-CEILING
 10470         MOVE "RATE OUTSIDE PLAUSIBILITY BOUNDS (0.01-25 PCT)"
 10480             TO WH-EXC-REASON
 10490         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
 10500         GO TO 2050-EXIT
 10510     END-IF
 10520     IF WH-SEL-TERM(WH-SEL-IX) IS NOT NUMERIC
 10530         MOVE "TERM NOT NUMERIC" TO WH-EXC-REASON
 10540         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
 10550         GO TO 2050-EXIT
 10560     END-IF
 10570     MOVE WH-SEL-TERM(WH-SEL-IX) TO WH-TERM
 10580     IF WH-TERM < WH-TERM-FLOOR OR WH-TERM > WH-TERM-CEILING
 10590         MOVE "TERM OUTSIDE PLAUSIBILITY BOUNDS (1-100 YEARS)"
 10600             TO WH-EXC-REASON
 10610         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
 10620         GO TO 2050-EXIT
 10630     END-IF
 10640     IF WH-SEL-FREQ(WH-SEL-IX) = SPACES
 10650         MOVE 1 TO WH-FREQ
 10660     ELSE
 10670         IF WH-SEL-FREQ(WH-SEL-IX) IS NOT NUMERIC
 10680             MOVE "FREQUENCY NOT NUMERIC" TO WH-EXC-REASON
 10690             PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
 10700             GO TO 2050-EXIT
 10710         END-IF
 10720         MOVE WH-SEL-FREQ(WH-SEL-IX) TO WH-FREQ
 10730         IF WH-FREQ < 1 OR WH-FREQ > 12
 10740             MOVE "FREQUENCY MUST BE 01 THRU 12" TO WH-EXC-REASON
 10750             PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
 10760             GO TO 2050-EXIT
 10770         END-IF
 10780     END-IF
 10790
 10800     MOVE WH-RATE-RAW-N TO WH-RATE-PCT
 10810     PERFORM 2100-PRICE-ONE-RATE THRU 2100-EXIT.
 10820 2050-EXIT.
 10830     EXIT.
 10840
 10850******************************************************************
 10860*    2060-PUT-EXCEPTION                                        *
 10870*    ONE RATE-MASTER LINE ONTO THE EXCEPTION REPORT.             *
 10880******************************************************************
 10890 2060-PUT-EXCEPTION.
 10900     ADD 1 TO WH-EXCEPT-COUNT
 10910     WRITE EXC-RECORD FROM WH-EXC-LINE
 10920     IF NOT WH-EXCPRPT-OK
 10930         DISPLAY "BERN310 - EXCPRPT WRITE FAILED, STATUS = "
 10940             WH-EXCPRPT-STATUS
 10950     END-IF.
 10960 2060-EXIT.
 10970     EXIT.
 10980
 10990******************************************************************
 11000*    2100-PRICE-ONE-RATE                                        *
 11010*    ONE RATE LINE: DERIVES V AND THE FORCE OF INTEREST, THEN    *
 11020*    PRICES THE LINE AGAINST EVERY USABLE MORTALITY TABLE.       *
 11030******************************************************************
 11040 2100-PRICE-ONE-RATE.
 11050*    SINGLE-OPERATOR COMPUTES THROUGHOUT -- SEE 2000-BERNOULLI
 11060*    IN BERN100 FOR WHY A COMPOUND EXPRESSION IN ONE COMPUTE IS
 11070*    NOT TRUSTED ON THIS RUNTIME.
 11080     COMPUTE WH-RATE = WH-RATE-PCT / 100
 11090     COMPUTE WH-ONE-PLUS-I = 1 + WH-RATE
 11100     COMPUTE WH-V = 1 / WH-ONE-PLUS-I
 11110     MOVE WH-ONE-PLUS-I TO WH-LOG-ARG
 11120     PERFORM 3300-NATURAL-LOG THRU 3300-EXIT
 11130     MOVE WH-LOG-RESULT TO WH-DELTA
 11140     COMPUTE WH-STEP = 1 / WH-FREQ
 11150
 11160     PERFORM VARYING WH-MT-IX FROM 1 BY 1
 11170             UNTIL WH-MT-IX > WH-MT-USED
 11180         IF WH-MT-USABLE(WH-MT-IX)
 11190             PERFORM 2200-PRICE-ONE-BASIS THRU 2200-EXIT
 11200         END-IF
 11210     END-PERFORM.
 11220 2100-EXIT.
 11230     EXIT.
 11240
 11250******************************************************************
 11260*    2200-PRICE-ONE-BASIS                                       *
 11270*    ONE MORTALITY TABLE AT ONE RATE LINE: BUILDS THE COLUMNS,   *
 11280*    PRINTS THE COMMUTATION BLOCK, THEN THE FACTOR BLOCK WITH    *
 11290*    ONE FACTOR RECORD PER AGE.                                  *
 11300******************************************************************
 11310 2200-PRICE-ONE-BASIS.
 11320     ADD 1 TO WH-BASIS-COUNT
 11330     PERFORM 2300-BUILD-COLUMNS THRU 2300-EXIT
 11340
 11350     MOVE WH-MT-ID(WH-MT-IX) TO WH-BAS-TABLE
 11360     MOVE WH-MT-SEX(WH-MT-IX) TO WH-BAS-SEX
 11370     MOVE WH-MT-EFF(WH-MT-IX) TO WH-BAS-EFF
 11380     MOVE WH-RATE-PCT TO WH-BAS-RATE
 11390     MOVE WH-TERM TO WH-BAS-TERM
 11400     MOVE WH-FREQ TO WH-BAS-FREQ
 11410     WRITE RPT-RECORD FROM WH-BASIS-LINE
 11420     IF WH-GEOM-YEARS > 0
 11430         MOVE WH-GEOM-YEARS TO WH-EDIT-COUNT
 11440         STRING WH-EDIT-COUNT DELIMITED BY SIZE
 11450             " YEAR(S) OF AGE PAST THE SERIES RADIUS, "
 11460             "SUMMED GEOMETRICALLY" DELIMITED BY SIZE
 11470             INTO WH-MSG-TEXT
 11480         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
 11490     END-IF
 11500
 11510     WRITE RPT-RECORD FROM WH-COM-HDR
 11520     PERFORM VARYING WH-AGE-IX FROM WH-LO-IX BY 1
 11530             UNTIL WH-AGE-IX > WH-HI-IX
 11540         COMPUTE WH-AGE-NUM = WH-AGE-IX - 1
 11550         MOVE WH-AGE-NUM TO WH-COM-AGE
 11560         MOVE WH-COL-DX(WH-AGE-IX) TO WH-COM-DX
 11570         MOVE WH-COL-NX(WH-AGE-IX) TO WH-COM-NX
 11580         MOVE WH-COL-CX(WH-AGE-IX) TO WH-COM-CX
 11590         MOVE WH-COL-MX(WH-AGE-IX) TO WH-COM-MX
 11600         WRITE RPT-RECORD FROM WH-COM-LINE
 11610     END-PERFORM
 11620
 11630     WRITE RPT-RECORD FROM WH-FAC-HDR
 11640     PERFORM VARYING WH-AGE-IX FROM WH-LO-IX BY 1
 11650             UNTIL WH-AGE-IX > WH-HI-IX
 11660         PERFORM 2500-FACTORS-ONE-AGE THRU 2500-EXIT
 11670     END-PERFORM.
 11680 2200-EXIT.
 11690     EXIT.
 11700
 11710******************************************************************
 11720*    2300-BUILD-COLUMNS                                         *
 11730*    LX FROM A RADIX OF 100,000 AT THE TABLE'S LOWEST AGE, DX    *
 11740*    AND CX FORWARD FROM THERE, WITH EACH YEAR'S ONE-PAYMENT     *
 11750*    FACTOR AND WOOLHOUSE SERIES (2350); THEN NX, MX AND WX      *
 11760*    BACKWARD FROM THE LIMITING AGE, EACH THE COLUMN BELOW IT    *
 11770*    PLUS THE SLOT ABOVE.                                        *
 11780******************************************************************
 11790 2300-BUILD-COLUMNS.
 11800     COMPUTE WH-LO-IX = WH-MT-LO-AGE(WH-MT-IX) + 1
 11810     COMPUTE WH-HI-IX = WH-MT-HI-AGE(WH-MT-IX) + 1
 11820     COMPUTE WH-TOP-IX = WH-HI-IX + 1
 11830     MOVE 0 TO WH-GEOM-YEARS
 11840     MOVE WH-RADIX TO WH-LX
 11850     COMPUTE WH-VPOW = WH-V ** WH-MT-LO-AGE(WH-MT-IX)
 11860     PERFORM VARYING WH-AGE-IX FROM WH-LO-IX BY 1
 11870             UNTIL WH-AGE-IX > WH-HI-IX
 11880         PERFORM 2350-FORWARD-ONE-AGE THRU 2350-EXIT
 11890     END-PERFORM
 11900
 11910     MOVE 0.0 TO WH-COL-LX(WH-TOP-IX)
 11920     MOVE 0.0 TO WH-COL-DX(WH-TOP-IX)
 11930     MOVE 0.0 TO WH-COL-NX(WH-TOP-IX)
 11940     MOVE 0.0 TO WH-COL-CX(WH-TOP-IX)
 11950     MOVE 0.0 TO WH-COL-MX(WH-TOP-IX)
 11960     MOVE 0.0 TO WH-COL-WX(WH-TOP-IX)
 11970     PERFORM VARYING WH-AGE-IX FROM WH-HI-IX BY -1
 11980             UNTIL WH-AGE-IX < WH-LO-IX
 11990         PERFORM 2380-BACKWARD-ONE-AGE THRU 2380-EXIT
 12000     END-PERFORM
 12010     ADD WH-GEOM-YEARS TO WH-GEOM-TOTAL.
 12020 2300-EXIT.
 12030     EXIT.
 12040
 12050******************************************************************
 12060*    2350-FORWARD-ONE-AGE                                       *
 12070*    LX, DX AND CX AT ONE AGE, THEN THE YEAR'S FORCE DELTA + MU  *
 12080*    (MU = -LN PX, CONSTANT THROUGH THE YEAR OF AGE), ITS        *
 12090*    ONE-PAYMENT FACTOR E = EXP(-FORCE / M) AND ITS WOOLHOUSE    *
 12100*    SERIES G (3500).  A YEAR WITH PX = 0 ENDS AFTER ITS FIRST   *
 12110*    PAYMENT: E = 0 AND G = 1 - 1/M EXACTLY.                     *
 12120******************************************************************
 12130 2350-FORWARD-ONE-AGE.
 12140     MOVE WH-MT-QX(WH-MT-IX, WH-AGE-IX) TO WH-QX
 12150     MOVE WH-LX TO WH-COL-LX(WH-AGE-IX)
 12160     COMPUTE WH-COL-DX(WH-AGE-IX) = WH-VPOW * WH-LX
 12170     COMPUTE WH-DTH = WH-LX * WH-QX
 12180     COMPUTE WH-WORK = WH-VPOW * WH-V
 12190     COMPUTE WH-COL-CX(WH-AGE-IX) = WH-WORK * WH-DTH
 12200     COMPUTE WH-LX = WH-LX - WH-DTH
 12210     MOVE WH-WORK TO WH-VPOW
 12220
 12230     COMPUTE WH-PX = 1 - WH-QX
 12240     IF WH-PX NOT > 0
 12250         MOVE 0.0 TO WH-COL-E(WH-AGE-IX)
 12260         COMPUTE WH-COL-G(WH-AGE-IX) = 1 - WH-STEP
 12270         GO TO 2350-EXIT
 12280     END-IF
 12290     MOVE WH-PX TO WH-LOG-ARG
 12300     PERFORM 3300-NATURAL-LOG THRU 3300-EXIT
 12310     COMPUTE WH-FORCE = WH-DELTA - WH-LOG-RESULT
 12320     COMPUTE WH-EXP-ARG = WH-FORCE / WH-FREQ
 12330     COMPUTE WH-EXP-ARG = WH-EXP-ARG * -1
 12340     PERFORM 3400-EXPONENTIAL THRU 3400-EXIT
 12350     MOVE WH-EXP-RESULT TO WH-COL-E(WH-AGE-IX)
 12360
 12370     IF WH-FORCE < WH-SERIES-RADIUS
 12380         PERFORM 3500-WOOLHOUSE-SERIES THRU 3500-EXIT
 12390         IF WH-TERM-ABS < WH-CUTOFF
 12400             MOVE WH-SERIES TO WH-COL-G(WH-AGE-IX)
 12410             GO TO 2350-EXIT
 12420         END-IF
 12430     END-IF
 12440     PERFORM 2370-GEOMETRIC-YEAR THRU 2370-EXIT.
 12450 2350-EXIT.
 12460     EXIT.
 12470
 12480******************************************************************
 12490*    2370-GEOMETRIC-YEAR                                        *
 12500*    THE YEAR'S G WITHOUT THE SERIES, FOR A FORCE TOO LARGE FOR  *
 12510*    IT TO CONVERGE.  THE YEAR PAYS (1 - E**M) / (1 - E) / M,    *
 12520*    E**M BEING V * PX, AND G IS DEFINED BY                      *
 12530*        YEAR'S PAYMENTS = 1 - (1 - V * PX) * G.                 *
 12540******************************************************************
 12550 2370-GEOMETRIC-YEAR.
 12560     ADD 1 TO WH-GEOM-YEARS
 12570     COMPUTE WH-VPX = WH-V * WH-PX
 12580     COMPUTE WH-WORK = 1 - WH-VPX
 12590     COMPUTE WH-WORK-2 = 1 - WH-COL-E(WH-AGE-IX)
 12600     COMPUTE WH-WORK-2 = WH-WORK / WH-WORK-2
 12610     COMPUTE WH-WORK-2 = WH-WORK-2 * WH-STEP
 12620     COMPUTE WH-WORK-2 = 1 - WH-WORK-2
 12630     COMPUTE WH-COL-G(WH-AGE-IX) = WH-WORK-2 / WH-WORK.
 12640 2370-EXIT.
 12650     EXIT.
 12660
 12670******************************************************************
 12680*    2380-BACKWARD-ONE-AGE                                      *
 12690*    NX, MX AND WX AT ONE AGE FROM THE SLOT ABOVE.  THE YEAR'S   *
 12700*    WOOLHOUSE CORRECTION IS (DX - DX+1) * G, DX - DX+1 BEING    *
 12710*    THE DISCOUNTED VALUE LOST OVER THE YEAR TO DEATH AND        *
 12720*    INTEREST TOGETHER.                                          *
 12730******************************************************************
 12740 2380-BACKWARD-ONE-AGE.
 12750     COMPUTE WH-NEXT-IX = WH-AGE-IX + 1
 12760     COMPUTE WH-COL-NX(WH-AGE-IX) = WH-COL-DX(WH-AGE-IX)
 12770         + WH-COL-NX(WH-NEXT-IX)
 12780     COMPUTE WH-COL-MX(WH-AGE-IX) = WH-COL-CX(WH-AGE-IX)
 12790         + WH-COL-MX(WH-NEXT-IX)
 12800     COMPUTE WH-WORK = WH-COL-DX(WH-AGE-IX)
 12810         - WH-COL-DX(WH-NEXT-IX)
 12820     COMPUTE WH-WORK = WH-WORK * WH-COL-G(WH-AGE-IX)
 12830     COMPUTE WH-COL-WX(WH-AGE-IX) = WH-WORK
 12840         + WH-COL-WX(WH-NEXT-IX).
 12850 2380-EXIT.
 12860     EXIT.
 12870
 12880******************************************************************
 12890*    2500-FACTORS-ONE-AGE                                       *
 12900*    THE EIGHT FACTORS AT ONE AGE FROM THE COLUMNS:              *
 12910*        ANNUAL DUE           NX / DX                            *
 12920*        M-THLY DUE           (NX - WX) / DX                     *
 12930*        TEMPORARY DUE        (NX - NX+N) / DX                   *
 12940*        TEMPORARY M-THLY DUE (NX - NX+N - WX + WX+N) / DX       *
 12950*    EACH IMMEDIATE FACTOR DROPS THE PAYMENT AT TIME 0 (1 OR     *
 12960*    1/M); THE TEMPORARY ONES ADD BACK THE PAYMENT AT TIME N,    *
 12970*    WORTH DX+N / DX.  THE M-THLY DUE PAIR IS THEN CHECKED       *
 12980*    AGAINST DIRECT SUMMATION (3700).                            *
 12990******************************************************************
 13000 2500-FACTORS-ONE-AGE.
 13010     COMPUTE WH-N-IX = WH-AGE-IX + WH-TERM
 13020     IF WH-N-IX > WH-TOP-IX
 13030         MOVE WH-TOP-IX TO WH-N-IX
 13040     END-IF
 13050     COMPUTE WH-ENDOW = WH-COL-DX(WH-N-IX) / WH-COL-DX(WH-AGE-IX)
 13060
 13070     COMPUTE WH-AX-DUE = WH-COL-NX(WH-AGE-IX)
 13080         / WH-COL-DX(WH-AGE-IX)
 13090     COMPUTE WH-AX-IMM = WH-AX-DUE - 1
 13100     COMPUTE WH-WORK = WH-COL-NX(WH-AGE-IX) - WH-COL-WX(WH-AGE-IX)
 13110     COMPUTE WH-AXM-DUE = WH-WORK / WH-COL-DX(WH-AGE-IX)
 13120     COMPUTE WH-AXM-IMM = WH-AXM-DUE - WH-STEP
 13130
 13140     COMPUTE WH-WORK = WH-COL-NX(WH-AGE-IX) - WH-COL-NX(WH-N-IX)
 13150     COMPUTE WH-AXN-DUE = WH-WORK / WH-COL-DX(WH-AGE-IX)
 13160     COMPUTE WH-AXN-IMM = WH-AXN-DUE - 1
 13170     COMPUTE WH-AXN-IMM = WH-AXN-IMM + WH-ENDOW
 13180     COMPUTE WH-WORK-2 = WH-COL-WX(WH-AGE-IX) - WH-COL-WX(WH-N-IX)
 13190     COMPUTE WH-WORK = WH-WORK - WH-WORK-2
 13200     COMPUTE WH-AXNM-DUE = WH-WORK / WH-COL-DX(WH-AGE-IX)
 13210     COMPUTE WH-WORK = 1 - WH-ENDOW
 13220     COMPUTE WH-WORK = WH-WORK * WH-STEP
 13230     COMPUTE WH-AXNM-IMM = WH-AXNM-DUE - WH-WORK
 13240
 13250     PERFORM 3700-DIRECT-MONTHLY-SUM THRU 3700-EXIT
 13260     COMPUTE WH-DIFF = WH-AXM-DUE - WH-DIR-SUM
 13270     PERFORM 2550-CHECK-DIFFERENCE THRU 2550-EXIT
 13280     COMPUTE WH-DIFF = WH-AXNM-DUE - WH-DIR-TEMP
 13290     MOVE WH-DIR-TEMP TO WH-DIR-SUM
 13300     PERFORM 2550-CHECK-DIFFERENCE THRU 2550-EXIT
 13310
 13320     PERFORM 2600-WRITE-FACTOR-LINE THRU 2600-EXIT.
 13330 2500-EXIT.
 13340     EXIT.
 13350
 13360******************************************************************
 13370*    2550-CHECK-DIFFERENCE                                      *
 13380*    COMPARES ONE WOOLHOUSE FACTOR WITH ITS DIRECT SUM (THE      *
 13390*    DIFFERENCE IS IN WH-DIFF, THE DIRECT SUM IN WH-DIR-SUM).    *
 13400*    THE TOLERANCE IS SCALED TO THE FACTOR, AS IN BERN300.       *
 13410******************************************************************
 13420 2550-CHECK-DIFFERENCE.
 13430     IF WH-DIFF < 0
 13440         COMPUTE WH-DIFF = WH-DIFF * -1
 13450     END-IF
 13460     COMPUTE WH-CHECK-LIMIT = WH-DIR-SUM * WH-TOLERANCE
 13470     IF WH-DIFF > WH-CHECK-LIMIT
 13480         ADD 1 TO WH-MISMATCH-COUNT
 13490         COMPUTE WH-AGE-NUM = WH-AGE-IX - 1
 13500         DISPLAY "BERN310 - *** WOOLHOUSE FACTOR DISAGREES WITH "
 13510             "DIRECT SUMMATION, TABLE " WH-MT-ID(WH-MT-IX)
 13520             " SEX " WH-MT-SEX(WH-MT-IX) " AGE " WH-AGE-NUM
 13530             " RATE " WH-RATE-PCT " FREQ " WH-FREQ
 13540         MOVE "*** WOOLHOUSE/DIRECT-SUM MISMATCH ON THE NEXT LINE"
 13550             TO WH-MSG-TEXT
 13560         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
 13570     END-IF.
 13580 2550-EXIT.
 13590     EXIT.
 13600
 13610******************************************************************
 13620*    2600-WRITE-FACTOR-LINE                                     *
 13630*    ONE REPORT LINE AND ONE LIFEOUT RECORD FOR THE AGE JUST     *
 13640*    PRICED.  THE COMPUTES INTO THE FIXED-DECIMAL OUTPUT         *
 13650*    PICTURES CHECK FOR SIZE ERROR, SAME SENTINEL IDIOM AS       *
 13660*    BERN300'S 2200-WRITE-FACTOR-LINE.                           *
 13670******************************************************************
 13680 2600-WRITE-FACTOR-LINE.
 13690     COMPUTE WH-AGE-NUM = WH-AGE-IX - 1
 13700     MOVE WH-AGE-NUM TO WH-FAC-AGE
 13710     MOVE WH-AX-DUE TO WH-FAC-AX-DUE
 13720     MOVE WH-AX-IMM TO WH-FAC-AX-IMM
 13730     MOVE WH-AXM-DUE TO WH-FAC-AXM-DUE
 13740     MOVE WH-AXM-IMM TO WH-FAC-AXM-IMM
 13750     MOVE WH-AXN-DUE TO WH-FAC-AXN-DUE
 13760     MOVE WH-AXN-IMM TO WH-FAC-AXN-IMM
 13770     MOVE WH-AXNM-DUE TO WH-FAC-AXNM-DUE
 13780     MOVE WH-AXNM-IMM TO WH-FAC-AXNM-IMM
 13790     WRITE RPT-RECORD FROM WH-FAC-LINE
 13800     IF NOT WH-RPTOUT-OK
 13810         DISPLAY "BERN310 - RPTOUT WRITE FAILED, STATUS = "
 13820             WH-RPTOUT-STATUS
 13830     END-IF
 13840
 13850     MOVE SPACES TO LIFE-FACTOR-RECORD
 13860     MOVE WH-MT-ID(WH-MT-IX) TO LF-TABLE-ID
 13870     MOVE WH-MT-SEX(WH-MT-IX) TO LF-SEX
 13880     MOVE WH-MT-EFF(WH-MT-IX) TO LF-TBL-EFF
 13890     MOVE WH-RATE-PCT TO LF-RATE
 13900     MOVE WH-TERM TO LF-TERM
 13910     MOVE WH-FREQ TO LF-FREQ
 13920     MOVE WH-AGE-NUM TO LF-AGE
 13930     COMPUTE LF-DX = WH-COL-DX(WH-AGE-IX)
 13940         ON SIZE ERROR
 13950             MOVE 999999999.999999999 TO LF-DX
 13960     END-COMPUTE
 13970     COMPUTE LF-NX = WH-COL-NX(WH-AGE-IX)
 13980         ON SIZE ERROR
 13990             MOVE 999999999.999999999 TO LF-NX
 14000             DISPLAY "BERN310 - NX EXCEEDS FIELD WIDTH, FLAGGED"
 14010     END-COMPUTE
 14020     COMPUTE LF-CX = WH-COL-CX(WH-AGE-IX)
 14030         ON SIZE ERROR
 14040             MOVE 999999999.999999999 TO LF-CX
 14050     END-COMPUTE
 14060     COMPUTE LF-MX = WH-COL-MX(WH-AGE-IX)
 14070         ON SIZE ERROR
 14080             MOVE 999999999.999999999 TO LF-MX
 14090     END-COMPUTE
 14100     COMPUTE LF-AX-DUE = WH-AX-DUE
 14110         ON SIZE ERROR
 14120             MOVE 999999999.999999999 TO LF-AX-DUE
 14130     END-COMPUTE
 14140     COMPUTE LF-AX-IMM = WH-AX-IMM
 14150         ON SIZE ERROR
 14160             MOVE 999999999.999999999 TO LF-AX-IMM
 14170     END-COMPUTE
 14180     COMPUTE LF-AXM-DUE = WH-AXM-DUE
 14190         ON SIZE ERROR
 14200             MOVE 999999999.999999999 TO LF-AXM-DUE
 14210     END-COMPUTE
 14220     COMPUTE LF-AXM-IMM = WH-AXM-IMM
 14230         ON SIZE ERROR
 14240             MOVE 999999999.999999999 TO LF-AXM-IMM
 14250     END-COMPUTE
 14260     COMPUTE LF-AXN-DUE = WH-AXN-DUE
 14270         ON SIZE ERROR
 14280             MOVE 999999999.999999999 TO LF-AXN-DUE
 14290     END-COMPUTE
 14300     COMPUTE LF-AXN-IMM = WH-AXN-IMM
 14310         ON SIZE ERROR
 14320             MOVE 999999999.999999999 TO LF-AXN-IMM
 14330     END-COMPUTE
 14340     COMPUTE LF-AXNM-DUE = WH-AXNM-DUE
 14350         ON SIZE ERROR
 14360             MOVE 999999999.999999999 TO LF-AXNM-DUE
 14370     END-COMPUTE
 14380     COMPUTE LF-AXNM-IMM = WH-AXNM-IMM
 14390         ON SIZE ERROR
 14400             MOVE 999999999.999999999 TO LF-AXNM-IMM
 14410     END-COMPUTE
 14420     WRITE LIFE-FACTOR-RECORD
 14430     IF NOT WH-LIFEOUT-OK
 14440         DISPLAY "BERN310 - LIFEOUT WRITE FAILED, STATUS = "
 14450             WH-LIFEOUT-STATUS
 14460     END-IF
 14470     ADD 1 TO WH-FACTOR-COUNT.
 14480 2600-EXIT.
 14490     EXIT.
 14500
 14510******************************************************************
 14520*    3300-NATURAL-LOG                                           *
 14530*    WH-LOG-RESULT = LN(WH-LOG-ARG) BY THE ATANH SERIES,         *
 14540*        LN(A) = 2 * (X + X**3/3 + X**5/5 + ...)                 *
 14550*    WITH X = (A - 1)/(A + 1), AS IN BERN300.  AN ARGUMENT       *
 14560*    BELOW ONE HALF IS DOUBLED UNTIL IT IS NOT, AND K * LN 2     *
 14570*    TAKEN BACK OFF THE RESULT, SO X STAYS WITHIN 1/3 AND THE    *
 14580*    SERIES CONVERGES IN A FEW DOZEN TERMS EVEN FOR THE          *
 14590*    SURVIVAL PROBABILITY OF A 110-YEAR-OLD.  WH-LOG-ARG IS      *
 14600*    CHANGED BY THE REDUCTION.                                   *
 14610******************************************************************
 14620 3300-NATURAL-LOG.
 14630     MOVE 0 TO WH-LOG-SHIFT
 14640     PERFORM 3320-DOUBLE-ARGUMENT THRU 3320-EXIT
 14650         UNTIL WH-LOG-ARG NOT < 0.5
 14660     COMPUTE WH-LOG-X = WH-LOG-ARG - 1
 14670     COMPUTE WH-LOG-TERM = WH-LOG-ARG + 1
 14680     COMPUTE WH-LOG-X = WH-LOG-X / WH-LOG-TERM
 14690     COMPUTE WH-LOG-XSQ = WH-LOG-X * WH-LOG-X
 14700     MOVE WH-LOG-X TO WH-LOG-POW
 14710     MOVE WH-LOG-X TO WH-LOG-SUM
 14720     MOVE 1 TO WH-LOG-DIVISOR
 14730     IF WH-LOG-X < 0
 14740         COMPUTE WH-LOG-TERM = WH-LOG-X * -1
 14750     ELSE
 14760         MOVE WH-LOG-X TO WH-LOG-TERM
 14770     END-IF
 14780     PERFORM 3350-NATURAL-LOG-TERM THRU 3350-EXIT
 14790         UNTIL WH-LOG-TERM < WH-CUTOFF
 14800     COMPUTE WH-LOG-RESULT = WH-LOG-SUM * 2
 14810     IF WH-LOG-SHIFT > 0
 14820         COMPUTE WH-LOG-TERM = WH-LN2 * WH-LOG-SHIFT
 14830         COMPUTE WH-LOG-RESULT = WH-LOG-RESULT - WH-LOG-TERM
 14840     END-IF.
 14850 3300-EXIT.
 14860     EXIT.
 14870
 14880******************************************************************
 14890*    3320-DOUBLE-ARGUMENT                                       *
 14900*    ONE STEP OF 3300'S RANGE REDUCTION.                         *
 14910******************************************************************
 14920 3320-DOUBLE-ARGUMENT.
 14930     COMPUTE WH-LOG-ARG = WH-LOG-ARG * 2
 14940     ADD 1 TO WH-LOG-SHIFT.
 14950 3320-EXIT.
 14960     EXIT.
 14970
 14980******************************************************************
 14990*    3350-NATURAL-LOG-TERM                                      *
 15000*    ONE TERM OF THE ATANH SERIES -- ROLLS THE ODD POWER AND     *
 15010*    DIVISOR FORWARD AND ADDS THE TERM INTO THE RUNNING SUM.     *
 15020******************************************************************
 15030 3350-NATURAL-LOG-TERM.
 15040     COMPUTE WH-LOG-POW = WH-LOG-POW * WH-LOG-XSQ
 15050     ADD 2 TO WH-LOG-DIVISOR
 15060     COMPUTE WH-LOG-TERM = WH-LOG-POW / WH-LOG-DIVISOR
 15070     ADD WH-LOG-TERM TO WH-LOG-SUM
 15080     IF WH-LOG-TERM < 0
 15090         COMPUTE WH-LOG-TERM = WH-LOG-TERM * -1
 15100     END-IF.
 15110 3350-EXIT.
 15120     EXIT.
 15130
 15140******************************************************************
 15150*    3400-EXPONENTIAL                                          *
 15160*    WH-EXP-RESULT = EXP(WH-EXP-ARG) BY THE POWER SERIES, AS IN  *
 15170*    BERN300.  EVERY ARGUMENT THIS PROGRAM PASSES IS NEGATIVE    *
 15180*    (-FORCE / M), AND AN ALTERNATING SERIES LOSES DIGITS AS     *
 15190*    THE FORCE GROWS, SO A NEGATIVE ARGUMENT IS SUMMED AS ITS    *
 15200*    MAGNITUDE AND THE RESULT INVERTED.                          *
 15210******************************************************************
 15220 3400-EXPONENTIAL.
 15230     MOVE "N" TO WH-EXP-NEG-SW
 15240     IF WH-EXP-ARG < 0
 15250         MOVE "Y" TO WH-EXP-NEG-SW
 15260         COMPUTE WH-EXP-ARG = WH-EXP-ARG * -1
 15270     END-IF
 15280     MOVE 1.0 TO WH-EXP-RESULT
 15290     MOVE 1.0 TO WH-EXP-TERM
 15300     MOVE 0 TO WH-EXP-K
 15310     PERFORM 3450-EXPONENTIAL-TERM THRU 3450-EXIT
 15320         UNTIL WH-EXP-TERM < WH-CUTOFF
 15330     IF WH-EXP-NEGATIVE
 15340         COMPUTE WH-EXP-RESULT = 1 / WH-EXP-RESULT
 15350     END-IF.
 15360 3400-EXIT.
 15370     EXIT.
 15380
 15390******************************************************************
 15400*    3450-EXPONENTIAL-TERM                                     *
 15410*    ONE TERM OF THE EXP SERIES -- ROLLS THE POWER-OVER-         *
 15420*    FACTORIAL TERM FORWARD AND ADDS IT IN.                      *
 15430******************************************************************
 15440 3450-EXPONENTIAL-TERM.
 15450     ADD 1 TO WH-EXP-K
 15460     COMPUTE WH-EXP-TERM = WH-EXP-TERM * WH-EXP-ARG
 15470     COMPUTE WH-EXP-TERM = WH-EXP-TERM / WH-EXP-K
 15480     ADD WH-EXP-TERM TO WH-EXP-RESULT.
 15490 3450-EXIT.
 15500     EXIT.
 15510
 15520******************************************************************
 15530*    3500-WOOLHOUSE-SERIES                                      *
 15540*    ONE YEAR OF AGE'S WOOLHOUSE SERIES                          *
 15550*        G = SUM B(K) * ((1/M)**K - 1) * (-FORCE)**(K-1)         *
 15560*                                          / K-FACTORIAL         *
 15570*    FROM THE ARCHIVED COEFFICIENTS.  THE K = 1 TERM, WITH       *
 15580*    B(1) = -1/2, IS THE (M-1)/2M OF THE TEXTBOOK FORMULA AND    *
 15590*    THE K = 2 TERM ITS (M*M-1)/12M*M * (DELTA + MU).  STOPS     *
 15600*    WHEN A TERM FALLS BELOW WH-CUTOFF OR THE ARCHIVE RUNS OUT   *
 15610*    OF COEFFICIENTS; WH-TERM-ABS TELLS THE CALLER WHICH.  FOR   *
 15620*    M = 1 EVERY TERM IS ZERO AND THE ANNUAL FACTOR STANDS.      *
 15630******************************************************************
 15640 3500-WOOLHOUSE-SERIES.
 15650     MOVE 0.0 TO WH-SERIES
 15660     COMPUTE WH-NEG-FORCE = WH-FORCE * -1
 15670     MOVE 1 TO WH-K
 15680     MOVE 1.0 TO WH-POW
 15690     MOVE WH-STEP TO WH-STEP-POW
 15700     MOVE 1.0 TO WH-TERM-ABS
 15710     PERFORM 3550-WOOLHOUSE-TERM THRU 3550-EXIT
 15720         UNTIL WH-K > WH-MAX-INDEX
 15730             OR WH-TERM-ABS < WH-CUTOFF.
 15740 3500-EXIT.
 15750     EXIT.
 15760
 15770******************************************************************
 15780*    3550-WOOLHOUSE-TERM                                        *
 15790*    ONE TERM OF THE SERIES, WITH THE POWERS ROLLED FORWARD ONE  *
 15800*    STEP PER PASS.  WH-TERM-ABS ONLY TRACKS NONZERO             *
 15810*    COEFFICIENTS, SAME REASON AS BERN300'S 3550.                *
 15820******************************************************************
 15830 3550-WOOLHOUSE-TERM.
 15840     COMPUTE WH-K-IDX = WH-K + 1
 15850     COMPUTE WH-WORK = WH-STEP-POW - 1
 15860     COMPUTE WH-TERM-VALUE = WH-BN(WH-K-IDX) * WH-WORK
 15870     COMPUTE WH-TERM-VALUE = WH-TERM-VALUE * WH-POW
 15880     ADD WH-TERM-VALUE TO WH-SERIES
 15890     IF WH-BN(WH-K-IDX) NOT = 0
 15900         IF WH-TERM-VALUE < 0
 15910             COMPUTE WH-TERM-ABS = WH-TERM-VALUE * -1
 15920         ELSE
 15930             MOVE WH-TERM-VALUE TO WH-TERM-ABS
 15940         END-IF
 15950     END-IF
 15960     COMPUTE WH-STEP-POW = WH-STEP-POW * WH-STEP
 15970     ADD 1 TO WH-K
 15980     COMPUTE WH-POW = WH-POW * WH-NEG-FORCE
 15990     COMPUTE WH-POW = WH-POW / WH-K.
 16000 3550-EXIT.
 16010     EXIT.
 16020
 16030******************************************************************
 16040*    3700-DIRECT-MONTHLY-SUM                                    *
 16050*    THE M-THLY ANNUITY-DUE BY BRUTE FORCE -- EVERY PAYMENT OF   *
 16060*    1/M FROM THE AGE TO THE END OF THE TABLE, EACH DISCOUNTED   *
 16070*    AND SURVIVED FROM THE ONE BEFORE BY THE YEAR'S ONE-PAYMENT  *
 16080*    FACTOR.  NEITHER THE B(K) SERIES NOR THE COMMUTATION        *
 16090*    COLUMNS ARE USED, SO THE TWO ROUTES AGREEING MEANS          *
 16100*    SOMETHING.  THE RUNNING SUM AT THE END OF THE TEMPORARY     *
 16110*    TERM IS THE TEMPORARY FACTOR.                               *
 16120******************************************************************
 16130 3700-DIRECT-MONTHLY-SUM.
 16140     MOVE 0.0 TO WH-DIR-SUM
 16150     MOVE 0.0 TO WH-DIR-TEMP
 16160     MOVE 1.0 TO WH-DIR-POW
 16170     MOVE "N" TO WH-DIR-TEMP-SW
 16180     PERFORM VARYING WH-DIR-IX FROM WH-AGE-IX BY 1
 16190             UNTIL WH-DIR-IX > WH-HI-IX
 16200         IF WH-DIR-IX = WH-N-IX
 16210             MOVE WH-DIR-SUM TO WH-DIR-TEMP
 16220             MOVE "Y" TO WH-DIR-TEMP-SW
 16230         END-IF
 16240         PERFORM VARYING WH-DIR-K FROM 1 BY 1
 16250                 UNTIL WH-DIR-K > WH-FREQ
 16260             ADD WH-DIR-POW TO WH-DIR-SUM
 16270             COMPUTE WH-DIR-POW = WH-DIR-POW * WH-COL-E(WH-DIR-IX)
 16280         END-PERFORM
 16290     END-PERFORM
 16300     IF NOT WH-DIR-TEMP-TAKEN
 16310         MOVE WH-DIR-SUM TO WH-DIR-TEMP
 16320     END-IF
 16330     COMPUTE WH-DIR-SUM = WH-DIR-SUM / WH-FREQ
 16340     COMPUTE WH-DIR-TEMP = WH-DIR-TEMP / WH-FREQ.
 16350 3700-EXIT.
 16360     EXIT.
 16370
 16380******************************************************************
 16390*    7000-WRITE-MESSAGE                                         *
 16400*    PUTS A ONE-LINE MESSAGE ON THE REPORT AND CLEARS IT.        *
 16410******************************************************************
 16420 7000-WRITE-MESSAGE.
 16430     WRITE RPT-RECORD FROM WH-MSG-LINE
 16440     MOVE SPACES TO WH-MSG-TEXT.
 16450 7000-EXIT.
 16460     EXIT.
 16470
 16480******************************************************************
 16490*    8000-CLOSE-OUTPUTS                                         *
 16500******************************************************************
 16510 8000-CLOSE-OUTPUTS.
 16520     CLOSE LIFEOUT
 16530     IF WH-EXCEPT-COUNT = 0
 16540         MOVE "NO MORTALITY OR RATE MASTER EXCEPTIONS"
 16550             TO WH-EXC-MSG-TEXT
 16560         WRITE EXC-RECORD FROM WH-EXC-MSG
 16570     END-IF
 16580     CLOSE EXCPRPT
 16590     CLOSE RPTOUT
 16600     IF WH-GEOM-TOTAL > 0
 16610         DISPLAY "BERN310 - " WH-GEOM-TOTAL
 16620             " YEAR(S) OF AGE SUMMED GEOMETRICALLY"
 16630     END-IF
 16640     DISPLAY "BERN310 - " WH-BASIS-COUNT " BASIS(ES), "
 16650         WH-FACTOR-COUNT " FACTOR LINE(S) PRODUCED".
 16660 8000-EXIT.
 16670     EXIT.
 16680
 16690******************************************************************
 16700*    9000-POST-LEDGER                                            *
 16710*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
 16720*    CONTROL LEDGER (SEE CPLED) -- RC, RECORD COUNTS AND A       *
 16730*    ONE-LINE VERDICT.  PERFORMED FROM 9999-EXIT SO EVERY        *
 16740*    ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A LEDGER THAT  *
 16750*    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE STEP'S OWN     *
 16760*    RETURN CODE ALONE -- BERN105 SHOWS THE STEP AS NOT POSTED.  *
 16770******************************************************************
 16780 9000-POST-LEDGER.
 16790     OPEN INPUT RUNLEDG
 16800     IF WH-LEDG-MISSING
 16810         GO TO 9000-CLOSE-INPUT
 16820     END-IF
 16830     IF NOT WH-LEDG-OK
 16840         DISPLAY "BERN310 - RUNLEDG OPEN FAILED, STATUS = "
 16850             WH-LEDG-STATUS
 16860         GO TO 9000-EXIT
 16870     END-IF
 16880     PERFORM UNTIL WH-LEDG-EOF
 16890         READ RUNLEDG
 16900             AT END
 16910                 CONTINUE
 16920             NOT AT END
 16930                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
 16940                     MOVE LG-RUN-ID TO WH-LEDG-RUN-ID
 16950                 END-IF
 16960         END-READ
 16970     END-PERFORM.
 16980
 16990 9000-CLOSE-INPUT.
 17000     CLOSE RUNLEDG
 17010     OPEN EXTEND RUNLEDG
 17020     IF NOT WH-LEDG-OK AND NOT WH-LEDG-MISSING
 17030         DISPLAY "BERN310 - RUNLEDG OPEN FAILED, STATUS = "
 17040             WH-LEDG-STATUS
 17050         GO TO 9000-EXIT
 17060     END-IF
 17070
 17080     MOVE SPACES TO RUN-LEDGER-RECORD
 17090     MOVE WH-LEDG-RUN-ID TO LG-RUN-ID
 17100     MOVE "S" TO LG-TYPE
 17110     MOVE "LIFETAB" TO LG-STEP
 17120     MOVE "BERN310" TO LG-PROGRAM
 17130     ACCEPT LG-DATE FROM DATE YYYYMMDD
 17140     ACCEPT LG-TIME FROM TIME
 17150     MOVE RETURN-CODE TO LG-RC
 17160     MOVE WH-LOAD-COUNT TO LG-COUNT-IN
 17170     MOVE WH-FACTOR-COUNT TO LG-COUNT-OUT
 17180     MOVE WH-EXCEPT-COUNT TO LG-EXCEPTIONS
 17190     ADD WH-MISMATCH-COUNT TO LG-EXCEPTIONS
 17200     EVALUATE TRUE
 17210         WHEN RETURN-CODE > 8
 17220             MOVE "NO LIFE FACTORS PRODUCED - SEE SYSOUT"
 17230                 TO LG-VERDICT
 17240         WHEN WH-MISMATCH-COUNT > 0
 17250             MOVE "SELF-CHECK FAILED - SUMMATION ROUTES DISAGREE"
 17260                 TO LG-VERDICT
 17270         WHEN WH-EXCEPT-COUNT > 0
 17280             MOVE "RATE LINES REJECTED - SEE EXCPRPT"
 17290                 TO LG-VERDICT
 17300         WHEN OTHER
 17310             MOVE "FACTORS PRODUCED FOR EVERY SELECTED RATE LINE"
 17320                 TO LG-VERDICT
 17330     END-EVALUATE
 17340     WRITE RUN-LEDGER-RECORD
 17350     IF NOT WH-LEDG-OK
 17360         DISPLAY "BERN310 - RUNLEDG WRITE FAILED, STATUS = "
 17370             WH-LEDG-STATUS
 17380     END-IF
 17390
 17400 9000-CLOSE-LEDGER.
 17410     CLOSE RUNLEDG.
 17420 9000-EXIT.
 17430     EXIT.
 17440
 17450******************************************************************
 17460*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
 17470******************************************************************
 17480 9999-EXIT.
 17490     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
 17500     STOP RUN.
