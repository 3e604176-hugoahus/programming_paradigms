   100******************************************************************
   110*                                                                *
   120*    BERN340 - INTEREST-RATE SENSITIVITY OF THE ANNUITY FACTORS  *
   130*                                                                *
   140*    ALM ASKS EVERY QUARTER HOW SENSITIVE THE ANNUITY-CERTAIN    *
   150*    FACTORS ARE TO A MOVE IN RATES.  THIS JOB ANSWERS OFF THE   *
   160*    BERN300 FACTOR RUN ITSELF: FOR EVERY LINE ON THE CURRENT    *
   170*    FACOUT GENERATION IT RE-PRICES THE PERIODIC FACTOR A(T)     *
   180*    (FA-ANN-PV-P) BY THE SAME EULER-MACLAURIN ROUTE BERN300     *
   190*    USES, FROM THE SAME NUMOUT COEFFICIENTS, AND WORKS OUT      *
   200*                                                                *
   210*      MACAULAY DURATION  D = SUM T * V**T / SUM V**T            *
   220*      MODIFIED DURATION      D / (1 + I)                        *
   230*      CONVEXITY              SUM T*(T+1) * V**(T+2) / SUM V**T  *
   240*                                                                *
   250*    OVER THE LINE'S PAYMENT TIMES T (1/F, 2/F ... FOR IN        *
   260*    ARREARS, 0, 1/F ... FOR DUE), THEN RE-PRICES A(T) UNDER     *
   270*    EACH PARALLEL SHOCK TO THE ANNUAL EFFECTIVE RATE ON THE     *
   280*    SCENARIO CARD (CPSCN).  WRITES ONE SENSITIVITY RECORD PER   *
   290*    LINE (CPSEN, KEYED LIKE FV-KEY) AND A REPORT OF THE SHOCKED *
   300*    FACTORS AND PERCENTAGE CHANGES PER LINE, FOLLOWED BY        *
   310*    SUBTOTALS BY TERM BAND.  THE BASE RE-PRICE IS SELF-CHECKED  *
   320*    AGAINST THE FACTOR BERN300 WROTE AND AGAINST THE PAYMENT-   *
   330*    BY-PAYMENT SUM BEHIND THE DURATIONS, SAME SPIRIT AS         *
   340*    BERN300'S OWN CHECKS.                                       *
   350*                                                                *
   360******************************************************************
   370 IDENTIFICATION DIVISION.
   380 PROGRAM-ID.     BERN340.
   390 AUTHOR.         H-LARSSON-WILHELMSSON.
   400 INSTALLATION.   ACTUARIAL-SYSTEMS.
   410 DATE-WRITTEN.   10/15/2026.
   420 DATE-COMPILED.
   430
   440******************************************************************
   450*  MODIFICATION HISTORY                                        *
   460*  DATE        BY   DESCRIPTION                                 *
   470*  ----------  ---  ----------------------------------------   *
   480*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   490*  10/15/2026  HLW  CLOSING EXCEPTION NOTE TELLS LINES LEFT     *
   500*                   OUT OF THE REPORT FROM SHOCKS THAT STAY IN  *
   510*                   IT AS SERIES SHORT.                         *
   520*                   RESEQUENCED.                                *
   530******************************************************************
   540
   550 ENVIRONMENT DIVISION.
   560 INPUT-OUTPUT SECTION.
   570 FILE-CONTROL.
   580*    SCENCARD - THE RATE-SHOCK SCENARIO CARD (SEE CPSCN).
   590*    OPTIONAL: WITHOUT IT, OR WITH NOTHING PUNCHED ON IT, THE
   600*    RUN TAKES THE COMPILED-IN -200/-100/+100/+200 BP, LOUDLY.
   610     SELECT OPTIONAL SCENCARD ASSIGN TO "SCENCARD"
   620         ORGANIZATION IS LINE SEQUENTIAL
   630         FILE STATUS IS RS-SCENCARD-STATUS.
   640*    NUMOUT - THE BERNOULLI COEFFICIENT ARCHIVE BERN100 WRITES,
   650*    THE SAME GENERATION THE FACTOR RUN WAS PRICED FROM.
   660     SELECT NUMOUT ASSIGN TO "NUMOUT"
   670         ORGANIZATION IS LINE SEQUENTIAL
   680         FILE STATUS IS RS-NUMOUT-STATUS.
   690*    FACOUT - THE BERN300 FACTOR DATASET (CPFAC), ONE LINE PER
   700*    RATE/TERM/FREQUENCY/TIMING PRICED.
   710     SELECT FACOUT ASSIGN TO "FACOUT"
   720         ORGANIZATION IS LINE SEQUENTIAL
   730         FILE STATUS IS RS-FACOUT-STATUS.
   740*    SENOUT - THE SENSITIVITY DATASET (CPSEN) FOR ALM.
   750     SELECT SENOUT ASSIGN TO "SENOUT"
   760         ORGANIZATION IS LINE SEQUENTIAL
   770         FILE STATUS IS RS-SENOUT-STATUS.
   780*    EXCPRPT - PRINT-IMAGE EXCEPTION LISTING: EVERY FACTOR LINE
   790*    LEFT OUT OF THE ANALYSIS, AND EVERY SHOCK WHOSE SERIES RAN
   800*    OUT OF COEFFICIENTS, WITH THE REASON.
   810     SELECT EXCPRPT ASSIGN TO "EXCPRPT"
   820         ORGANIZATION IS LINE SEQUENTIAL
   830         FILE STATUS IS RS-EXCPRPT-STATUS.
   840*    RPTOUT - PRINT-IMAGE SENSITIVITY REPORT.
   850     SELECT RPTOUT ASSIGN TO "RPTOUT"
   860         ORGANIZATION IS LINE SEQUENTIAL
   870         FILE STATUS IS RS-RPTOUT-STATUS.
   880
   890 DATA DIVISION.
   900 FILE SECTION.
   910 FD  SCENCARD.
   920     COPY CPSCN.
   930
   940 FD  NUMOUT.
   950     COPY CPCOEF REPLACING
   960         ==COEF-OUT-RECORD==
   970         BY ==NUMIN-RECORD==.
   980
   990*    FAC-RAW-RECORD IS THE SAME FACOUT LINE AS CHARACTERS, SO A
  1000*    FIELD THAT FAILS ITS NUMERIC EDIT CAN BE LISTED AS READ.
  1010 FD  FACOUT.
  1020     COPY CPFAC.
  1030 01  FAC-RAW-RECORD.
  1040     02  FR-RATE             PIC X(06).
  1050     02  FILLER              PIC X(02).
  1060     02  FR-TERM             PIC X(03).
  1070     02  FILLER              PIC X(65).
  1080     02  FR-FREQ             PIC X(02).
  1090     02  FILLER              PIC X(02).
  1100     02  FR-DUE-IND          PIC X(01).
  1110     02  FILLER              PIC X(62).
  1120
  1130 FD  SENOUT.
  1140     COPY CPSEN.
  1150
  1160 FD  EXCPRPT.
  1170 01  EXC-RECORD              PIC X(133).
  1180
  1190 FD  RPTOUT.
  1200 01  RPT-RECORD              PIC X(133).
  1210
  1220 WORKING-STORAGE SECTION.
  1230*    BERNOULLI COEFFICIENTS, INDEX K AT SLOT K+1, LOADED EXACTLY
  1240*    AS BERN300 LOADS THEM SO THE SERIES BELOW SUMS THE SAME
  1250*    TERMS THE FACTOR RUN DID.
  1260 01  RS-BN-TABLE.
  1270     02  RS-BN               COMP-2 VALUE 0.0 OCCURS 201 TIMES.
  1280 01  RS-MAX-INDEX            PIC S9(9) USAGE BINARY VALUE -1.
  1290 01  RS-LOAD-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1300 01  RS-NUM-RUN-ID           PIC X(14) VALUE SPACES.
  1310
  1320*    THE SHOCKS OF THE RUN, IN BASIS POINTS, OFF THE CARD OR THE
  1330*    COMPILED-IN DEFAULT SET.  A SHOCK PAST RS-SHOCK-CEILING IS
  1340*    A MISPUNCH, NOT A SCENARIO.
  1350 01  RS-DFLT-SHOCKS-INIT.
  1360     02  FILLER              PIC S9(04) VALUE -200.
  1370     02  FILLER              PIC S9(04) VALUE -100.
  1380     02  FILLER              PIC S9(04) VALUE +100.
  1390     02  FILLER              PIC S9(04) VALUE +200.
  1400 01  RS-DFLT-SHOCKS REDEFINES RS-DFLT-SHOCKS-INIT.
  1410     02  RS-DFLT-SHOCK       PIC S9(04) OCCURS 4 TIMES.
  1420 01  RS-DFLT-COUNT           PIC S9(9) USAGE BINARY VALUE 4.
  1430 01  RS-MAX-SHOCK            PIC S9(9) USAGE BINARY VALUE 8.
  1440 01  RS-SHOCK-CEILING        PIC 9(04) VALUE 1000.
  1450 01  RS-SHOCK-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  1460 01  RS-SHOCK-TABLE.
  1470     02  RS-SHOCK            OCCURS 8 TIMES.
  1480         03  RS-SHOCK-BP     PIC S9(04) VALUE ZERO.
  1490         03  RS-SHOCK-FLAG   PIC X(01) VALUE SPACE.
  1500             88  RS-SHOCK-PRICED     VALUE "P".
  1510         03  RS-SHOCK-PV     COMP-2 VALUE 0.0.
  1520         03  RS-SHOCK-PCT    COMP-2 VALUE 0.0.
  1530 01  RS-SHK-IX               PIC S9(9) USAGE BINARY VALUE 0.
  1540 01  RS-SC-IX                PIC S9(9) USAGE BINARY VALUE 0.
  1550 01  RS-DUP-IX               PIC S9(9) USAGE BINARY VALUE 0.
  1560 01  RS-BP-RAW               PIC X(04) VALUE ZEROS.
  1570 01  RS-BP-RAW-N REDEFINES RS-BP-RAW
  1580                             PIC 9(04).
  1590 01  RS-BP-SIGNED            PIC S9(04) VALUE ZERO.
  1600 01  RS-CARD-SOURCE          PIC X(08) VALUE "DEFAULT".
  1610 01  RS-CARD-BAD-SW          PIC X(01) VALUE "N".
  1620     88  RS-CARD-BAD                 VALUE "Y".
  1630
  1640*    THE FACTOR LINE BEING ANALYSED, DECODED.
  1650 01  RS-RATE-PCT             COMP-2 VALUE 0.0.
  1660 01  RS-TERM                 PIC S9(9) USAGE BINARY VALUE 0.
  1670 01  RS-FREQ                 PIC S9(9) USAGE BINARY VALUE 1.
  1680 01  RS-DUE-IND              PIC X(01) VALUE "I".
  1690     88  RS-DUE                      VALUE "D".
  1700 01  RS-TERM-CEILING         PIC S9(9) USAGE BINARY VALUE 100.
  1710 01  RS-FAC-PV               COMP-2 VALUE 0.0.
  1720
  1730*    3000-PRICE-AT-RATE WORK FIELDS: THE RATE TO PRICE AT (PCT)
  1740*    IN, THE PERIODIC FACTOR OUT, AND BERN300'S CHAIN BETWEEN --
  1750*    FORCE OF INTEREST, ACCUMULATION, EULER-MACLAURIN BRACKET,
  1760*    PER-PERIOD AND NOMINAL RATES.
  1770 01  RS-PRICE-PCT            COMP-2 VALUE 0.0.
  1780 01  RS-PRICE-PV             COMP-2 VALUE 0.0.
  1790 01  RS-RATE                 COMP-2 VALUE 0.0.
  1800 01  RS-ONE-PLUS-I           COMP-2 VALUE 0.0.
  1810 01  RS-ACCUM                COMP-2 VALUE 0.0.
  1820 01  RS-ANN-FV               COMP-2 VALUE 0.0.
  1830 01  RS-ANN-PV               COMP-2 VALUE 0.0.
  1840 01  RS-RATE-P               COMP-2 VALUE 0.0.
  1850 01  RS-RATE-NOM             COMP-2 VALUE 0.0.
  1860
  1870*    NATURAL-LOG (ATANH SERIES) WORK FIELDS, AS IN BERN300.
  1880 01  RS-LOG-ARG              COMP-2 VALUE 0.0.
  1890 01  RS-DELTA                COMP-2 VALUE 0.0.
  1900 01  RS-LOG-X                COMP-2 VALUE 0.0.
  1910 01  RS-LOG-XSQ              COMP-2 VALUE 0.0.
  1920 01  RS-LOG-POW              COMP-2 VALUE 0.0.
  1930 01  RS-LOG-TERM             COMP-2 VALUE 0.0.
  1940 01  RS-LOG-SUM              COMP-2 VALUE 0.0.
  1950 01  RS-LOG-DIVISOR          PIC S9(9) USAGE BINARY VALUE 1.
  1960
  1970*    EXPONENTIAL (POWER SERIES) WORK FIELDS, AS IN BERN300.
  1980 01  RS-EXP-ARG              COMP-2 VALUE 0.0.
  1990 01  RS-EXP-RESULT           COMP-2 VALUE 0.0.
  2000 01  RS-EXP-TERM             COMP-2 VALUE 0.0.
  2010 01  RS-EXP-K                PIC S9(9) USAGE BINARY VALUE 0.
  2020
  2030*    EULER-MACLAURIN BRACKET WORK FIELDS, AS IN BERN300.
  2040 01  RS-SUM-FACTOR           COMP-2 VALUE 0.0.
  2050 01  RS-POW                  COMP-2 VALUE 0.0.
  2060 01  RS-FACT                 COMP-2 VALUE 0.0.
  2070 01  RS-TERM-VALUE           COMP-2 VALUE 0.0.
  2080 01  RS-TERM-ABS             COMP-2 VALUE 0.0.
  2090 01  RS-K                    PIC S9(9) USAGE BINARY VALUE 0.
  2100 01  RS-K-IDX                PIC S9(9) USAGE BINARY VALUE 0.
  2110 01  RS-CUTOFF               COMP-2 VALUE 0.000000000000001.
  2120 01  RS-CONV-FLAG            PIC X(01) VALUE "C".
  2130     88  RS-CONVERGED                VALUE "C".
  2140     88  RS-TABLE-SHORT              VALUE "T".
  2150
  2160*    3200-DURATION-SUMS: THE BASE-RATE CASH FLOWS ONE PAYMENT AT
  2170*    A TIME.  SUM-0 IS SUM V**T, SUM-1 SUM T * V**T AND SUM-2
  2180*    SUM T*(T+1) * V**T, ALL OVER THE F * T PAYMENTS OF 1/F.
  2190 01  RS-DISC                 COMP-2 VALUE 0.0.
  2200 01  RS-DIR-POW              COMP-2 VALUE 0.0.
  2210 01  RS-DIR-TIME             COMP-2 VALUE 0.0.
  2220 01  RS-DIR-WORK             COMP-2 VALUE 0.0.
  2230 01  RS-DIR-WORK-2           COMP-2 VALUE 0.0.
  2240 01  RS-SUM-0                COMP-2 VALUE 0.0.
  2250 01  RS-SUM-1                COMP-2 VALUE 0.0.
  2260 01  RS-SUM-2                COMP-2 VALUE 0.0.
  2270 01  RS-DIR-K                PIC S9(9) USAGE BINARY VALUE 0.
  2280 01  RS-DIR-COUNT            PIC S9(9) USAGE BINARY VALUE 0.
  2290 01  RS-DUE-SHIFT            PIC S9(9) USAGE BINARY VALUE 0.
  2300 01  RS-DIR-PV               COMP-2 VALUE 0.0.
  2310
  2320*    THE LINE'S RESULTS AT ITS OWN RATE.
  2330 01  RS-BASE-PV              COMP-2 VALUE 0.0.
  2340 01  RS-MAC-DUR              COMP-2 VALUE 0.0.
  2350 01  RS-MOD-DUR              COMP-2 VALUE 0.0.
  2360 01  RS-CONVEXITY            COMP-2 VALUE 0.0.
  2370 01  RS-WORK                 COMP-2 VALUE 0.0.
  2380
  2390*    SELF-CHECK.  SAME RELATIVE TOLERANCE AS BERN300.
  2400 01  RS-DIFF                 COMP-2 VALUE 0.0.
  2410 01  RS-CHECK-LIMIT          COMP-2 VALUE 0.0.
  2420 01  RS-TOLERANCE            COMP-2 VALUE 0.000001.
  2430
  2440*    TERM BANDS FOR THE SUBTOTALS: THE UPPER TERM OF EACH BAND
  2450*    AND ITS LABEL, BUILT AS FILLERS AND REDEFINED AS A TABLE SO
  2460*    THE BANDS READ AT A GLANCE.  THE ACCUMULATORS HAVE ONE SLOT
  2470*    PER BAND PLUS A SIXTH FOR ALL TERMS.  PER SHOCK, THE BASE
  2480*    AND SHOCKED FACTORS ADD UP OVER THE LINES THAT SHOCK
  2490*    PRICED ONLY, SO A BAND'S PERCENTAGE CHANGE COMPARES LIKE
  2500*    WITH LIKE.
  2510 01  RS-BAND-DEFS-INIT.
  2520     02  FILLER              PIC X(14) VALUE "005TERM 01-05".
  2530     02  FILLER              PIC X(14) VALUE "010TERM 06-10".
  2540     02  FILLER              PIC X(14) VALUE "020TERM 11-20".
  2550     02  FILLER              PIC X(14) VALUE "030TERM 21-30".
  2560     02  FILLER              PIC X(14) VALUE "100TERM 31-100".
  2570 01  RS-BAND-DEFS REDEFINES RS-BAND-DEFS-INIT.
  2580     02  RS-BAND-DEF         OCCURS 5 TIMES.
  2590         03  RS-BAND-UPPER   PIC 9(03).
  2600         03  RS-BAND-LABEL   PIC X(11).
  2610 01  RS-BAND-COUNT           PIC S9(9) USAGE BINARY VALUE 5.
  2620 01  RS-ALL-BAND             PIC S9(9) USAGE BINARY VALUE 6.
  2630 01  RS-BAND-TABLE.
  2640     02  RS-BA               OCCURS 6 TIMES.
  2650         03  RS-BA-LINES     PIC S9(9) USAGE BINARY VALUE 0.
  2660         03  RS-BA-BASE      COMP-2 VALUE 0.0.
  2670         03  RS-BA-MAC       COMP-2 VALUE 0.0.
  2680         03  RS-BA-MOD       COMP-2 VALUE 0.0.
  2690         03  RS-BA-CONV      COMP-2 VALUE 0.0.
  2700         03  RS-BA-SHK       OCCURS 8 TIMES.
  2710             04  RS-BA-SHK-LINES
  2720                             PIC S9(9) USAGE BINARY VALUE 0.
  2730             04  RS-BA-SHK-BASE
  2740                             COMP-2 VALUE 0.0.
  2750             04  RS-BA-SHK-PV
  2760                             COMP-2 VALUE 0.0.
  2770 01  RS-BAND-IX              PIC S9(9) USAGE BINARY VALUE 0.
  2780 01  RS-ADD-IX               PIC S9(9) USAGE BINARY VALUE 0.
  2790
  2800*    THE REPORT PRINTS FOUR SHOCKS ACROSS; A SCENARIO OF FIVE TO
  2810*    EIGHT SHOCKS TAKES A SECOND LINE PER FACTOR LINE AND BAND.
  2820 01  RS-SLOTS-PER-LINE       PIC S9(9) USAGE BINARY VALUE 4.
  2830 01  RS-GROUP-COUNT          PIC S9(9) USAGE BINARY VALUE 1.
  2840 01  RS-GROUP                PIC S9(9) USAGE BINARY VALUE 0.
  2850 01  RS-SLOT                 PIC S9(9) USAGE BINARY VALUE 0.
  2860
  2870*    RUN COUNTERS.
  2880 01  RS-RUN-DATE             PIC 9(08) VALUE ZERO.
  2890 01  RS-READ-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  2900 01  RS-DONE-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  2910 01  RS-EXCEPT-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  2920 01  RS-SHORT-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  2930 01  RS-MISMATCH-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  2940
  2950 01  RS-SCENCARD-STATUS      PIC X(02) VALUE "00".
  2960     88  RS-SCENCARD-OK              VALUE "00".
  2970     88  RS-SCENCARD-MISSING        VALUE "05" "35".
  2980 01  RS-NUMOUT-STATUS        PIC X(02) VALUE "00".
  2990     88  RS-NUMOUT-OK                VALUE "00".
  3000     88  RS-NUMOUT-EOF              VALUE "10".
  3010 01  RS-FACOUT-STATUS        PIC X(02) VALUE "00".
  3020     88  RS-FACOUT-OK                VALUE "00".
  3030     88  RS-FACOUT-EOF              VALUE "10".
  3040 01  RS-SENOUT-STATUS        PIC X(02) VALUE "00".
  3050     88  RS-SENOUT-OK                VALUE "00".
  3060 01  RS-EXCPRPT-STATUS       PIC X(02) VALUE "00".
  3070     88  RS-EXCPRPT-OK               VALUE "00".
  3080 01  RS-RPTOUT-STATUS        PIC X(02) VALUE "00".
  3090     88  RS-RPTOUT-OK                VALUE "00".
  3100
  3110*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.  EVERY
  3120*    LINE OF THE REPORT IS 57 COLUMNS OF LINE OR BAND DATA
  3130*    FOLLOWED BY FOUR 19-COLUMN SHOCK SLOTS.
  3140 01  RS-HDR-1.
  3150     02  FILLER              PIC X(01) VALUE "1".
  3160     02  FILLER              PIC X(55) VALUE
  3170         "BERN340 - INTEREST-RATE SENSITIVITY OF ANNUITY FACTORS".
  3180     02  FILLER              PIC X(77) VALUE SPACES.
  3190 01  RS-HDR-RUN.
  3200     02  FILLER              PIC X(01) VALUE SPACE.
  3210     02  FILLER              PIC X(09) VALUE "RUN DATE ".
  3220     02  RS-HDR-DATE         PIC 9(08).
  3230     02  FILLER              PIC X(20) VALUE
  3240         "   COEFFICIENTS RUN ".
  3250     02  RS-HDR-RUN-ID       PIC X(14).
  3260     02  FILLER              PIC X(14) VALUE ", B(0) THRU B(".
  3270     02  RS-HDR-MAX-INDEX    PIC ZZ9.
  3280     02  FILLER              PIC X(01) VALUE ")".
  3290     02  FILLER              PIC X(63) VALUE SPACES.
  3300 01  RS-HDR-SCN.
  3310     02  FILLER              PIC X(01) VALUE SPACE.
  3320     02  FILLER              PIC X(50) VALUE
  3330         "PARALLEL SHOCKS TO THE ANNUAL EFFECTIVE RATE, BP:".
  3340     02  RS-HDR-SCN-SHOCK    PIC ++++9 BLANK WHEN ZERO
  3350                             OCCURS 8 TIMES.
  3360     02  FILLER              PIC X(09) VALUE "   FROM: ".
  3370     02  RS-HDR-SCN-SOURCE   PIC X(08).
  3380     02  FILLER              PIC X(25) VALUE SPACES.
  3390 01  RS-DTL-HDR-LEFT.
  3400     02  FILLER              PIC X(08) VALUE "   RATE ".
  3410     02  FILLER              PIC X(04) VALUE "TRM ".
  3420     02  FILLER              PIC X(03) VALUE "FQ ".
  3430     02  FILLER              PIC X(03) VALUE "DUE".
  3440     02  FILLER              PIC X(11) VALUE " A(T) BASE ".
  3450     02  FILLER              PIC X(09) VALUE " MAC DUR ".
  3460     02  FILLER              PIC X(08) VALUE " MOD DUR".
  3470     02  FILLER              PIC X(10) VALUE "   CONVEX ".
  3480 01  RS-BND-HDR-LEFT.
  3490     02  FILLER              PIC X(11) VALUE "TERM BAND".
  3500     02  FILLER              PIC X(07) VALUE "LINES".
  3510     02  FILLER              PIC X(11) VALUE "  SUM A(T) ".
  3520     02  FILLER              PIC X(09) VALUE " AVG MAC ".
  3530     02  FILLER              PIC X(09) VALUE " AVG MOD ".
  3540     02  FILLER              PIC X(09) VALUE "AVG CONV ".
  3550 01  RS-SH-LINE.
  3560     02  RS-SH-CC            PIC X(01) VALUE "0".
  3570     02  RS-SH-LEFT          PIC X(56) VALUE SPACES.
  3580     02  RS-SH-SLOT          OCCURS 4 TIMES.
  3590         03  RS-SH-TEXT      PIC X(08).
  3600         03  RS-SH-BP        PIC ++++9.
  3610         03  RS-SH-UNIT      PIC X(06).
  3620 01  RS-S3-LINE.
  3630     02  FILLER              PIC X(01) VALUE SPACE.
  3640     02  FILLER              PIC X(56) VALUE SPACES.
  3650     02  RS-S3-SLOT          PIC X(19) OCCURS 4 TIMES.
  3660 01  RS-S3-DTL-TEXT          PIC X(19) VALUE
  3670         "       A(T) PCT CHG".
  3680 01  RS-S3-BND-TEXT          PIC X(19) VALUE
  3690         "   SUM A(T) PCT CHG".
  3700 01  RS-DTL-LINE.
  3710     02  FILLER              PIC X(01) VALUE SPACE.
  3720     02  RS-DTL-LEFT.
  3730         03  RS-DTL-RATE     PIC Z9.9(04).
  3740         03  FILLER          PIC X(01).
  3750         03  RS-DTL-TERM     PIC ZZ9.
  3760         03  FILLER          PIC X(01).
  3770         03  RS-DTL-FREQ     PIC Z9.
  3780         03  FILLER          PIC X(01).
  3790         03  RS-DTL-DUE      PIC X(01).
  3800         03  FILLER          PIC X(02).
  3810         03  RS-DTL-BASE     PIC ZZ9.9(06).
  3820         03  FILLER          PIC X(01).
  3830         03  RS-DTL-MAC      PIC ZZ9.9(04).
  3840         03  FILLER          PIC X(01).
  3850         03  RS-DTL-MOD      PIC ZZ9.9(04).
  3860         03  FILLER          PIC X(01).
  3870         03  RS-DTL-CONV     PIC ZZZZ9.99.
  3880         03  FILLER          PIC X(01).
  3890     02  RS-DTL-SLOT         OCCURS 4 TIMES.
  3900         03  RS-DTL-SLOT-NUM.
  3910             04  FILLER      PIC X(01).
  3920             04  RS-DTL-PV   PIC ZZ9.9(06).
  3930             04  FILLER      PIC X(01).
  3940             04  RS-DTL-PCT  PIC +++9.99.
  3950         03  RS-DTL-SLOT-TEXT REDEFINES RS-DTL-SLOT-NUM
  3960                             PIC X(19).
  3970 01  RS-BND-LINE.
  3980     02  FILLER              PIC X(01) VALUE SPACE.
  3990     02  RS-BND-LEFT.
  4000         03  RS-BND-LABEL    PIC X(11).
  4010         03  FILLER          PIC X(01).
  4020         03  RS-BND-LINES    PIC ZZZ9.
  4030         03  FILLER          PIC X(02).
  4040         03  RS-BND-BASE     PIC ZZZZ9.9(04).
  4050         03  FILLER          PIC X(01).
  4060         03  RS-BND-MAC      PIC ZZ9.9(04).
  4070         03  FILLER          PIC X(01).
  4080         03  RS-BND-MOD      PIC ZZ9.9(04).
  4090         03  FILLER          PIC X(01).
  4100         03  RS-BND-CONV     PIC ZZZZ9.99.
  4110         03  FILLER          PIC X(01).
  4120     02  RS-BND-SLOT         OCCURS 4 TIMES.
  4130         03  RS-BND-SLOT-NUM.
  4140             04  FILLER      PIC X(01).
  4150             04  RS-BND-PV   PIC ZZZZ9.9(04).
  4160             04  FILLER      PIC X(01).
  4170             04  RS-BND-PCT  PIC +++9.99.
  4180         03  RS-BND-SLOT-TEXT REDEFINES RS-BND-SLOT-NUM
  4190                             PIC X(19).
  4200 01  RS-BND-TITLE.
  4210     02  FILLER              PIC X(01) VALUE "-".
  4220     02  FILLER              PIC X(40) VALUE
  4230         "SUBTOTALS BY TERM BAND".
  4240     02  FILLER              PIC X(92) VALUE SPACES.
  4250 01  RS-MSG-LINE.
  4260     02  FILLER              PIC X(01) VALUE SPACE.
  4270     02  RS-MSG-TEXT         PIC X(70) VALUE SPACES.
  4280     02  FILLER              PIC X(62) VALUE SPACES.
  4290
  4300*    EXCEPTION LISTING.  THE KEY FIELDS PRINT AS READ OFF FACOUT;
  4310*    A SHOCK THAT FAILED NAMES ITSELF IN RS-EXC-SHOCK.
  4320 01  RS-EXC-HDR.
  4330     02  FILLER              PIC X(01) VALUE "1".
  4340     02  FILLER              PIC X(48) VALUE
  4350         "BERN340 - SENSITIVITY EXCEPTION REPORT".
  4360     02  FILLER              PIC X(84) VALUE SPACES.
  4370 01  RS-EXC-LINE.
  4380     02  FILLER              PIC X(01) VALUE SPACE.
  4390     02  RS-EXC-RATE         PIC X(06).
  4400     02  FILLER              PIC X(02) VALUE SPACES.
  4410     02  RS-EXC-TERM         PIC X(03).
  4420     02  FILLER              PIC X(02) VALUE SPACES.
  4430     02  RS-EXC-FREQ         PIC X(02).
  4440     02  FILLER              PIC X(02) VALUE SPACES.
  4450     02  RS-EXC-DUE          PIC X(01).
  4460     02  FILLER              PIC X(02) VALUE SPACES.
  4470     02  RS-EXC-SHOCK        PIC ++++9 BLANK WHEN ZERO.
  4480     02  FILLER              PIC X(02) VALUE SPACES.
  4490     02  RS-EXC-REASON       PIC X(44).
  4500     02  FILLER              PIC X(61) VALUE SPACES.
  4510 01  RS-EXC-MSG.
  4520     02  FILLER              PIC X(01) VALUE SPACE.
  4530     02  RS-EXC-MSG-TEXT     PIC X(70) VALUE SPACES.
  4540     02  FILLER              PIC X(62) VALUE SPACES.
  4550
  4560 PROCEDURE DIVISION.
  4570
  4580 0000-MAINLINE.
  4590     PERFORM 1000-READ-SCENARIO-CARD THRU 1000-EXIT
  4600     PERFORM 1100-LOAD-COEFFICIENTS THRU 1100-EXIT
  4610     IF RS-LOAD-COUNT = 0
  4620         DISPLAY "BERN340 - NO COEFFICIENTS ON NUMOUT, "
  4630             "RUN BERN100 FIRST"
  4640         MOVE 16 TO RETURN-CODE
  4650         GO TO 9999-EXIT
  4660     END-IF
  4670     PERFORM 1500-OPEN-FILES THRU 1500-EXIT
  4680     PERFORM 2000-ANALYSE-FACTOR-LINES THRU 2000-EXIT
  4690     PERFORM 4000-PRINT-BAND-SUBTOTALS THRU 4000-EXIT
  4700     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
  4710     IF RS-READ-COUNT = 0
  4720*    AN EMPTY FACTOR RUN IS A BERN300 THAT DID NOT RUN, NOT A
  4730*    BOOK WITH NO RATE RISK.
  4740         DISPLAY "BERN340 - NO FACTOR LINES ON FACOUT, "
  4750             "RUN BERN300 FIRST"
  4760         MOVE 16 TO RETURN-CODE
  4770         GO TO 9999-EXIT
  4780     END-IF
  4790     IF RS-MISMATCH-COUNT > 0
  4800         DISPLAY "BERN340 - SELF-CHECK FAILED, "
  4810             RS-MISMATCH-COUNT " MISMATCH(ES)"
  4820*    RC 8, SAME SEVERITY BERN300 GIVES A FAILED SELF-CHECK -- THE
  4830*    RE-PRICE DID NOT REPRODUCE THE FACTOR RUN, SO NOTHING ON THE
  4840*    REPORT IS TO GO TO ALM UNTIL SOMEBODY FINDS OUT WHY.
  4850         MOVE 8 TO RETURN-CODE
  4860     END-IF
  4870     IF RS-EXCEPT-COUNT > 0 AND RETURN-CODE < 4
  4880*    RC 4, SAME CONVENTION AS BERN300'S EXCEPTION REPORT -- THE
  4890*    LINES ANALYSED ARE GOOD, BUT THE REPORT DOES NOT COVER THE
  4900*    WHOLE FACTOR RUN OR EVERY SHOCK.
  4910         MOVE 4 TO RETURN-CODE
  4920     END-IF
  4930     GO TO 9999-EXIT.
  4940
  4950******************************************************************
  4960*    1000-READ-SCENARIO-CARD                                     *
  4970*    THE SHOCKS OFF SCENCARD.  A MISSING OR EMPTY CARD, OR ONE   *
  4980*    WITH NOTHING PUNCHED IN THE SHOCK FIELDS, TAKES THE DEFAULT *
  4990*    SET, LOUDLY.  A CARD WITH A BAD FIELD STOPS THE RUN RC 16 --*
  5000*    A REPORT ON A SCENARIO NOBODY ASKED FOR IS WORSE THAN NONE. *
  5010******************************************************************
  5020 1000-READ-SCENARIO-CARD.
  5030     ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
  5040     OPEN INPUT SCENCARD
  5050     IF RS-SCENCARD-MISSING
  5060         DISPLAY "BERN340 - NO SCENCARD, DEFAULT SHOCKS "
  5070             "-200/-100/+100/+200 BP"
  5080         PERFORM 1080-DEFAULT-SHOCKS THRU 1080-EXIT
  5090         GO TO 1000-CLOSE-CARD
  5100     END-IF
  5110     IF NOT RS-SCENCARD-OK
  5120         DISPLAY "BERN340 - SCENCARD OPEN FAILED, STATUS = "
  5130             RS-SCENCARD-STATUS
  5140         MOVE 16 TO RETURN-CODE
  5150         GO TO 9999-EXIT
  5160     END-IF
  5170     READ SCENCARD
  5180         AT END
  5190             DISPLAY "BERN340 - SCENCARD EMPTY, DEFAULT SHOCKS "
  5200                 "-200/-100/+100/+200 BP"
  5210             PERFORM 1080-DEFAULT-SHOCKS THRU 1080-EXIT
  5220             GO TO 1000-CLOSE-CARD
  5230     END-READ
  5240     MOVE "SCENCARD" TO RS-CARD-SOURCE
  5250     PERFORM 1050-EDIT-ONE-SHOCK THRU 1050-EXIT
  5260         VARYING RS-SC-IX FROM 1 BY 1
  5270         UNTIL RS-SC-IX > RS-MAX-SHOCK
  5280     IF RS-CARD-BAD
  5290         DISPLAY "BERN340 - SCENCARD REJECTED, NO REPORT WRITTEN"
  5300         CLOSE SCENCARD
  5310         MOVE 16 TO RETURN-CODE
  5320         GO TO 9999-EXIT
  5330     END-IF
  5340     IF RS-SHOCK-COUNT = 0
  5350         DISPLAY "BERN340 - NO SHOCKS ON SCENCARD, DEFAULT "
  5360             "SHOCKS -200/-100/+100/+200 BP"
  5370         PERFORM 1080-DEFAULT-SHOCKS THRU 1080-EXIT
  5380     END-IF.
  5390
  5400 1000-CLOSE-CARD.
  5410     CLOSE SCENCARD.
  5420 1000-EXIT.
  5430     EXIT.
  5440
  5450******************************************************************
  5460*    1050-EDIT-ONE-SHOCK                                         *
  5470*    ONE SHOCK FIELD OF THE CARD: BLANK IS SKIPPED, OTHERWISE A  *
  5480*    SIGN AND FOUR DIGITS, NOT ZERO, NOT PAST RS-SHOCK-CEILING   *
  5490*    AND NOT A REPEAT OF AN EARLIER FIELD.  EVERY BAD FIELD IS   *
  5500*    REPORTED BEFORE THE CARD IS REJECTED.                       *
  5510******************************************************************
  5520 1050-EDIT-ONE-SHOCK.
  5530     IF SC-SHOCK-SIGN(RS-SC-IX) = SPACE
  5540         AND SC-SHOCK-BP(RS-SC-IX) = SPACES
  5550         GO TO 1050-EXIT
  5560     END-IF
  5570     IF SC-SHOCK-SIGN(RS-SC-IX) NOT = "+"
  5580         AND SC-SHOCK-SIGN(RS-SC-IX) NOT = "-"
  5590         DISPLAY "BERN340 - SCENCARD SHOCK " RS-SC-IX
  5600             " MUST START WITH + OR -"
  5610         MOVE "Y" TO RS-CARD-BAD-SW
  5620         GO TO 1050-EXIT
  5630     END-IF
  5640     MOVE SC-SHOCK-BP(RS-SC-IX) TO RS-BP-RAW
  5650     IF RS-BP-RAW IS NOT NUMERIC
  5660         DISPLAY "BERN340 - SCENCARD SHOCK " RS-SC-IX
  5670             " IS NOT FOUR DIGITS OF BASIS POINTS"
  5680         MOVE "Y" TO RS-CARD-BAD-SW
  5690         GO TO 1050-EXIT
  5700     END-IF
  5710     IF RS-BP-RAW-N = 0 OR RS-BP-RAW-N > RS-SHOCK-CEILING
  5720         DISPLAY "BERN340 - SCENCARD SHOCK " RS-SC-IX
  5730             " MUST BE 0001 THRU " RS-SHOCK-CEILING " BP"
  5740         MOVE "Y" TO RS-CARD-BAD-SW
  5750         GO TO 1050-EXIT
  5760     END-IF
  5770     MOVE RS-BP-RAW-N TO RS-BP-SIGNED
  5780     IF SC-SHOCK-SIGN(RS-SC-IX) = "-"
  5790         COMPUTE RS-BP-SIGNED = RS-BP-SIGNED * -1
  5800     END-IF
  5810     PERFORM VARYING RS-DUP-IX FROM 1 BY 1
  5820             UNTIL RS-DUP-IX > RS-SHOCK-COUNT
  5830         IF RS-SHOCK-BP(RS-DUP-IX) = RS-BP-SIGNED
  5840             DISPLAY "BERN340 - SCENCARD SHOCK " RS-SC-IX
  5850                 " REPEATS AN EARLIER SHOCK"
  5860             MOVE "Y" TO RS-CARD-BAD-SW
  5870         END-IF
  5880     END-PERFORM
  5890     IF RS-CARD-BAD
  5900         GO TO 1050-EXIT
  5910     END-IF
  5920     ADD 1 TO RS-SHOCK-COUNT
  5930     MOVE RS-BP-SIGNED TO RS-SHOCK-BP(RS-SHOCK-COUNT).
  5940 1050-EXIT.
  5950     EXIT.
  5960
  5970******************************************************************
  5980*    1080-DEFAULT-SHOCKS                                         *
  5990*    THE COMPILED-IN SCENARIO, -200/-100/+100/+200 BP.           *
  6000******************************************************************
  6010 1080-DEFAULT-SHOCKS.
  6020     MOVE "DEFAULT" TO RS-CARD-SOURCE
  6030     MOVE RS-DFLT-COUNT TO RS-SHOCK-COUNT
  6040     PERFORM VARYING RS-SHK-IX FROM 1 BY 1
  6050             UNTIL RS-SHK-IX > RS-DFLT-COUNT
  6060         MOVE RS-DFLT-SHOCK(RS-SHK-IX) TO RS-SHOCK-BP(RS-SHK-IX)
  6070     END-PERFORM.
  6080 1080-EXIT.
  6090     EXIT.
  6100
  6110******************************************************************
  6120*    1100-LOAD-COEFFICIENTS                                      *
  6130*    READS THE NUMOUT ARCHIVE INTO THE RS-BN TABLE, INDEX 0 AT   *
  6140*    SLOT 1, AND REMEMBERS THE HIGHEST INDEX SEEN -- THE SAME    *
  6150*    LOAD BERN300 DOES, SO BOTH JOBS SUM THE SAME SERIES.        *
  6160******************************************************************
  6170 1100-LOAD-COEFFICIENTS.
  6180     OPEN INPUT NUMOUT
  6190     IF NOT RS-NUMOUT-OK
  6200         DISPLAY "BERN340 - NUMOUT OPEN FAILED, STATUS = "
  6210             RS-NUMOUT-STATUS
  6220         GO TO 1100-EXIT
  6230     END-IF
  6240
  6250     PERFORM UNTIL RS-NUMOUT-EOF
  6260         READ NUMOUT
  6270             AT END
  6280                 CONTINUE
  6290             NOT AT END
  6300                 PERFORM 1150-STORE-COEFFICIENT THRU 1150-EXIT
  6310         END-READ
  6320     END-PERFORM
  6330
  6340     CLOSE NUMOUT.
  6350 1100-EXIT.
  6360     EXIT.
  6370
  6380******************************************************************
  6390*    1150-STORE-COEFFICIENT                                      *
  6400*    FILES ONE NUMOUT RECORD INTO THE RS-BN TABLE.               *
  6410******************************************************************
  6420 1150-STORE-COEFFICIENT.
  6430     IF CO-INDEX IN NUMIN-RECORD > 200
  6440         DISPLAY "BERN340 - NUMOUT INDEX "
  6450             CO-INDEX IN NUMIN-RECORD
  6460             " EXCEEDS TABLE, RECORD SKIPPED"
  6470         GO TO 1150-EXIT
  6480     END-IF
  6490     COMPUTE RS-K-IDX = CO-INDEX IN NUMIN-RECORD + 1
  6500     MOVE CO-VALUE IN NUMIN-RECORD TO RS-BN(RS-K-IDX)
  6510     ADD 1 TO RS-LOAD-COUNT
  6520     MOVE CO-RUN-ID IN NUMIN-RECORD TO RS-NUM-RUN-ID
  6530     IF CO-INDEX IN NUMIN-RECORD > RS-MAX-INDEX
  6540         MOVE CO-INDEX IN NUMIN-RECORD TO RS-MAX-INDEX
  6550     END-IF.
  6560 1150-EXIT.
  6570     EXIT.
  6580
  6590******************************************************************
  6600*    1500-OPEN-FILES                                             *
  6610*    OPENS THE FACTOR RUN, THE SENSITIVITY DATASET AND THE TWO   *
  6620*    PRINT FILES, AND WRITES THE REPORT HEADINGS.  FACOUT        *
  6630*    MISSING IS FATAL -- THERE IS NOTHING TO ANALYSE.            *
  6640******************************************************************
  6650 1500-OPEN-FILES.
  6660     OPEN INPUT FACOUT
  6670     IF NOT RS-FACOUT-OK
  6680         DISPLAY "BERN340 - FACOUT OPEN FAILED, STATUS = "
  6690             RS-FACOUT-STATUS ", RUN BERN300 FIRST"
  6700         MOVE 16 TO RETURN-CODE
  6710         GO TO 9999-EXIT
  6720     END-IF
  6730     OPEN OUTPUT SENOUT
  6740     IF NOT RS-SENOUT-OK
  6750         DISPLAY "BERN340 - SENOUT OPEN FAILED, STATUS = "
  6760             RS-SENOUT-STATUS
  6770         MOVE 16 TO RETURN-CODE
  6780         GO TO 9999-EXIT
  6790     END-IF
  6800     OPEN OUTPUT RPTOUT
  6810     IF NOT RS-RPTOUT-OK
  6820         DISPLAY "BERN340 - RPTOUT OPEN FAILED, STATUS = "
  6830             RS-RPTOUT-STATUS
  6840         MOVE 16 TO RETURN-CODE
  6850         GO TO 9999-EXIT
  6860     END-IF
  6870     OPEN OUTPUT EXCPRPT
  6880     IF NOT RS-EXCPRPT-OK
  6890         DISPLAY "BERN340 - EXCPRPT OPEN FAILED, STATUS = "
  6900             RS-EXCPRPT-STATUS
  6910         MOVE 16 TO RETURN-CODE
  6920         GO TO 9999-EXIT
  6930     END-IF
  6940
  6950     IF RS-SHOCK-COUNT > RS-SLOTS-PER-LINE
  6960         MOVE 2 TO RS-GROUP-COUNT
  6970     END-IF
  6980     WRITE RPT-RECORD FROM RS-HDR-1
  6990     MOVE RS-RUN-DATE TO RS-HDR-DATE
  7000     MOVE RS-NUM-RUN-ID TO RS-HDR-RUN-ID
  7010     MOVE RS-MAX-INDEX TO RS-HDR-MAX-INDEX
  7020     WRITE RPT-RECORD FROM RS-HDR-RUN
  7030     PERFORM VARYING RS-SHK-IX FROM 1 BY 1
  7040             UNTIL RS-SHK-IX > RS-MAX-SHOCK
  7050         MOVE RS-SHOCK-BP(RS-SHK-IX)
  7060             TO RS-HDR-SCN-SHOCK(RS-SHK-IX)
  7070     END-PERFORM
  7080     MOVE RS-CARD-SOURCE TO RS-HDR-SCN-SOURCE
  7090     WRITE RPT-RECORD FROM RS-HDR-SCN
  7100     MOVE RS-DTL-HDR-LEFT TO RS-SH-LEFT
  7110     PERFORM 1600-WRITE-SHOCK-HEADINGS THRU 1600-EXIT
  7120     MOVE RS-S3-DTL-TEXT TO RS-S3-SLOT(1)
  7130     PERFORM 1650-WRITE-COLUMN-HEADINGS THRU 1650-EXIT
  7140     WRITE EXC-RECORD FROM RS-EXC-HDR.
  7150 1500-EXIT.
  7160     EXIT.
  7170
  7180******************************************************************
  7190*    1600-WRITE-SHOCK-HEADINGS                                   *
  7200*    THE SHOCK HEADING OVER EACH SLOT -- ONE LINE FOR FOUR       *
  7210*    SHOCKS OR FEWER, TWO FOR MORE.  THE CALLER HAS PUT THE      *
  7220*    LEFT-HAND COLUMN HEADINGS IN RS-SH-LEFT; THE SECOND LINE    *
  7230*    CARRIES NONE.                                               *
  7240******************************************************************
  7250 1600-WRITE-SHOCK-HEADINGS.
  7260     MOVE "0" TO RS-SH-CC
  7270     PERFORM VARYING RS-GROUP FROM 1 BY 1
  7280             UNTIL RS-GROUP > RS-GROUP-COUNT
  7290         PERFORM VARYING RS-SLOT FROM 1 BY 1
  7300                 UNTIL RS-SLOT > RS-SLOTS-PER-LINE
  7310             COMPUTE RS-SHK-IX = RS-GROUP - 1
  7320             COMPUTE RS-SHK-IX = RS-SHK-IX * RS-SLOTS-PER-LINE
  7330             ADD RS-SLOT TO RS-SHK-IX
  7340             IF RS-SHK-IX > RS-SHOCK-COUNT
  7350                 MOVE SPACES TO RS-SH-SLOT(RS-SLOT)
  7360             ELSE
  7370                 MOVE "   SHOCK" TO RS-SH-TEXT(RS-SLOT)
  7380                 MOVE RS-SHOCK-BP(RS-SHK-IX) TO RS-SH-BP(RS-SLOT)
  7390                 MOVE " BP" TO RS-SH-UNIT(RS-SLOT)
  7400             END-IF
  7410         END-PERFORM
  7420         WRITE RPT-RECORD FROM RS-SH-LINE
  7430         MOVE SPACE TO RS-SH-CC
  7440         MOVE SPACES TO RS-SH-LEFT
  7450     END-PERFORM.
  7460 1600-EXIT.
  7470     EXIT.
  7480
  7490******************************************************************
  7500*    1650-WRITE-COLUMN-HEADINGS                                  *
  7510*    THE COLUMN HEADING UNDER EACH SHOCK IN USE.  THE CALLER HAS *
  7520*    PUT THE SLOT TEXT IN RS-S3-SLOT(1).                         *
  7530******************************************************************
  7540 1650-WRITE-COLUMN-HEADINGS.
  7550     PERFORM VARYING RS-SLOT FROM 2 BY 1
  7560             UNTIL RS-SLOT > RS-SLOTS-PER-LINE
  7570         IF RS-SLOT > RS-SHOCK-COUNT
  7580             MOVE SPACES TO RS-S3-SLOT(RS-SLOT)
  7590         ELSE
  7600             MOVE RS-S3-SLOT(1) TO RS-S3-SLOT(RS-SLOT)
  7610         END-IF
  7620     END-PERFORM
  7630     WRITE RPT-RECORD FROM RS-S3-LINE.
  7640 1650-EXIT.
  7650     EXIT.
  7660
  7670******************************************************************
  7680*    2000-ANALYSE-FACTOR-LINES                                   *
  7690*    EVERY LINE OF THE FACTOR RUN, ONE AT A TIME.                *
  7700******************************************************************
  7710 2000-ANALYSE-FACTOR-LINES.
  7720     PERFORM UNTIL RS-FACOUT-EOF
  7730         READ FACOUT
  7740             AT END
  7750                 CONTINUE
  7760             NOT AT END
  7770                 PERFORM 2100-ANALYSE-ONE-LINE THRU 2100-EXIT
  7780         END-READ
  7790     END-PERFORM.
  7800 2000-EXIT.
  7810     EXIT.
  7820
  7830******************************************************************
  7840*    2100-ANALYSE-ONE-LINE                                       *
  7850*    EDITS ONE FACTOR LINE, RE-PRICES IT AT ITS OWN RATE, TAKES  *
  7860*    ITS DURATIONS AND CONVEXITY, CHECKS THE RE-PRICE AGAINST    *
  7870*    THE FACTOR BERN300 WROTE, THEN PRICES THE SHOCKS AND WRITES *
  7880*    THE RECORD, THE REPORT LINE(S) AND THE BAND SUBTOTALS.  A   *
  7890*    LINE BERN300 ITSELF SAYS NOT TO PRICE FROM -- SERIES CUT    *
  7900*    OFF, OR A FACTOR THAT OVERFLOWED -- IS AN EXCEPTION, AS IS  *
  7910*    ONE PRICED FROM ANOTHER RUN'S COEFFICIENTS THAN THE NUMOUT  *
  7920*    GENERATION IN HAND.                                         *
  7930******************************************************************
  7940 2100-ANALYSE-ONE-LINE.
  7950     ADD 1 TO RS-READ-COUNT
  7960     MOVE SPACES TO RS-EXC-LINE
  7970     MOVE FR-RATE TO RS-EXC-RATE
  7980     MOVE FR-TERM TO RS-EXC-TERM
  7990     MOVE FR-FREQ TO RS-EXC-FREQ
  8000     MOVE FR-DUE-IND TO RS-EXC-DUE
  8010     MOVE ZERO TO RS-EXC-SHOCK
  8020
  8030     IF FR-RATE IS NOT NUMERIC
  8040         MOVE "RATE NOT NUMERIC" TO RS-EXC-REASON
  8050         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8060         GO TO 2100-EXIT
  8070     END-IF
  8080     IF FA-RATE = 0
  8090         MOVE "RATE IS ZERO" TO RS-EXC-REASON
  8100         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8110         GO TO 2100-EXIT
  8120     END-IF
  8130     IF FR-TERM IS NOT NUMERIC
  8140         MOVE "TERM NOT NUMERIC" TO RS-EXC-REASON
  8150         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8160         GO TO 2100-EXIT
  8170     END-IF
  8180     MOVE FA-TERM TO RS-TERM
  8190     IF RS-TERM < 1 OR RS-TERM > RS-TERM-CEILING
  8200         MOVE "TERM MUST BE 1 THRU 100" TO RS-EXC-REASON
  8210         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8220         GO TO 2100-EXIT
  8230     END-IF
  8240     IF FR-FREQ IS NOT NUMERIC
  8250         MOVE "FREQUENCY NOT NUMERIC" TO RS-EXC-REASON
  8260         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8270         GO TO 2100-EXIT
  8280     END-IF
  8290     MOVE FA-FREQ TO RS-FREQ
  8300     IF RS-FREQ < 1 OR RS-FREQ > 12
  8310         MOVE "FREQUENCY MUST BE 01 THRU 12" TO RS-EXC-REASON
  8320         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8330         GO TO 2100-EXIT
  8340     END-IF
  8350     IF FA-DUE-IND = "D"
  8360         MOVE "D" TO RS-DUE-IND
  8370     ELSE
  8380         IF FA-DUE-IND = "I" OR FA-DUE-IND = SPACE
  8390             MOVE "I" TO RS-DUE-IND
  8400         ELSE
  8410             MOVE "DUE FLAG MUST BE D, I OR BLANK"
  8420                 TO RS-EXC-REASON
  8430             PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8440             GO TO 2100-EXIT
  8450         END-IF
  8460     END-IF
  8470     IF FA-TABLE-SHORT
  8480         MOVE "SERIES CUT OFF IN BERN300 - NOT PRICED FROM"
  8490             TO RS-EXC-REASON
  8500         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8510         GO TO 2100-EXIT
  8520     END-IF
  8530*    999999999.999999999 IS BERN300'S SIZE-ERROR SENTINEL, NOT A
  8540*    FACTOR.
  8550     IF FA-ANN-PV-P = 999999999.999999999
  8560         MOVE "FACTOR OVERFLOWED IN BERN300" TO RS-EXC-REASON
  8570         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8580         GO TO 2100-EXIT
  8590     END-IF
  8600     IF FA-RUN-ID NOT = SPACES AND FA-RUN-ID NOT = RS-NUM-RUN-ID
  8610         MOVE "PRICED FROM ANOTHER RUN'S COEFFICIENTS"
  8620             TO RS-EXC-REASON
  8630         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8640         GO TO 2100-EXIT
  8650     END-IF
  8660
  8670     MOVE FA-RATE TO RS-RATE-PCT
  8680     MOVE RS-RATE-PCT TO RS-PRICE-PCT
  8690     PERFORM 3000-PRICE-AT-RATE THRU 3000-EXIT
  8700     IF RS-TABLE-SHORT
  8710         MOVE "SERIES RAN OUT OF NUMOUT COEFFICIENTS"
  8720             TO RS-EXC-REASON
  8730         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  8740         GO TO 2100-EXIT
  8750     END-IF
  8760     MOVE RS-PRICE-PV TO RS-BASE-PV
  8770     PERFORM 3200-DURATION-SUMS THRU 3200-EXIT
  8780     PERFORM 2200-PRICE-SHOCKS THRU 2200-EXIT
  8790
  8800     ADD 1 TO RS-DONE-COUNT
  8810     PERFORM 2300-WRITE-SENSITIVITY THRU 2300-EXIT
  8820     PERFORM 2400-WRITE-DETAIL-LINES THRU 2400-EXIT
  8830     PERFORM 2500-FILE-TERM-BAND THRU 2500-EXIT
  8840     PERFORM 2700-CHECK-BASE-PRICE THRU 2700-EXIT.
  8850 2100-EXIT.
  8860     EXIT.
  8870
  8880******************************************************************
  8890*    2150-PUT-EXCEPTION                                          *
  8900*    ONE LINE ONTO THE EXCEPTION LISTING -- THE FACTOR LINE AS   *
  8910*    READ, THE SHOCK IF ONE IS NAMED, AND THE REASON.            *
  8920******************************************************************
  8930 2150-PUT-EXCEPTION.
  8940     ADD 1 TO RS-EXCEPT-COUNT
  8950     WRITE EXC-RECORD FROM RS-EXC-LINE
  8960     IF NOT RS-EXCPRPT-OK
  8970         DISPLAY "BERN340 - EXCPRPT WRITE FAILED, STATUS = "
  8980             RS-EXCPRPT-STATUS
  8990     END-IF.
  9000 2150-EXIT.
  9010     EXIT.
  9020
  9030******************************************************************
  9040*    2200-PRICE-SHOCKS                                           *
  9050*    THE LINE RE-PRICED AT ITS RATE PLUS EACH SHOCK.             *
  9060******************************************************************
  9070 2200-PRICE-SHOCKS.
  9080     PERFORM 2250-PRICE-ONE-SHOCK THRU 2250-EXIT
  9090         VARYING RS-SHK-IX FROM 1 BY 1
  9100         UNTIL RS-SHK-IX > RS-SHOCK-COUNT.
  9110 2200-EXIT.
  9120     EXIT.
  9130
  9140******************************************************************
  9150*    2250-PRICE-ONE-SHOCK                                        *
  9160*    ONE SHOCK: THE SHOCKED RATE IN PERCENT IS THE LINE'S RATE   *
  9170*    PLUS BP / 100.  A SHOCK THAT TAKES THE RATE TO ZERO OR      *
  9180*    BELOW IS NOT PRICED ("Z") -- THE FORCE OF INTEREST IS NOT   *
  9190*    DEFINED THERE FOR THIS SERIES -- AND IS SIMPLY SHOWN SO.  A *
  9200*    SHOCKED SERIES THAT RUNS OUT OF COEFFICIENTS ("T") IS AN    *
  9210*    EXCEPTION, SAME AS A SHORT LINE IN BERN300.                 *
  9220******************************************************************
  9230 2250-PRICE-ONE-SHOCK.
  9240     MOVE 0.0 TO RS-SHOCK-PV(RS-SHK-IX)
  9250     MOVE 0.0 TO RS-SHOCK-PCT(RS-SHK-IX)
  9260     COMPUTE RS-WORK = RS-SHOCK-BP(RS-SHK-IX) / 100
  9270     COMPUTE RS-PRICE-PCT = RS-RATE-PCT + RS-WORK
  9280     IF RS-PRICE-PCT NOT > 0
  9290         MOVE "Z" TO RS-SHOCK-FLAG(RS-SHK-IX)
  9300         GO TO 2250-EXIT
  9310     END-IF
  9320     PERFORM 3000-PRICE-AT-RATE THRU 3000-EXIT
  9330     IF RS-TABLE-SHORT
  9340         MOVE "T" TO RS-SHOCK-FLAG(RS-SHK-IX)
  9350         ADD 1 TO RS-SHORT-COUNT
  9360         MOVE RS-SHOCK-BP(RS-SHK-IX) TO RS-EXC-SHOCK
  9370         MOVE "SHOCKED SERIES RAN OUT OF COEFFICIENTS"
  9380             TO RS-EXC-REASON
  9390         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  9400         GO TO 2250-EXIT
  9410     END-IF
  9420     MOVE "P" TO RS-SHOCK-FLAG(RS-SHK-IX)
  9430     MOVE RS-PRICE-PV TO RS-SHOCK-PV(RS-SHK-IX)
  9440     COMPUTE RS-WORK = RS-PRICE-PV - RS-BASE-PV
  9450     COMPUTE RS-WORK = RS-WORK / RS-BASE-PV
  9460     COMPUTE RS-SHOCK-PCT(RS-SHK-IX) = RS-WORK * 100.
  9470 2250-EXIT.
  9480     EXIT.
  9490
  9500******************************************************************
  9510*    2300-WRITE-SENSITIVITY                                      *
  9520*    ONE SENOUT RECORD FOR THE LINE JUST ANALYSED.  TERM IS      *
  9530*    HELD TO 100 AND THE RATE ABOVE ZERO, SO EVERY FIGURE FITS   *
  9540*    ITS PICTURE WITH ROOM TO SPARE.                             *
  9550******************************************************************
  9560 2300-WRITE-SENSITIVITY.
  9570     MOVE SPACES TO SENSITIVITY-RECORD
  9580     MOVE FA-RATE TO SN-RATE
  9590     MOVE RS-TERM TO SN-TERM
  9600     MOVE RS-FREQ TO SN-FREQ
  9610     MOVE RS-DUE-IND TO SN-DUE-IND
  9620     MOVE RS-NUM-RUN-ID TO SN-RUN-ID
  9630     COMPUTE SN-BASE-PV = RS-BASE-PV
  9640     COMPUTE SN-MAC-DUR = RS-MAC-DUR
  9650     COMPUTE SN-MOD-DUR = RS-MOD-DUR
  9660     COMPUTE SN-CONVEXITY = RS-CONVEXITY
  9670     MOVE RS-SHOCK-COUNT TO SN-SHOCK-COUNT
  9680     PERFORM VARYING RS-SHK-IX FROM 1 BY 1
  9690             UNTIL RS-SHK-IX > RS-MAX-SHOCK
  9700         IF RS-SHK-IX > RS-SHOCK-COUNT
  9710             MOVE ZERO TO SN-SHOCK-BP(RS-SHK-IX)
  9720             MOVE SPACE TO SN-SHOCK-FLAG(RS-SHK-IX)
  9730             MOVE ZERO TO SN-SHOCK-PV(RS-SHK-IX)
  9740             MOVE ZERO TO SN-SHOCK-PCT(RS-SHK-IX)
  9750         ELSE
  9760             MOVE RS-SHOCK-BP(RS-SHK-IX) TO SN-SHOCK-BP(RS-SHK-IX)
  9770             MOVE RS-SHOCK-FLAG(RS-SHK-IX)
  9780                 TO SN-SHOCK-FLAG(RS-SHK-IX)
  9790             COMPUTE SN-SHOCK-PV(RS-SHK-IX) =
  9800                 RS-SHOCK-PV(RS-SHK-IX)
  9810             COMPUTE SN-SHOCK-PCT(RS-SHK-IX) =
  9820                 RS-SHOCK-PCT(RS-SHK-IX)
  9830         END-IF
  9840     END-PERFORM
  9850     WRITE SENSITIVITY-RECORD
  9860     IF NOT RS-SENOUT-OK
  9870         DISPLAY "BERN340 - SENOUT WRITE FAILED, STATUS = "
  9880             RS-SENOUT-STATUS
  9890     END-IF.
  9900 2300-EXIT.
  9910     EXIT.
  9920
  9930******************************************************************
  9940*    2400-WRITE-DETAIL-LINES                                     *
  9950*    THE REPORT LINE FOR THE LINE JUST ANALYSED, AND ITS         *
  9960*    CONTINUATION LINE WHEN THE SCENARIO HAS MORE THAN FOUR      *
  9970*    SHOCKS.                                                     *
  9980******************************************************************
  9990 2400-WRITE-DETAIL-LINES.
 10000     MOVE SPACES TO RS-DTL-LEFT
 10010     MOVE FA-RATE TO RS-DTL-RATE
 10020     MOVE RS-TERM TO RS-DTL-TERM
 10030     MOVE RS-FREQ TO RS-DTL-FREQ
 10040     MOVE RS-DUE-IND TO RS-DTL-DUE
 10050     MOVE RS-BASE-PV TO RS-DTL-BASE
 10060     MOVE RS-MAC-DUR TO RS-DTL-MAC
 10070     MOVE RS-MOD-DUR TO RS-DTL-MOD
 10080     MOVE RS-CONVEXITY TO RS-DTL-CONV
 10090     PERFORM VARYING RS-GROUP FROM 1 BY 1
 10100             UNTIL RS-GROUP > RS-GROUP-COUNT
 10110         PERFORM 2450-FILL-DETAIL-SLOT THRU 2450-EXIT
 10120             VARYING RS-SLOT FROM 1 BY 1
 10130             UNTIL RS-SLOT > RS-SLOTS-PER-LINE
 10140         WRITE RPT-RECORD FROM RS-DTL-LINE
 10150         IF NOT RS-RPTOUT-OK
 10160             DISPLAY "BERN340 - RPTOUT WRITE FAILED, STATUS = "
 10170                 RS-RPTOUT-STATUS
 10180         END-IF
 10190         MOVE SPACES TO RS-DTL-LEFT
 10200     END-PERFORM.
 10210 2400-EXIT.
 10220     EXIT.
 10230
 10240******************************************************************
 10250*    2450-FILL-DETAIL-SLOT                                       *
 10260*    ONE SHOCK SLOT OF A DETAIL LINE: THE SHOCKED FACTOR AND ITS *
 10270*    PERCENTAGE CHANGE, OR WHY THERE IS NONE.                    *
 10280******************************************************************
 10290 2450-FILL-DETAIL-SLOT.
 10300     MOVE SPACES TO RS-DTL-SLOT-TEXT(RS-SLOT)
 10310     COMPUTE RS-SHK-IX = RS-GROUP - 1
 10320     COMPUTE RS-SHK-IX = RS-SHK-IX * RS-SLOTS-PER-LINE
 10330     ADD RS-SLOT TO RS-SHK-IX
 10340     IF RS-SHK-IX > RS-SHOCK-COUNT
 10350         GO TO 2450-EXIT
 10360     END-IF
 10370     IF RS-SHOCK-FLAG(RS-SHK-IX) = "Z"
 10380         MOVE "   RATE NOT ABOVE 0" TO RS-DTL-SLOT-TEXT(RS-SLOT)
 10390         GO TO 2450-EXIT
 10400     END-IF
 10410     IF RS-SHOCK-FLAG(RS-SHK-IX) = "T"
 10420         MOVE "   *** SERIES SHORT" TO RS-DTL-SLOT-TEXT(RS-SLOT)
 10430         GO TO 2450-EXIT
 10440     END-IF
 10450     MOVE RS-SHOCK-PV(RS-SHK-IX) TO RS-DTL-PV(RS-SLOT)
 10460     MOVE RS-SHOCK-PCT(RS-SHK-IX) TO RS-DTL-PCT(RS-SLOT).
 10470 2450-EXIT.
 10480     EXIT.
 10490
 10500******************************************************************
 10510*    2500-FILE-TERM-BAND                                         *
 10520*    ADDS THE LINE TO ITS TERM BAND AND TO THE ALL-TERMS SLOT.   *
 10530******************************************************************
 10540 2500-FILE-TERM-BAND.
 10550     MOVE 1 TO RS-BAND-IX
 10560     PERFORM UNTIL RS-BAND-IX = RS-BAND-COUNT
 10570             OR RS-TERM NOT > RS-BAND-UPPER(RS-BAND-IX)
 10580         ADD 1 TO RS-BAND-IX
 10590     END-PERFORM
 10600     MOVE RS-BAND-IX TO RS-ADD-IX
 10610     PERFORM 2550-ADD-TO-BAND THRU 2550-EXIT
 10620     MOVE RS-ALL-BAND TO RS-ADD-IX
 10630     PERFORM 2550-ADD-TO-BAND THRU 2550-EXIT.
 10640 2500-EXIT.
 10650     EXIT.
 10660
 10670******************************************************************
 10680*    2550-ADD-TO-BAND                                            *
 10690*    THE LINE'S FIGURES ONTO BAND SLOT RS-ADD-IX.                *
 10700******************************************************************
 10710 2550-ADD-TO-BAND.
 10720     ADD 1 TO RS-BA-LINES(RS-ADD-IX)
 10730     ADD RS-BASE-PV TO RS-BA-BASE(RS-ADD-IX)
 10740     ADD RS-MAC-DUR TO RS-BA-MAC(RS-ADD-IX)
 10750     ADD RS-MOD-DUR TO RS-BA-MOD(RS-ADD-IX)
 10760     ADD RS-CONVEXITY TO RS-BA-CONV(RS-ADD-IX)
 10770     PERFORM VARYING RS-SHK-IX FROM 1 BY 1
 10780             UNTIL RS-SHK-IX > RS-SHOCK-COUNT
 10790         IF RS-SHOCK-PRICED(RS-SHK-IX)
 10800             ADD 1 TO RS-BA-SHK-LINES(RS-ADD-IX, RS-SHK-IX)
 10810             ADD RS-BASE-PV
 10820                 TO RS-BA-SHK-BASE(RS-ADD-IX, RS-SHK-IX)
 10830             ADD RS-SHOCK-PV(RS-SHK-IX)
 10840                 TO RS-BA-SHK-PV(RS-ADD-IX, RS-SHK-IX)
 10850         END-IF
 10860     END-PERFORM.
 10870 2550-EXIT.
 10880     EXIT.
 10890
 10900******************************************************************
 10910*    2700-CHECK-BASE-PRICE                                       *
 10920*    THE BASE RE-PRICE MUST REPRODUCE THE FACTOR BERN300 WROTE   *
 10930*    FOR THE LINE, AND MUST AGREE WITH THE PAYMENT-BY-PAYMENT    *
 10940*    SUM THE DURATIONS WERE TAKEN FROM -- OTHERWISE THE SHOCKS   *
 10950*    AND DURATIONS DESCRIBE SOME OTHER FACTOR.  TOLERANCE IS     *
 10960*    RELATIVE, AS IN BERN300.                                    *
 10970******************************************************************
 10980 2700-CHECK-BASE-PRICE.
 10990     MOVE FA-ANN-PV-P TO RS-FAC-PV
 11000     COMPUTE RS-DIFF = RS-BASE-PV - RS-FAC-PV
 11010     IF RS-DIFF < 0
 11020         COMPUTE RS-DIFF = RS-DIFF * -1
 11030     END-IF
 11040     COMPUTE RS-CHECK-LIMIT = RS-FAC-PV * RS-TOLERANCE
 11050     IF RS-DIFF > RS-CHECK-LIMIT
 11060         ADD 1 TO RS-MISMATCH-COUNT
 11070         DISPLAY "BERN340 - *** RE-PRICED A(T) DISAGREES WITH "
 11080             "FACOUT AT RATE " FA-RATE " TERM " FA-TERM
 11090             " FREQ " FA-FREQ
 11100         MOVE "*** RE-PRICE/FACOUT MISMATCH ON LINE ABOVE"
 11110             TO RS-MSG-TEXT
 11120         PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
 11130     END-IF
 11140     COMPUTE RS-DIFF = RS-BASE-PV - RS-DIR-PV
 11150     IF RS-DIFF < 0
 11160         COMPUTE RS-DIFF = RS-DIFF * -1
 11170     END-IF
 11180     COMPUTE RS-CHECK-LIMIT = RS-DIR-PV * RS-TOLERANCE
 11190     IF RS-DIFF > RS-CHECK-LIMIT
 11200         ADD 1 TO RS-MISMATCH-COUNT
 11210         DISPLAY "BERN340 - *** RE-PRICED A(T) DISAGREES WITH "
 11220             "DIRECT SUMMATION AT RATE " FA-RATE " TERM " FA-TERM
 11230             " FREQ " FA-FREQ
 11240         MOVE "*** RE-PRICE/DIRECT-SUM MISMATCH ON LINE ABOVE"
 11250             TO RS-MSG-TEXT
 11260         PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
 11270     END-IF.
 11280 2700-EXIT.
 11290     EXIT.
 11300
 11310******************************************************************
 11320*    2900-WRITE-MESSAGE                                          *
 11330******************************************************************
 11340 2900-WRITE-MESSAGE.
 11350     WRITE RPT-RECORD FROM RS-MSG-LINE
 11360     MOVE SPACES TO RS-MSG-TEXT.
 11370 2900-EXIT.
 11380     EXIT.
 11390
 11400******************************************************************
 11410*    3000-PRICE-AT-RATE                                          *
 11420*    THE PERIODIC ANNUITY FACTOR A(T) AT RS-PRICE-PCT BY         *
 11430*    BERN300'S EULER-MACLAURIN ROUTE: DELTA = LN(1+I), THE       *
 11440*    BRACKET 1/DELTA + SUM B(K) DELTA**(K-1)/K-FACTORIAL FROM    *
 11450*    THE NUMOUT COEFFICIENTS, S(T) = ((1+I)**T - 1) * BRACKET    *
 11460*    AND A(T) = S(T) / (1+I)**T, ALL ANNUAL IN ARREARS.  THE     *
 11470*    LINE'S FREQUENCY AND TIMING COME IN AS BERN300 APPLIES      *
 11480*    THEM: J = EXP(DELTA/F) - 1, I(F) = F * J, A(T) AT           *
 11490*    FREQUENCY F IS A(T) * I / I(F), AND A DUE LINE IS A FLAT    *
 11500*    (1 + J) ON TOP.  LEAVES RS-CONV-FLAG "T" IF THE SERIES RAN  *
 11510*    OUT OF TABLE BEFORE CONVERGING.  SINGLE-OPERATOR COMPUTES   *
 11520*    THROUGHOUT, AS IN BERN300.                                  *
 11530******************************************************************
 11540 3000-PRICE-AT-RATE.
 11550     COMPUTE RS-RATE = RS-PRICE-PCT / 100
 11560     COMPUTE RS-LOG-ARG = 1 + RS-RATE
 11570     MOVE RS-LOG-ARG TO RS-ONE-PLUS-I
 11580     PERFORM 3300-NATURAL-LOG THRU 3300-EXIT
 11590     COMPUTE RS-ACCUM = RS-ONE-PLUS-I ** RS-TERM
 11600     PERFORM 3500-EM-SUM-FACTOR THRU 3500-EXIT
 11610     COMPUTE RS-ANN-FV = RS-ACCUM - 1
 11620     COMPUTE RS-ANN-FV = RS-ANN-FV * RS-SUM-FACTOR
 11630     COMPUTE RS-ANN-PV = RS-ANN-FV / RS-ACCUM
 11640
 11650     COMPUTE RS-EXP-ARG = RS-DELTA / RS-FREQ
 11660     PERFORM 3400-EXPONENTIAL THRU 3400-EXIT
 11670     COMPUTE RS-RATE-P = RS-EXP-RESULT - 1
 11680     COMPUTE RS-RATE-NOM = RS-RATE-P * RS-FREQ
 11690     COMPUTE RS-PRICE-PV = RS-ANN-PV * RS-RATE
 11700     COMPUTE RS-PRICE-PV = RS-PRICE-PV / RS-RATE-NOM
 11710     IF RS-DUE
 11720         COMPUTE RS-PRICE-PV = RS-PRICE-PV * RS-EXP-RESULT
 11730     END-IF.
 11740 3000-EXIT.
 11750     EXIT.
 11760
 11770******************************************************************
 11780*    3200-DURATION-SUMS                                          *
 11790*    DURATIONS AND CONVEXITY AT THE LINE'S OWN RATE, PAYMENT BY  *
 11800*    PAYMENT: F * T PAYMENTS OF 1/F AT TIMES K/F (IN ARREARS)    *
 11810*    OR (K-1)/F (DUE), EACH DISCOUNTED BY ONE MORE PERIOD'S      *
 11820*    V = 1 / (1 + J).  RUN STRAIGHT AFTER THE BASE PRICE, SO     *
 11830*    RS-EXP-RESULT (1 + J) AND RS-ONE-PLUS-I ARE STILL THE       *
 11840*    LINE'S OWN.  THE PLAIN SUM OF THE DISCOUNTED PAYMENTS IS    *
 11850*    KEPT AS RS-DIR-PV FOR THE SELF-CHECK IN 2700.               *
 11860******************************************************************
 11870 3200-DURATION-SUMS.
 11880     COMPUTE RS-DISC = 1 / RS-EXP-RESULT
 11890     MOVE 0.0 TO RS-SUM-0
 11900     MOVE 0.0 TO RS-SUM-1
 11910     MOVE 0.0 TO RS-SUM-2
 11920     IF RS-DUE
 11930         MOVE 1 TO RS-DUE-SHIFT
 11940         MOVE 1.0 TO RS-DIR-POW
 11950     ELSE
 11960         MOVE 0 TO RS-DUE-SHIFT
 11970         MOVE RS-DISC TO RS-DIR-POW
 11980     END-IF
 11990     COMPUTE RS-DIR-COUNT = RS-FREQ * RS-TERM
 12000     PERFORM VARYING RS-DIR-K FROM 1 BY 1
 12010             UNTIL RS-DIR-K > RS-DIR-COUNT
 12020         COMPUTE RS-DIR-TIME = RS-DIR-K - RS-DUE-SHIFT
 12030         COMPUTE RS-DIR-TIME = RS-DIR-TIME / RS-FREQ
 12040         ADD RS-DIR-POW TO RS-SUM-0
 12050         COMPUTE RS-DIR-WORK = RS-DIR-TIME * RS-DIR-POW
 12060         ADD RS-DIR-WORK TO RS-SUM-1
 12070         COMPUTE RS-DIR-WORK-2 = RS-DIR-TIME + 1
 12080         COMPUTE RS-DIR-WORK-2 = RS-DIR-WORK-2 * RS-DIR-WORK
 12090         ADD RS-DIR-WORK-2 TO RS-SUM-2
 12100         COMPUTE RS-DIR-POW = RS-DIR-POW * RS-DISC
 12110     END-PERFORM
 12120     COMPUTE RS-DIR-PV = RS-SUM-0 / RS-FREQ
 12130     COMPUTE RS-MAC-DUR = RS-SUM-1 / RS-SUM-0
 12140     COMPUTE RS-MOD-DUR = RS-MAC-DUR / RS-ONE-PLUS-I
 12150     COMPUTE RS-CONVEXITY = RS-SUM-2 / RS-SUM-0
 12160     COMPUTE RS-CONVEXITY = RS-CONVEXITY / RS-ONE-PLUS-I
 12170     COMPUTE RS-CONVEXITY = RS-CONVEXITY / RS-ONE-PLUS-I.
 12180 3200-EXIT.
 12190     EXIT.
 12200
 12210******************************************************************
 12220*    3300-NATURAL-LOG                                            *
 12230*    DELTA = LN(RS-LOG-ARG) BY THE ATANH SERIES, AS IN BERN300.  *
 12240******************************************************************
 12250 3300-NATURAL-LOG.
 12260     COMPUTE RS-LOG-X = RS-LOG-ARG - 1
 12270     COMPUTE RS-LOG-TERM = RS-LOG-ARG + 1
 12280     COMPUTE RS-LOG-X = RS-LOG-X / RS-LOG-TERM
 12290     COMPUTE RS-LOG-XSQ = RS-LOG-X * RS-LOG-X
 12300     MOVE RS-LOG-X TO RS-LOG-POW
 12310     MOVE RS-LOG-X TO RS-LOG-SUM
 12320     MOVE 1 TO RS-LOG-DIVISOR
 12330     IF RS-LOG-X < 0
 12340         COMPUTE RS-LOG-TERM = RS-LOG-X * -1
 12350     ELSE
 12360         MOVE RS-LOG-X TO RS-LOG-TERM
 12370     END-IF
 12380     PERFORM 3350-NATURAL-LOG-TERM THRU 3350-EXIT
 12390         UNTIL RS-LOG-TERM < RS-CUTOFF
 12400     COMPUTE RS-DELTA = RS-LOG-SUM * 2.
 12410 3300-EXIT.
 12420     EXIT.
 12430
 12440******************************************************************
 12450*    3350-NATURAL-LOG-TERM                                       *
 12460*    ONE TERM OF THE ATANH SERIES.                               *
 12470******************************************************************
 12480 3350-NATURAL-LOG-TERM.
 12490     COMPUTE RS-LOG-POW = RS-LOG-POW * RS-LOG-XSQ
 12500     ADD 2 TO RS-LOG-DIVISOR
 12510     COMPUTE RS-LOG-TERM = RS-LOG-POW / RS-LOG-DIVISOR
 12520     ADD RS-LOG-TERM TO RS-LOG-SUM.
 12530 3350-EXIT.
 12540     EXIT.
 12550
 12560******************************************************************
 12570*    3400-EXPONENTIAL                                            *
 12580*    RS-EXP-RESULT = EXP(RS-EXP-ARG) BY THE POWER SERIES, AS IN  *
 12590*    BERN300.  THE ARGUMENT IS ALWAYS DELTA / F, WELL UNDER ONE. *
 12600******************************************************************
 12610 3400-EXPONENTIAL.
 12620     MOVE 1.0 TO RS-EXP-RESULT
 12630     MOVE 1.0 TO RS-EXP-TERM
 12640     MOVE 0 TO RS-EXP-K
 12650     PERFORM 3450-EXPONENTIAL-TERM THRU 3450-EXIT
 12660         UNTIL RS-EXP-TERM < RS-CUTOFF.
 12670 3400-EXIT.
 12680     EXIT.
 12690
 12700******************************************************************
 12710*    3450-EXPONENTIAL-TERM                                       *
 12720*    ONE TERM OF THE EXP SERIES.                                 *
 12730******************************************************************
 12740 3450-EXPONENTIAL-TERM.
 12750     ADD 1 TO RS-EXP-K
 12760     COMPUTE RS-EXP-TERM = RS-EXP-TERM * RS-EXP-ARG
 12770     COMPUTE RS-EXP-TERM = RS-EXP-TERM / RS-EXP-K
 12780     ADD RS-EXP-TERM TO RS-EXP-RESULT
 12790     IF RS-EXP-TERM < 0
 12800         COMPUTE RS-EXP-TERM = RS-EXP-TERM * -1
 12810     END-IF.
 12820 3450-EXIT.
 12830     EXIT.
 12840
 12850******************************************************************
 12860*    3500-EM-SUM-FACTOR                                          *
 12870*    THE EULER-MACLAURIN BRACKET                                 *
 12880*        1/DELTA + SUM B(K) * DELTA**(K-1) / K-FACTORIAL         *
 12890*    FROM THE NUMOUT COEFFICIENTS, STOPPING WHEN A NONZERO TERM  *
 12900*    FALLS BELOW RS-CUTOFF OR THE TABLE RUNS OUT -- BERN300'S    *
 12910*    3500, INCLUDING ITS "C"/"T" CONVERGENCE FLAG.               *
 12920******************************************************************
 12930 3500-EM-SUM-FACTOR.
 12940     COMPUTE RS-SUM-FACTOR = 1 / RS-DELTA
 12950     MOVE 1 TO RS-K
 12960     MOVE 1.0 TO RS-POW
 12970     MOVE 1.0 TO RS-FACT
 12980     MOVE 1.0 TO RS-TERM-ABS
 12990     PERFORM 3550-EM-SUM-TERM THRU 3550-EXIT
 13000         UNTIL RS-K > RS-MAX-INDEX
 13010             OR RS-TERM-ABS < RS-CUTOFF
 13020     IF RS-TERM-ABS < RS-CUTOFF
 13030         MOVE "C" TO RS-CONV-FLAG
 13040     ELSE
 13050         MOVE "T" TO RS-CONV-FLAG
 13060     END-IF.
 13070 3500-EXIT.
 13080     EXIT.
 13090
 13100******************************************************************
 13110*    3550-EM-SUM-TERM                                            *
 13120*    ONE TERM OF THE BRACKET, POWER AND FACTORIAL ROLLED ONE     *
 13130*    STEP PER PASS.  RS-TERM-ABS TRACKS NONZERO COEFFICIENTS     *
 13140*    ONLY, AS IN BERN300.                                        *
 13150******************************************************************
 13160 3550-EM-SUM-TERM.
 13170     COMPUTE RS-K-IDX = RS-K + 1
 13180     COMPUTE RS-TERM-VALUE = RS-BN(RS-K-IDX) * RS-POW
 13190     COMPUTE RS-TERM-VALUE = RS-TERM-VALUE / RS-FACT
 13200     ADD RS-TERM-VALUE TO RS-SUM-FACTOR
 13210     IF RS-BN(RS-K-IDX) NOT = 0
 13220         IF RS-TERM-VALUE < 0
 13230             COMPUTE RS-TERM-ABS = RS-TERM-VALUE * -1
 13240         ELSE
 13250             MOVE RS-TERM-VALUE TO RS-TERM-ABS
 13260         END-IF
 13270     END-IF
 13280     COMPUTE RS-POW = RS-POW * RS-DELTA
 13290     ADD 1 TO RS-K
 13300     COMPUTE RS-FACT = RS-FACT * RS-K.
 13310 3550-EXIT.
 13320     EXIT.
 13330
 13340******************************************************************
 13350*    4000-PRINT-BAND-SUBTOTALS                                   *
 13360*    ONE SUBTOTAL LINE (OR TWO, PAST FOUR SHOCKS) PER TERM BAND  *
 13370*    WITH LINES IN IT, THEN ALL TERMS: HOW MANY LINES, THE SUM   *
 13380*    OF THEIR BASE FACTORS, THE AVERAGE DURATIONS AND CONVEXITY, *
 13390*    AND PER SHOCK THE SUM OF THE SHOCKED FACTORS AND ITS        *
 13400*    PERCENTAGE CHANGE ON THE SAME LINES' BASE FACTORS.          *
 13410******************************************************************
 13420 4000-PRINT-BAND-SUBTOTALS.
 13430     WRITE RPT-RECORD FROM RS-BND-TITLE
 13440     MOVE RS-BND-HDR-LEFT TO RS-SH-LEFT
 13450     PERFORM 1600-WRITE-SHOCK-HEADINGS THRU 1600-EXIT
 13460     MOVE RS-S3-BND-TEXT TO RS-S3-SLOT(1)
 13470     PERFORM 1650-WRITE-COLUMN-HEADINGS THRU 1650-EXIT
 13480     PERFORM VARYING RS-BAND-IX FROM 1 BY 1
 13490             UNTIL RS-BAND-IX > RS-ALL-BAND
 13500         IF RS-BA-LINES(RS-BAND-IX) > 0
 13510             PERFORM 4100-PRINT-ONE-BAND THRU 4100-EXIT
 13520         END-IF
 13530     END-PERFORM
 13540     IF RS-BA-LINES(RS-ALL-BAND) = 0
 13550         MOVE "NO FACTOR LINES ANALYSED" TO RS-MSG-TEXT
 13560         PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
 13570     END-IF.
 13580 4000-EXIT.
 13590     EXIT.
 13600
 13610******************************************************************
 13620*    4100-PRINT-ONE-BAND                                         *
 13630*    THE SUBTOTAL LINE(S) FOR BAND RS-BAND-IX.                   *
 13640******************************************************************
 13650 4100-PRINT-ONE-BAND.
 13660     MOVE SPACES TO RS-BND-LEFT
 13670     IF RS-BAND-IX = RS-ALL-BAND
 13680         MOVE "ALL TERMS" TO RS-BND-LABEL
 13690     ELSE
 13700         MOVE RS-BAND-LABEL(RS-BAND-IX) TO RS-BND-LABEL
 13710     END-IF
 13720     MOVE RS-BA-LINES(RS-BAND-IX) TO RS-BND-LINES
 13730     MOVE RS-BA-BASE(RS-BAND-IX) TO RS-BND-BASE
 13740     COMPUTE RS-WORK = RS-BA-MAC(RS-BAND-IX) /
 13750         RS-BA-LINES(RS-BAND-IX)
 13760     MOVE RS-WORK TO RS-BND-MAC
 13770     COMPUTE RS-WORK = RS-BA-MOD(RS-BAND-IX) /
 13780         RS-BA-LINES(RS-BAND-IX)
 13790     MOVE RS-WORK TO RS-BND-MOD
 13800     COMPUTE RS-WORK = RS-BA-CONV(RS-BAND-IX) /
 13810         RS-BA-LINES(RS-BAND-IX)
 13820     MOVE RS-WORK TO RS-BND-CONV
 13830     PERFORM VARYING RS-GROUP FROM 1 BY 1
 13840             UNTIL RS-GROUP > RS-GROUP-COUNT
 13850         PERFORM 4150-FILL-BAND-SLOT THRU 4150-EXIT
 13860             VARYING RS-SLOT FROM 1 BY 1
 13870             UNTIL RS-SLOT > RS-SLOTS-PER-LINE
 13880         WRITE RPT-RECORD FROM RS-BND-LINE
 13890         MOVE SPACES TO RS-BND-LEFT
 13900     END-PERFORM.
 13910 4100-EXIT.
 13920     EXIT.
 13930
 13940******************************************************************
 13950*    4150-FILL-BAND-SLOT                                         *
 13960*    ONE SHOCK SLOT OF A SUBTOTAL LINE.  A SHOCK THAT PRICED NO  *
 13970*    LINE IN THE BAND (EVERY RATE IN IT TOO LOW) SAYS SO.        *
 13980******************************************************************
 13990 4150-FILL-BAND-SLOT.
 14000     MOVE SPACES TO RS-BND-SLOT-TEXT(RS-SLOT)
 14010     COMPUTE RS-SHK-IX = RS-GROUP - 1
 14020     COMPUTE RS-SHK-IX = RS-SHK-IX * RS-SLOTS-PER-LINE
 14030     ADD RS-SLOT TO RS-SHK-IX
 14040     IF RS-SHK-IX > RS-SHOCK-COUNT
 14050         GO TO 4150-EXIT
 14060     END-IF
 14070     IF RS-BA-SHK-LINES(RS-BAND-IX, RS-SHK-IX) = 0
 14080         MOVE "   NO LINE PRICED" TO RS-BND-SLOT-TEXT(RS-SLOT)
 14090         GO TO 4150-EXIT
 14100     END-IF
 14110     MOVE RS-BA-SHK-PV(RS-BAND-IX, RS-SHK-IX)
 14120         TO RS-BND-PV(RS-SLOT)
 14130     COMPUTE RS-WORK = RS-BA-SHK-PV(RS-BAND-IX, RS-SHK-IX) -
 14140         RS-BA-SHK-BASE(RS-BAND-IX, RS-SHK-IX)
 14150     COMPUTE RS-WORK = RS-WORK /
 14160         RS-BA-SHK-BASE(RS-BAND-IX, RS-SHK-IX)
 14170     COMPUTE RS-WORK = RS-WORK * 100
 14180     MOVE RS-WORK TO RS-BND-PCT(RS-SLOT).
 14190 4150-EXIT.
 14200     EXIT.
 14210
 14220******************************************************************
 14230*    8000-CLOSE-FILES                                            *
 14240*    THE EXCEPTION LISTING CLOSES WITH A NOTE ON WHAT ITS LINES  *
 14250*    MEAN: A FACTOR LINE LISTED IS NOT IN THE REPORT OR ON       *
 14260*    SENOUT, BUT A SHOCK LISTED IS -- ITS LINE IS REPORTED WITH  *
 14270*    THAT SHOCK SHOWN AS SERIES SHORT.                           *
 14280******************************************************************
 14290 8000-CLOSE-FILES.
 14300     IF RS-EXCEPT-COUNT = 0
 14310         MOVE "NO EXCEPTIONS - EVERY LINE AND SHOCK ANALYSED"
 14320             TO RS-EXC-MSG-TEXT
 14330         WRITE EXC-RECORD FROM RS-EXC-MSG
 14340     END-IF
 14350     IF RS-EXCEPT-COUNT > RS-SHORT-COUNT
 14360         MOVE "FACTOR LINES LISTED ABOVE ARE NOT IN THE REPORT"
 14370             TO RS-EXC-MSG-TEXT
 14380         WRITE EXC-RECORD FROM RS-EXC-MSG
 14390     END-IF
 14400     IF RS-SHORT-COUNT > 0
 14410         MOVE "SHOCKS LISTED ABOVE ARE SHOWN AS SERIES SHORT"
 14420             TO RS-EXC-MSG-TEXT
 14430         WRITE EXC-RECORD FROM RS-EXC-MSG
 14440     END-IF
 14450     DISPLAY "BERN340 - " RS-READ-COUNT " FACTOR LINE(S) READ, "
 14460         RS-DONE-COUNT " ANALYSED, " RS-EXCEPT-COUNT
 14470         " EXCEPTION(S)"
 14480     IF RS-SHORT-COUNT > 0
 14490         DISPLAY "BERN340 - " RS-SHORT-COUNT
 14500             " SHOCK(S) RAN OUT OF NUMOUT COEFFICIENTS"
 14510     END-IF
 14520     CLOSE FACOUT
 14530     CLOSE SENOUT
 14540     CLOSE EXCPRPT
 14550     CLOSE RPTOUT.
 14560 8000-EXIT.
 14570     EXIT.
 14580
 14590******************************************************************
 14600*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
 14610******************************************************************
 14620 9999-EXIT.
 14630     STOP RUN.
