   590*                   AND WRITE ANYTHING OUT OF RANGE TO THE      *
   600*                   EXCPRPT EXCEPTION REPORT INSTEAD OF A       *
   610*                   FACTOR RECORD.                              *
   620*  10/15/2026  HLW  RATEMAST IS NOW THE KEYED RATE MASTER       *
   630*                   (CPRMK) THE RATE DESK MAINTAINS ON BN60     *
   640*                   (BERN230) UNDER MAKER/CHECKER APPROVAL --   *
   650*                   SELECT FROM THE APPROVED IMAGE OF EACH      *
   660*                   LINE ONLY, SKIPPING NEW LINES NOT YET       *
   670*                   APPROVED AND LINES END-DATED BEFORE THE     *
   680*                   RUN DATE.  RESEQUENCED.                     *
   690*  10/15/2026  HLW  POST A STEP-STATUS RECORD TO THE NIGHTLY    *
   700*                   RUN-CONTROL LEDGER (SEE CPLED) AT END OF    *
   710*                   STEP.                                       *
   720*                   RESEQUENCED.                                *
   730*  10/15/2026  HLW  STAMP EVERY FACOUT RECORD WITH THE RUN      *
   740*                   IDENTIFIER OF THE COEFFICIENTS THAT PRICED  *
   750*                   IT (FA-RUN-ID IN CPFAC), SO BERN115 CAN     *
   760*                   RESTORE ONE RUN'S FACTORS FROM THE FACOUT   *
   770*                   GENERATIONS.                                *
   780*                   RESEQUENCED.                                *
   790*  10/15/2026  HLW  RECORD FOR EVERY PRICED LINE HOW MANY B(K)  *
   800*                   TERMS THE SERIES USED, THE SIZE OF THE LAST *
   810*                   ONE, AND WHETHER IT CONVERGED OR RAN OFF    *
   820*                   THE END OF THE NUMOUT TABLE, ON THE NEW     *
   830*                   CNVRPT REPORT AND AS FA-CONV-FLAG IN CPFAC. *
   840*                   A LINE THAT DID NOT CONVERGE GOES TO        *
   850*                   EXCPRPT INSTEAD OF FACVSAM, AND ONE CPCTL   *
   860*                   CARD FOR A LONG ENOUGH TABLE IS QUEUED ON   *
   870*                   REQQ FOR THE NEXT BERN100 RUN.              *
   880*                   RESEQUENCED.                                *
   890******************************************************************
   900
   910 ENVIRONMENT DIVISION.
   920 INPUT-OUTPUT SECTION.
   930 FILE-CONTROL.
   940*    RATEMAST - THE RATE DESK'S DATED RATE MASTER, THE KSDS
   950*    BN60 (BERN230) MAINTAINS (SEE CPRMK), ONE RECORD PER RATE
   960*    LINE WITH ITS EFFECTIVE DATE.  READ FRONT TO BACK; 2010
   970*    TURNS EACH LINE'S APPROVED IMAGE INTO A CPRMST LINE AND
   980*    BERN300 SELECTS THE NEWEST ONE ON OR BEFORE THE RUN DATE
   990*    FOR EACH TERM/FREQUENCY/TIMING PRODUCT.  IF THE FILE IS
  1000*    MISSING THE PROGRAM RUNS A SINGLE COMPILED-IN DEFAULT
  1010*    PAIR, SAME IDIOM AS BERN100'S OPTIONAL CTLCARD.
  1020     SELECT OPTIONAL RATEMAST ASSIGN TO "RATEMAST"
  1030         ORGANIZATION IS INDEXED
  1040         ACCESS MODE IS SEQUENTIAL
  1050         RECORD KEY IS RK-KEY
  1060         FILE STATUS IS EM-RATEMAST-STATUS.
  1070*    NUMOUT - THE BERNOULLI COEFFICIENT ARCHIVE BERN100 WROTE.
  1080     SELECT NUMOUT ASSIGN TO "NUMOUT"
  1090         ORGANIZATION IS LINE SEQUENTIAL
  1100         FILE STATUS IS EM-NUMOUT-STATUS.
  1110*    FACOUT - FIXED-WIDTH FACTOR DATASET FOR PRICING JOBS.
  1120     SELECT FACOUT ASSIGN TO "FACOUT"
  1130         ORGANIZATION IS LINE SEQUENTIAL
  1140         FILE STATUS IS EM-FACOUT-STATUS.
  1150*    FACVSAM - THE KEYED COPY OF THE FACTORS, KEYED BY RATE
  1160*    PLUS TERM PLUS FREQUENCY PLUS TIMING (SEE FV-KEY IN
  1170*    CPFACK), SO THE BN40 ONLINE TRANSACTION CAN RANDOM-ACCESS
  1180*    ONE FACTOR LINE.  ACCESS RANDOM, NOT SEQUENTIAL -- THE
  1190*    RATE DECK ARRIVES IN WHATEVER ORDER THE DESK PUNCHED IT,
  1200*    SO THE LOAD CANNOT PROMISE ASCENDING KEYS THE WAY
  1210*    BERN100'S 4700 LOAD CAN.  OPTIONAL, SAME AS NUMVSAM.
  1220     SELECT OPTIONAL FACVSAM ASSIGN TO "FACVSAM"
  1230         ORGANIZATION IS INDEXED
  1240         ACCESS MODE IS RANDOM
  1250         RECORD KEY IS FV-KEY
  1260         FILE STATUS IS EM-FACVSAM-STATUS.
  1270*    EXCPRPT - PRINT-IMAGE EXCEPTION REPORT: EVERY RATE-MASTER
  1280*    LINE DROPPED FOR AN IMPLAUSIBLE OR UNREADABLE VALUE, WITH
  1290*    THE REASON SPELLED OUT, SO A FAT-FINGERED RATE IS A
  1300*    REPORTED REJECT INSTEAD OF A PRICED PRODUCT.
  1310     SELECT EXCPRPT ASSIGN TO "EXCPRPT"
  1320         ORGANIZATION IS LINE SEQUENTIAL
  1330         FILE STATUS IS EM-EXCPRPT-STATUS.
  1340*    RPTOUT - PRINT-IMAGE FACTOR REPORT.
  1350     SELECT RPTOUT ASSIGN TO "RPTOUT"
  1360         ORGANIZATION IS LINE SEQUENTIAL
  1370         FILE STATUS IS EM-RPTOUT-STATUS.
  1380*    CNVRPT - PRINT-IMAGE CONVERGENCE DIAGNOSTICS: FOR EVERY
  1390*    PRICED LINE, HOW MANY B(K) TERMS THE EULER-MACLAURIN SERIES
  1400*    USED, THE SIZE OF THE LAST ONE, AND WHETHER THE SERIES
  1410*    CONVERGED OR RAN OFF THE END OF THE NUMOUT TABLE.
  1420     SELECT CNVRPT ASSIGN TO "CNVRPT"
  1430         ORGANIZATION IS LINE SEQUENTIAL
  1440         FILE STATUS IS EM-CNVRPT-STATUS.
  1450*    REQQ - THE ONLINE REQUEST QUEUE DATASET (TD QUEUE BNRQ) THAT
  1460*    BERN100J DRAINS INTO ITS CONTROL DECK.  WHEN A LINE RAN OUT
  1470*    OF COEFFICIENTS, ONE CPCTL CARD FOR A LONG ENOUGH TABLE IS
  1480*    APPENDED HERE SO THE NEXT BATCH WINDOW BUILDS IT.
  1490     SELECT REQQ ASSIGN TO "REQQ"
  1500         ORGANIZATION IS LINE SEQUENTIAL
  1510         FILE STATUS IS EM-REQQ-STATUS.
  1520*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), READ FOR
  1530*    THE NIGHT'S RUN IDENTIFIER AND THEN APPENDED TO.
  1540     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
  1550         ORGANIZATION IS LINE SEQUENTIAL
  1560         FILE STATUS IS EM-LEDG-STATUS.
  1570
  1580 DATA DIVISION.
  1590 FILE SECTION.
  1600 FD  RATEMAST.
  1610     COPY CPRMK.
  1620
  1630 FD  NUMOUT.
  1640     COPY CPCOEF REPLACING
  1650         ==COEF-OUT-RECORD==
  1660         BY ==NUMIN-RECORD==.
  1670
  1680 FD  FACOUT.
  1690     COPY CPFAC.
  1700
  1710 FD  FACVSAM.
  1720     COPY CPFACK.
  1730
  1740 FD  EXCPRPT.
  1750 01  EXC-RECORD              PIC X(133).
  1760
  1770 FD  RPTOUT.
  1780 01  RPT-RECORD              PIC X(133).
  1790
  1800 FD  CNVRPT.
  1810 01  CNV-RECORD              PIC X(133).
  1820
  1830 FD  REQQ.
  1840     COPY CPCTL.
  1850
  1860 FD  RUNLEDG.
  1870     COPY CPLED.
  1880
  1890 WORKING-STORAGE SECTION.
  1900*    THE BERNOULLI TABLE AS LOADED FROM NUMOUT, ONE SLOT PER
  1910*    INDEX 0 THRU 200, SAME SHAPE AS THE NUMS TABLE IN BERN100.
  1920 01  EM-BN-TABLE.
  1930     02  EM-BN               COMP-2 VALUE 0.0 OCCURS 201 TIMES.
  1940*    HIGHEST COEFFICIENT INDEX ACTUALLY LOADED -- THE SERIES LOOP
  1950*    BELOW MUST NOT REACH PAST WHAT THE ARCHIVE REALLY HOLDS.
  1960 01  EM-MAX-INDEX            PIC S9(9) USAGE BINARY VALUE -1.
  1970 01  EM-LOAD-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1980*    RUN IDENTIFIER OF THE COEFFICIENTS LOADED (CO-RUN-ID),
  1990*    STAMPED ON EVERY FACOUT RECORD SO A RESTORE CAN PICK ONE
  2000*    RUN'S FACTORS OUT OF THE FACOUT GENERATIONS.
  2010 01  EM-NUM-RUN-ID           PIC X(14) VALUE SPACES.
  2020
  2030*    PER-CARD REQUEST, CONVERTED OUT OF THE CARD PICTURE.
  2040 01  EM-RATE-PCT             COMP-2 VALUE 0.0.
  2050 01  EM-RATE                 COMP-2 VALUE 0.0.
  2060 01  EM-TERM                 PIC S9(9) USAGE BINARY VALUE 0.
  2070 01  EM-FREQ                 PIC S9(9) USAGE BINARY VALUE 1.
  2080 01  EM-DUE-IND              PIC X(01) VALUE "I".
  2090     88  EM-DUE                      VALUE "D".
  2100
  2110*    FORCE OF INTEREST DELTA = LN(1 + I), DERIVED BY THE ATANH
  2120*    SERIES IN 3300-NATURAL-LOG -- NO INTRINSIC LOG FUNCTION IS
  2130*    USED ANYWHERE ELSE IN THIS SYSTEM.
  2140 01  EM-LOG-ARG              COMP-2 VALUE 0.0.
  2150 01  EM-DELTA                COMP-2 VALUE 0.0.
  2160 01  EM-LOG-X                COMP-2 VALUE 0.0.
  2170 01  EM-LOG-XSQ              COMP-2 VALUE 0.0.
  2180 01  EM-LOG-POW              COMP-2 VALUE 0.0.
  2190 01  EM-LOG-TERM             COMP-2 VALUE 0.0.
  2200 01  EM-LOG-SUM              COMP-2 VALUE 0.0.
  2210 01  EM-LOG-DIVISOR          PIC S9(9) USAGE BINARY VALUE 1.
  2220
  2230*    EULER-MACLAURIN SERIES ACCUMULATORS.  EM-POW CARRIES
  2240*    DELTA**(K-1) AND EM-FACT CARRIES K-FACTORIAL, EACH ROLLED
  2250*    FORWARD ONE STEP PER TERM INSTEAD OF BEING RECOMPUTED.
  2260 01  EM-SUM-FACTOR           COMP-2 VALUE 0.0.
  2270 01  EM-POW                  COMP-2 VALUE 0.0.
  2280 01  EM-FACT                 COMP-2 VALUE 0.0.
  2290 01  EM-TERM-VALUE           COMP-2 VALUE 0.0.
  2300 01  EM-TERM-ABS             COMP-2 VALUE 0.0.
  2310 01  EM-K                    PIC S9(9) USAGE BINARY VALUE 0.
  2320 01  EM-K-IDX                PIC S9(9) USAGE BINARY VALUE 0.
  2330
  2340*    THE FACTORS THEMSELVES.  EM-ACCUM IS (1+I)**T, EM-ANN-FV IS
  2350*    THE ACCUMULATED ANNUITY-CERTAIN S(T), EM-ANN-PV THE PRESENT
  2360*    VALUE ANNUITY-CERTAIN A(T).
  2370 01  EM-ACCUM                COMP-2 VALUE 0.0.
  2380 01  EM-ANN-FV               COMP-2 VALUE 0.0.
  2390 01  EM-ANN-PV               COMP-2 VALUE 0.0.
  2400
  2410*    PERIODIC-PAYMENT FACTORS AT THE CARD'S FREQUENCY AND
  2420*    TIMING.  EM-RATE-P IS THE PER-PERIOD RATE J = (1+I)**(1/F)
  2430*    - 1, DERIVED AS EXP(DELTA / F) - 1 FROM THE FORCE OF
  2440*    INTEREST ALREADY IN HAND; EM-RATE-NOM IS THE NOMINAL
  2450*    ANNUAL RATE I(F) = F * J THE ANNUITY FORMULAS DIVIDE BY.
  2460 01  EM-RATE-P               COMP-2 VALUE 0.0.
  2470 01  EM-RATE-NOM             COMP-2 VALUE 0.0.
  2480 01  EM-ANN-FV-P             COMP-2 VALUE 0.0.
  2490 01  EM-ANN-PV-P             COMP-2 VALUE 0.0.
  2500
  2510*    EXP SERIES ACCUMULATORS FOR 3400-EXPONENTIAL -- ORDINARY
  2520*    VERBS, SAME NO-INTRINSICS POLICY AS 3300-NATURAL-LOG.
  2530 01  EM-EXP-ARG              COMP-2 VALUE 0.0.
  2540 01  EM-EXP-RESULT           COMP-2 VALUE 0.0.
  2550 01  EM-EXP-TERM             COMP-2 VALUE 0.0.
  2560 01  EM-EXP-K                PIC S9(9) USAGE BINARY VALUE 0.
  2570
  2580*    DIRECT GEOMETRIC SUMMATION OF THE PERIODIC ANNUITY FOR THE
  2590*    SELF-CHECK -- A GENUINELY DIFFERENT ROUTE FROM THE CLOSED
  2600*    FORM, ONE ROLLED-FORWARD POWER PER PAYMENT.
  2610 01  EM-DIR-SUM              COMP-2 VALUE 0.0.
  2620 01  EM-DIR-POW              COMP-2 VALUE 0.0.
  2630 01  EM-DIR-K                PIC S9(9) USAGE BINARY VALUE 0.
  2640 01  EM-DIR-COUNT            PIC S9(9) USAGE BINARY VALUE 0.
  2650
  2660*    CLOSED-FORM GEOMETRIC SUM FOR THE SELF-CHECK -- THE TWO
  2670*    ROUTES MUST AGREE OR THE COEFFICIENT TABLE (OR THE SERIES
  2680*    CUTOFF) IS NOT TO BE TRUSTED.
  2690 01  EM-CLOSED-FV            COMP-2 VALUE 0.0.
  2700 01  EM-DIFF                 COMP-2 VALUE 0.0.
  2710 01  EM-CHECK-LIMIT          COMP-2 VALUE 0.0.
  2720 01  EM-TOLERANCE            COMP-2 VALUE 0.000001.
  2730*    A TERM SMALLER THAN THIS CONTRIBUTES NOTHING AT REPORT
  2740*    PRECISION, SO THE SERIES LOOP STOPS THERE.
  2750 01  EM-CUTOFF               COMP-2 VALUE 0.000000000000001.
  2760 01  EM-MISMATCH-COUNT       PIC S9(4) USAGE BINARY VALUE 0.
  2770 01  EM-CARD-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  2780
  2790*    CONVERGENCE DIAGNOSTICS FOR THE LINE IN HAND, SET BY 3500.
  2800*    EM-TERMS-USED IS THE NUMBER OF B(K) THE SERIES SUMMED,
  2810*    EM-LAST-TERM THE SIZE OF THE LAST NONZERO TERM, AND
  2820*    EM-CONV-FLAG WHICH OF THE TWO STOPS ENDED THE LOOP -- "C"
  2830*    THE TERM FELL BELOW EM-CUTOFF, "T" THE TABLE RAN OUT FIRST.
  2840 01  EM-TERMS-USED           PIC S9(9) USAGE BINARY VALUE 0.
  2850 01  EM-LAST-TERM            COMP-2 VALUE 0.0.
  2860 01  EM-CONV-FLAG            PIC X(01) VALUE "C".
  2870     88  EM-CONVERGED                VALUE "C".
  2880     88  EM-TABLE-SHORT              VALUE "T".
  2890 01  EM-CONVERGED-COUNT      PIC S9(9) USAGE BINARY VALUE 0.
  2900 01  EM-SHORT-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  2910*    TABLE LENGTH A SHORT LINE WOULD HAVE NEEDED (3600), AND THE
  2920*    LARGEST OF THOSE OVER THE RUN -- THE N OF THE CARD QUEUED
  2930*    FOR BERN100.  3600 RUNS THE TERMS ON PAST THE TABLE BY THE
  2940*    BOUND |B(K)| < 4 * K-FACTORIAL / (2*PI)**K FOR EVEN K, SO
  2950*    A TERM IS AT MOST 4 * DELTA**(K-1) / (2*PI)**K.  BEING A
  2960*    BOUND, THE ESTIMATE ERRS LONG, NEVER SHORT.
  2970 01  EM-NEED-N               PIC S9(9) USAGE BINARY VALUE 0.
  2980 01  EM-NEED-MAX             PIC S9(9) USAGE BINARY VALUE 0.
  2990 01  EM-EST-TERM             COMP-2 VALUE 0.0.
  3000 01  EM-EST-RATIO            COMP-2 VALUE 0.0.
  3010 01  EM-TWO-PI-SQ            COMP-2 VALUE 39.47841760435743.
  3020*    BERN100 CANNOT BUILD A TABLE PAST B(200) (ITS BN-MAX-N).
  3030 01  EM-TABLE-LIMIT          PIC S9(9) USAGE BINARY VALUE 200.
  3040*    SUBMITTER THE QUEUED CARD CARRIES.  BERN100 CHECKS IT AGAINST
  3050*    SUBMAST LIKE ANY ANALYST'S, SO IT HAS AN ENTRY OF ITS OWN.
  3060 01  EM-REQ-SUBMITTER        PIC X(08) VALUE "BERN300".
  3070 01  EM-REQ-QUEUED-SW        PIC X(01) VALUE "N".
  3080     88  EM-REQ-QUEUED               VALUE "Y".
  3090*    WORK FIELDS FOR 3800-SCALE-LAST-TERM.
  3100 01  EM-SCALE-ABS            COMP-2 VALUE 0.0.
  3110 01  EM-SCALE-EXP            PIC S9(9) USAGE BINARY VALUE 0.
  3120
  3130*    EFFECTIVE-DATE SELECTION OVER THE RATE MASTER.  ONE SLOT
  3140*    PER TERM/FREQUENCY/TIMING PRODUCT, HOLDING THE NEWEST
  3150*    LINE DATED ON OR BEFORE THE RUN DATE -- THE FIELDS ARE
  3160*    KEPT AS RAW CHARACTERS UNTIL 2050 EDITS THEM, SO AN
  3170*    UNREADABLE LINE STILL REACHES THE EXCEPTION REPORT
  3180*    INTACT.
  3190 01  EM-ASOF-DATE            PIC 9(08) VALUE ZERO.
  3200 01  EM-MAX-SEL              PIC S9(9) USAGE BINARY VALUE 200.
  3210 01  EM-SEL-TABLE.
  3220     02  EM-SEL-ENTRY        OCCURS 200 TIMES.
  3230         03  EM-SEL-KEY.
  3240             04  EM-SEL-TERM PIC X(03).
  3250             04  EM-SEL-FREQ PIC X(02).
  3260             04  EM-SEL-DUE  PIC X(01).
  3270         03  EM-SEL-EFF      PIC 9(08).
  3280         03  EM-SEL-RATE     PIC X(06).
  3290 01  EM-SEL-USED             PIC S9(9) USAGE BINARY VALUE 0.
  3300 01  EM-SEL-IX               PIC S9(9) USAGE BINARY VALUE 0.
  3310 01  EM-SEL-FOUND-SW         PIC X(01) VALUE "N".
  3320     88  EM-SEL-FOUND                VALUE "Y".
  3330 01  EM-FUTURE-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  3340*    LINES ON THE KEYED MASTER THAT 2010 KEEPS AWAY FROM THE
  3350*    SELECTION: NEW LINES NOBODY HAS APPROVED YET, AND LINES
  3360*    WHOSE APPROVED END DATE IS BEFORE THE RUN DATE.  LINES
  3370*    WITH A CHANGE PENDING ARE STILL PRICED, AT THEIR APPROVED
  3380*    RATE, AND ONLY COUNTED.
  3390 01  EM-UNAPPROVED-COUNT     PIC S9(9) USAGE BINARY VALUE 0.
  3400 01  EM-ENDED-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  3410 01  EM-PEND-CHANGE-COUNT    PIC S9(9) USAGE BINARY VALUE 0.
  3420*    THE APPROVED IMAGE OF THE CURRENT KEYED LINE, IN THE DATED
  3430*    RATE-LINE LAYOUT 2020 HAS ALWAYS SELECTED FROM.
  3440     COPY CPRMST.
  3450 01  EM-EXCEPT-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  3460*    RAW COPY OF THE SELECTED LINE'S RATE, READ BACK THROUGH
  3470*    THE REDEFINES ONCE IT HAS PASSED THE NUMERIC EDIT.
  3480 01  EM-RATE-RAW             PIC X(06) VALUE ZEROS.
  3490 01  EM-RATE-RAW-N REDEFINES EM-RATE-RAW
  3500                             PIC 9(02)V9(04).
  3510*    PLAUSIBILITY BOUNDS THE DESK AGREED TO -- A RATE OUTSIDE
  3520*    1 BASIS POINT TO 25 PERCENT, OR A TERM OUTSIDE 1 TO 100
  3530*    YEARS, IS A REPORTED REJECT, NOT A PRICED PRODUCT.
  3540 01  EM-RATE-FLOOR           PIC 9(02)V9(04) VALUE 00.0100.
  3550 01  EM-RATE-CEILING         PIC 9(02)V9(04) VALUE 25.0000.
  3560 01  EM-TERM-FLOOR           PIC S9(9) USAGE BINARY VALUE 1.
  3570 01  EM-TERM-CEILING         PIC S9(9) USAGE BINARY VALUE 100.
  3580
  3590*    SWITCHES/STATUS FOR THE DATASETS.
  3600 01  EM-RATEMAST-STATUS      PIC X(02) VALUE "00".
  3610     88  EM-RATEMAST-OK              VALUE "00".
  3620     88  EM-RATEMAST-MISSING        VALUE "05" "35".
  3630     88  EM-RATEMAST-EOF            VALUE "10".
  3640 01  EM-EXCPRPT-STATUS       PIC X(02) VALUE "00".
  3650     88  EM-EXCPRPT-OK               VALUE "00".
  3660 01  EM-NUMOUT-STATUS        PIC X(02) VALUE "00".
  3670     88  EM-NUMOUT-OK                VALUE "00".
  3680     88  EM-NUMOUT-EOF              VALUE "10".
  3690 01  EM-FACOUT-STATUS        PIC X(02) VALUE "00".
  3700     88  EM-FACOUT-OK                VALUE "00".
  3710 01  EM-FACVSAM-STATUS       PIC X(02) VALUE "00".
  3720     88  EM-FACVSAM-OK               VALUE "00".
  3730     88  EM-FACVSAM-MISSING         VALUE "05" "35".
  3740*    SET ONLY WHEN THE KEYED STORE ACTUALLY OPENED -- WITHOUT
  3750*    IT 2200 SKIPS THE KEYED WRITE, SAME DEGRADE AS THE OTHER
  3760*    OPTIONAL DATASETS.
  3770 01  EM-FACVSAM-OPEN-SW      PIC X(01) VALUE "N".
  3780     88  EM-FACVSAM-AVAILABLE        VALUE "Y".
  3790 01  EM-RPTOUT-STATUS        PIC X(02) VALUE "00".
  3800     88  EM-RPTOUT-OK                VALUE "00".
  3810 01  EM-CNVRPT-STATUS        PIC X(02) VALUE "00".
  3820     88  EM-CNVRPT-OK                VALUE "00".
  3830 01  EM-REQQ-STATUS          PIC X(02) VALUE "00".
  3840     88  EM-REQQ-OK                  VALUE "00".
  3850
  3860*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  3870 01  EM-HDR-1.
  3880     02  FILLER              PIC X(01) VALUE "1".
  3890     02  FILLER              PIC X(52) VALUE
  3900         "BERN300 - ACCUMULATION AND ANNUITY-CERTAIN FACTORS".
  3910     02  FILLER              PIC X(80) VALUE SPACES.
  3920 01  EM-HDR-2.
  3930     02  FILLER              PIC X(01) VALUE "0".
  3940     02  FILLER              PIC X(11) VALUE "RATE PCT".
  3950     02  FILLER              PIC X(06) VALUE "TERM".
  3960     02  FILLER              PIC X(05) VALUE "FRQ".
  3970     02  FILLER              PIC X(04) VALUE "DUE".
  3980     02  FILLER              PIC X(21) VALUE "(1+I)**T".
  3990     02  FILLER              PIC X(21) VALUE "S(T) ANNUAL".
  4000     02  FILLER              PIC X(21) VALUE "A(T) ANNUAL".
  4010     02  FILLER              PIC X(21) VALUE "S(T) PERIODIC".
  4020     02  FILLER              PIC X(21) VALUE "A(T) PERIODIC".
  4030     02  FILLER              PIC X(01) VALUE SPACES.
  4040*    SIZED TO THE 133-BYTE PRINT RECORD: EACH 20-BYTE FACTOR
  4050*    COLUMN PLUS ITS ONE-BYTE GAP LINES UP UNDER A 21-BYTE
  4060*    HEADING CELL IN EM-HDR-2.
  4070 01  EM-DTL-LINE.
  4080     02  FILLER              PIC X(01) VALUE SPACE.
  4090     02  EM-DTL-RATE         PIC Z9.9(04).
  4100     02  FILLER              PIC X(04) VALUE SPACES.
  4110     02  EM-DTL-TERM         PIC ZZ9.
  4120     02  FILLER              PIC X(03) VALUE SPACES.
  4130     02  EM-DTL-FREQ         PIC Z9.
  4140     02  FILLER              PIC X(03) VALUE SPACES.
  4150     02  EM-DTL-DUE          PIC X(01).
  4160     02  FILLER              PIC X(03) VALUE SPACES.
  4170     02  EM-DTL-ACCUM        PIC -9(09).9(09).
  4180     02  FILLER              PIC X(01) VALUE SPACES.
  4190     02  EM-DTL-ANN-FV       PIC -9(09).9(09).
  4200     02  FILLER              PIC X(01) VALUE SPACES.
  4210     02  EM-DTL-ANN-PV       PIC -9(09).9(09).
  4220     02  FILLER              PIC X(01) VALUE SPACES.
  4230     02  EM-DTL-ANN-FV-P     PIC -9(09).9(09).
  4240     02  FILLER              PIC X(01) VALUE SPACES.
  4250     02  EM-DTL-ANN-PV-P     PIC -9(09).9(09).
  4260     02  FILLER              PIC X(02) VALUE SPACES.
  4270 01  EM-MSG-LINE.
  4280     02  FILLER              PIC X(01) VALUE SPACE.
  4290     02  EM-MSG-TEXT         PIC X(70) VALUE SPACES.
  4300     02  FILLER              PIC X(62) VALUE SPACES.
  4310
  4320*    EXCEPTION REPORT LINES.  COLUMN 1 IS ANSI CARRIAGE
  4330*    CONTROL, SAME AS RPTOUT.
  4340 01  EM-EXC-HDR.
  4350     02  FILLER              PIC X(01) VALUE "1".
  4360     02  FILLER              PIC X(48) VALUE
  4370         "BERN300 - RATE MASTER EXCEPTION REPORT".
  4380     02  FILLER              PIC X(84) VALUE SPACES.
  4390 01  EM-EXC-LINE.
  4400     02  FILLER              PIC X(01) VALUE SPACE.
  4410     02  EM-EXC-EFF          PIC X(08).
  4420     02  FILLER              PIC X(02) VALUE SPACES.
  4430     02  EM-EXC-RATE         PIC X(06).
  4440     02  FILLER              PIC X(02) VALUE SPACES.
  4450     02  EM-EXC-TERM         PIC X(03).
  4460     02  FILLER              PIC X(02) VALUE SPACES.
  4470     02  EM-EXC-FREQ         PIC X(02).
  4480     02  FILLER              PIC X(02) VALUE SPACES.
  4490     02  EM-EXC-DUE          PIC X(01).
  4500     02  FILLER              PIC X(02) VALUE SPACES.
  4510     02  EM-EXC-REASON       PIC X(44).
  4520     02  FILLER              PIC X(58) VALUE SPACES.
  4530 01  EM-EXC-MSG.
  4540     02  FILLER              PIC X(01) VALUE SPACE.
  4550     02  EM-EXC-MSG-TEXT     PIC X(70) VALUE SPACES.
  4560     02  FILLER              PIC X(62) VALUE SPACES.
  4570
  4580*    CONVERGENCE DIAGNOSTICS REPORT LINES.  COLUMN 1 IS ANSI
  4590*    CARRIAGE CONTROL, SAME AS RPTOUT.  THE LAST TERM PRINTS IN
  4600*    SCALED FORM, MANTISSA E POWER OF TEN.
  4610 01  EM-CNV-HDR-1.
  4620     02  FILLER              PIC X(01) VALUE "1".
  4630     02  FILLER              PIC X(50) VALUE
  4640         "BERN300 - EULER-MACLAURIN CONVERGENCE DIAGNOSTICS".
  4650     02  FILLER              PIC X(82) VALUE SPACES.
  4660 01  EM-CNV-HDR-2.
  4670     02  FILLER              PIC X(01) VALUE SPACE.
  4680     02  FILLER              PIC X(17) VALUE "COEFFICIENTS RUN ".
  4690     02  EM-CNV-RUN-ID       PIC X(14).
  4700     02  FILLER              PIC X(14) VALUE ", B(0) THRU B(".
  4710     02  EM-CNV-MAX-INDEX    PIC ZZ9.
  4720     02  FILLER              PIC X(15) VALUE "), CUTOFF 1E-15".
  4730     02  FILLER              PIC X(69) VALUE SPACES.
  4740 01  EM-CNV-HDR-3.
  4750     02  FILLER              PIC X(01) VALUE "0".
  4760     02  FILLER              PIC X(11) VALUE "RATE PCT".
  4770     02  FILLER              PIC X(06) VALUE "TERM".
  4780     02  FILLER              PIC X(05) VALUE "FRQ".
  4790     02  FILLER              PIC X(04) VALUE "DUE".
  4800     02  FILLER              PIC X(12) VALUE "B(K) TERMS".
  4810     02  FILLER              PIC X(16) VALUE "LAST TERM".
  4820     02  FILLER              PIC X(14) VALUE "STATUS".
  4830     02  FILLER              PIC X(07) VALUE "NEEDS N".
  4840     02  FILLER              PIC X(57) VALUE SPACES.
  4850 01  EM-CNV-LINE.
  4860     02  FILLER              PIC X(01) VALUE SPACE.
  4870     02  EM-CNV-RATE         PIC Z9.9(04).
  4880     02  FILLER              PIC X(04) VALUE SPACES.
  4890     02  EM-CNV-TERM         PIC ZZ9.
  4900     02  FILLER              PIC X(03) VALUE SPACES.
  4910     02  EM-CNV-FREQ         PIC Z9.
  4920     02  FILLER              PIC X(03) VALUE SPACES.
  4930     02  EM-CNV-DUE          PIC X(01).
  4940     02  FILLER              PIC X(03) VALUE SPACES.
  4950     02  EM-CNV-TERMS        PIC ZZ9.
  4960     02  FILLER              PIC X(09) VALUE SPACES.
  4970     02  EM-CNV-LAST-MANT    PIC 9.9(05).
  4980     02  FILLER              PIC X(01) VALUE "E".
  4990     02  EM-CNV-LAST-EXP     PIC -99.
  5000     02  FILLER              PIC X(05) VALUE SPACES.
  5010     02  EM-CNV-STATUS       PIC X(12).
  5020     02  FILLER              PIC X(02) VALUE SPACES.
  5030     02  EM-CNV-NEED         PIC ZZ9 BLANK WHEN ZERO.
  5040     02  FILLER              PIC X(61) VALUE SPACES.
  5050 01  EM-CNV-TOT-LINE.
  5060     02  FILLER              PIC X(01) VALUE SPACE.
  5070     02  EM-CNV-TOT-LABEL    PIC X(40).
  5080     02  EM-CNV-TOT-VALUE    PIC ZZZ,ZZ9.
  5090     02  FILLER              PIC X(85) VALUE SPACES.
  5100 01  EM-CNV-MSG.
  5110     02  FILLER              PIC X(01) VALUE SPACE.
  5120     02  EM-CNV-MSG-TEXT     PIC X(70) VALUE SPACES.
  5130     02  FILLER              PIC X(62) VALUE SPACES.
  5140
  5150*    RUN IDENTIFIER THIS STEP POSTS ITS LEDGER RECORD UNDER --
  5160*    THE NEWEST BERN100 RUN ON THE LEDGER.
  5170 01  EM-LEDG-RUN-ID          PIC X(14) VALUE SPACES.
  5180 01  EM-LEDG-STATUS          PIC X(02) VALUE "00".
  5190     88  EM-LEDG-OK                  VALUE "00".
  5200     88  EM-LEDG-MISSING             VALUE "05" "35".
  5210     88  EM-LEDG-EOF                 VALUE "10".
  5220
  5230 PROCEDURE DIVISION.
  5240
  5250 0000-MAINLINE.
  5260     PERFORM 1000-LOAD-COEFFICIENTS THRU 1000-EXIT
  5270     IF EM-LOAD-COUNT = 0
  5280         DISPLAY "BERN300 - NO COEFFICIENTS ON NUMOUT, "
  5290             "RUN BERN100 FIRST"
  5300         MOVE 16 TO RETURN-CODE
  5310         GO TO 9999-EXIT
  5320     END-IF
  5330     PERFORM 1500-OPEN-OUTPUTS THRU 1500-EXIT
  5340     PERFORM 2000-PROCESS-RATE-MASTER THRU 2000-EXIT
  5350     PERFORM 7000-QUEUE-LONGER-TABLE THRU 7000-EXIT
  5360     PERFORM 8000-CLOSE-OUTPUTS THRU 8000-EXIT
  5370     IF EM-MISMATCH-COUNT > 0
  5380         DISPLAY "BERN300 - SELF-CHECK FAILED, "
  5390             EM-MISMATCH-COUNT " MISMATCH(ES)"
  5400*    RC 8, SAME SEVERITY BERN100 GIVES A FAILED SELF-CHECK -- THE
  5410*    FACTORS ARE STILL ON FACOUT BUT THE BATCH CHAIN MUST SEE
  5420*    THAT THE TWO SUMMATION ROUTES DISAGREED.
  5430         MOVE 8 TO RETURN-CODE
  5440     END-IF
  5450     IF EM-EXCEPT-COUNT > 0 AND RETURN-CODE < 4
  5460*    RC 4, SAME CONVENTION AS THE BERN120/BERN160 REPORT FLAGS
  5470*    -- THE FACTORS THAT PASSED ARE GOOD, BUT THE SCHEDULER
  5480*    MUST SEE THAT THE RATE MASTER CARRIED REJECTED LINES, OR
  5490*    THAT A LINE'S SERIES RAN OUT OF COEFFICIENTS.
  5500         MOVE 4 TO RETURN-CODE
  5510     END-IF
  5520     GO TO 9999-EXIT.
  5530
  5540******************************************************************
  5550*    1000-LOAD-COEFFICIENTS                                     *
  5560*    READS THE NUMOUT ARCHIVE INTO THE EM-BN TABLE, INDEX 0 AT   *
  5570*    SLOT 1, AND REMEMBERS THE HIGHEST INDEX SEEN SO THE SERIES  *
  5580*    LOOP NEVER REACHES PAST WHAT BERN100 ACTUALLY COMPUTED.     *
  5590******************************************************************
  5600 1000-LOAD-COEFFICIENTS.
  5610     OPEN INPUT NUMOUT
  5620     IF NOT EM-NUMOUT-OK
  5630         DISPLAY "BERN300 - NUMOUT OPEN FAILED, STATUS = "
  5640             EM-NUMOUT-STATUS
  5650         GO TO 1000-EXIT
  5660     END-IF
  5670
  5680     PERFORM UNTIL EM-NUMOUT-EOF
  5690         READ NUMOUT
  5700             AT END
  5710                 CONTINUE
  5720             NOT AT END
  5730                 PERFORM 1100-STORE-COEFFICIENT THRU 1100-EXIT
  5740         END-READ
  5750     END-PERFORM
  5760
  5770     CLOSE NUMOUT.
  5780 1000-EXIT.
  5790     EXIT.
  5800
  5810******************************************************************
  5820*    1100-STORE-COEFFICIENT                                     *
  5830*    FILES ONE NUMOUT RECORD INTO THE EM-BN TABLE.               *
  5840******************************************************************
  5850 1100-STORE-COEFFICIENT.
  5860     IF CO-INDEX IN NUMIN-RECORD > 200
  5870         DISPLAY "BERN300 - NUMOUT INDEX "
  5880             CO-INDEX IN NUMIN-RECORD
  5890             " EXCEEDS TABLE, RECORD SKIPPED"
  5900         GO TO 1100-EXIT
  5910     END-IF
  5920     COMPUTE EM-K-IDX = CO-INDEX IN NUMIN-RECORD + 1
  5930     MOVE CO-VALUE IN NUMIN-RECORD TO EM-BN(EM-K-IDX)
  5940     ADD 1 TO EM-LOAD-COUNT
  5950     MOVE CO-RUN-ID IN NUMIN-RECORD TO EM-NUM-RUN-ID
  5960     IF CO-INDEX IN NUMIN-RECORD > EM-MAX-INDEX
  5970         MOVE CO-INDEX IN NUMIN-RECORD TO EM-MAX-INDEX
  5980     END-IF.
  5990 1100-EXIT.
  6000     EXIT.
  6010
  6020******************************************************************
  6030*    1500-OPEN-OUTPUTS                                          *
  6040*    OPENS THE FACTOR DATASET AND THE PRINT REPORTS, AND WRITES  *
  6050*    THE REPORT HEADINGS.                                        *
  6060******************************************************************
  6070 1500-OPEN-OUTPUTS.
  6080     OPEN OUTPUT FACOUT
  6090     IF NOT EM-FACOUT-OK
  6100         DISPLAY "BERN300 - FACOUT OPEN FAILED, STATUS = "
  6110             EM-FACOUT-STATUS
  6120         MOVE 16 TO RETURN-CODE
  6130         GO TO 9999-EXIT
  6140     END-IF
  6150     OPEN OUTPUT RPTOUT
  6160     IF NOT EM-RPTOUT-OK
  6170         DISPLAY "BERN300 - RPTOUT OPEN FAILED, STATUS = "
  6180             EM-RPTOUT-STATUS
  6190         MOVE 16 TO RETURN-CODE
  6200         GO TO 9999-EXIT
  6210     END-IF
  6220     OPEN OUTPUT EXCPRPT
  6230     IF NOT EM-EXCPRPT-OK
  6240         DISPLAY "BERN300 - EXCPRPT OPEN FAILED, STATUS = "
  6250             EM-EXCPRPT-STATUS
  6260         MOVE 16 TO RETURN-CODE
  6270         GO TO 9999-EXIT
  6280     END-IF
  6290     WRITE EXC-RECORD FROM EM-EXC-HDR
  6300     OPEN OUTPUT CNVRPT
  6310     IF NOT EM-CNVRPT-OK
  6320         DISPLAY "BERN300 - CNVRPT OPEN FAILED, STATUS = "
  6330             EM-CNVRPT-STATUS
  6340         MOVE 16 TO RETURN-CODE
  6350         GO TO 9999-EXIT
  6360     END-IF
  6370     MOVE EM-NUM-RUN-ID TO EM-CNV-RUN-ID
  6380     MOVE EM-MAX-INDEX TO EM-CNV-MAX-INDEX
  6390     WRITE CNV-RECORD FROM EM-CNV-HDR-1
  6400     WRITE CNV-RECORD FROM EM-CNV-HDR-2
  6410     WRITE CNV-RECORD FROM EM-CNV-HDR-3
  6420
  6430     OPEN OUTPUT FACVSAM
  6440     IF EM-FACVSAM-OK
  6450         MOVE "Y" TO EM-FACVSAM-OPEN-SW
  6460     ELSE
  6470         DISPLAY "BERN300 - FACVSAM UNAVAILABLE, STATUS = "
  6480             EM-FACVSAM-STATUS ", KEYED STORE NOT LOADED"
  6490     END-IF
  6500
  6510     WRITE RPT-RECORD FROM EM-HDR-1
  6520     WRITE RPT-RECORD FROM EM-HDR-2.
  6530 1500-EXIT.
  6540     EXIT.
  6550
  6560******************************************************************
  6570*    2000-PROCESS-RATE-MASTER                                  *
  6580*    DRIVES THE RUN OFF THE RATE DESK'S DATED RATE FILE: READ  *
  6590*    EVERY LINE, KEEP THE NEWEST ONE DATED ON OR BEFORE THE    *
  6600*    RUN DATE FOR EACH TERM/FREQUENCY/TIMING PRODUCT (2020),   *
  6610*    THEN EDIT AND PRICE EACH SELECTED LINE (2050).  A         *
  6620*    MISSING FILE FALLS BACK TO A SINGLE COMPILED-IN PAIR (5   *
  6630*    PCT, 20 YEARS, ANNUAL IN ARREARS) SO THE PROGRAM STILL    *
  6640*    RUNS STAND-ALONE, THE SAME WAY BERN100 DEFAULTS N WHEN    *
  6650*    CTLCARD IS ABSENT.                                        *
  6660******************************************************************
  6670 2000-PROCESS-RATE-MASTER.
  6680     ACCEPT EM-ASOF-DATE FROM DATE YYYYMMDD
  6690     OPEN INPUT RATEMAST
  6700     IF EM-RATEMAST-MISSING
  6710         MOVE SPACES TO EM-EXC-LINE
  6720         MOVE "050000" TO EM-EXC-RATE
  6730         MOVE "020" TO EM-EXC-TERM
  6740         MOVE "01" TO EM-EXC-FREQ
  6750         MOVE "I" TO EM-EXC-DUE
  6760         MOVE 5.0 TO EM-RATE-PCT
  6770         MOVE 20 TO EM-TERM
  6780         MOVE 1 TO EM-FREQ
  6790         MOVE "I" TO EM-DUE-IND
  6800         PERFORM 2100-PROCESS-ONE-PAIR THRU 2100-EXIT
  6810         GO TO 2000-CLOSE-MASTER
  6820     END-IF
  6830     IF NOT EM-RATEMAST-OK
  6840         DISPLAY "BERN300 - RATEMAST OPEN FAILED, STATUS = "
  6850             EM-RATEMAST-STATUS
  6860         GO TO 2000-EXIT
  6870     END-IF
  6880
  6890     PERFORM UNTIL EM-RATEMAST-EOF
  6900         READ RATEMAST
  6910             AT END
  6920                 CONTINUE
  6930             NOT AT END
  6940                 PERFORM 2010-APPROVED-IMAGE THRU 2010-EXIT
  6950         END-READ
  6960     END-PERFORM
  6970
  6980 2000-CLOSE-MASTER.
  6990     CLOSE RATEMAST
  7000     IF EM-FUTURE-COUNT > 0
  7010         DISPLAY "BERN300 - " EM-FUTURE-COUNT
  7020             " RATE LINE(S) NOT YET EFFECTIVE, HELD"
  7030     END-IF
  7040     IF EM-UNAPPROVED-COUNT > 0
  7050         DISPLAY "BERN300 - " EM-UNAPPROVED-COUNT
  7060             " NEW RATE LINE(S) AWAITING APPROVAL, HELD"
  7070     END-IF
  7080     IF EM-ENDED-COUNT > 0
  7090         DISPLAY "BERN300 - " EM-ENDED-COUNT
  7100             " RATE LINE(S) PAST THEIR END DATE, DROPPED"
  7110     END-IF
  7120     IF EM-PEND-CHANGE-COUNT > 0
  7130         DISPLAY "BERN300 - " EM-PEND-CHANGE-COUNT
  7140             " RATE LINE(S) WITH A CHANGE AWAITING APPROVAL,"
  7150             " PRICED AT THE APPROVED RATE"
  7160     END-IF
  7170     PERFORM VARYING EM-SEL-IX FROM 1 BY 1
  7180             UNTIL EM-SEL-IX > EM-SEL-USED
  7190         PERFORM 2050-EDIT-ONE-ENTRY THRU 2050-EXIT
  7200     END-PERFORM.
  7210 2000-EXIT.
  7220     EXIT.
  7230
  7240******************************************************************
  7250*    2010-APPROVED-IMAGE                                       *
  7260*    ONE LINE OFF THE KEYED MASTER.  ONLY ITS APPROVED IMAGE   *
  7270*    MAY BE PRICED: A NEW LINE STILL AWAITING ITS CHECKER HAS  *
  7280*    NONE AND IS HELD, AND A LINE WHOSE APPROVED END DATE HAS  *
  7290*    PASSED (END DATE BEFORE THE RUN DATE) IS DROPPED, SO ITS  *
  7300*    PRODUCT FALLS BACK TO WHATEVER LINE IT SUPERSEDED.  A     *
  7310*    PENDING CHANGE OR END DATE IS IGNORED UNTIL APPROVED.     *
  7320*    WHAT IS LEFT IS REBUILT AS A CPRMST LINE AND HANDED TO    *
  7330*    2020 EXACTLY AS THE OLD DECK'S LINES WERE.                *
  7340******************************************************************
  7350 2010-APPROVED-IMAGE.
  7360     IF NOT RK-APPROVED
  7370         ADD 1 TO EM-UNAPPROVED-COUNT
  7380         GO TO 2010-EXIT
  7390     END-IF
  7400     IF RK-END-DATE NOT = SPACES
  7410         AND RK-END-DATE < EM-ASOF-DATE
  7420         ADD 1 TO EM-ENDED-COUNT
  7430         GO TO 2010-EXIT
  7440     END-IF
  7450     IF NOT RK-NOTHING-PENDING
  7460         ADD 1 TO EM-PEND-CHANGE-COUNT
  7470     END-IF
  7480     MOVE RK-EFF-DATE TO RM-EFF-DATE
  7490     MOVE RK-RATE TO RM-RATE
  7500     MOVE RK-TERM TO RM-TERM
  7510     MOVE RK-FREQ TO RM-FREQ
  7520     MOVE RK-DUE TO RM-DUE
  7530     PERFORM 2020-SELECT-ONE-LINE THRU 2020-EXIT.
  7540 2010-EXIT.
  7550     EXIT.
  7560
  7570******************************************************************
  7580*    2020-SELECT-ONE-LINE                                      *
  7590*    EFFECTIVE-DATE SELECTION FOR ONE RATE-MASTER LINE: A      *
  7600*    LINE WITH AN UNREADABLE DATE GOES STRAIGHT TO THE         *
  7610*    EXCEPTION REPORT, A FUTURE-DATED LINE IS HELD, AND AN     *
  7620*    EFFECTIVE LINE TAKES ITS PRODUCT'S SLOT WHEN IT IS NEWER  *
  7630*    THAN WHATEVER SAT THERE -- SO DUPLICATE HISTORY ON THE    *
  7640*    FILE RESOLVES TO ONE LINE PER PRODUCT, THE NEWEST ONE     *
  7650*    THE RUN DATE CAN SEE.                                     *
  7660******************************************************************
  7670 2020-SELECT-ONE-LINE.
  7680     IF RM-EFF-DATE IS NOT NUMERIC
  7690         MOVE SPACES TO EM-EXC-LINE
  7700         MOVE RM-EFF-DATE TO EM-EXC-EFF
  7710         MOVE RM-RATE TO EM-EXC-RATE
  7720         MOVE RM-TERM TO EM-EXC-TERM
  7730         MOVE RM-FREQ TO EM-EXC-FREQ
  7740         MOVE RM-DUE TO EM-EXC-DUE
  7750         MOVE "EFFECTIVE DATE NOT NUMERIC" TO EM-EXC-REASON
  7760         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  7770         GO TO 2020-EXIT
  7780     END-IF
  7790     IF RM-EFF-DATE > EM-ASOF-DATE
  7800         ADD 1 TO EM-FUTURE-COUNT
  7810         GO TO 2020-EXIT
  7820     END-IF
  7830
  7840     MOVE "N" TO EM-SEL-FOUND-SW
  7850     PERFORM VARYING EM-SEL-IX FROM 1 BY 1
  7860             UNTIL EM-SEL-IX > EM-SEL-USED OR EM-SEL-FOUND
  7870         IF EM-SEL-TERM(EM-SEL-IX) = RM-TERM
  7880             AND EM-SEL-FREQ(EM-SEL-IX) = RM-FREQ
  7890             AND EM-SEL-DUE(EM-SEL-IX) = RM-DUE
  7900             MOVE "Y" TO EM-SEL-FOUND-SW
  7910             IF RM-EFF-DATE > EM-SEL-EFF(EM-SEL-IX)
  7920                 MOVE RM-EFF-DATE TO EM-SEL-EFF(EM-SEL-IX)
  7930                 MOVE RM-RATE TO EM-SEL-RATE(EM-SEL-IX)
  7940             END-IF
  7950         END-IF
  7960     END-PERFORM
  7970     IF EM-SEL-FOUND
  7980         GO TO 2020-EXIT
  7990     END-IF
  8000
  8010     IF EM-SEL-USED = EM-MAX-SEL
  8020         DISPLAY "BERN300 - RATE MASTER EXCEEDS " EM-MAX-SEL
  8030             " PRODUCTS, LINE DROPPED"
  8040         MOVE SPACES TO EM-EXC-LINE
  8050         MOVE RM-EFF-DATE TO EM-EXC-EFF
  8060         MOVE RM-RATE TO EM-EXC-RATE
  8070         MOVE RM-TERM TO EM-EXC-TERM
  8080         MOVE RM-FREQ TO EM-EXC-FREQ
  8090         MOVE RM-DUE TO EM-EXC-DUE
  8100         MOVE "PRODUCT TABLE FULL" TO EM-EXC-REASON
  8110         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  8120         GO TO 2020-EXIT
  8130     END-IF
  8140     ADD 1 TO EM-SEL-USED
  8150     MOVE RM-TERM TO EM-SEL-TERM(EM-SEL-USED)
  8160     MOVE RM-FREQ TO EM-SEL-FREQ(EM-SEL-USED)
  8170     MOVE RM-DUE TO EM-SEL-DUE(EM-SEL-USED)
  8180     MOVE RM-EFF-DATE TO EM-SEL-EFF(EM-SEL-USED)
  8190     MOVE RM-RATE TO EM-SEL-RATE(EM-SEL-USED).
  8200 2020-EXIT.
  8210     EXIT.
  8220
  8230******************************************************************
  8240*    2050-EDIT-ONE-ENTRY                                       *
  8250*    EDITS ONE SELECTED RATE LINE AND HANDS THE DECODED        *
  8260*    REQUEST TO 2100-PROCESS-ONE-PAIR.  EVERYTHING THAT FAILS  *
  8270*    AN EDIT OR A PLAUSIBILITY BOUND GOES TO THE EXCEPTION     *
  8280*    REPORT INSTEAD OF A FACTOR RECORD -- A FAT-FINGERED RATE  *
  8290*    IS A REPORTED REJECT, NOT A PRICED PRODUCT.               *
  8300******************************************************************
  8310 2050-EDIT-ONE-ENTRY.
  8320     MOVE SPACES TO EM-EXC-LINE
  8330     MOVE EM-SEL-EFF(EM-SEL-IX) TO EM-EXC-EFF
  8340     MOVE EM-SEL-RATE(EM-SEL-IX) TO EM-EXC-RATE
  8350     MOVE EM-SEL-TERM(EM-SEL-IX) TO EM-EXC-TERM
  8360     MOVE EM-SEL-FREQ(EM-SEL-IX) TO EM-EXC-FREQ
  8370     MOVE EM-SEL-DUE(EM-SEL-IX) TO EM-EXC-DUE
  8380
  8390     MOVE EM-SEL-RATE(EM-SEL-IX) TO EM-RATE-RAW
  8400     IF EM-RATE-RAW IS NOT NUMERIC
  8410         MOVE "RATE NOT NUMERIC" TO EM-EXC-REASON
  8420         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  8430         GO TO 2050-EXIT
  8440     END-IF
  8450     IF EM-RATE-RAW-N < EM-RATE-FLOOR
  8460         OR EM-RATE-RAW-N > EM-RATE-CEILING
  8470         MOVE "RATE OUTSIDE PLAUSIBILITY BOUNDS (0.01-25 PCT)"
  8480             TO EM-EXC-REASON
  8490         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  8500         GO TO 2050-EXIT
  8510     END-IF
  8520     IF EM-SEL-TERM(EM-SEL-IX) IS NOT NUMERIC
  8530         MOVE "TERM NOT NUMERIC" TO EM-EXC-REASON
  8540         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  8550         GO TO 2050-EXIT
  8560     END-IF
  8570     MOVE EM-SEL-TERM(EM-SEL-IX) TO EM-TERM
  8580     IF EM-TERM < EM-TERM-FLOOR OR EM-TERM > EM-TERM-CEILING
  8590         MOVE "TERM OUTSIDE PLAUSIBILITY BOUNDS (1-100 YEARS)"
  8600             TO EM-EXC-REASON
  8610         PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  8620         GO TO 2050-EXIT
  8630     END-IF
  8640
  8650*    FREQUENCY AND TIMING: BLANK DEFAULTS TO ANNUAL IN ARREARS,
  8660*    EXACTLY WHAT EVERY RATE LINE MEANT BEFORE THE COLUMNS
  8670*    EXISTED.
  8680     IF EM-SEL-FREQ(EM-SEL-IX) = SPACES
  8690         MOVE 1 TO EM-FREQ
  8700     ELSE
  8710         IF EM-SEL-FREQ(EM-SEL-IX) IS NOT NUMERIC
  8720             MOVE "FREQUENCY NOT NUMERIC" TO EM-EXC-REASON
  8730             PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  8740             GO TO 2050-EXIT
  8750         END-IF
  8760         MOVE EM-SEL-FREQ(EM-SEL-IX) TO EM-FREQ
  8770         IF EM-FREQ < 1 OR EM-FREQ > 12
  8780             MOVE "FREQUENCY MUST BE 01 THRU 12" TO EM-EXC-REASON
  8790             PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  8800             GO TO 2050-EXIT
  8810         END-IF
  8820     END-IF
  8830     IF EM-SEL-DUE(EM-SEL-IX) = SPACE
  8840         OR EM-SEL-DUE(EM-SEL-IX) = "I"
  8850         MOVE "I" TO EM-DUE-IND
  8860     ELSE
  8870         IF EM-SEL-DUE(EM-SEL-IX) = "D"
  8880             MOVE "D" TO EM-DUE-IND
  8890         ELSE
  8900             MOVE "DUE FLAG MUST BE D, I OR BLANK"
  8910                 TO EM-EXC-REASON
  8920             PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT
  8930             GO TO 2050-EXIT
  8940         END-IF
  8950     END-IF
  8960
  8970     MOVE EM-RATE-RAW-N TO EM-RATE-PCT
  8980     PERFORM 2100-PROCESS-ONE-PAIR THRU 2100-EXIT.
  8990 2050-EXIT.
  9000     EXIT.
  9010
  9020******************************************************************
  9030*    2060-PUT-EXCEPTION                                        *
  9040*    ONE LINE ONTO THE EXCEPTION REPORT -- THE REJECTED LINE   *
  9050*    AS READ, WITH THE REASON SPELLED OUT.                     *
  9060******************************************************************
  9070 2060-PUT-EXCEPTION.
  9080     ADD 1 TO EM-EXCEPT-COUNT
  9090     WRITE EXC-RECORD FROM EM-EXC-LINE
  9100     IF NOT EM-EXCPRPT-OK
  9110         DISPLAY "BERN300 - EXCPRPT WRITE FAILED, STATUS = "
  9120             EM-EXCPRPT-STATUS
  9130     END-IF.
  9140 2060-EXIT.
  9150     EXIT.
  9160
  9170******************************************************************
  9180*    2100-PROCESS-ONE-PAIR                                      *
  9190*    ONE RATE/TERM PAIR: DERIVES THE FORCE OF INTEREST, SUMS     *
  9200*    THE ANNUITY-CERTAIN SERIES BY EULER-MACLAURIN, CHECKS IT    *
  9210*    AGAINST THE CLOSED-FORM GEOMETRIC SUM, AND WRITES THE       *
  9220*    REPORT LINE, FACTOR RECORD AND CONVERGENCE DIAGNOSTIC.      *
  9230******************************************************************
  9240 2100-PROCESS-ONE-PAIR.
  9250     ADD 1 TO EM-CARD-COUNT
  9260*    SINGLE-OPERATOR COMPUTES THROUGHOUT -- SEE 2000-BERNOULLI
  9270*    IN BERN100 FOR WHY A COMPOUND EXPRESSION IN ONE COMPUTE IS
  9280*    NOT TRUSTED ON THIS RUNTIME.
  9290     COMPUTE EM-RATE = EM-RATE-PCT / 100
  9300     COMPUTE EM-LOG-ARG = 1 + EM-RATE
  9310     PERFORM 3300-NATURAL-LOG THRU 3300-EXIT
  9320     COMPUTE EM-ACCUM = EM-LOG-ARG ** EM-TERM
  9330     PERFORM 3500-EM-SUM-FACTOR THRU 3500-EXIT
  9340     MOVE 0 TO EM-NEED-N
  9350     IF EM-TABLE-SHORT
  9360         PERFORM 3600-ESTIMATE-TABLE-NEED THRU 3600-EXIT
  9370     END-IF
  9380
  9390     COMPUTE EM-ANN-FV = EM-ACCUM - 1
  9400     COMPUTE EM-ANN-FV = EM-ANN-FV * EM-SUM-FACTOR
  9410     COMPUTE EM-ANN-PV = EM-ANN-FV / EM-ACCUM
  9420
  9430*    CLOSED-FORM CHECK: S(T) = ((1+I)**T - 1) / I.
  9440     COMPUTE EM-CLOSED-FV = EM-ACCUM - 1
  9450     COMPUTE EM-CLOSED-FV = EM-CLOSED-FV / EM-RATE
  9460     COMPUTE EM-DIFF = EM-ANN-FV - EM-CLOSED-FV
  9470     IF EM-DIFF < 0
  9480         COMPUTE EM-DIFF = EM-DIFF * -1
  9490     END-IF
  9500*    SCALE THE TOLERANCE TO THE FACTOR -- S(T) AT A LONG TERM IS
  9510*    ORDERS OF MAGNITUDE LARGER THAN AT A SHORT ONE AND A FLAT
  9520*    ABSOLUTE TEST WOULD FLAG NOTHING BUT ROUNDING.
  9530     COMPUTE EM-CHECK-LIMIT = EM-CLOSED-FV * EM-TOLERANCE
  9540     IF EM-DIFF > EM-CHECK-LIMIT
  9550         ADD 1 TO EM-MISMATCH-COUNT
  9560         DISPLAY "BERN300 - *** EULER-MACLAURIN S(T) "
  9570             "DISAGREES WITH CLOSED FORM AT RATE "
  9580             EM-RATE-PCT " TERM " EM-TERM
  9590         MOVE "*** SERIES/CLOSED-FORM MISMATCH ON THIS LINE"
  9600             TO EM-MSG-TEXT
  9610         PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
  9620     END-IF
  9630
  9640     PERFORM 2150-PERIODIC-FACTORS THRU 2150-EXIT
  9650
  9660     PERFORM 2200-WRITE-FACTOR-LINE THRU 2200-EXIT
  9670     PERFORM 2400-WRITE-DIAGNOSTIC THRU 2400-EXIT.
  9680 2100-EXIT.
  9690     EXIT.
  9700
  9710******************************************************************
  9720*    2150-PERIODIC-FACTORS                                     *
  9730*    THE FACTORS AT THE CARD'S PAYMENT FREQUENCY AND TIMING.   *
  9740*    J = EXP(DELTA / F) - 1 IS THE PER-PERIOD RATE (DELTA IS   *
  9750*    ALREADY IN HAND FROM 3300-NATURAL-LOG), I(F) = F * J THE  *
  9760*    NOMINAL RATE, AND THE ANNUITY-CERTAIN PAIR DIVIDES BY     *
  9770*    I(F) INSTEAD OF I.  AN ANNUITY-DUE MOVES EVERY PAYMENT    *
  9780*    ONE PERIOD EARLIER, WHICH IS A FLAT (1 + J) ON BOTH       *
  9790*    FACTORS.  SELF-CHECKED AGAINST A DIRECT PAYMENT-BY-       *
  9800*    PAYMENT GEOMETRIC SUM IN 3700 -- THE SAME SPIRIT AS THE   *
  9810*    EULER-MACLAURIN-VERSUS-CLOSED-FORM CHECK ABOVE, SO THE    *
  9820*    HAND-CALCULATOR CONVERSION THIS REPLACES CANNOT COME      *
  9830*    BACK QUIETLY WRONG.                                       *
  9840******************************************************************
  9850 2150-PERIODIC-FACTORS.
  9860     COMPUTE EM-EXP-ARG = EM-DELTA / EM-FREQ
  9870     PERFORM 3400-EXPONENTIAL THRU 3400-EXIT
  9880     COMPUTE EM-RATE-P = EM-EXP-RESULT - 1
  9890     COMPUTE EM-RATE-NOM = EM-RATE-P * EM-FREQ
  9900
  9910     COMPUTE EM-ANN-FV-P = EM-ACCUM - 1
  9920     COMPUTE EM-ANN-FV-P = EM-ANN-FV-P / EM-RATE-NOM
  9930     COMPUTE EM-ANN-PV-P = EM-ANN-FV-P / EM-ACCUM
  9940     IF EM-DUE
  9950         COMPUTE EM-ANN-FV-P = EM-ANN-FV-P * EM-EXP-RESULT
  9960         COMPUTE EM-ANN-PV-P = EM-ANN-PV-P * EM-EXP-RESULT
  9970     END-IF
  9980
  9990     PERFORM 3700-DIRECT-PERIODIC-SUM THRU 3700-EXIT
 10000     COMPUTE EM-DIFF = EM-ANN-FV-P - EM-DIR-SUM
 10010     IF EM-DIFF < 0
 10020         COMPUTE EM-DIFF = EM-DIFF * -1
 10030     END-IF
 10040     COMPUTE EM-CHECK-LIMIT = EM-DIR-SUM * EM-TOLERANCE
 10050     IF EM-DIFF > EM-CHECK-LIMIT
 10060         ADD 1 TO EM-MISMATCH-COUNT
 10070         DISPLAY "BERN300 - *** PERIODIC S(T) DISAGREES WITH "
 10080             "DIRECT SUMMATION AT RATE " EM-RATE-PCT
 10090             " TERM " EM-TERM " FREQ " EM-FREQ
 10100         MOVE "*** PERIODIC/DIRECT-SUM MISMATCH ON THIS LINE"
 10110             TO EM-MSG-TEXT
 10120         PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
 10130     END-IF.
 10140 2150-EXIT.
 10150     EXIT.
 10160
 10170
 10180******************************************************************
 10190*    2200-WRITE-FACTOR-LINE                                     *
 10200*    ONE REPORT LINE AND ONE FACOUT RECORD FOR THE PAIR JUST     *
 10210*    COMPUTED.  THE COMPUTES INTO THE FIXED-DECIMAL OUTPUT       *
 10220*    PICTURES CHECK FOR SIZE ERROR, SAME SENTINEL IDIOM AS       *
 10230*    BERN100'S 4500-WRITE-OUTPUT-FILE.  A LINE WHOSE SERIES RAN  *
 10240*    OUT OF COEFFICIENTS STILL GOES TO FACOUT, FLAGGED "T" IN    *
 10250*    FA-CONV-FLAG, BUT NOT TO FACVSAM -- 2250 SENDS IT TO THE    *
 10260*    EXCEPTION REPORT INSTEAD, SO THE BN40 SCREEN NEVER QUOTES   *
 10270*    IT.                                                         *
 10280******************************************************************
 10290 2200-WRITE-FACTOR-LINE.
 10300     MOVE EM-RATE-PCT TO EM-DTL-RATE
 10310     MOVE EM-TERM TO EM-DTL-TERM
 10320     MOVE EM-ACCUM TO EM-DTL-ACCUM
 10330     MOVE EM-ANN-FV TO EM-DTL-ANN-FV
 10340     MOVE EM-ANN-PV TO EM-DTL-ANN-PV
 10350     MOVE EM-FREQ TO EM-DTL-FREQ
 10360     MOVE EM-DUE-IND TO EM-DTL-DUE
 10370     MOVE EM-ANN-FV-P TO EM-DTL-ANN-FV-P
 10380     MOVE EM-ANN-PV-P TO EM-DTL-ANN-PV-P
 10390     WRITE RPT-RECORD FROM EM-DTL-LINE
 10400     IF NOT EM-RPTOUT-OK
 10410         DISPLAY "BERN300 - RPTOUT WRITE FAILED, STATUS = "
 10420             EM-RPTOUT-STATUS
 10430     END-IF
 10440
 10450     MOVE SPACES TO FACTOR-OUT-RECORD
 10460     MOVE EM-RATE-PCT TO FA-RATE
 10470     MOVE EM-TERM TO FA-TERM
 10480     COMPUTE FA-ACCUM = EM-ACCUM
 10490         ON SIZE ERROR
 10500             MOVE 999999999.999999999 TO FA-ACCUM
 10510             DISPLAY "BERN300 - ACCUM FACTOR EXCEEDS FIELD "
 10520                 "WIDTH, FLAGGED"
 10530     END-COMPUTE
 10540     COMPUTE FA-ANN-FV = EM-ANN-FV
 10550         ON SIZE ERROR
 10560             MOVE 999999999.999999999 TO FA-ANN-FV
 10570             DISPLAY "BERN300 - S(T) FACTOR EXCEEDS FIELD "
 10580                 "WIDTH, FLAGGED"
 10590     END-COMPUTE
 10600     COMPUTE FA-ANN-PV = EM-ANN-PV
 10610         ON SIZE ERROR
 10620             MOVE 999999999.999999999 TO FA-ANN-PV
 10630             DISPLAY "BERN300 - A(T) FACTOR EXCEEDS FIELD "
 10640                 "WIDTH, FLAGGED"
 10650     END-COMPUTE
 10660     MOVE EM-FREQ TO FA-FREQ
 10670     MOVE EM-DUE-IND TO FA-DUE-IND
 10680     MOVE EM-NUM-RUN-ID TO FA-RUN-ID
 10690     MOVE EM-CONV-FLAG TO FA-CONV-FLAG
 10700     COMPUTE FA-ANN-FV-P = EM-ANN-FV-P
 10710         ON SIZE ERROR
 10720             MOVE 999999999.999999999 TO FA-ANN-FV-P
 10730             DISPLAY "BERN300 - PERIODIC S(T) FACTOR EXCEEDS "
 10740                 "FIELD WIDTH, FLAGGED"
 10750     END-COMPUTE
 10760     COMPUTE FA-ANN-PV-P = EM-ANN-PV-P
 10770         ON SIZE ERROR
 10780             MOVE 999999999.999999999 TO FA-ANN-PV-P
 10790             DISPLAY "BERN300 - PERIODIC A(T) FACTOR EXCEEDS "
 10800                 "FIELD WIDTH, FLAGGED"
 10810     END-COMPUTE
 10820     WRITE FACTOR-OUT-RECORD
 10830     IF NOT EM-FACOUT-OK
 10840         DISPLAY "BERN300 - FACOUT WRITE FAILED, STATUS = "
 10850             EM-FACOUT-STATUS
 10860     END-IF
 10870
 10880     IF EM-TABLE-SHORT
 10890         PERFORM 2250-HOLD-SHORT-LINE THRU 2250-EXIT
 10900         GO TO 2200-EXIT
 10910     END-IF
 10920     IF EM-FACVSAM-AVAILABLE
 10930         PERFORM 2300-WRITE-KEYED-FACTOR THRU 2300-EXIT
 10940     END-IF.
 10950 2200-EXIT.
 10960     EXIT.
 10970
 10980******************************************************************
 10990*    2250-HOLD-SHORT-LINE                                        *
 11000*    A LINE WHOSE SERIES RAN OFF THE END OF THE NUMOUT TABLE     *
 11010*    BEFORE CONVERGING: FLAGGED ON THE FACTOR REPORT AND PUT ON  *
 11020*    THE EXCEPTION REPORT IN PLACE OF ITS FACVSAM RECORD.  7000  *
 11030*    ASKS BERN100 FOR A LONGER TABLE AT THE END OF THE RUN.      *
 11040******************************************************************
 11050 2250-HOLD-SHORT-LINE.
 11060     DISPLAY "BERN300 - *** SERIES RAN OUT OF COEFFICIENTS "
 11070         "AT RATE " EM-RATE-PCT " TERM " EM-TERM
 11080         ", NOT LOADED TO FACVSAM"
 11090     MOVE "*** SERIES CUT OFF AT END OF TABLE - NOT IN FACVSAM"
 11100         TO EM-MSG-TEXT
 11110     PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
 11120     MOVE "SERIES NOT CONVERGED - COEFFICIENTS RAN OUT"
 11130         TO EM-EXC-REASON
 11140     PERFORM 2060-PUT-EXCEPTION THRU 2060-EXIT.
 11150 2250-EXIT.
 11160     EXIT.
 11170
 11180******************************************************************
 11190*    2300-WRITE-KEYED-FACTOR                                   *
 11200*    THE SAME FACTOR LINE INTO THE KEYED STORE, KEYED BY RATE  *
 11210*    PLUS TERM PLUS FREQUENCY PLUS TIMING.  A DUPLICATE KEY    *
 11220*    (THE SAME REQUEST PUNCHED TWICE) IS REPORTED AND THE      *
 11230*    FIRST WRITE STANDS.                                       *
 11240******************************************************************
 11250 2300-WRITE-KEYED-FACTOR.
 11260     MOVE SPACES TO FACTOR-KEY-RECORD
 11270     MOVE EM-RATE-PCT TO FV-RATE
 11280     MOVE EM-TERM TO FV-TERM
 11290     MOVE EM-FREQ TO FV-FREQ
 11300     MOVE EM-DUE-IND TO FV-DUE-IND
 11310     COMPUTE FV-ACCUM = EM-ACCUM
 11320         ON SIZE ERROR
 11330             MOVE 999999999.999999999 TO FV-ACCUM
 11340     END-COMPUTE
 11350     COMPUTE FV-ANN-FV = EM-ANN-FV
 11360         ON SIZE ERROR
 11370             MOVE 999999999.999999999 TO FV-ANN-FV
 11380     END-COMPUTE
 11390     COMPUTE FV-ANN-PV = EM-ANN-PV
 11400         ON SIZE ERROR
 11410             MOVE 999999999.999999999 TO FV-ANN-PV
 11420     END-COMPUTE
 11430     COMPUTE FV-ANN-FV-P = EM-ANN-FV-P
 11440         ON SIZE ERROR
 11450             MOVE 999999999.999999999 TO FV-ANN-FV-P
 11460     END-COMPUTE
 11470     COMPUTE FV-ANN-PV-P = EM-ANN-PV-P
 11480         ON SIZE ERROR
 11490             MOVE 999999999.999999999 TO FV-ANN-PV-P
 11500     END-COMPUTE
 11510     WRITE FACTOR-KEY-RECORD
 11520     IF NOT EM-FACVSAM-OK
 11530         DISPLAY "BERN300 - FACVSAM WRITE FAILED, STATUS = "
 11540             EM-FACVSAM-STATUS " AT RATE " EM-RATE-PCT
 11550             " TERM " EM-TERM
 11560     END-IF.
 11570 2300-EXIT.
 11580     EXIT.
 11590
 11600******************************************************************
 11610*    2400-WRITE-DIAGNOSTIC                                       *
 11620*    ONE CONVERGENCE DIAGNOSTICS LINE FOR THE PAIR JUST PRICED:  *
 11630*    THE B(K) TERMS THE SERIES USED, THE SIZE OF THE LAST ONE,   *
 11640*    AND WHETHER IT CONVERGED OR RAN OUT OF TABLE -- WITH THE    *
 11650*    TABLE LENGTH 3600 ESTIMATES IT WOULD HAVE NEEDED.           *
 11660******************************************************************
 11670 2400-WRITE-DIAGNOSTIC.
 11680     MOVE EM-RATE-PCT TO EM-CNV-RATE
 11690     MOVE EM-TERM TO EM-CNV-TERM
 11700     MOVE EM-FREQ TO EM-CNV-FREQ
 11710     MOVE EM-DUE-IND TO EM-CNV-DUE
 11720     MOVE EM-TERMS-USED TO EM-CNV-TERMS
 11730     PERFORM 3800-SCALE-LAST-TERM THRU 3800-EXIT
 11740     MOVE EM-NEED-N TO EM-CNV-NEED
 11750     IF EM-CONVERGED
 11760         ADD 1 TO EM-CONVERGED-COUNT
 11770         MOVE "CONVERGED" TO EM-CNV-STATUS
 11780     ELSE
 11790         ADD 1 TO EM-SHORT-COUNT
 11800         MOVE "TABLE SHORT" TO EM-CNV-STATUS
 11810     END-IF
 11820     WRITE CNV-RECORD FROM EM-CNV-LINE
 11830     IF NOT EM-CNVRPT-OK
 11840         DISPLAY "BERN300 - CNVRPT WRITE FAILED, STATUS = "
 11850             EM-CNVRPT-STATUS
 11860     END-IF.
 11870 2400-EXIT.
 11880     EXIT.
 11890
 11900
 11910******************************************************************
 11920*    2900-WRITE-MESSAGE                                         *
 11930*    PUTS A ONE-LINE MESSAGE ON THE REPORT AND CLEARS IT.        *
 11940******************************************************************
 11950 2900-WRITE-MESSAGE.
 11960     WRITE RPT-RECORD FROM EM-MSG-LINE
 11970     MOVE SPACES TO EM-MSG-TEXT.
 11980 2900-EXIT.
 11990     EXIT.
 12000
 12010******************************************************************
 12020*    3300-NATURAL-LOG                                           *
 12030*    DELTA = LN(EM-LOG-ARG) BY THE ATANH SERIES,                 *
 12040*        LN(A) = 2 * (X + X**3/3 + X**5/5 + ...)                 *
 12050*    WITH X = (A - 1)/(A + 1), WHICH CONVERGES FAST FOR THE      *
 12060*    RATES THIS SHOP EVER PRICES AT.  KEPT AS ORDINARY VERBS --  *
 12070*    NOTHING ELSE IN THIS SYSTEM LEANS ON INTRINSIC FUNCTIONS.   *
 12080******************************************************************
 12090 3300-NATURAL-LOG.
 12100     COMPUTE EM-LOG-X = EM-LOG-ARG - 1
 12110     COMPUTE EM-LOG-TERM = EM-LOG-ARG + 1
 12120     COMPUTE EM-LOG-X = EM-LOG-X / EM-LOG-TERM
 12130     COMPUTE EM-LOG-XSQ = EM-LOG-X * EM-LOG-X
 12140     MOVE EM-LOG-X TO EM-LOG-POW
 12150     MOVE EM-LOG-X TO EM-LOG-SUM
 12160     MOVE 1 TO EM-LOG-DIVISOR
 12170     IF EM-LOG-X < 0
 12180         COMPUTE EM-LOG-TERM = EM-LOG-X * -1
 12190     ELSE
 12200         MOVE EM-LOG-X TO EM-LOG-TERM
 12210     END-IF
 12220     PERFORM 3350-NATURAL-LOG-TERM THRU 3350-EXIT
 12230         UNTIL EM-LOG-TERM < EM-CUTOFF
 12240     COMPUTE EM-DELTA = EM-LOG-SUM * 2.
 12250 3300-EXIT.
 12260     EXIT.
 12270
 12280******************************************************************
 12290*    3350-NATURAL-LOG-TERM                                      *
 12300*    ONE TERM OF THE ATANH SERIES -- ROLLS THE ODD POWER AND     *
 12310*    DIVISOR FORWARD AND ADDS THE TERM INTO THE RUNNING SUM.     *
 12320******************************************************************
 12330 3350-NATURAL-LOG-TERM.
 12340     COMPUTE EM-LOG-POW = EM-LOG-POW * EM-LOG-XSQ
 12350     ADD 2 TO EM-LOG-DIVISOR
 12360     COMPUTE EM-LOG-TERM = EM-LOG-POW / EM-LOG-DIVISOR
 12370     ADD EM-LOG-TERM TO EM-LOG-SUM.
 12380 3350-EXIT.
 12390     EXIT.
 12400
 12410******************************************************************
 12420*    3400-EXPONENTIAL                                          *
 12430*    EM-EXP-RESULT = EXP(EM-EXP-ARG) BY THE POWER SERIES       *
 12440*        EXP(X) = 1 + X + X**2/2-FACTORIAL + ...               *
 12450*    ONE ROLLED-FORWARD TERM PER PASS.  THE ONLY ARGUMENT THIS *
 12460*    PROGRAM EVER PASSES IS DELTA / F, WELL UNDER ONE, SO THE  *
 12470*    SERIES CONVERGES IN A HANDFUL OF TERMS.  ORDINARY VERBS,  *
 12480*    SAME NO-INTRINSICS POLICY AS 3300-NATURAL-LOG.            *
 12490******************************************************************
 12500 3400-EXPONENTIAL.
 12510     MOVE 1.0 TO EM-EXP-RESULT
 12520     MOVE 1.0 TO EM-EXP-TERM
 12530     MOVE 0 TO EM-EXP-K
 12540     PERFORM 3450-EXPONENTIAL-TERM THRU 3450-EXIT
 12550         UNTIL EM-EXP-TERM < EM-CUTOFF.
 12560 3400-EXIT.
 12570     EXIT.
 12580
 12590******************************************************************
 12600*    3450-EXPONENTIAL-TERM                                     *
 12610*    ONE TERM OF THE EXP SERIES -- ROLLS THE POWER-OVER-       *
 12620*    FACTORIAL TERM FORWARD AND ADDS IT IN.                    *
 12630******************************************************************
 12640 3450-EXPONENTIAL-TERM.
 12650     ADD 1 TO EM-EXP-K
 12660     COMPUTE EM-EXP-TERM = EM-EXP-TERM * EM-EXP-ARG
 12670     COMPUTE EM-EXP-TERM = EM-EXP-TERM / EM-EXP-K
 12680     ADD EM-EXP-TERM TO EM-EXP-RESULT
 12690     IF EM-EXP-TERM < 0
 12700         COMPUTE EM-EXP-TERM = EM-EXP-TERM * -1
 12710     END-IF.
 12720 3450-EXIT.
 12730     EXIT.
 12740
 12750******************************************************************
 12760*    3700-DIRECT-PERIODIC-SUM                                  *
 12770*    THE PERIODIC ACCUMULATED ANNUITY BY BRUTE FORCE -- F * T  *
 12780*    PAYMENTS OF 1/F, EACH ACCUMULATED AT THE PER-PERIOD RATE  *
 12790*    J, ONE ROLLED-FORWARD POWER PER PAYMENT.  A GENUINELY     *
 12800*    DIFFERENT ROUTE FROM THE CLOSED FORM 2150 USES, SO THE    *
 12810*    TWO AGREEING MEANS SOMETHING.  THE DUE TIMING IS A FLAT   *
 12820*    (1 + J) APPLIED THE SAME WAY 2150 APPLIES IT.             *
 12830******************************************************************
 12840 3700-DIRECT-PERIODIC-SUM.
 12850     MOVE 0.0 TO EM-DIR-SUM
 12860     MOVE 1.0 TO EM-DIR-POW
 12870     COMPUTE EM-DIR-COUNT = EM-FREQ * EM-TERM
 12880     PERFORM VARYING EM-DIR-K FROM 1 BY 1
 12890             UNTIL EM-DIR-K > EM-DIR-COUNT
 12900         ADD EM-DIR-POW TO EM-DIR-SUM
 12910         COMPUTE EM-DIR-POW = EM-DIR-POW * EM-EXP-RESULT
 12920     END-PERFORM
 12930     COMPUTE EM-DIR-SUM = EM-DIR-SUM / EM-FREQ
 12940     IF EM-DUE
 12950         COMPUTE EM-DIR-SUM = EM-DIR-SUM * EM-EXP-RESULT
 12960     END-IF.
 12970 3700-EXIT.
 12980     EXIT.
 12990
 13000
 13010******************************************************************
 13020*    3500-EM-SUM-FACTOR                                         *
 13030*    BUILDS THE EULER-MACLAURIN BRACKET                          *
 13040*        1/DELTA + SUM B(K) * DELTA**(K-1) / K-FACTORIAL         *
 13050*    FROM THE ARCHIVED COEFFICIENTS.  THE K = 1 TERM IS B(1) =   *
 13060*    -1/2, WHICH IS THE USUAL ENDPOINT CORRECTION; ODD K PAST 1  *
 13070*    CONTRIBUTE NOTHING SINCE B(K) IS ZERO THERE.  STOPS WHEN A  *
 13080*    TERM FALLS BELOW EM-CUTOFF OR THE ARCHIVE RUNS OUT OF       *
 13090*    COEFFICIENTS, WHICHEVER COMES FIRST, AND RECORDS WHICH IT   *
 13100*    WAS: A LAST NONZERO TERM STILL AT OR ABOVE THE CUTOFF MEANS *
 13110*    THE TABLE ENDED BEFORE THE SERIES CONVERGED.                *
 13120******************************************************************
 13130 3500-EM-SUM-FACTOR.
 13140     COMPUTE EM-SUM-FACTOR = 1 / EM-DELTA
 13150     MOVE 1 TO EM-K
 13160     MOVE 1.0 TO EM-POW
 13170     MOVE 1.0 TO EM-FACT
 13180     MOVE 1.0 TO EM-TERM-ABS
 13190     PERFORM 3550-EM-SUM-TERM THRU 3550-EXIT
 13200         UNTIL EM-K > EM-MAX-INDEX
 13210             OR EM-TERM-ABS < EM-CUTOFF
 13220     COMPUTE EM-TERMS-USED = EM-K - 1
 13230     IF EM-TERMS-USED = 0
 13240         MOVE 0.0 TO EM-LAST-TERM
 13250     ELSE
 13260         MOVE EM-TERM-ABS TO EM-LAST-TERM
 13270     END-IF
 13280     IF EM-TERM-ABS < EM-CUTOFF
 13290         MOVE "C" TO EM-CONV-FLAG
 13300     ELSE
 13310         MOVE "T" TO EM-CONV-FLAG
 13320     END-IF.
 13330 3500-EXIT.
 13340     EXIT.
 13350
 13360******************************************************************
 13370*    3550-EM-SUM-TERM                                           *
 13380*    ONE TERM OF THE BRACKET: B(K) * DELTA**(K-1) / K-FACTORIAL, *
 13390*    WITH THE POWER AND FACTORIAL EACH ROLLED FORWARD ONE STEP   *
 13400*    PER PASS.  EM-TERM-ABS ONLY TRACKS NONZERO COEFFICIENTS --  *
 13410*    A ZERO ODD-K TERM MUST NOT FOOL THE CONVERGENCE TEST INTO   *
 13420*    STOPPING EARLY.                                             *
 13430******************************************************************
 13440 3550-EM-SUM-TERM.
 13450     COMPUTE EM-K-IDX = EM-K + 1
 13460     COMPUTE EM-TERM-VALUE = EM-BN(EM-K-IDX) * EM-POW
 13470     COMPUTE EM-TERM-VALUE = EM-TERM-VALUE / EM-FACT
 13480     ADD EM-TERM-VALUE TO EM-SUM-FACTOR
 13490     IF EM-BN(EM-K-IDX) NOT = 0
 13500         IF EM-TERM-VALUE < 0
 13510             COMPUTE EM-TERM-ABS = EM-TERM-VALUE * -1
 13520         ELSE
 13530             MOVE EM-TERM-VALUE TO EM-TERM-ABS
 13540         END-IF
 13550     END-IF
 13560     COMPUTE EM-POW = EM-POW * EM-DELTA
 13570     ADD 1 TO EM-K
 13580     COMPUTE EM-FACT = EM-FACT * EM-K.
 13590 3550-EXIT.
 13600     EXIT.
 13610
 13620******************************************************************
 13630*    3600-ESTIMATE-TABLE-NEED                                    *
 13640*    FOR A LINE THAT RAN OUT OF TABLE: THE B(K) INDEX AT WHICH   *
 13650*    ITS SERIES WOULD HAVE STOPPED, RUNNING THE TERMS ON BY THE  *
 13660*    BOUND 4 * DELTA**(K-1) / (2*PI)**K (SEE EM-NEED-N).  EACH   *
 13670*    STEP OF TWO MULTIPLIES THE BOUND BY (DELTA / 2*PI)**2.  NO  *
 13680*    ANSWER PAST EM-TABLE-LIMIT, SINCE BERN100 CANNOT BUILD IT.  *
 13690*    EM-NEED-MAX KEEPS THE LARGEST NEED OF THE RUN FOR 7000.     *
 13700******************************************************************
 13710 3600-ESTIMATE-TABLE-NEED.
 13720     COMPUTE EM-EST-RATIO = EM-DELTA * EM-DELTA
 13730     COMPUTE EM-EST-RATIO = EM-EST-RATIO / EM-TWO-PI-SQ
 13740     COMPUTE EM-EST-TERM = EM-DELTA * 4
 13750     COMPUTE EM-EST-TERM = EM-EST-TERM / EM-TWO-PI-SQ
 13760     MOVE 2 TO EM-NEED-N
 13770     PERFORM 3650-ESTIMATE-NEXT-TERM THRU 3650-EXIT
 13780         UNTIL (EM-NEED-N > EM-MAX-INDEX
 13790                AND EM-EST-TERM < EM-CUTOFF)
 13800             OR EM-NEED-N > EM-TABLE-LIMIT
 13810     IF EM-NEED-N > EM-TABLE-LIMIT
 13820         MOVE EM-TABLE-LIMIT TO EM-NEED-N
 13830     END-IF
 13840     IF EM-NEED-N > EM-NEED-MAX
 13850         MOVE EM-NEED-N TO EM-NEED-MAX
 13860     END-IF.
 13870 3600-EXIT.
 13880     EXIT.
 13890
 13900******************************************************************
 13910*    3650-ESTIMATE-NEXT-TERM                                     *
 13920*    BOUND ON THE NEXT NONZERO TERM, TWO INDICES ON.             *
 13930******************************************************************
 13940 3650-ESTIMATE-NEXT-TERM.
 13950     ADD 2 TO EM-NEED-N
 13960     COMPUTE EM-EST-TERM = EM-EST-TERM * EM-EST-RATIO.
 13970 3650-EXIT.
 13980     EXIT.
 13990
 14000******************************************************************
 14010*    3800-SCALE-LAST-TERM                                        *
 14020*    EM-LAST-TERM IN SCALED FORM FOR THE DIAGNOSTICS LINE:       *
 14030*    MANTISSA IN [1,10) (ZERO FOR ZERO) AND POWER OF TEN, BY     *
 14040*    REPEATED DIVISION -- THE SAME WAY BERN100'S 4800-SCALE-TERM *
 14050*    DOES IT, NO INTRINSIC LOGARITHM.                            *
 14060******************************************************************
 14070 3800-SCALE-LAST-TERM.
 14080     MOVE 0 TO EM-SCALE-EXP
 14090     MOVE EM-LAST-TERM TO EM-SCALE-ABS
 14100     IF EM-SCALE-ABS = 0
 14110         GO TO 3800-MOVE-RESULT
 14120     END-IF
 14130     PERFORM UNTIL EM-SCALE-ABS < 10
 14140         COMPUTE EM-SCALE-ABS = EM-SCALE-ABS / 10
 14150         ADD 1 TO EM-SCALE-EXP
 14160     END-PERFORM
 14170     PERFORM UNTIL EM-SCALE-ABS NOT < 1
 14180         COMPUTE EM-SCALE-ABS = EM-SCALE-ABS * 10
 14190         SUBTRACT 1 FROM EM-SCALE-EXP
 14200     END-PERFORM.
 14210
 14220 3800-MOVE-RESULT.
 14230     MOVE EM-SCALE-ABS TO EM-CNV-LAST-MANT
 14240     MOVE EM-SCALE-EXP TO EM-CNV-LAST-EXP.
 14250 3800-EXIT.
 14260     EXIT.
 14270
 14280******************************************************************
 14290*    7000-QUEUE-LONGER-TABLE                                     *
 14300*    WHEN ANY LINE RAN OUT OF COEFFICIENTS, APPENDS ONE CPCTL    *
 14310*    CARD TO THE BNRQ REQUEST QUEUE DATASET (REQQ) FOR THE       *
 14320*    LONGEST TABLE ANY SHORT LINE NEEDED, MODE B, SUBMITTED AS   *
 14330*    EM-REQ-SUBMITTER.  BERN100J DRAINS REQQ INTO THE NEXT       *
 14340*    NIGHT'S DECK, SO THE NEXT WINDOW PRODUCES A TABLE LONG      *
 14350*    ENOUGH.  NOTHING IS QUEUED WHEN THE TABLE IS ALREADY AS     *
 14360*    LONG AS BERN100 CAN MAKE IT.  A QUEUE THAT CANNOT BE        *
 14370*    WRITTEN IS REPORTED ON SYSOUT AND CNVRPT; THE SHORT LINES   *
 14380*    HAVE ALREADY SET RC 4.                                      *
 14390******************************************************************
 14400 7000-QUEUE-LONGER-TABLE.
 14410     IF EM-SHORT-COUNT = 0
 14420         GO TO 7000-EXIT
 14430     END-IF
 14440     IF EM-NEED-MAX NOT > EM-MAX-INDEX
 14450         DISPLAY "BERN300 - COEFFICIENT TABLE ALREADY AT B("
 14460             EM-MAX-INDEX "), NO LONGER TABLE CAN BE REQUESTED"
 14470         GO TO 7000-EXIT
 14480     END-IF
 14490     OPEN EXTEND REQQ
 14500     IF NOT EM-REQQ-OK
 14510         DISPLAY "BERN300 - REQQ OPEN FAILED, STATUS = "
 14520             EM-REQQ-STATUS ", LONGER TABLE NOT REQUESTED"
 14530         GO TO 7000-EXIT
 14540     END-IF
 14550     MOVE SPACES TO CONTROL-CARD
 14560     MOVE EM-NEED-MAX TO CC-N
 14570     MOVE "B" TO CC-MODE
 14580     MOVE EM-REQ-SUBMITTER TO CC-SUBMITTER
 14590     WRITE CONTROL-CARD
 14600     IF EM-REQQ-OK
 14610         MOVE "Y" TO EM-REQ-QUEUED-SW
 14620         DISPLAY "BERN300 - LONGER TABLE REQUESTED, N = " CC-N
 14630             " QUEUED ON REQQ"
 14640     ELSE
 14650         DISPLAY "BERN300 - REQQ WRITE FAILED, STATUS = "
 14660             EM-REQQ-STATUS ", LONGER TABLE NOT REQUESTED"
 14670     END-IF
 14680     CLOSE REQQ.
 14690 7000-EXIT.
 14700     EXIT.
 14710
 14720******************************************************************
 14730*    8000-CLOSE-OUTPUTS                                         *
 14740******************************************************************
 14750 8000-CLOSE-OUTPUTS.
 14760     CLOSE FACOUT
 14770     IF EM-EXCEPT-COUNT = 0
 14780         MOVE "NO RATE MASTER EXCEPTIONS" TO EM-EXC-MSG-TEXT
 14790         WRITE EXC-RECORD FROM EM-EXC-MSG
 14800     END-IF
 14810     CLOSE EXCPRPT
 14820     CLOSE RPTOUT
 14830     PERFORM 8100-CONVERGENCE-TOTALS THRU 8100-EXIT
 14840     CLOSE CNVRPT
 14850     IF EM-FACVSAM-AVAILABLE
 14860         CLOSE FACVSAM
 14870     END-IF
 14880     DISPLAY "BERN300 - " EM-CARD-COUNT
 14890         " FACTOR LINE(S) PRODUCED".
 14900 8000-EXIT.
 14910     EXIT.
 14920
 14930******************************************************************
 14940*    8100-CONVERGENCE-TOTALS                                     *
 14950*    CLOSING TOTALS ON THE CONVERGENCE DIAGNOSTICS REPORT, AND   *
 14960*    WHAT BECAME OF THE REQUEST FOR A LONGER TABLE.              *
 14970******************************************************************
 14980 8100-CONVERGENCE-TOTALS.
 14990     MOVE SPACES TO EM-CNV-MSG-TEXT
 15000     WRITE CNV-RECORD FROM EM-CNV-MSG
 15010     MOVE "LINES CONVERGED" TO EM-CNV-TOT-LABEL
 15020     MOVE EM-CONVERGED-COUNT TO EM-CNV-TOT-VALUE
 15030     WRITE CNV-RECORD FROM EM-CNV-TOT-LINE
 15040     MOVE "LINES CUT OFF AT THE END OF THE TABLE"
 15050         TO EM-CNV-TOT-LABEL
 15060     MOVE EM-SHORT-COUNT TO EM-CNV-TOT-VALUE
 15070     WRITE CNV-RECORD FROM EM-CNV-TOT-LINE
 15080     IF EM-SHORT-COUNT = 0
 15090         GO TO 8100-EXIT
 15100     END-IF
 15110     IF EM-REQ-QUEUED
 15120         MOVE "LONGER TABLE QUEUED FOR BERN100, N ="
 15130             TO EM-CNV-TOT-LABEL
 15140         MOVE EM-NEED-MAX TO EM-CNV-TOT-VALUE
 15150         WRITE CNV-RECORD FROM EM-CNV-TOT-LINE
 15160     ELSE
 15170         MOVE "*** NO LONGER TABLE QUEUED - SEE SYSOUT"
 15180             TO EM-CNV-MSG-TEXT
 15190         WRITE CNV-RECORD FROM EM-CNV-MSG
 15200     END-IF.
 15210 8100-EXIT.
 15220     EXIT.
 15230
 15240******************************************************************
 15250*    9000-POST-LEDGER                                            *
 15260*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
 15270*    CONTROL LEDGER (SEE CPLED) -- RC, RECORD COUNTS AND A       *
 15280*    ONE-LINE VERDICT.  PERFORMED FROM 9999-EXIT SO EVERY        *
 15290*    ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A LEDGER THAT  *
 15300*    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE STEP'S OWN     *
 15310*    RETURN CODE ALONE -- BERN105 SHOWS THE STEP AS NOT POSTED.  *
 15320******************************************************************
 15330 9000-POST-LEDGER.
 15340     OPEN INPUT RUNLEDG
 15350     IF EM-LEDG-MISSING
 15360         GO TO 9000-CLOSE-INPUT
 15370     END-IF
 15380     IF NOT EM-LEDG-OK
 15390         DISPLAY "BERN300 - RUNLEDG OPEN FAILED, STATUS = "
 15400             EM-LEDG-STATUS
 15410         GO TO 9000-EXIT
 15420     END-IF
 15430     PERFORM UNTIL EM-LEDG-EOF
 15440         READ RUNLEDG
 15450             AT END
 15460                 CONTINUE
 15470             NOT AT END
 15480                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
 15490                     MOVE LG-RUN-ID TO EM-LEDG-RUN-ID
 15500                 END-IF
 15510         END-READ
 15520     END-PERFORM.
 15530
 15540 9000-CLOSE-INPUT.
 15550     CLOSE RUNLEDG
 15560     OPEN EXTEND RUNLEDG
 15570     IF NOT EM-LEDG-OK AND NOT EM-LEDG-MISSING
 15580         DISPLAY "BERN300 - RUNLEDG OPEN FAILED, STATUS = "
 15590             EM-LEDG-STATUS
 15600         GO TO 9000-EXIT
 15610     END-IF
 15620
 15630     MOVE SPACES TO RUN-LEDGER-RECORD
 15640     MOVE EM-LEDG-RUN-ID TO LG-RUN-ID
 15650     MOVE "S" TO LG-TYPE
 15660     MOVE "EMTAB" TO LG-STEP
 15670     MOVE "BERN300" TO LG-PROGRAM
 15680     ACCEPT LG-DATE FROM DATE YYYYMMDD
 15690     ACCEPT LG-TIME FROM TIME
 15700     MOVE RETURN-CODE TO LG-RC
 15710     MOVE EM-LOAD-COUNT TO LG-COUNT-IN
 15720     MOVE EM-CARD-COUNT TO LG-COUNT-OUT
 15730     MOVE EM-EXCEPT-COUNT TO LG-EXCEPTIONS
 15740     ADD EM-MISMATCH-COUNT TO LG-EXCEPTIONS
 15750     EVALUATE TRUE
 15760         WHEN RETURN-CODE > 8
 15770             MOVE "NO FACTORS PRODUCED - SEE SYSOUT"
 15780                 TO LG-VERDICT
 15790         WHEN EM-MISMATCH-COUNT > 0
 15800             MOVE "SELF-CHECK FAILED - SUMMATION ROUTES DISAGREE"
 15810                 TO LG-VERDICT
 15820         WHEN EM-SHORT-COUNT > 0
 15830             MOVE "SERIES CUT SHORT - LINES HELD FROM FACVSAM"
 15840                 TO LG-VERDICT
 15850         WHEN EM-EXCEPT-COUNT > 0
 15860             MOVE "RATE LINES REJECTED - SEE EXCPRPT"
 15870                 TO LG-VERDICT
 15880         WHEN OTHER
 15890             MOVE "FACTORS PRODUCED FOR EVERY SELECTED RATE LINE"
 15900                 TO LG-VERDICT
 15910     END-EVALUATE
 15920     WRITE RUN-LEDGER-RECORD
 15930     IF NOT EM-LEDG-OK
 15940         DISPLAY "BERN300 - RUNLEDG WRITE FAILED, STATUS = "
 15950             EM-LEDG-STATUS
 15960     END-IF
 15970
 15980 9000-CLOSE-LEDGER.
 15990     CLOSE RUNLEDG.
 16000 9000-EXIT.
 16010     EXIT.
 16020
 16030******************************************************************
 16040*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
 16050******************************************************************
 16060 9999-EXIT.
 16070     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
 16080     STOP RUN.
