   100******************************************************************
   110*                                                                *
   120*    BERN320 - MONTH-END IN-FORCE ANNUITY VALUATION              *
   130*                                                                *
   140*    APPLIES THE BERN300 FACTORS TO THE ACTUAL BOOK OF           *
   150*    BUSINESS.  READS THE ADMINISTRATION SYSTEM'S IN-FORCE       *
   160*    EXTRACT (CPINF), LOOKS EACH CONTRACT'S ANNUITY-CERTAIN      *
   170*    FACTOR UP ON THE FACVSAM KEYED STORE BY FV-KEY (RATE,       *
   180*    REMAINING TERM, PAYMENT FREQUENCY, DUE/IMMEDIATE), AND      *
   190*    VALUES THE CONTRACT AS                                      *
   200*                                                                *
   210*        RESERVE = INSTALMENT * PAYMENTS PER YEAR * A(T)PERIODIC *
   220*                                                                *
   230*    -- FV-ANN-PV-P IS THE PRESENT VALUE OF ONE UNIT A YEAR PAID *
   240*    IN INSTALMENTS AT THE CONTRACT'S FREQUENCY AND TIMING.      *
   250*    PRODUCES A VALUATION REGISTER (EVERY CONTRACT, THEN         *
   260*    SUBTOTALS BY PRODUCT AND RATE, PRODUCT TOTALS AND A GRAND   *
   270*    TOTAL), AN EXCEPTION LISTING FOR EVERY CONTRACT THAT COULD  *
   280*    NOT BE VALUED -- ABOVE ALL THOSE WHOSE KEY IS NOT ON        *
   290*    FACVSAM -- AND A SUMMARIZED, BALANCED JOURNAL (CPGLJ) FOR   *
   300*    THE GENERAL-LEDGER INTERFACE.  THE REGISTER TOTAL IS        *
   310*    SELF-CHECKED AGAINST THE SUBTOTALS AND THE JOURNAL CONTROL  *
   320*    TOTALS BEFORE THE JOB ENDS, SO WHAT THE LEDGER POSTS IS     *
   330*    PROVABLY WHAT THE REGISTER PRINTS.                          *
   340*                                                                *
   350******************************************************************
   360 IDENTIFICATION DIVISION.
   370 PROGRAM-ID.     BERN320.
   380 AUTHOR.         H-LARSSON-WILHELMSSON.
   390 INSTALLATION.   ACTUARIAL-SYSTEMS.
   400 DATE-WRITTEN.   10/15/2026.
   410 DATE-COMPILED.
   420
   430******************************************************************
   440*  MODIFICATION HISTORY                                        *
   450*  DATE        BY   DESCRIPTION                                 *
   460*  ----------  ---  ----------------------------------------   *
   470*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   480*  10/15/2026  HLW  7000-WRITE-MESSAGE MOVED AHEAD OF           *
   490*                   8000-CLOSE-FILES.  NO LOGIC CHANGE.         *
   500*                   RESEQUENCED.                                *
   510******************************************************************
   520
   530 ENVIRONMENT DIVISION.
   540 INPUT-OUTPUT SECTION.
   550 FILE-CONTROL.
   560*    VALCARD - THE VALUATION CONTROL CARD (SEE CPVAL).  OPTIONAL:
   570*    WITHOUT IT THE RUN DATE IS THE VALUATION DATE AND THE
   580*    COMPILED-IN GL ACCOUNTS APPLY, LOUDLY.
   590     SELECT OPTIONAL VALCARD ASSIGN TO "VALCARD"
   600         ORGANIZATION IS LINE SEQUENTIAL
   610         FILE STATUS IS VL-VALCARD-STATUS.
   620*    INFORCE - THE MONTH-END IN-FORCE CONTRACT EXTRACT (CPINF).
   630     SELECT INFORCE ASSIGN TO "INFORCE"
   640         ORGANIZATION IS LINE SEQUENTIAL
   650         FILE STATUS IS VL-INFORCE-STATUS.
   660*    FACVSAM - THE KEYED FACTOR STORE BERN300 LOADS (CPFACK),
   670*    READ RANDOM BY THE CONTRACT'S FV-KEY.
   680     SELECT FACVSAM ASSIGN TO "FACVSAM"
   690         ORGANIZATION IS INDEXED
   700         ACCESS MODE IS RANDOM
   710         RECORD KEY IS FV-KEY
   720         FILE STATUS IS VL-FACVSAM-STATUS.
   730*    GLOUT - THE SUMMARIZED RESERVE JOURNAL FOR THE GL
   740*    INTERFACE (CPGLJ).
   750     SELECT GLOUT ASSIGN TO "GLOUT"
   760         ORGANIZATION IS LINE SEQUENTIAL
   770         FILE STATUS IS VL-GLOUT-STATUS.
   780*    EXCPRPT - PRINT-IMAGE EXCEPTION LISTING: EVERY CONTRACT
   790*    LEFT OUT OF THE VALUATION, AS READ, WITH THE REASON.
   800     SELECT EXCPRPT ASSIGN TO "EXCPRPT"
   810         ORGANIZATION IS LINE SEQUENTIAL
   820         FILE STATUS IS VL-EXCPRPT-STATUS.
   830*    RPTOUT - PRINT-IMAGE VALUATION REGISTER.
   840     SELECT RPTOUT ASSIGN TO "RPTOUT"
   850         ORGANIZATION IS LINE SEQUENTIAL
   860         FILE STATUS IS VL-RPTOUT-STATUS.
   870
   880 DATA DIVISION.
   890 FILE SECTION.
   900 FD  VALCARD.
   910     COPY CPVAL.
   920
   930 FD  INFORCE.
   940     COPY CPINF.
   950
   960 FD  FACVSAM.
   970     COPY CPFACK.
   980
   990 FD  GLOUT.
  1000     COPY CPGLJ.
  1010
  1020 FD  EXCPRPT.
  1030 01  EXC-RECORD              PIC X(133).
  1040
  1050 FD  RPTOUT.
  1060 01  RPT-RECORD              PIC X(133).
  1070
  1080 WORKING-STORAGE SECTION.
  1090*    VALUATION DATE AND GL ACCOUNTS, OFF THE CARD OR THE
  1100*    COMPILED-IN DEFAULTS.  THE PERIOD IS THE YYYYMM OF THE
  1110*    VALUATION DATE, FOR THE JOURNAL HEADER.
  1120 01  VL-VAL-DATE             PIC 9(08) VALUE ZERO.
  1130 01  VL-VAL-DATE-X REDEFINES VL-VAL-DATE.
  1140     02  VL-VAL-PERIOD       PIC 9(06).
  1150     02  FILLER              PIC 9(02).
  1160 01  VL-LIAB-ACCT            PIC X(10) VALUE "2410000000".
  1170 01  VL-EXP-ACCT             PIC X(10) VALUE "5410000000".
  1180 01  VL-RUN-DATE             PIC 9(08) VALUE ZERO.
  1190 01  VL-RUN-TIME             PIC 9(08) VALUE ZERO.
  1200 01  VL-RUN-TIME-X REDEFINES VL-RUN-TIME.
  1210     02  VL-RUN-HHMMSS       PIC 9(06).
  1220     02  FILLER              PIC 9(02).
  1230
  1240*    RAW COPIES OF THE CONTRACT'S PAYMENT AND RATE, READ BACK
  1250*    THROUGH THE REDEFINES ONLY ONCE THE NUMERIC EDIT PASSES --
  1260*    SAME IDIOM AS EM-RATE-RAW IN BERN300.
  1270 01  VL-PAY-RAW              PIC X(11) VALUE ZEROS.
  1280 01  VL-PAY-RAW-N REDEFINES VL-PAY-RAW
  1290                             PIC 9(09)V9(02).
  1300 01  VL-RATE-RAW             PIC X(06) VALUE ZEROS.
  1310 01  VL-RATE-RAW-N REDEFINES VL-RATE-RAW
  1320                             PIC 9(02)V9(04).
  1330
  1340*    THE CONTRACT BEING VALUED, DECODED.
  1350 01  VL-FREQ                 PIC 9(02) VALUE 1.
  1360 01  VL-DUE-IND              PIC X(01) VALUE "I".
  1370 01  VL-ANNUAL-PAY           PIC S9(11)V9(02) VALUE ZERO.
  1380 01  VL-RESERVE              PIC S9(13)V9(02) VALUE ZERO.
  1390
  1400*    PER PRODUCT-AND-RATE ROLLUP, ONE SLOT PER DISTINCT PAIR IN
  1410*    ORDER OF FIRST SIGHT, SAME ARRANGEMENT AS THE SUBMITTER
  1420*    TABLE IN BERN190.  A CONTRACT THAT FINDS THE TABLE FULL IS
  1430*    LISTED AS AN EXCEPTION RATHER THAN VALUED, SO THE REGISTER,
  1440*    THE SUBTOTALS AND THE JOURNAL NEVER DISAGREE.
  1450 01  VL-MAX-SUB              PIC S9(9) USAGE BINARY VALUE 500.
  1460 01  VL-SUB-TABLE.
  1470     02  VL-SUB-ENTRY        OCCURS 500 TIMES.
  1480         03  VL-SUB-PRODUCT  PIC X(06).
  1490         03  VL-SUB-RATE     PIC 9(02)V9(04).
  1500         03  VL-SUB-COUNT    PIC S9(9) USAGE BINARY.
  1510         03  VL-SUB-ANNUAL   PIC S9(13)V9(02).
  1520         03  VL-SUB-RESERVE  PIC S9(15)V9(02).
  1530 01  VL-SUB-USED             PIC S9(9) USAGE BINARY VALUE 0.
  1540 01  VL-SUB-IX               PIC S9(9) USAGE BINARY VALUE 0.
  1550 01  VL-FOUND-SW             PIC X(01) VALUE "N".
  1560     88  VL-FOUND                    VALUE "Y".
  1570
  1580*    PER-PRODUCT ROLLUP, BUILT FROM THE PRODUCT-AND-RATE TABLE
  1590*    ONCE THE EXTRACT HAS BEEN READ.  DRIVES THE PRODUCT
  1600*    SECTIONS OF THE REGISTER AND THE JOURNAL DETAIL PAIRS.
  1610 01  VL-MAX-PROD             PIC S9(9) USAGE BINARY VALUE 100.
  1620 01  VL-PROD-TABLE.
  1630     02  VL-PROD-ENTRY       OCCURS 100 TIMES.
  1640         03  VL-PROD-ID      PIC X(06).
  1650         03  VL-PROD-COUNT   PIC S9(9) USAGE BINARY.
  1660         03  VL-PROD-ANNUAL  PIC S9(13)V9(02).
  1670         03  VL-PROD-RESERVE PIC S9(15)V9(02).
  1680 01  VL-PROD-USED            PIC S9(9) USAGE BINARY VALUE 0.
  1690 01  VL-PROD-IX              PIC S9(9) USAGE BINARY VALUE 0.
  1700 01  VL-PROD-OVER-COUNT      PIC S9(9) USAGE BINARY VALUE 0.
  1710
  1720*    RUN COUNTERS AND CONTROL TOTALS.  THE DETAIL TOTALS ADD UP
  1730*    AS EACH REGISTER LINE PRINTS; THE SUBTOTAL AND JOURNAL
  1740*    TOTALS ARE RE-ADDED FROM THE ROLLUPS AND MUST AGREE.
  1750 01  VL-READ-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1760 01  VL-VALUED-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1770 01  VL-EXCEPT-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1780 01  VL-NOTFND-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1790 01  VL-MISMATCH-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1800 01  VL-DTL-ANNUAL-TOT       PIC S9(13)V9(02) VALUE ZERO.
  1810 01  VL-DTL-RESERVE-TOT      PIC S9(15)V9(02) VALUE ZERO.
  1820 01  VL-SUB-RESERVE-TOT      PIC S9(15)V9(02) VALUE ZERO.
  1830 01  VL-GL-LINE-NO           PIC S9(9) USAGE BINARY VALUE 0.
  1840 01  VL-GL-DEBIT-TOT         PIC S9(15)V9(02) VALUE ZERO.
  1850 01  VL-GL-CREDIT-TOT        PIC S9(15)V9(02) VALUE ZERO.
  1860
  1870 01  VL-VALCARD-STATUS       PIC X(02) VALUE "00".
  1880     88  VL-VALCARD-OK               VALUE "00".
  1890     88  VL-VALCARD-MISSING         VALUE "05" "35".
  1900 01  VL-INFORCE-STATUS       PIC X(02) VALUE "00".
  1910     88  VL-INFORCE-OK               VALUE "00".
  1920     88  VL-INFORCE-EOF             VALUE "10".
  1930 01  VL-FACVSAM-STATUS       PIC X(02) VALUE "00".
  1940     88  VL-FACVSAM-OK               VALUE "00".
  1950     88  VL-FACVSAM-NOTFND          VALUE "23".
  1960 01  VL-GLOUT-STATUS         PIC X(02) VALUE "00".
  1970     88  VL-GLOUT-OK                 VALUE "00".
  1980 01  VL-EXCPRPT-STATUS       PIC X(02) VALUE "00".
  1990     88  VL-EXCPRPT-OK               VALUE "00".
  2000 01  VL-RPTOUT-STATUS        PIC X(02) VALUE "00".
  2010     88  VL-RPTOUT-OK                VALUE "00".
  2020
  2030*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  2040 01  VL-HDR-1.
  2050     02  FILLER              PIC X(01) VALUE "1".
  2060     02  FILLER              PIC X(50) VALUE
  2070         "BERN320 - IN-FORCE ANNUITY VALUATION REGISTER".
  2080     02  FILLER              PIC X(82) VALUE SPACES.
  2090 01  VL-DATE-LINE.
  2100     02  FILLER              PIC X(01) VALUE SPACE.
  2110     02  FILLER              PIC X(15) VALUE
  2120         "VALUATION DATE ".
  2130     02  VL-DATE-ED          PIC 9(08).
  2140     02  FILLER              PIC X(16) VALUE
  2150         "   GL LIABILITY ".
  2160     02  VL-LIAB-ED          PIC X(10).
  2170     02  FILLER              PIC X(14) VALUE
  2180         "   GL EXPENSE ".
  2190     02  VL-EXP-ED           PIC X(10).
  2200     02  FILLER              PIC X(59) VALUE SPACES.
  2210 01  VL-HDR-2.
  2220     02  FILLER              PIC X(01) VALUE "0".
  2230     02  FILLER              PIC X(12) VALUE "CONTRACT".
  2240     02  FILLER              PIC X(08) VALUE "PRODUCT".
  2250     02  FILLER              PIC X(09) VALUE "RATE PCT".
  2260     02  FILLER              PIC X(05) VALUE "TERM".
  2270     02  FILLER              PIC X(04) VALUE "FRQ".
  2280     02  FILLER              PIC X(03) VALUE "DUE".
  2290     02  FILLER              PIC X(05) VALUE SPACES.
  2300     02  FILLER              PIC X(11) VALUE "INSTALMENT".
  2310     02  FILLER              PIC X(05) VALUE SPACES.
  2320     02  FILLER              PIC X(14) VALUE "ANNUAL PAYMENT".
  2330     02  FILLER              PIC X(22) VALUE "  A(T) PERIODIC".
  2340     02  FILLER              PIC X(13) VALUE SPACES.
  2350     02  FILLER              PIC X(07) VALUE "RESERVE".
  2360     02  FILLER              PIC X(14) VALUE SPACES.
  2370 01  VL-DTL-LINE.
  2380     02  FILLER              PIC X(01) VALUE SPACE.
  2390     02  VL-DTL-CONTRACT     PIC X(10).
  2400     02  FILLER              PIC X(02) VALUE SPACES.
  2410     02  VL-DTL-PRODUCT      PIC X(06).
  2420     02  FILLER              PIC X(02) VALUE SPACES.
  2430     02  VL-DTL-RATE         PIC Z9.9(04).
  2440     02  FILLER              PIC X(02) VALUE SPACES.
  2450     02  VL-DTL-TERM         PIC ZZ9.
  2460     02  FILLER              PIC X(02) VALUE SPACES.
  2470     02  VL-DTL-FREQ         PIC Z9.
  2480     02  FILLER              PIC X(02) VALUE SPACES.
  2490     02  VL-DTL-DUE          PIC X(01).
  2500     02  FILLER              PIC X(02) VALUE SPACES.
  2510     02  VL-DTL-PAYMENT      PIC ZZZ,ZZZ,ZZ9.99.
  2520     02  FILLER              PIC X(02) VALUE SPACES.
  2530     02  VL-DTL-ANNUAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
  2540     02  FILLER              PIC X(02) VALUE SPACES.
  2550     02  VL-DTL-FACTOR       PIC -9(09).9(09).
  2560     02  FILLER              PIC X(02) VALUE SPACES.
  2570     02  VL-DTL-RESERVE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
  2580     02  FILLER              PIC X(14) VALUE SPACES.
  2590 01  VL-SECTION-HDR.
  2600     02  FILLER              PIC X(01) VALUE "1".
  2610     02  FILLER              PIC X(50) VALUE
  2620         "BERN320 - SUBTOTALS BY PRODUCT AND RATE".
  2630     02  FILLER              PIC X(82) VALUE SPACES.
  2640 01  VL-PROD-HDR.
  2650     02  FILLER              PIC X(01) VALUE "0".
  2660     02  FILLER              PIC X(08) VALUE "PRODUCT ".
  2670     02  VL-PROD-HDR-ID      PIC X(06).
  2680     02  FILLER              PIC X(118) VALUE SPACES.
  2690 01  VL-SUB-LINE.
  2700     02  FILLER              PIC X(05) VALUE SPACES.
  2710     02  VL-SL-TAG           PIC X(14).
  2720     02  VL-SL-PRODUCT       PIC X(06).
  2730     02  FILLER              PIC X(02) VALUE SPACES.
  2740     02  VL-SL-RATE          PIC X(07).
  2750     02  FILLER              PIC X(02) VALUE SPACES.
  2760     02  VL-SL-COUNT         PIC ZZZ,ZZ9.
  2770     02  FILLER              PIC X(13) VALUE " CONTRACT(S) ".
  2780     02  VL-SL-ANNUAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
  2790     02  FILLER              PIC X(02) VALUE SPACES.
  2800     02  VL-SL-RESERVE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
  2810     02  FILLER              PIC X(36) VALUE SPACES.
  2820 01  VL-RATE-ED              PIC Z9.9(04).
  2830 01  VL-MSG-LINE.
  2840     02  FILLER              PIC X(01) VALUE SPACE.
  2850     02  VL-MSG-TEXT         PIC X(70) VALUE SPACES.
  2860     02  FILLER              PIC X(62) VALUE SPACES.
  2870
  2880*    EXCEPTION LISTING LINES.  COLUMN 1 IS ANSI CARRIAGE
  2890*    CONTROL, SAME AS RPTOUT.
  2900 01  VL-EXC-HDR.
  2910     02  FILLER              PIC X(01) VALUE "1".
  2920     02  FILLER              PIC X(50) VALUE
  2930         "BERN320 - CONTRACTS NOT VALUED".
  2940     02  FILLER              PIC X(82) VALUE SPACES.
  2950 01  VL-EXC-LINE.
  2960     02  FILLER              PIC X(01) VALUE SPACE.
  2970     02  VL-EXC-CONTRACT     PIC X(10).
  2980     02  FILLER              PIC X(02) VALUE SPACES.
  2990     02  VL-EXC-PRODUCT      PIC X(06).
  3000     02  FILLER              PIC X(02) VALUE SPACES.
  3010     02  VL-EXC-PAYMENT      PIC X(11).
  3020     02  FILLER              PIC X(02) VALUE SPACES.
  3030     02  VL-EXC-RATE         PIC X(06).
  3040     02  FILLER              PIC X(02) VALUE SPACES.
  3050     02  VL-EXC-TERM         PIC X(03).
  3060     02  FILLER              PIC X(02) VALUE SPACES.
  3070     02  VL-EXC-FREQ         PIC X(02).
  3080     02  FILLER              PIC X(02) VALUE SPACES.
  3090     02  VL-EXC-DUE          PIC X(01).
  3100     02  FILLER              PIC X(02) VALUE SPACES.
  3110     02  VL-EXC-REASON       PIC X(44).
  3120     02  FILLER              PIC X(35) VALUE SPACES.
  3130 01  VL-EXC-MSG.
  3140     02  FILLER              PIC X(01) VALUE SPACE.
  3150     02  VL-EXC-MSG-TEXT     PIC X(70) VALUE SPACES.
  3160     02  FILLER              PIC X(62) VALUE SPACES.
  3170
  3180 PROCEDURE DIVISION.
  3190
  3200 0000-MAINLINE.
  3210     PERFORM 1000-READ-VALUATION-CARD THRU 1000-EXIT
  3220     PERFORM 1200-OPEN-INPUTS THRU 1200-EXIT
  3230     PERFORM 1500-OPEN-OUTPUTS THRU 1500-EXIT
  3240     PERFORM 2000-VALUE-IN-FORCE THRU 2000-EXIT
  3250     PERFORM 3000-ROLL-UP-PRODUCTS THRU 3000-EXIT
  3260     PERFORM 4000-PRINT-SUBTOTALS THRU 4000-EXIT
  3270     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
  3280     PERFORM 6000-CHECK-CONTROL-TOTALS THRU 6000-EXIT
  3290     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
  3300     IF VL-MISMATCH-COUNT > 0
  3310*    RC 8, SAME SEVERITY BERN100 GIVES A FAILED SELF-CHECK -- THE
  3320*    JOURNAL IS WRITTEN BUT MUST NOT BE LOADED UNTIL SOMEBODY
  3330*    FINDS OUT WHY IT DISAGREES WITH THE REGISTER.
  3340         MOVE 8 TO RETURN-CODE
  3350     END-IF
  3360     IF VL-EXCEPT-COUNT > 0 AND RETURN-CODE < 4
  3370*    RC 4, SAME CONVENTION AS BERN300'S EXCEPTION REPORT -- THE
  3380*    CONTRACTS THAT WERE VALUED ARE GOOD, BUT THE BOOK IS NOT
  3390*    COMPLETE UNTIL THE EXCEPTIONS ARE CLEARED.
  3400         MOVE 4 TO RETURN-CODE
  3410     END-IF
  3420     GO TO 9999-EXIT.
  3430
  3440******************************************************************
  3450*    1000-READ-VALUATION-CARD                                   *
  3460*    VALUATION DATE AND GL ACCOUNTS OFF VALCARD -- A MISSING,   *
  3470*    EMPTY OR UNREADABLE CARD FALLS BACK TO THE RUN DATE AND    *
  3480*    THE COMPILED-IN ACCOUNTS, LOUDLY.                          *
  3490******************************************************************
  3500 1000-READ-VALUATION-CARD.
  3510     ACCEPT VL-RUN-DATE FROM DATE YYYYMMDD
  3520     ACCEPT VL-RUN-TIME FROM TIME
  3530     MOVE VL-RUN-DATE TO VL-VAL-DATE
  3540     OPEN INPUT VALCARD
  3550     IF VL-VALCARD-MISSING
  3560         DISPLAY "BERN320 - NO VALCARD, VALUING AS AT RUN DATE "
  3570             VL-RUN-DATE
  3580         GO TO 1000-CLOSE-CARD
  3590     END-IF
  3600     IF NOT VL-VALCARD-OK
  3610         DISPLAY "BERN320 - VALCARD OPEN FAILED, STATUS = "
  3620             VL-VALCARD-STATUS ", VALUING AS AT RUN DATE"
  3630         GO TO 1000-EXIT
  3640     END-IF
  3650     READ VALCARD
  3660         AT END
  3670             DISPLAY "BERN320 - VALCARD EMPTY, VALUING AS AT RUN "
  3680                 "DATE " VL-RUN-DATE
  3690             GO TO 1000-CLOSE-CARD
  3700     END-READ
  3710     IF VC-VAL-DATE IS NUMERIC
  3720         AND VC-VAL-DATE > 19000000
  3730         MOVE VC-VAL-DATE TO VL-VAL-DATE
  3740     ELSE
  3750         DISPLAY "BERN320 - VALCARD DATE UNREADABLE, VALUING AS "
  3760             "AT RUN DATE " VL-RUN-DATE
  3770     END-IF
  3780     IF VC-LIAB-ACCT NOT = SPACES
  3790         MOVE VC-LIAB-ACCT TO VL-LIAB-ACCT
  3800     END-IF
  3810     IF VC-EXP-ACCT NOT = SPACES
  3820         MOVE VC-EXP-ACCT TO VL-EXP-ACCT
  3830     END-IF
  3840
  3850 1000-CLOSE-CARD.
  3860     CLOSE VALCARD.
  3870 1000-EXIT.
  3880     EXIT.
  3890
  3900******************************************************************
  3910*    1200-OPEN-INPUTS                                           *
  3920*    THE EXTRACT AND THE FACTOR STORE ARE BOTH REQUIRED -- A     *
  3930*    VALUATION WITH NO FACTORS WOULD LIST THE WHOLE BOOK AS      *
  3940*    EXCEPTIONS AND POST A ZERO RESERVE, SO EITHER ONE MISSING  *
  3950*    IS FATAL.                                                  *
  3960******************************************************************
  3970 1200-OPEN-INPUTS.
  3980     OPEN INPUT INFORCE
  3990     IF NOT VL-INFORCE-OK
  4000         DISPLAY "BERN320 - INFORCE OPEN FAILED, STATUS = "
  4010             VL-INFORCE-STATUS
  4020         MOVE 16 TO RETURN-CODE
  4030         GO TO 9999-EXIT
  4040     END-IF
  4050     OPEN INPUT FACVSAM
  4060     IF NOT VL-FACVSAM-OK
  4070         DISPLAY "BERN320 - FACVSAM OPEN FAILED, STATUS = "
  4080             VL-FACVSAM-STATUS ", RUN BERN300 FIRST"
  4090         MOVE 16 TO RETURN-CODE
  4100         GO TO 9999-EXIT
  4110     END-IF.
  4120 1200-EXIT.
  4130     EXIT.
  4140
  4150******************************************************************
  4160*    1500-OPEN-OUTPUTS                                          *
  4170*    OPENS THE REGISTER, THE EXCEPTION LISTING AND THE JOURNAL, *
  4180*    AND WRITES THE HEADINGS.                                    *
  4190******************************************************************
  4200 1500-OPEN-OUTPUTS.
  4210     OPEN OUTPUT RPTOUT
  4220     IF NOT VL-RPTOUT-OK
  4230         DISPLAY "BERN320 - RPTOUT OPEN FAILED, STATUS = "
  4240             VL-RPTOUT-STATUS
  4250         MOVE 16 TO RETURN-CODE
  4260         GO TO 9999-EXIT
  4270     END-IF
  4280     OPEN OUTPUT EXCPRPT
  4290     IF NOT VL-EXCPRPT-OK
  4300         DISPLAY "BERN320 - EXCPRPT OPEN FAILED, STATUS = "
  4310             VL-EXCPRPT-STATUS
  4320         MOVE 16 TO RETURN-CODE
  4330         GO TO 9999-EXIT
  4340     END-IF
  4350     OPEN OUTPUT GLOUT
  4360     IF NOT VL-GLOUT-OK
  4370         DISPLAY "BERN320 - GLOUT OPEN FAILED, STATUS = "
  4380             VL-GLOUT-STATUS
  4390         MOVE 16 TO RETURN-CODE
  4400         GO TO 9999-EXIT
  4410     END-IF
  4420     WRITE RPT-RECORD FROM VL-HDR-1
  4430     MOVE VL-VAL-DATE TO VL-DATE-ED
  4440     MOVE VL-LIAB-ACCT TO VL-LIAB-ED
  4450     MOVE VL-EXP-ACCT TO VL-EXP-ED
  4460     WRITE RPT-RECORD FROM VL-DATE-LINE
  4470     WRITE RPT-RECORD FROM VL-HDR-2
  4480     WRITE EXC-RECORD FROM VL-EXC-HDR.
  4490 1500-EXIT.
  4500     EXIT.
  4510
  4520******************************************************************
  4530*    2000-VALUE-IN-FORCE                                        *
  4540*    EVERY CONTRACT ON THE EXTRACT, ONE AT A TIME.               *
  4550******************************************************************
  4560 2000-VALUE-IN-FORCE.
  4570     PERFORM UNTIL VL-INFORCE-EOF
  4580         READ INFORCE
  4590             AT END
  4600                 CONTINUE
  4610             NOT AT END
  4620                 PERFORM 2100-VALUE-ONE-CONTRACT THRU 2100-EXIT
  4630         END-READ
  4640     END-PERFORM.
  4650 2000-EXIT.
  4660     EXIT.
  4670
  4680******************************************************************
  4690*    2100-VALUE-ONE-CONTRACT                                    *
  4700*    EDITS ONE CONTRACT, BUILDS ITS FV-KEY, READS THE FACTOR    *
  4710*    AND VALUES IT.  ANYTHING THAT CANNOT BE VALUED GOES TO THE *
  4720*    EXCEPTION LISTING INSTEAD OF THE REGISTER -- A CONTRACT    *
  4730*    WITH NO FACTOR IS A REPORTED GAP, NOT A ZERO RESERVE.      *
  4740******************************************************************
  4750 2100-VALUE-ONE-CONTRACT.
  4760     ADD 1 TO VL-READ-COUNT
  4770     MOVE SPACES TO VL-EXC-LINE
  4780     MOVE IC-CONTRACT TO VL-EXC-CONTRACT
  4790     MOVE IC-PRODUCT TO VL-EXC-PRODUCT
  4800     MOVE IC-PAYMENT TO VL-EXC-PAYMENT
  4810     MOVE IC-RATE TO VL-EXC-RATE
  4820     MOVE IC-TERM TO VL-EXC-TERM
  4830     MOVE IC-FREQ TO VL-EXC-FREQ
  4840     MOVE IC-DUE TO VL-EXC-DUE
  4850
  4860     MOVE IC-PAYMENT TO VL-PAY-RAW
  4870     IF VL-PAY-RAW IS NOT NUMERIC
  4880         MOVE "PAYMENT NOT NUMERIC" TO VL-EXC-REASON
  4890         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  4900         GO TO 2100-EXIT
  4910     END-IF
  4920     IF VL-PAY-RAW-N = 0
  4930         MOVE "PAYMENT IS ZERO" TO VL-EXC-REASON
  4940         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  4950         GO TO 2100-EXIT
  4960     END-IF
  4970     MOVE IC-RATE TO VL-RATE-RAW
  4980     IF VL-RATE-RAW IS NOT NUMERIC
  4990         MOVE "RATE NOT NUMERIC" TO VL-EXC-REASON
  5000         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5010         GO TO 2100-EXIT
  5020     END-IF
  5030     IF IC-TERM IS NOT NUMERIC
  5040         MOVE "REMAINING TERM NOT NUMERIC" TO VL-EXC-REASON
  5050         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5060         GO TO 2100-EXIT
  5070     END-IF
  5080     IF IC-TERM = 0
  5090         MOVE "REMAINING TERM IS ZERO" TO VL-EXC-REASON
  5100         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5110         GO TO 2100-EXIT
  5120     END-IF
  5130
  5140*    FREQUENCY AND TIMING DEFAULT EXACTLY AS BERN300 DEFAULTS
  5150*    THEM ON THE RATE MASTER, SO A CONTRACT AND THE RATE LINE
  5160*    THAT PRICED IT BUILD THE SAME KEY.
  5170     IF IC-FREQ = SPACES
  5180         MOVE 1 TO VL-FREQ
  5190     ELSE
  5200         IF IC-FREQ IS NOT NUMERIC
  5210             MOVE "FREQUENCY NOT NUMERIC" TO VL-EXC-REASON
  5220             PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5230             GO TO 2100-EXIT
  5240         END-IF
  5250         MOVE IC-FREQ TO VL-FREQ
  5260         IF VL-FREQ < 1 OR VL-FREQ > 12
  5270             MOVE "FREQUENCY MUST BE 01 THRU 12" TO VL-EXC-REASON
  5280             PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5290             GO TO 2100-EXIT
  5300         END-IF
  5310     END-IF
  5320     IF IC-DUE = SPACE OR IC-DUE = "I"
  5330         MOVE "I" TO VL-DUE-IND
  5340     ELSE
  5350         IF IC-DUE = "D"
  5360             MOVE "D" TO VL-DUE-IND
  5370         ELSE
  5380             MOVE "DUE FLAG MUST BE D, I OR BLANK"
  5390                 TO VL-EXC-REASON
  5400             PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5410             GO TO 2100-EXIT
  5420         END-IF
  5430     END-IF
  5440
  5450     MOVE VL-RATE-RAW-N TO FV-RATE
  5460     MOVE IC-TERM TO FV-TERM
  5470     MOVE VL-FREQ TO FV-FREQ
  5480     MOVE VL-DUE-IND TO FV-DUE-IND
  5490     READ FACVSAM
  5500     IF VL-FACVSAM-NOTFND
  5510         ADD 1 TO VL-NOTFND-COUNT
  5520         MOVE "NO FACTOR ON FACVSAM FOR THIS KEY" TO VL-EXC-REASON
  5530         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5540         GO TO 2100-EXIT
  5550     END-IF
  5560     IF NOT VL-FACVSAM-OK
  5570         DISPLAY "BERN320 - FACVSAM READ FAILED, STATUS = "
  5580             VL-FACVSAM-STATUS " FOR CONTRACT " IC-CONTRACT
  5590         MOVE "FACVSAM READ FAILED" TO VL-EXC-REASON
  5600         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5610         GO TO 2100-EXIT
  5620     END-IF
  5630*    999999999.999999999 IS BERN300'S SIZE-ERROR SENTINEL, NOT A
  5640*    FACTOR.
  5650     IF FV-ANN-PV-P = 999999999.999999999
  5660         MOVE "FACTOR ON FACVSAM OVERFLOWED" TO VL-EXC-REASON
  5670         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5680         GO TO 2100-EXIT
  5690     END-IF
  5700
  5710     COMPUTE VL-ANNUAL-PAY = VL-PAY-RAW-N * VL-FREQ
  5720     COMPUTE VL-RESERVE ROUNDED = VL-ANNUAL-PAY * FV-ANN-PV-P
  5730         ON SIZE ERROR
  5740             MOVE "RESERVE TOO LARGE FOR THE REGISTER"
  5750                 TO VL-EXC-REASON
  5760             PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5770             GO TO 2100-EXIT
  5780     END-COMPUTE
  5790
  5800     PERFORM 2200-FILE-SUBTOTAL THRU 2200-EXIT
  5810     IF NOT VL-FOUND
  5820         MOVE "SUBTOTAL TABLE FULL - NOT VALUED" TO VL-EXC-REASON
  5830         PERFORM 2150-PUT-EXCEPTION THRU 2150-EXIT
  5840         GO TO 2100-EXIT
  5850     END-IF
  5860     PERFORM 2300-WRITE-REGISTER-LINE THRU 2300-EXIT.
  5870 2100-EXIT.
  5880     EXIT.
  5890
  5900******************************************************************
  5910*    2150-PUT-EXCEPTION                                         *
  5920*    ONE LINE ONTO THE EXCEPTION LISTING -- THE CONTRACT AS     *
  5930*    READ, WITH THE REASON SPELLED OUT.                         *
  5940******************************************************************
  5950 2150-PUT-EXCEPTION.
  5960     ADD 1 TO VL-EXCEPT-COUNT
  5970     WRITE EXC-RECORD FROM VL-EXC-LINE
  5980     IF NOT VL-EXCPRPT-OK
  5990         DISPLAY "BERN320 - EXCPRPT WRITE FAILED, STATUS = "
  6000             VL-EXCPRPT-STATUS
  6010     END-IF.
  6020 2150-EXIT.
  6030     EXIT.
  6040
  6050******************************************************************
  6060*    2200-FILE-SUBTOTAL                                         *
  6070*    ADDS THE CONTRACT TO ITS PRODUCT-AND-RATE SLOT, OPENING A  *
  6080*    NEW SLOT ON FIRST SIGHT.  LEAVES VL-FOUND-SW "N" ONLY WHEN *
  6090*    THE TABLE IS FULL.                                          *
  6100******************************************************************
  6110 2200-FILE-SUBTOTAL.
  6120     MOVE "N" TO VL-FOUND-SW
  6130     PERFORM VARYING VL-SUB-IX FROM 1 BY 1
  6140             UNTIL VL-SUB-IX > VL-SUB-USED OR VL-FOUND
  6150         IF VL-SUB-PRODUCT(VL-SUB-IX) = IC-PRODUCT
  6160             AND VL-SUB-RATE(VL-SUB-IX) = VL-RATE-RAW-N
  6170             MOVE "Y" TO VL-FOUND-SW
  6180         END-IF
  6190     END-PERFORM
  6200     IF VL-FOUND
  6210*    THE SEARCH LOOP LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
  6220         SUBTRACT 1 FROM VL-SUB-IX
  6230     ELSE
  6240         IF VL-SUB-USED = VL-MAX-SUB
  6250             GO TO 2200-EXIT
  6260         END-IF
  6270         ADD 1 TO VL-SUB-USED
  6280         MOVE VL-SUB-USED TO VL-SUB-IX
  6290         MOVE IC-PRODUCT TO VL-SUB-PRODUCT(VL-SUB-IX)
  6300         MOVE VL-RATE-RAW-N TO VL-SUB-RATE(VL-SUB-IX)
  6310         MOVE ZERO TO VL-SUB-COUNT(VL-SUB-IX)
  6320         MOVE ZERO TO VL-SUB-ANNUAL(VL-SUB-IX)
  6330         MOVE ZERO TO VL-SUB-RESERVE(VL-SUB-IX)
  6340         MOVE "Y" TO VL-FOUND-SW
  6350     END-IF
  6360     ADD 1 TO VL-SUB-COUNT(VL-SUB-IX)
  6370     ADD VL-ANNUAL-PAY TO VL-SUB-ANNUAL(VL-SUB-IX)
  6380     ADD VL-RESERVE TO VL-SUB-RESERVE(VL-SUB-IX).
  6390 2200-EXIT.
  6400     EXIT.
  6410
  6420******************************************************************
  6430*    2300-WRITE-REGISTER-LINE                                   *
  6440*    ONE REGISTER LINE FOR THE CONTRACT JUST VALUED, AND ITS    *
  6450*    AMOUNTS ONTO THE DETAIL CONTROL TOTALS.                    *
  6460******************************************************************
  6470 2300-WRITE-REGISTER-LINE.
  6480     ADD 1 TO VL-VALUED-COUNT
  6490     ADD VL-ANNUAL-PAY TO VL-DTL-ANNUAL-TOT
  6500     ADD VL-RESERVE TO VL-DTL-RESERVE-TOT
  6510     MOVE IC-CONTRACT TO VL-DTL-CONTRACT
  6520     MOVE IC-PRODUCT TO VL-DTL-PRODUCT
  6530     MOVE VL-RATE-RAW-N TO VL-DTL-RATE
  6540     MOVE IC-TERM TO VL-DTL-TERM
  6550     MOVE VL-FREQ TO VL-DTL-FREQ
  6560     MOVE VL-DUE-IND TO VL-DTL-DUE
  6570     MOVE VL-PAY-RAW-N TO VL-DTL-PAYMENT
  6580     MOVE VL-ANNUAL-PAY TO VL-DTL-ANNUAL
  6590     MOVE FV-ANN-PV-P TO VL-DTL-FACTOR
  6600     MOVE VL-RESERVE TO VL-DTL-RESERVE
  6610     WRITE RPT-RECORD FROM VL-DTL-LINE
  6620     IF NOT VL-RPTOUT-OK
  6630         DISPLAY "BERN320 - RPTOUT WRITE FAILED, STATUS = "
  6640             VL-RPTOUT-STATUS
  6650     END-IF.
  6660 2300-EXIT.
  6670     EXIT.
  6680
  6690******************************************************************
  6700*    3000-ROLL-UP-PRODUCTS                                      *
  6710*    THE PRODUCT-AND-RATE TABLE INTO THE PRODUCT TABLE.         *
  6720******************************************************************
  6730 3000-ROLL-UP-PRODUCTS.
  6740     PERFORM VARYING VL-SUB-IX FROM 1 BY 1
  6750             UNTIL VL-SUB-IX > VL-SUB-USED
  6760         MOVE "N" TO VL-FOUND-SW
  6770         PERFORM VARYING VL-PROD-IX FROM 1 BY 1
  6780                 UNTIL VL-PROD-IX > VL-PROD-USED OR VL-FOUND
  6790             IF VL-PROD-ID(VL-PROD-IX) =
  6800                 VL-SUB-PRODUCT(VL-SUB-IX)
  6810                 MOVE "Y" TO VL-FOUND-SW
  6820             END-IF
  6830         END-PERFORM
  6840         IF VL-FOUND
  6850             SUBTRACT 1 FROM VL-PROD-IX
  6860             ADD VL-SUB-COUNT(VL-SUB-IX)
  6870                 TO VL-PROD-COUNT(VL-PROD-IX)
  6880             ADD VL-SUB-ANNUAL(VL-SUB-IX)
  6890                 TO VL-PROD-ANNUAL(VL-PROD-IX)
  6900             ADD VL-SUB-RESERVE(VL-SUB-IX)
  6910                 TO VL-PROD-RESERVE(VL-PROD-IX)
  6920         ELSE
  6930             IF VL-PROD-USED < VL-MAX-PROD
  6940                 ADD 1 TO VL-PROD-USED
  6950                 MOVE VL-SUB-PRODUCT(VL-SUB-IX)
  6960                     TO VL-PROD-ID(VL-PROD-USED)
  6970                 MOVE VL-SUB-COUNT(VL-SUB-IX)
  6980                     TO VL-PROD-COUNT(VL-PROD-USED)
  6990                 MOVE VL-SUB-ANNUAL(VL-SUB-IX)
  7000                     TO VL-PROD-ANNUAL(VL-PROD-USED)
  7010                 MOVE VL-SUB-RESERVE(VL-SUB-IX)
  7020                     TO VL-PROD-RESERVE(VL-PROD-USED)
  7030             ELSE
  7040                 ADD 1 TO VL-PROD-OVER-COUNT
  7050             END-IF
  7060         END-IF
  7070     END-PERFORM.
  7080 3000-EXIT.
  7090     EXIT.
  7100
  7110******************************************************************
  7120*    4000-PRINT-SUBTOTALS                                       *
  7130*    ONE SECTION PER PRODUCT: A SUBTOTAL LINE PER RATE, THEN    *
  7140*    THE PRODUCT TOTAL, THEN THE GRAND TOTAL ACROSS PRODUCTS.   *
  7150*    THE RATE SUBTOTALS ARE RE-ADDED HERE FOR THE SELF-CHECK.   *
  7160******************************************************************
  7170 4000-PRINT-SUBTOTALS.
  7180     IF VL-VALUED-COUNT = 0
  7190         MOVE "NO CONTRACTS VALUED - NOTHING TO SUBTOTAL"
  7200             TO VL-MSG-TEXT
  7210         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  7220         GO TO 4000-EXIT
  7230     END-IF
  7240     WRITE RPT-RECORD FROM VL-SECTION-HDR
  7250     PERFORM VARYING VL-PROD-IX FROM 1 BY 1
  7260             UNTIL VL-PROD-IX > VL-PROD-USED
  7270         PERFORM 4100-PRINT-ONE-PRODUCT THRU 4100-EXIT
  7280     END-PERFORM
  7290     MOVE "GRAND TOTAL" TO VL-SL-TAG
  7300     MOVE SPACES TO VL-SL-PRODUCT
  7310     MOVE SPACES TO VL-SL-RATE
  7320     MOVE VL-VALUED-COUNT TO VL-SL-COUNT
  7330     MOVE VL-DTL-ANNUAL-TOT TO VL-SL-ANNUAL
  7340     MOVE VL-DTL-RESERVE-TOT TO VL-SL-RESERVE
  7350     WRITE RPT-RECORD FROM VL-SUB-LINE
  7360     IF VL-PROD-OVER-COUNT > 0
  7370         MOVE "PRODUCT TABLE FULL - SOME PRODUCTS NOT SUBTOTALED"
  7380             TO VL-MSG-TEXT
  7390         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  7400     END-IF.
  7410 4000-EXIT.
  7420     EXIT.
  7430
  7440******************************************************************
  7450*    4100-PRINT-ONE-PRODUCT                                     *
  7460******************************************************************
  7470 4100-PRINT-ONE-PRODUCT.
  7480     MOVE VL-PROD-ID(VL-PROD-IX) TO VL-PROD-HDR-ID
  7490     WRITE RPT-RECORD FROM VL-PROD-HDR
  7500     PERFORM VARYING VL-SUB-IX FROM 1 BY 1
  7510             UNTIL VL-SUB-IX > VL-SUB-USED
  7520         IF VL-SUB-PRODUCT(VL-SUB-IX) =
  7530             VL-PROD-ID(VL-PROD-IX)
  7540             PERFORM 4200-PRINT-ONE-RATE THRU 4200-EXIT
  7550         END-IF
  7560     END-PERFORM
  7570     MOVE "PRODUCT TOTAL" TO VL-SL-TAG
  7580     MOVE SPACES TO VL-SL-RATE
  7590     MOVE VL-PROD-ID(VL-PROD-IX) TO VL-SL-PRODUCT
  7600     MOVE VL-PROD-COUNT(VL-PROD-IX) TO VL-SL-COUNT
  7610     MOVE VL-PROD-ANNUAL(VL-PROD-IX) TO VL-SL-ANNUAL
  7620     MOVE VL-PROD-RESERVE(VL-PROD-IX) TO VL-SL-RESERVE
  7630     WRITE RPT-RECORD FROM VL-SUB-LINE.
  7640 4100-EXIT.
  7650     EXIT.
  7660
  7670******************************************************************
  7680*    4200-PRINT-ONE-RATE                                        *
  7690******************************************************************
  7700 4200-PRINT-ONE-RATE.
  7710     MOVE "RATE" TO VL-SL-TAG
  7720     MOVE VL-SUB-PRODUCT(VL-SUB-IX) TO VL-SL-PRODUCT
  7730     MOVE VL-SUB-RATE(VL-SUB-IX) TO VL-RATE-ED
  7740     MOVE VL-RATE-ED TO VL-SL-RATE
  7750     MOVE VL-SUB-COUNT(VL-SUB-IX) TO VL-SL-COUNT
  7760     MOVE VL-SUB-ANNUAL(VL-SUB-IX) TO VL-SL-ANNUAL
  7770     MOVE VL-SUB-RESERVE(VL-SUB-IX) TO VL-SL-RESERVE
  7780     WRITE RPT-RECORD FROM VL-SUB-LINE
  7790     ADD VL-SUB-RESERVE(VL-SUB-IX) TO VL-SUB-RESERVE-TOT.
  7800 4200-EXIT.
  7810     EXIT.
  7820
  7830******************************************************************
  7840*    5000-WRITE-JOURNAL                                         *
  7850*    THE GL JOURNAL: HEADER, ONE BALANCED DEBIT/CREDIT PAIR PER *
  7860*    PRODUCT WITH A NON-ZERO RESERVE, AND THE TRAILER WITH THE  *
  7870*    DETAIL COUNT AND BOTH CONTROL TOTALS.  A MONTH WITH        *
  7880*    NOTHING VALUED STILL GETS A HEADER AND A ZERO TRAILER, SO  *
  7890*    THE INTERFACE SEES AN EMPTY PERIOD RATHER THAN A MISSING   *
  7900*    FILE.                                                       *
  7910******************************************************************
  7920 5000-WRITE-JOURNAL.
  7930     MOVE SPACES TO GL-JOURNAL-RECORD
  7940     MOVE "H" TO GJ-REC-TYPE
  7950     MOVE "BERN320" TO GJ-SOURCE
  7960     MOVE VL-VAL-DATE TO GJ-VAL-DATE
  7970     MOVE VL-RUN-DATE TO GJ-HDR-RUN-DATE
  7980     MOVE VL-RUN-HHMMSS TO GJ-HDR-RUN-TIME
  7990     MOVE VL-VAL-PERIOD TO GJ-HDR-PERIOD
  8000     PERFORM 5200-PUT-JOURNAL-RECORD THRU 5200-EXIT
  8010
  8020     PERFORM VARYING VL-PROD-IX FROM 1 BY 1
  8030             UNTIL VL-PROD-IX > VL-PROD-USED
  8040         IF VL-PROD-RESERVE(VL-PROD-IX) NOT = 0
  8050             PERFORM 5100-JOURNAL-ONE-PRODUCT THRU 5100-EXIT
  8060         END-IF
  8070     END-PERFORM
  8080
  8090     MOVE SPACES TO GL-JOURNAL-RECORD
  8100     MOVE "T" TO GJ-REC-TYPE
  8110     MOVE "BERN320" TO GJ-SOURCE
  8120     MOVE VL-VAL-DATE TO GJ-VAL-DATE
  8130     MOVE VL-GL-LINE-NO TO GJ-TRL-COUNT
  8140     MOVE VL-GL-DEBIT-TOT TO GJ-TRL-DEBITS
  8150     MOVE VL-GL-CREDIT-TOT TO GJ-TRL-CREDITS
  8160     PERFORM 5200-PUT-JOURNAL-RECORD THRU 5200-EXIT.
  8170 5000-EXIT.
  8180     EXIT.
  8190
  8200******************************************************************
  8210*    5100-JOURNAL-ONE-PRODUCT                                   *
  8220*    DEBIT RESERVE EXPENSE, CREDIT RESERVE LIABILITY, FOR THE   *
  8230*    PRODUCT'S TOTAL RESERVE AT THE VALUATION DATE.             *
  8240******************************************************************
  8250 5100-JOURNAL-ONE-PRODUCT.
  8260     MOVE SPACES TO GL-JOURNAL-RECORD
  8270     MOVE "D" TO GJ-REC-TYPE
  8280     MOVE "BERN320" TO GJ-SOURCE
  8290     MOVE VL-VAL-DATE TO GJ-VAL-DATE
  8300     ADD 1 TO VL-GL-LINE-NO
  8310     MOVE VL-GL-LINE-NO TO GJ-LINE-NO
  8320     MOVE VL-EXP-ACCT TO GJ-ACCOUNT
  8330     MOVE VL-PROD-ID(VL-PROD-IX) TO GJ-PRODUCT
  8340     MOVE "D" TO GJ-DR-CR
  8350     MOVE VL-PROD-RESERVE(VL-PROD-IX) TO GJ-AMOUNT
  8360     MOVE VL-PROD-COUNT(VL-PROD-IX) TO GJ-CONTRACTS
  8370     MOVE "Y" TO GJ-REVERSE-IND
  8380     MOVE "ANNUITY RESERVE MONTH-END VALN" TO GJ-DESC
  8390     PERFORM 5200-PUT-JOURNAL-RECORD THRU 5200-EXIT
  8400     ADD VL-PROD-RESERVE(VL-PROD-IX) TO VL-GL-DEBIT-TOT
  8410
  8420     ADD 1 TO VL-GL-LINE-NO
  8430     MOVE VL-GL-LINE-NO TO GJ-LINE-NO
  8440     MOVE VL-LIAB-ACCT TO GJ-ACCOUNT
  8450     MOVE "C" TO GJ-DR-CR
  8460     PERFORM 5200-PUT-JOURNAL-RECORD THRU 5200-EXIT
  8470     ADD VL-PROD-RESERVE(VL-PROD-IX) TO VL-GL-CREDIT-TOT.
  8480 5100-EXIT.
  8490     EXIT.
  8500
  8510******************************************************************
  8520*    5200-PUT-JOURNAL-RECORD                                    *
  8530******************************************************************
  8540 5200-PUT-JOURNAL-RECORD.
  8550     WRITE GL-JOURNAL-RECORD
  8560     IF NOT VL-GLOUT-OK
  8570         DISPLAY "BERN320 - GLOUT WRITE FAILED, STATUS = "
  8580             VL-GLOUT-STATUS
  8590         ADD 1 TO VL-MISMATCH-COUNT
  8600     END-IF.
  8610 5200-EXIT.
  8620     EXIT.
  8630
  8640******************************************************************
  8650*    6000-CHECK-CONTROL-TOTALS                                  *
  8660*    THE SELF-CHECK: THE RESERVE ADDED UP LINE BY LINE ON THE   *
  8670*    REGISTER MUST EQUAL THE RATE SUBTOTALS RE-ADDED, AND BOTH  *
  8680*    SIDES OF THE JOURNAL -- EXACT DECIMAL, NO TOLERANCE.  THE  *
  8690*    JOURNAL IS LEFT OUT OF THE COMPARE ONLY WHEN PRODUCTS      *
  8700*    OVERFLOWED THEIR TABLE, WHICH IS ITSELF REPORTED.          *
  8710******************************************************************
  8720 6000-CHECK-CONTROL-TOTALS.
  8730     IF VL-SUB-RESERVE-TOT NOT = VL-DTL-RESERVE-TOT
  8740         ADD 1 TO VL-MISMATCH-COUNT
  8750         DISPLAY "BERN320 - SUBTOTALS DO NOT ADD TO THE "
  8760             "REGISTER: "
  8770             VL-SUB-RESERVE-TOT " VS " VL-DTL-RESERVE-TOT
  8780     END-IF
  8790     IF VL-GL-DEBIT-TOT NOT = VL-GL-CREDIT-TOT
  8800         ADD 1 TO VL-MISMATCH-COUNT
  8810         DISPLAY "BERN320 - JOURNAL OUT OF BALANCE: DEBITS "
  8820             VL-GL-DEBIT-TOT " CREDITS " VL-GL-CREDIT-TOT
  8830     END-IF
  8840     IF VL-PROD-OVER-COUNT = 0
  8850         AND VL-GL-DEBIT-TOT NOT = VL-DTL-RESERVE-TOT
  8860         ADD 1 TO VL-MISMATCH-COUNT
  8870         DISPLAY "BERN320 - JOURNAL DOES NOT AGREE WITH THE "
  8880             "REGISTER: " VL-GL-DEBIT-TOT " VS "
  8890             VL-DTL-RESERVE-TOT
  8900     END-IF
  8910     IF VL-PROD-OVER-COUNT > 0
  8920         ADD 1 TO VL-MISMATCH-COUNT
  8930         DISPLAY "BERN320 - " VL-PROD-OVER-COUNT
  8940             " PRODUCT(S) OVERFLOWED THE TABLE, JOURNAL "
  8950             "INCOMPLETE"
  8960     END-IF
  8970     IF VL-MISMATCH-COUNT = 0
  8980         MOVE "CONTROL TOTALS AGREE: REGISTER, SUBTOTALS, JOURNAL"
  8990             TO VL-MSG-TEXT
  9000     ELSE
  9010         MOVE "*** CONTROL TOTALS DISAGREE - DO NOT LOAD JOURNAL"
  9020             TO VL-MSG-TEXT
  9030     END-IF
  9040     PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  9050     DISPLAY "BERN320 - " VL-READ-COUNT " CONTRACT(S) READ, "
  9060         VL-VALUED-COUNT " VALUED, " VL-EXCEPT-COUNT
  9070         " EXCEPTION(S)"
  9080     IF VL-NOTFND-COUNT > 0
  9090         DISPLAY "BERN320 - " VL-NOTFND-COUNT
  9100             " CONTRACT(S) WITH NO FACTOR ON FACVSAM"
  9110     END-IF.
  9120 6000-EXIT.
  9130     EXIT.
  9140
  9150******************************************************************
  9160*    7000-WRITE-MESSAGE                                         *
  9170******************************************************************
  9180 7000-WRITE-MESSAGE.
  9190     WRITE RPT-RECORD FROM VL-MSG-LINE
  9200     MOVE SPACES TO VL-MSG-TEXT.
  9210 7000-EXIT.
  9220     EXIT.
  9230
  9240******************************************************************
  9250*    8000-CLOSE-FILES                                           *
  9260******************************************************************
  9270 8000-CLOSE-FILES.
  9280     IF VL-EXCEPT-COUNT = 0
  9290         MOVE "NO EXCEPTIONS - EVERY CONTRACT VALUED"
  9300             TO VL-EXC-MSG-TEXT
  9310     ELSE
  9320         MOVE "CONTRACTS LISTED ABOVE ARE NOT IN THE RESERVE"
  9330             TO VL-EXC-MSG-TEXT
  9340     END-IF
  9350     WRITE EXC-RECORD FROM VL-EXC-MSG
  9360     CLOSE INFORCE
  9370     CLOSE FACVSAM
  9380     CLOSE GLOUT
  9390     CLOSE EXCPRPT
  9400     CLOSE RPTOUT.
  9410 8000-EXIT.
  9420     EXIT.
  9430
  9440******************************************************************
  9450*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  9460******************************************************************
  9470 9999-EXIT.
  9480     STOP RUN.
