   100******************************************************************
   110*                                                                *
   120*    BERN115 - POINT-IN-TIME RESTORE OF THE KEYED STORES         *
   130*              NUMVSAM AND FACVSAM FROM AN ARCHIVED RUN          *
   140*                                                                *
   150*    BOTH KEYED STORES ARE DELETED AND RELOADED BY EVERY NIGHTLY *
   160*    RUN, SO A BAD NIGHT LEAVES THE BN20 AND BN40 SCREENS        *
   170*    ANSWERING FROM BAD TABLES UNTIL THE NEXT GOOD ONE.  THIS    *
   180*    STEP PUTS BACK THE TABLES OF ONE EARLIER RUN, TAKEN FROM    *
   190*    THE ARCHIVES THAT RUN LEFT IN THE GENERATION HISTORY:       *
   200*                                                                *
   210*      NUMVSAM   THE RUN'S B TERMS OFF THE NUMOUT GENERATIONS    *
   220*                AND G TERMS OFF THE EULOUT GENERATIONS, LOADED  *
   230*                UNDER CO-KEY EXACTLY AS BERN100'S 4700 LOADS    *
   240*                THEM -- ALL B THEN ALL G, TAGGED WITH THE       *
   250*                REQUEST THAT REACHED THE LARGEST N.             *
   260*      FACVSAM   THE RUN'S FACTOR LINES OFF THE FACOUT           *
   270*                GENERATIONS (FA-RUN-ID), LOADED AS BERN300      *
   280*                LOADS THEM -- A DUPLICATE KEY IS REPORTED AND   *
   290*                THE FIRST WRITE STANDS.                         *
   300*                                                                *
   310*    NOTHING IS LOADED INTO THE LIVE CLUSTERS HERE.  THE TABLES  *
   320*    GO TO STAGING CLUSTERS (NUMLOAD, FACLOAD), ARE READ BACK,   *
   330*    AND THE READ-BACK IS VERIFIED AGAINST THE RUN'S OWN AUDIT   *
   340*    RECORDS: FOR EVERY REQUEST OF THE RUN, B(0..AU-N) MUST      *
   350*    TOTAL TO AU-CHECKSUM AND, ON MODE E, G(0..AU-N) TO          *
   360*    AU-CHECKSUM-2, WITHIN BERN110'S SCALED TOLERANCE, WITH NO   *
   370*    TERM MISSING.  ONLY A RESTORE THAT VERIFIES APPENDS ITS     *
   380*    OWN CHAINED AUDIT RECORD (MODE "R", SEE CPAUD) AND ENDS     *
   390*    LOW ENOUGH FOR BERN115J TO COPY THE STAGING CLUSTERS OVER   *
   400*    THE LIVE ONES.                                              *
   410*                                                                *
   420*    THE RSTCARD NAMES THE RUN IN COLUMNS 1-14 (CO-RUN-ID,       *
   430*    YYYYMMDDHHMMSS) AND WHO ASKED FOR THE RESTORE IN COLUMNS    *
   440*    17-24.  A BLANK RUN IDENTIFIER TAKES THE RUN OF THE NUMOUT  *
   450*    GENERATION ON NUMGEN, SO OPERATIONS CAN ASK FOR A RELATIVE  *
   460*    GENERATION INSTEAD.  RC 0 = VERIFIED, RC 4 = VERIFIED WITH  *
   470*    DUPLICATE FACTOR KEYS (REPORTED), RC 8 = THE RELOAD DID NOT *
   480*    VERIFY (NO AUDIT RECORD WRITTEN, NOTHING TO RELEASE),       *
   490*    RC 16 = THE RESTORE COULD NOT RUN (BAD CARD, RUN NOT ON THE *
   500*    AUDIT LOG OR NO LONGER IN THE HISTORY, FILE FAILURE).       *
   510*                                                                *
   520******************************************************************
   530 IDENTIFICATION DIVISION.
   540 PROGRAM-ID.     BERN115.
   550 AUTHOR.         H-LARSSON-WILHELMSSON.
   560 INSTALLATION.   ACTUARIAL-SYSTEMS.
   570 DATE-WRITTEN.   10/15/2026.
   580 DATE-COMPILED.
   590
   600******************************************************************
   610*  MODIFICATION HISTORY                                        *
   620*  DATE        BY   DESCRIPTION                                 *
   630*  ----------  ---  ----------------------------------------   *
   640*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   650*  10/15/2026  HLW  LEAVE OUT OF THE FACVSAM RESTORE ANY FACOUT *
   660*                   LINE BERN300 FLAGGED AS CUT OFF AT THE END  *
   670*                   OF THE COEFFICIENT TABLE (FA-CONV-FLAG),    *
   680*                   THE SAME LINES BERN300 ITSELF KEEPS OUT OF  *
   690*                   FACVSAM, AND COUNT THEM ON THE REPORT.      *
   700*                   RESEQUENCED.                                *
   710*  10/15/2026  HLW  FACLOAD SELECT COMMENT BROUGHT IN LINE WITH *
   720*                   THE CLOSE AND REOPEN FOR THE READ-BACK.     *
   730*                   COMMENTS ONLY.                              *
   740*                   RESEQUENCED.                                *
   750******************************************************************
   760
   770 ENVIRONMENT DIVISION.
   780 INPUT-OUTPUT SECTION.
   790 FILE-CONTROL.
   800*    RSTCARD - RUN IDENTIFIER AND REQUESTER.
   810     SELECT OPTIONAL RSTCARD ASSIGN TO "RSTCARD"
   820         ORGANIZATION IS LINE SEQUENTIAL
   830         FILE STATUS IS RS-CARD-STATUS.
   840*    NUMGEN - ONE NUMOUT GENERATION, READ ONLY FOR ITS RUN
   850*    IDENTIFIER WHEN THE CARD LEAVES IT BLANK.
   860     SELECT OPTIONAL NUMGEN ASSIGN TO "NUMGEN"
   870         ORGANIZATION IS LINE SEQUENTIAL
   880         FILE STATUS IS RS-NUMGEN-STATUS.
   890*    NUMHIST / EULHIST / FACHIST - EVERY GENERATION OF NUMOUT,
   900*    EULOUT AND FACOUT STILL CATALOGED, CONCATENATED.
   910     SELECT OPTIONAL NUMHIST ASSIGN TO "NUMHIST"
   920         ORGANIZATION IS LINE SEQUENTIAL
   930         FILE STATUS IS RS-NUMHIST-STATUS.
   940     SELECT OPTIONAL EULHIST ASSIGN TO "EULHIST"
   950         ORGANIZATION IS LINE SEQUENTIAL
   960         FILE STATUS IS RS-EULHIST-STATUS.
   970     SELECT OPTIONAL FACHIST ASSIGN TO "FACHIST"
   980         ORGANIZATION IS LINE SEQUENTIAL
   990         FILE STATUS IS RS-FACHIST-STATUS.
  1000*    AUDITLOG - READ FOR THE RUN'S RECORDS AND THE CHAIN
  1010*    POSITION, THEN APPENDED TO ONCE THE RESTORE VERIFIES.
  1020     SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
  1030         ORGANIZATION IS LINE SEQUENTIAL
  1040         FILE STATUS IS RS-AUDIT-STATUS.
  1050*    NUMLOAD - STAGING COPY OF NUMVSAM, SAME KEY AND LAYOUT,
  1060*    LOADED IN ASCENDING KEY ORDER AS BERN100 LOADS THE LIVE ONE.
  1070     SELECT NUMLOAD ASSIGN TO "NUMLOAD"
  1080         ORGANIZATION IS INDEXED
  1090         ACCESS MODE IS SEQUENTIAL
  1100         RECORD KEY IS VS-KEY
  1110         FILE STATUS IS RS-NUMLOAD-STATUS.
  1120*    FACLOAD - STAGING COPY OF FACVSAM.  DYNAMIC, NOT RANDOM AS
  1130*    IN BERN300 -- THE FACOUT LINES ARRIVE IN CARD ORDER.  THE
  1140*    CLUSTER IS CLOSED AFTER THE LOAD AND REOPENED FOR INPUT TO
  1150*    BE READ BACK.
  1160     SELECT FACLOAD ASSIGN TO "FACLOAD"
  1170         ORGANIZATION IS INDEXED
  1180         ACCESS MODE IS DYNAMIC
  1190         RECORD KEY IS FV-KEY
  1200         FILE STATUS IS RS-FACLOAD-STATUS.
  1210*    RPTOUT - PRINT-IMAGE RESTORE REPORT.
  1220     SELECT RPTOUT ASSIGN TO "RPTOUT"
  1230         ORGANIZATION IS LINE SEQUENTIAL
  1240         FILE STATUS IS RS-RPTOUT-STATUS.
  1250
  1260 DATA DIVISION.
  1270 FILE SECTION.
  1280 FD  RSTCARD.
  1290 01  RESTORE-CARD.
  1300     02  RC-RUN-ID           PIC X(14).
  1310     02  FILLER              PIC X(02).
  1320     02  RC-REQUESTER        PIC X(08).
  1330     02  FILLER              PIC X(56).
  1340
  1350 FD  NUMGEN.
  1360     COPY CPCOEF REPLACING
  1370         ==COEF-OUT-RECORD== BY ==NUMGEN-RECORD==.
  1380
  1390 FD  NUMHIST.
  1400     COPY CPCOEF REPLACING
  1410         ==COEF-OUT-RECORD== BY ==NUMHIST-RECORD==.
  1420
  1430 FD  EULHIST.
  1440     COPY CPCOEF REPLACING
  1450         ==COEF-OUT-RECORD== BY ==EULHIST-RECORD==.
  1460
  1470 FD  FACHIST.
  1480     COPY CPFAC.
  1490
  1500 FD  AUDITLOG.
  1510     COPY CPAUD.
  1520
  1530 FD  NUMLOAD.
  1540     COPY CPCOEF REPLACING
  1550         ==COEF-OUT-RECORD== BY ==NUMLOAD-RECORD==
  1560         ==CO-KEY==          BY ==VS-KEY==
  1570         ==CO-TABLE==        BY ==VS-TABLE==
  1580         ==CO-INDEX==        BY ==VS-INDEX==
  1590         ==CO-VALUE==        BY ==VS-VALUE==
  1600         ==CO-REQ==          BY ==VS-REQ==
  1610         ==CO-RUN-ID==       BY ==VS-RUN-ID==
  1620         ==CO-MANTISSA==     BY ==VS-MANTISSA==
  1630         ==CO-EXPONENT==     BY ==VS-EXPONENT==.
  1640
  1650 FD  FACLOAD.
  1660     COPY CPFACK.
  1670
  1680 FD  RPTOUT.
  1690 01  RPT-RECORD              PIC X(133).
  1700
  1710 WORKING-STORAGE SECTION.
  1720*    TODAY, THE RUN BEING RESTORED AND WHO ASKED FOR IT.
  1730 01  RS-TODAY                PIC X(08) VALUE SPACES.
  1740 01  RS-NOW                  PIC X(06) VALUE SPACES.
  1750 01  RS-RUN-ID               PIC X(14) VALUE SPACES.
  1760 01  RS-REQUESTER            PIC X(08) VALUE "BERN115".
  1770
  1780*    THE RUN'S TERMS AS FOUND IN THE HISTORY, ONE SLOT PER INDEX
  1790*    (SLOT = INDEX + 1), SAME 0..200 RANGE AS BERN110.  EVERY
  1800*    REQUEST OF A RUN IS A PREFIX OF ONE COMPUTATION PASS, SO AN
  1810*    INDEX REPEATED BY SEVERAL REQUESTS CARRIES THE SAME VALUE;
  1820*    FIRST SEEN WINS.  RS-B-REQ / RS-G-REQ IS THE LOWEST REQUEST
  1830*    THAT REACHED THE LARGEST INDEX -- THE ONE BERN100 TAGS THE
  1840*    KEYED STORE WITH.
  1850 01  RS-MAX-INDEX            PIC S9(9) USAGE BINARY VALUE 200.
  1860 01  RS-B-TABLE.
  1870     02  RS-B-ENTRY          OCCURS 201 TIMES.
  1880         03  RS-B-PRESENT-SW PIC X(01).
  1890         03  RS-B-VALUE      PIC S9(18)V9(06).
  1900         03  RS-B-MANTISSA   PIC S9(01)V9(14).
  1910         03  RS-B-EXPONENT   PIC S9(03).
  1920 01  RS-G-TABLE.
  1930     02  RS-G-ENTRY          OCCURS 201 TIMES.
  1940         03  RS-G-PRESENT-SW PIC X(01).
  1950         03  RS-G-VALUE      PIC S9(18)V9(06).
  1960         03  RS-G-MANTISSA   PIC S9(01)V9(14).
  1970         03  RS-G-EXPONENT   PIC S9(03).
  1980 01  RS-B-MAX                PIC S9(9) USAGE BINARY VALUE -1.
  1990 01  RS-B-REQ                PIC S9(9) USAGE BINARY VALUE 0.
  2000 01  RS-G-MAX                PIC S9(9) USAGE BINARY VALUE -1.
  2010 01  RS-G-REQ                PIC S9(9) USAGE BINARY VALUE 0.
  2020
  2030*    THE SAME TERMS AS READ BACK FROM THE STAGING STORE -- WHAT
  2040*    IS VERIFIED IS WHAT WILL BE RELEASED, NOT WHAT WAS MEANT
  2050*    TO BE WRITTEN.
  2060 01  RS-BACK-TABLE.
  2070     02  RS-BACK-ENTRY       OCCURS 201 TIMES.
  2080         03  RS-BACK-B-SW    PIC X(01).
  2090         03  RS-BACK-B-VALUE PIC S9(18)V9(06).
  2100         03  RS-BACK-G-SW    PIC X(01).
  2110         03  RS-BACK-G-VALUE PIC S9(18)V9(06).
  2120
  2130*    THE RUN'S AUDIT RECORDS, ONE SLOT PER AU-REQ.  A LATER
  2140*    RECORD FOR THE SAME REQUEST REPLACES AN EARLIER ONE, AS IN
  2150*    BERN110.
  2160 01  RS-MAX-REQS             PIC S9(9) USAGE BINARY VALUE 100.
  2170 01  RS-AUD-TABLE.
  2180     02  RS-AUD-ENTRY        OCCURS 100 TIMES.
  2190         03  RS-AUD-FOUND-SW PIC X(01).
  2200         03  RS-AUD-N        PIC S9(9) USAGE BINARY.
  2210         03  RS-AUD-MODE     PIC X(01).
  2220         03  RS-AUD-CHECKSUM COMP-2.
  2230         03  RS-AUD-CHECKSUM-2
  2240                             COMP-2.
  2250         03  RS-AUD-SAT-SW   PIC X(01).
  2260         03  RS-AUD-SAT2-SW  PIC X(01).
  2270 01  RS-AUD-MAX-N            PIC S9(9) USAGE BINARY VALUE -1.
  2280 01  RS-AUD-MAX-E-N          PIC S9(9) USAGE BINARY VALUE -1.
  2290
  2300*    AUDIT-CHAIN STATE, TAKEN OFF THE LAST LOG RECORD THE WAY
  2310*    BERN100'S 0200-LOAD-AUDIT-POSITION TAKES IT.  THE FOLD AND
  2320*    ALPHABET BELOW MIRROR BERN100'S 5100-COMPUTE-AUDIT-HASH AND
  2330*    BERN140'S VERIFIER EXACTLY -- SEE THE CPAUD COMMENTS FOR THE
  2340*    CONTRACT.
  2350 01  RS-AUDIT-SEQ            PIC S9(9) USAGE BINARY VALUE 0.
  2360 01  RS-AUDIT-PREV-HASH      PIC S9(18) USAGE BINARY VALUE 0.
  2370 01  RS-AUDIT-HASH           PIC S9(18) USAGE BINARY VALUE 0.
  2380 01  RS-HASH-MODULUS         PIC S9(9) USAGE BINARY
  2390                             VALUE 999999937.
  2400 01  RS-HASH-IN              PIC S9(18) USAGE BINARY VALUE 0.
  2410 01  RS-HASH-QUOT            PIC S9(18) USAGE BINARY VALUE 0.
  2420 01  RS-HASH-CHK             PIC S9(18)V9(06) VALUE ZERO.
  2430 01  RS-HASH-CHK-ABS         PIC S9(18)V9(06) VALUE ZERO.
  2440 01  RS-HASH-CHK-INT         PIC S9(18) USAGE BINARY VALUE 0.
  2450 01  RS-HASH-CHK-DEC         PIC S9(9) USAGE BINARY VALUE 0.
  2460 01  RS-HASH-CHAR            PIC X(01) VALUE SPACE.
  2470 01  RS-HASH-CHAR-IX         PIC S9(9) USAGE BINARY VALUE 0.
  2480 01  RS-HASH-SUB-IX          PIC S9(9) USAGE BINARY VALUE 0.
  2490 01  RS-HASH-RUNID-SPLIT.
  2500     02  RS-HASH-RUNID-DT    PIC 9(08).
  2510     02  RS-HASH-RUNID-TM    PIC 9(06).
  2520 01  RS-HASH-ALPHA-INIT      PIC X(39) VALUE
  2530     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-#$".
  2540 01  RS-HASH-ALPHA REDEFINES RS-HASH-ALPHA-INIT.
  2550     02  RS-HASH-ALPHA-CH    PIC X(01) OCCURS 39 TIMES.
  2560 01  RS-HASH-SUBM            PIC X(08) VALUE SPACES.
  2570 01  RS-HASH-SUBM-R REDEFINES RS-HASH-SUBM.
  2580     02  RS-HASH-SUBM-CH     PIC X(01) OCCURS 8 TIMES.
  2590
  2600*    VERIFICATION WORK AREAS.  TOTALS ARE KEPT IN COMP-2 AND
  2610*    COMPARED WITH BERN110'S SCALED TOLERANCE -- THE ARCHIVE
  2620*    CARRIES SIX DECIMALS PER TERM, THE AUDIT TOTAL WAS SUMMED
  2630*    FROM THE UNROUNDED TABLE.
  2640 01  RS-STORE-TOTAL          COMP-2 VALUE 0.0.
  2650 01  RS-AUDIT-TOTAL          COMP-2 VALUE 0.0.
  2660 01  RS-DIFF                 COMP-2 VALUE 0.0.
  2670 01  RS-LIMIT                COMP-2 VALUE 0.0.
  2680 01  RS-ABS-TOTAL            COMP-2 VALUE 0.0.
  2690 01  RS-STORE-SAT-SW         PIC X(01) VALUE "N".
  2700     88  RS-STORE-SAT                VALUE "Y".
  2710 01  RS-AUDIT-SAT-SW         PIC X(01) VALUE "N".
  2720     88  RS-AUDIT-SAT                VALUE "Y".
  2730 01  RS-SHORT-SW             PIC X(01) VALUE "N".
  2740     88  RS-SHORT                    VALUE "Y".
  2750 01  RS-CMP-TABLE            PIC X(01) VALUE SPACE.
  2760 01  RS-CMP-N                PIC S9(9) USAGE BINARY VALUE 0.
  2770*    WHOLE-TABLE TOTALS FOR THE RESTORE RECORD.
  2780 01  RS-ALL-B-TOTAL          COMP-2 VALUE 0.0.
  2790 01  RS-ALL-G-TOTAL          COMP-2 VALUE 0.0.
  2800 01  RS-ALL-B-SAT-SW         PIC X(01) VALUE "N".
  2810     88  RS-ALL-B-SAT                VALUE "Y".
  2820 01  RS-ALL-G-SAT-SW         PIC X(01) VALUE "N".
  2830     88  RS-ALL-G-SAT                VALUE "Y".
  2840*    FACTOR CONTROL TOTAL -- SUM OF THE A(T) COLUMN AS LOADED AND
  2850*    AS READ BACK.  SAME PICTURE BOTH WAYS, SO THEY MUST MATCH TO
  2860*    THE DIGIT.
  2870 01  RS-FAC-LOAD-TOTAL       PIC S9(15)V9(09) VALUE ZERO.
  2880 01  RS-FAC-BACK-TOTAL       PIC S9(15)V9(09) VALUE ZERO.
  2890
  2900 01  RS-I                    PIC S9(9) USAGE BINARY VALUE 0.
  2910 01  RS-IDX                  PIC S9(9) USAGE BINARY VALUE 0.
  2920 01  RS-REQ                  PIC S9(9) USAGE BINARY VALUE 0.
  2930
  2940*    COUNTS.
  2950 01  RS-AUD-READ             PIC S9(9) USAGE BINARY VALUE 0.
  2960 01  RS-AUD-TAKEN            PIC S9(9) USAGE BINARY VALUE 0.
  2970 01  RS-NUM-READ             PIC S9(9) USAGE BINARY VALUE 0.
  2980 01  RS-NUM-TAKEN            PIC S9(9) USAGE BINARY VALUE 0.
  2990 01  RS-EUL-READ             PIC S9(9) USAGE BINARY VALUE 0.
  3000 01  RS-EUL-TAKEN            PIC S9(9) USAGE BINARY VALUE 0.
  3010 01  RS-FAC-READ             PIC S9(9) USAGE BINARY VALUE 0.
  3020 01  RS-FAC-TAKEN            PIC S9(9) USAGE BINARY VALUE 0.
  3030 01  RS-FAC-LOADED           PIC S9(9) USAGE BINARY VALUE 0.
  3040 01  RS-FAC-DUPS             PIC S9(9) USAGE BINARY VALUE 0.
  3050 01  RS-FAC-SHORT            PIC S9(9) USAGE BINARY VALUE 0.
  3060 01  RS-FAC-BACK             PIC S9(9) USAGE BINARY VALUE 0.
  3070 01  RS-B-LOADED             PIC S9(9) USAGE BINARY VALUE 0.
  3080 01  RS-G-LOADED             PIC S9(9) USAGE BINARY VALUE 0.
  3090 01  RS-B-BACK               PIC S9(9) USAGE BINARY VALUE 0.
  3100 01  RS-G-BACK               PIC S9(9) USAGE BINARY VALUE 0.
  3110 01  RS-REQS-VERIFIED        PIC S9(9) USAGE BINARY VALUE 0.
  3120 01  RS-EXCEPTION-COUNT      PIC S9(9) USAGE BINARY VALUE 0.
  3130
  3140 01  RS-CARD-STATUS          PIC X(02) VALUE "00".
  3150     88  RS-CARD-OK                  VALUE "00".
  3160     88  RS-CARD-MISSING             VALUE "05" "35".
  3170 01  RS-NUMGEN-STATUS        PIC X(02) VALUE "00".
  3180     88  RS-NUMGEN-OK                VALUE "00".
  3190     88  RS-NUMGEN-MISSING           VALUE "05" "35".
  3200 01  RS-NUMHIST-STATUS       PIC X(02) VALUE "00".
  3210     88  RS-NUMHIST-OK               VALUE "00".
  3220     88  RS-NUMHIST-MISSING          VALUE "05" "35".
  3230     88  RS-NUMHIST-EOF              VALUE "10".
  3240 01  RS-EULHIST-STATUS       PIC X(02) VALUE "00".
  3250     88  RS-EULHIST-OK               VALUE "00".
  3260     88  RS-EULHIST-MISSING          VALUE "05" "35".
  3270     88  RS-EULHIST-EOF              VALUE "10".
  3280 01  RS-FACHIST-STATUS       PIC X(02) VALUE "00".
  3290     88  RS-FACHIST-OK               VALUE "00".
  3300     88  RS-FACHIST-MISSING          VALUE "05" "35".
  3310     88  RS-FACHIST-EOF              VALUE "10".
  3320 01  RS-AUDIT-STATUS         PIC X(02) VALUE "00".
  3330     88  RS-AUDIT-OK                 VALUE "00".
  3340     88  RS-AUDIT-MISSING            VALUE "05" "35".
  3350     88  RS-AUDIT-EOF                VALUE "10".
  3360 01  RS-NUMLOAD-STATUS       PIC X(02) VALUE "00".
  3370     88  RS-NUMLOAD-OK               VALUE "00".
  3380     88  RS-NUMLOAD-EOF              VALUE "10".
  3390 01  RS-FACLOAD-STATUS       PIC X(02) VALUE "00".
  3400     88  RS-FACLOAD-OK               VALUE "00".
  3410     88  RS-FACLOAD-EOF              VALUE "10".
  3420     88  RS-FACLOAD-DUPKEY           VALUE "22".
  3430 01  RS-RPTOUT-STATUS        PIC X(02) VALUE "00".
  3440     88  RS-RPTOUT-OK                VALUE "00".
  3450
  3460*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  3470 01  RS-HDR-LINE.
  3480     02  FILLER              PIC X(01) VALUE "1".
  3490     02  FILLER              PIC X(37) VALUE
  3500         "BERN115 - KEYED-STORE RESTORE OF RUN ".
  3510     02  RS-HDR-RUN-ID       PIC X(14).
  3520     02  FILLER              PIC X(07) VALUE "   RUN ".
  3530     02  RS-HDR-DATE         PIC X(08).
  3540     02  FILLER              PIC X(01) VALUE SPACE.
  3550     02  RS-HDR-TIME         PIC X(06).
  3560     02  FILLER              PIC X(04) VALUE " BY ".
  3570     02  RS-HDR-REQUESTER    PIC X(08).
  3580     02  FILLER              PIC X(47) VALUE SPACES.
  3590 01  RS-SECT-LINE.
  3600     02  FILLER              PIC X(01) VALUE "0".
  3610     02  RS-SECT-TITLE       PIC X(60) VALUE SPACES.
  3620     02  FILLER              PIC X(72) VALUE SPACES.
  3630 01  RS-NUM-LINE.
  3640     02  FILLER              PIC X(03) VALUE SPACES.
  3650     02  RS-NUM-LABEL        PIC X(40) VALUE SPACES.
  3660     02  RS-NUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
  3670     02  FILLER              PIC X(79) VALUE SPACES.
  3680 01  RS-VER-LINE.
  3690     02  FILLER              PIC X(03) VALUE SPACES.
  3700     02  FILLER              PIC X(08) VALUE "REQUEST ".
  3710     02  RS-VER-REQ          PIC ZZ9.
  3720     02  FILLER              PIC X(04) VALUE "  N ".
  3730     02  RS-VER-N            PIC ZZZ9.
  3740     02  FILLER              PIC X(02) VALUE SPACES.
  3750     02  RS-VER-TABLE        PIC X(01).
  3760     02  FILLER              PIC X(11) VALUE " RELOADED ".
  3770     02  RS-VER-STORE        PIC -(18)9.9(06).
  3780     02  FILLER              PIC X(08) VALUE "  AUDIT ".
  3790     02  RS-VER-AUDIT        PIC -(18)9.9(06).
  3800     02  FILLER              PIC X(02) VALUE SPACES.
  3810     02  RS-VER-VERDICT      PIC X(08).
  3820     02  FILLER              PIC X(27) VALUE SPACES.
  3830 01  RS-EXC-LINE.
  3840     02  FILLER              PIC X(05) VALUE " *** ".
  3850     02  RS-EXC-TEXT         PIC X(56) VALUE SPACES.
  3860     02  RS-EXC-VALUE        PIC ZZZ,ZZZ,ZZ9.
  3870     02  FILLER              PIC X(61) VALUE SPACES.
  3880 01  RS-MSG-LINE.
  3890     02  FILLER              PIC X(01) VALUE SPACE.
  3900     02  RS-MSG-TEXT         PIC X(70) VALUE SPACES.
  3910     02  FILLER              PIC X(62) VALUE SPACES.
  3920
  3930 PROCEDURE DIVISION.
  3940
  3950 0000-MAINLINE.
  3960     PERFORM 1000-SETTLE-RUN THRU 1000-EXIT
  3970     PERFORM 2000-READ-AUDIT-LOG THRU 2000-EXIT
  3980     PERFORM 3000-COLLECT-COEFFICIENTS THRU 3000-EXIT
  3990     PERFORM 4000-LOAD-COEF-STORE THRU 4000-EXIT
  4000     PERFORM 4500-LOAD-FACTOR-STORE THRU 4500-EXIT
  4010     PERFORM 5000-READ-BACK-COEF-STORE THRU 5000-EXIT
  4020     PERFORM 5500-READ-BACK-FACTOR-STORE THRU 5500-EXIT
  4030     PERFORM 6000-VERIFY-REQUESTS THRU 6000-EXIT
  4040     PERFORM 8000-WRAP-UP THRU 8000-EXIT
  4050     GO TO 9999-EXIT.
  4060
  4070******************************************************************
  4080*    1000-SETTLE-RUN                                             *
  4090*    THE RUN OFF THE RSTCARD, OR OFF THE NUMOUT GENERATION ON    *
  4100*    NUMGEN WHEN THE CARD LEAVES IT BLANK.  THE IDENTIFIER IS    *
  4110*    FOLDED INTO THE AUDIT HASH AS DIGITS, SO ANYTHING BUT       *
  4120*    FOURTEEN DIGITS IS REFUSED.                                 *
  4130******************************************************************
  4140 1000-SETTLE-RUN.
  4150     ACCEPT RS-TODAY FROM DATE YYYYMMDD
  4160     ACCEPT RS-NOW FROM TIME
  4170
  4180     OPEN OUTPUT RPTOUT
  4190     IF NOT RS-RPTOUT-OK
  4200         DISPLAY "BERN115 - RPTOUT OPEN FAILED, STATUS = "
  4210             RS-RPTOUT-STATUS
  4220         MOVE 16 TO RETURN-CODE
  4230         GO TO 9999-EXIT
  4240     END-IF
  4250
  4260     OPEN INPUT RSTCARD
  4270     IF RS-CARD-MISSING
  4280         GO TO 1000-CLOSE-CARD
  4290     END-IF
  4300     IF NOT RS-CARD-OK
  4310         DISPLAY "BERN115 - RSTCARD OPEN FAILED, STATUS = "
  4320             RS-CARD-STATUS
  4330         MOVE 16 TO RETURN-CODE
  4340         GO TO 9999-EXIT
  4350     END-IF
  4360     READ RSTCARD
  4370         AT END
  4380             GO TO 1000-CLOSE-CARD
  4390     END-READ
  4400     IF RC-RUN-ID IS NUMERIC
  4410         MOVE RC-RUN-ID TO RS-RUN-ID
  4420     ELSE
  4430         IF RC-RUN-ID NOT = SPACES
  4440             DISPLAY "BERN115 - RSTCARD RUN ID NOT "
  4450                 "YYYYMMDDHHMMSS: " RC-RUN-ID
  4460             MOVE 16 TO RETURN-CODE
  4470             GO TO 9999-EXIT
  4480         END-IF
  4490     END-IF
  4500     IF RC-REQUESTER NOT = SPACES
  4510         MOVE RC-REQUESTER TO RS-REQUESTER
  4520     END-IF.
  4530
  4540 1000-CLOSE-CARD.
  4550     CLOSE RSTCARD
  4560     IF RS-RUN-ID = SPACES
  4570         PERFORM 1100-RUN-FROM-GENERATION THRU 1100-EXIT
  4580     END-IF
  4590     MOVE RS-RUN-ID TO RS-HDR-RUN-ID
  4600     MOVE RS-TODAY TO RS-HDR-DATE
  4610     MOVE RS-NOW TO RS-HDR-TIME
  4620     MOVE RS-REQUESTER TO RS-HDR-REQUESTER
  4630     WRITE RPT-RECORD FROM RS-HDR-LINE
  4640     DISPLAY "BERN115 - RESTORING RUN " RS-RUN-ID
  4650         " FOR " RS-REQUESTER.
  4660 1000-EXIT.
  4670     EXIT.
  4680
  4690******************************************************************
  4700*    1100-RUN-FROM-GENERATION                                    *
  4710*    EVERY RECORD OF A NUMOUT GENERATION CARRIES THE SAME RUN    *
  4720*    IDENTIFIER, SO THE FIRST ONE NAMES THE RUN.                 *
  4730******************************************************************
  4740 1100-RUN-FROM-GENERATION.
  4750     OPEN INPUT NUMGEN
  4760     IF RS-NUMGEN-MISSING
  4770         DISPLAY "BERN115 - NO RUN ID ON RSTCARD AND NO NUMGEN "
  4780             "GENERATION, NOTHING RESTORED"
  4790         MOVE 16 TO RETURN-CODE
  4800         GO TO 9999-EXIT
  4810     END-IF
  4820     IF NOT RS-NUMGEN-OK
  4830         DISPLAY "BERN115 - NUMGEN OPEN FAILED, STATUS = "
  4840             RS-NUMGEN-STATUS
  4850         MOVE 16 TO RETURN-CODE
  4860         GO TO 9999-EXIT
  4870     END-IF
  4880     READ NUMGEN
  4890         AT END
  4900             DISPLAY "BERN115 - NUMGEN GENERATION IS EMPTY, "
  4910                 "NOTHING RESTORED"
  4920             MOVE 16 TO RETURN-CODE
  4930             GO TO 9999-EXIT
  4940     END-READ
  4950     IF CO-RUN-ID IN NUMGEN-RECORD IS NOT NUMERIC
  4960         DISPLAY "BERN115 - NUMGEN CARRIES NO RUN ID, "
  4970             "NOTHING RESTORED"
  4980         MOVE 16 TO RETURN-CODE
  4990         GO TO 9999-EXIT
  5000     END-IF
  5010     MOVE CO-RUN-ID IN NUMGEN-RECORD TO RS-RUN-ID
  5020     CLOSE NUMGEN.
  5030 1100-EXIT.
  5040     EXIT.
  5050
  5060******************************************************************
  5070*    2000-READ-AUDIT-LOG                                         *
  5080*    ONE PASS OVER THE LOG: THE RUN'S OWN RECORDS INTO THE       *
  5090*    RS-AUD TABLE, AND THE LAST RECORD'S SEQUENCE AND HASH FOR   *
  5100*    THE RESTORE RECORD TO CHAIN FROM.  A RUN WITH NO AUDIT      *
  5110*    RECORD CANNOT BE VERIFIED, SO IT IS NOT RESTORED -- A RUN   *
  5120*    ROLLED TO A YEAR-END ARCHIVE (BERN145) IS NO LONGER HERE.   *
  5130******************************************************************
  5140 2000-READ-AUDIT-LOG.
  5150     PERFORM VARYING RS-REQ FROM 1 BY 1 UNTIL RS-REQ > RS-MAX-REQS
  5160         MOVE "N" TO RS-AUD-FOUND-SW(RS-REQ)
  5170     END-PERFORM
  5180     OPEN INPUT AUDITLOG
  5190     IF RS-AUDIT-MISSING
  5200         GO TO 2000-CLOSE-AUDIT
  5210     END-IF
  5220     IF NOT RS-AUDIT-OK
  5230         DISPLAY "BERN115 - AUDITLOG OPEN FAILED, STATUS = "
  5240             RS-AUDIT-STATUS
  5250         MOVE 16 TO RETURN-CODE
  5260         GO TO 9999-EXIT
  5270     END-IF
  5280
  5290     PERFORM UNTIL RS-AUDIT-EOF
  5300         READ AUDITLOG
  5310             AT END
  5320                 CONTINUE
  5330             NOT AT END
  5340                 PERFORM 2100-FILE-ONE-AUDIT THRU 2100-EXIT
  5350         END-READ
  5360     END-PERFORM.
  5370
  5380 2000-CLOSE-AUDIT.
  5390     CLOSE AUDITLOG
  5400     MOVE "00" TO RS-AUDIT-STATUS
  5410     IF RS-AUD-TAKEN = 0
  5420         DISPLAY "BERN115 - RUN " RS-RUN-ID
  5430             " IS NOT ON THE AUDIT LOG, NOTHING RESTORED"
  5440         MOVE "RUN NOT ON THE AUDIT LOG - NOTHING RESTORED"
  5450             TO RS-MSG-TEXT
  5460         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5470         MOVE 16 TO RETURN-CODE
  5480         GO TO 9999-EXIT
  5490     END-IF.
  5500 2000-EXIT.
  5510     EXIT.
  5520
  5530******************************************************************
  5540*    2100-FILE-ONE-AUDIT                                         *
  5550*    CHAIN POSITION FROM EVERY RECORD; THE RUN'S OWN RECORDS     *
  5560*    FILED UNDER AU-REQ.  CARRY-FORWARD AND RESTORE RECORDS      *
  5570*    (SEE CPAUD) ARE NOT RUNS -- AN EARLIER RESTORE OF THE SAME  *
  5580*    RUN CARRIES ITS RUN ID BUT IS NOT WHAT IS VERIFIED AGAINST. *
  5590******************************************************************
  5600 2100-FILE-ONE-AUDIT.
  5610     ADD 1 TO RS-AUD-READ
  5620     IF AU-SEQ IS NUMERIC
  5630         MOVE AU-SEQ TO RS-AUDIT-SEQ
  5640         IF AU-HASH IS NUMERIC
  5650             MOVE AU-HASH TO RS-AUDIT-PREV-HASH
  5660         ELSE
  5670             MOVE 0 TO RS-AUDIT-PREV-HASH
  5680         END-IF
  5690     END-IF
  5700     IF AU-NOT-A-RUN
  5710         GO TO 2100-EXIT
  5720     END-IF
  5730     IF AU-RUN-ID NOT = RS-RUN-ID
  5740         GO TO 2100-EXIT
  5750     END-IF
  5760     IF AU-REQ IS NOT NUMERIC
  5770         GO TO 2100-EXIT
  5780     END-IF
  5790     IF AU-REQ < 1 OR AU-REQ > RS-MAX-REQS
  5800         GO TO 2100-EXIT
  5810     END-IF
  5820     IF AU-N IS NOT NUMERIC
  5830         GO TO 2100-EXIT
  5840     END-IF
  5850     MOVE AU-REQ TO RS-REQ
  5860     IF RS-AUD-FOUND-SW(RS-REQ) NOT = "Y"
  5870         ADD 1 TO RS-AUD-TAKEN
  5880     END-IF
  5890     MOVE "Y" TO RS-AUD-FOUND-SW(RS-REQ)
  5900     MOVE AU-N TO RS-AUD-N(RS-REQ)
  5910     MOVE AU-MODE TO RS-AUD-MODE(RS-REQ)
  5920     MOVE AU-CHECKSUM TO RS-AUD-CHECKSUM(RS-REQ)
  5930     MOVE AU-CHECKSUM-2 TO RS-AUD-CHECKSUM-2(RS-REQ)
  5940     MOVE "N" TO RS-AUD-SAT-SW(RS-REQ)
  5950     MOVE "N" TO RS-AUD-SAT2-SW(RS-REQ)
  5960     IF AU-CHECKSUM = 999999999999999999.999999
  5970         MOVE "Y" TO RS-AUD-SAT-SW(RS-REQ)
  5980     END-IF
  5990     IF AU-CHECKSUM-2 = 999999999999999999.999999
  6000         MOVE "Y" TO RS-AUD-SAT2-SW(RS-REQ)
  6010     END-IF.
  6020 2100-EXIT.
  6030     EXIT.
  6040
  6050******************************************************************
  6060*    3000-COLLECT-COEFFICIENTS                                   *
  6070*    THE RUN'S B TERMS OFF EVERY NUMOUT GENERATION AND ITS G     *
  6080*    TERMS OFF EVERY EULOUT GENERATION.  A RESTARTED DECK CAN    *
  6090*    LEAVE ONE RUN'S REQUESTS SPREAD OVER TWO GENERATIONS (SEE   *
  6100*    BERN110), WHICH IS WHY THE WHOLE HISTORY IS READ RATHER     *
  6110*    THAN ONE GENERATION.  A RUN WITH NO B TERM LEFT IN THE      *
  6120*    HISTORY HAS ROLLED OFF THE GENERATION LIMIT.                *
  6130******************************************************************
  6140 3000-COLLECT-COEFFICIENTS.
  6150     PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > 201
  6160         MOVE "N" TO RS-B-PRESENT-SW(RS-IDX)
  6170         MOVE "N" TO RS-G-PRESENT-SW(RS-IDX)
  6180     END-PERFORM
  6190
  6200     OPEN INPUT NUMHIST
  6210     IF RS-NUMHIST-MISSING
  6220         GO TO 3000-CLOSE-NUMHIST
  6230     END-IF
  6240     IF NOT RS-NUMHIST-OK
  6250         DISPLAY "BERN115 - NUMHIST OPEN FAILED, STATUS = "
  6260             RS-NUMHIST-STATUS
  6270         MOVE 16 TO RETURN-CODE
  6280         GO TO 9999-EXIT
  6290     END-IF
  6300     PERFORM UNTIL RS-NUMHIST-EOF
  6310         READ NUMHIST
  6320             AT END
  6330                 CONTINUE
  6340             NOT AT END
  6350                 PERFORM 3100-TAKE-ONE-B-TERM THRU 3100-EXIT
  6360         END-READ
  6370     END-PERFORM.
  6380
  6390 3000-CLOSE-NUMHIST.
  6400     CLOSE NUMHIST
  6410     IF RS-B-MAX < 0
  6420         DISPLAY "BERN115 - RUN " RS-RUN-ID
  6430             " HAS NO NUMOUT GENERATION LEFT, NOTHING RESTORED"
  6440         MOVE "RUN NO LONGER IN NUMOUT HISTORY - NOTHING RESTORED"
  6450             TO RS-MSG-TEXT
  6460         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  6470         MOVE 16 TO RETURN-CODE
  6480         GO TO 9999-EXIT
  6490     END-IF
  6500
  6510     OPEN INPUT EULHIST
  6520     IF RS-EULHIST-MISSING
  6530         GO TO 3000-CLOSE-EULHIST
  6540     END-IF
  6550     IF NOT RS-EULHIST-OK
  6560         DISPLAY "BERN115 - EULHIST OPEN FAILED, STATUS = "
  6570             RS-EULHIST-STATUS
  6580         MOVE 16 TO RETURN-CODE
  6590         GO TO 9999-EXIT
  6600     END-IF
  6610     PERFORM UNTIL RS-EULHIST-EOF
  6620         READ EULHIST
  6630             AT END
  6640                 CONTINUE
  6650             NOT AT END
  6660                 PERFORM 3200-TAKE-ONE-G-TERM THRU 3200-EXIT
  6670         END-READ
  6680     END-PERFORM.
  6690
  6700 3000-CLOSE-EULHIST.
  6710     CLOSE EULHIST.
  6720 3000-EXIT.
  6730     EXIT.
  6740
  6750******************************************************************
  6760*    3100-TAKE-ONE-B-TERM                                        *
  6770******************************************************************
  6780 3100-TAKE-ONE-B-TERM.
  6790     ADD 1 TO RS-NUM-READ
  6800     IF CO-RUN-ID IN NUMHIST-RECORD NOT = RS-RUN-ID
  6810         GO TO 3100-EXIT
  6820     END-IF
  6830     ADD 1 TO RS-NUM-TAKEN
  6840     IF CO-INDEX IN NUMHIST-RECORD IS NOT NUMERIC
  6850         OR CO-INDEX IN NUMHIST-RECORD > RS-MAX-INDEX
  6860         MOVE "NUMOUT RECORD OF THE RUN OUTSIDE THE TABLE, RECORD"
  6870             TO RS-EXC-TEXT
  6880         MOVE RS-NUM-READ TO RS-EXC-VALUE
  6890         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
  6900         GO TO 3100-EXIT
  6910     END-IF
  6920     COMPUTE RS-IDX = CO-INDEX IN NUMHIST-RECORD + 1
  6930     IF RS-B-PRESENT-SW(RS-IDX) NOT = "Y"
  6940         MOVE "Y" TO RS-B-PRESENT-SW(RS-IDX)
  6950         MOVE CO-VALUE IN NUMHIST-RECORD TO RS-B-VALUE(RS-IDX)
  6960         MOVE CO-MANTISSA IN NUMHIST-RECORD
  6970             TO RS-B-MANTISSA(RS-IDX)
  6980         MOVE CO-EXPONENT IN NUMHIST-RECORD
  6990             TO RS-B-EXPONENT(RS-IDX)
  7000     END-IF
  7010     IF CO-INDEX IN NUMHIST-RECORD > RS-B-MAX
  7020         MOVE CO-INDEX IN NUMHIST-RECORD TO RS-B-MAX
  7030         MOVE CO-REQ IN NUMHIST-RECORD TO RS-B-REQ
  7040     ELSE
  7050         IF CO-INDEX IN NUMHIST-RECORD = RS-B-MAX
  7060             AND CO-REQ IN NUMHIST-RECORD < RS-B-REQ
  7070             MOVE CO-REQ IN NUMHIST-RECORD TO RS-B-REQ
  7080         END-IF
  7090     END-IF.
  7100 3100-EXIT.
  7110     EXIT.
  7120
  7130******************************************************************
  7140*    3200-TAKE-ONE-G-TERM                                        *
  7150******************************************************************
  7160 3200-TAKE-ONE-G-TERM.
  7170     ADD 1 TO RS-EUL-READ
  7180     IF CO-RUN-ID IN EULHIST-RECORD NOT = RS-RUN-ID
  7190         GO TO 3200-EXIT
  7200     END-IF
  7210     ADD 1 TO RS-EUL-TAKEN
  7220     IF CO-INDEX IN EULHIST-RECORD IS NOT NUMERIC
  7230         OR CO-INDEX IN EULHIST-RECORD > RS-MAX-INDEX
  7240         MOVE "EULOUT RECORD OF THE RUN OUTSIDE THE TABLE, RECORD"
  7250             TO RS-EXC-TEXT
  7260         MOVE RS-EUL-READ TO RS-EXC-VALUE
  7270         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
  7280         GO TO 3200-EXIT
  7290     END-IF
  7300     COMPUTE RS-IDX = CO-INDEX IN EULHIST-RECORD + 1
  7310     IF RS-G-PRESENT-SW(RS-IDX) NOT = "Y"
  7320         MOVE "Y" TO RS-G-PRESENT-SW(RS-IDX)
  7330         MOVE CO-VALUE IN EULHIST-RECORD TO RS-G-VALUE(RS-IDX)
  7340         MOVE CO-MANTISSA IN EULHIST-RECORD
  7350             TO RS-G-MANTISSA(RS-IDX)
  7360         MOVE CO-EXPONENT IN EULHIST-RECORD
  7370             TO RS-G-EXPONENT(RS-IDX)
  7380     END-IF
  7390     IF CO-INDEX IN EULHIST-RECORD > RS-G-MAX
  7400         MOVE CO-INDEX IN EULHIST-RECORD TO RS-G-MAX
  7410         MOVE CO-REQ IN EULHIST-RECORD TO RS-G-REQ
  7420     ELSE
  7430         IF CO-INDEX IN EULHIST-RECORD = RS-G-MAX
  7440             AND CO-REQ IN EULHIST-RECORD < RS-G-REQ
  7450             MOVE CO-REQ IN EULHIST-RECORD TO RS-G-REQ
  7460         END-IF
  7470     END-IF.
  7480 3200-EXIT.
  7490     EXIT.
  7500
  7510******************************************************************
  7520*    4000-LOAD-COEF-STORE                                        *
  7530*    THE STAGING NUMVSAM, LOADED THE WAY BERN100'S               *
  7540*    4700-WRITE-LOOKUP-FILE LOADS THE LIVE ONE: B(0..MAX) THEN   *
  7550*    G(0..MAX), ASCENDING KEY ORDER, ARCHIVED VALUE, MANTISSA    *
  7560*    AND EXPONENT CARRIED ACROSS UNCHANGED.  AN INDEX MISSING    *
  7570*    FROM THE HISTORY IS A HOLE THE LIVE STORE NEVER HAD, SO IT  *
  7580*    FAILS THE RESTORE.                                          *
  7590******************************************************************
  7600 4000-LOAD-COEF-STORE.
  7610     OPEN OUTPUT NUMLOAD
  7620     IF NOT RS-NUMLOAD-OK
  7630         DISPLAY "BERN115 - NUMLOAD OPEN FAILED, STATUS = "
  7640             RS-NUMLOAD-STATUS
  7650         MOVE 16 TO RETURN-CODE
  7660         GO TO 9999-EXIT
  7670     END-IF
  7680
  7690     MOVE SPACES TO NUMLOAD-RECORD
  7700     MOVE "B" TO VS-TABLE
  7710     PERFORM VARYING RS-I FROM 0 BY 1 UNTIL RS-I > RS-B-MAX
  7720         COMPUTE RS-IDX = RS-I + 1
  7730         IF RS-B-PRESENT-SW(RS-IDX) = "Y"
  7740             MOVE RS-I TO VS-INDEX
  7750             MOVE RS-B-VALUE(RS-IDX) TO VS-VALUE
  7760             MOVE RS-B-REQ TO VS-REQ
  7770             MOVE RS-RUN-ID TO VS-RUN-ID
  7780             MOVE RS-B-MANTISSA(RS-IDX) TO VS-MANTISSA
  7790             MOVE RS-B-EXPONENT(RS-IDX) TO VS-EXPONENT
  7800             PERFORM 4100-WRITE-COEF-RECORD THRU 4100-EXIT
  7810             ADD 1 TO RS-B-LOADED
  7820         ELSE
  7830             MOVE "B TERM MISSING FROM THE NUMOUT HISTORY, INDEX"
  7840                 TO RS-EXC-TEXT
  7850             MOVE RS-I TO RS-EXC-VALUE
  7860             PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
  7870         END-IF
  7880     END-PERFORM
  7890
  7900     MOVE "G" TO VS-TABLE
  7910     PERFORM VARYING RS-I FROM 0 BY 1 UNTIL RS-I > RS-G-MAX
  7920         COMPUTE RS-IDX = RS-I + 1
  7930         IF RS-G-PRESENT-SW(RS-IDX) = "Y"
  7940             MOVE RS-I TO VS-INDEX
  7950             MOVE RS-G-VALUE(RS-IDX) TO VS-VALUE
  7960             MOVE RS-G-REQ TO VS-REQ
  7970             MOVE RS-RUN-ID TO VS-RUN-ID
  7980             MOVE RS-G-MANTISSA(RS-IDX) TO VS-MANTISSA
  7990             MOVE RS-G-EXPONENT(RS-IDX) TO VS-EXPONENT
  8000             PERFORM 4100-WRITE-COEF-RECORD THRU 4100-EXIT
  8010             ADD 1 TO RS-G-LOADED
  8020         ELSE
  8030             MOVE "G TERM MISSING FROM THE EULOUT HISTORY, INDEX"
  8040                 TO RS-EXC-TEXT
  8050             MOVE RS-I TO RS-EXC-VALUE
  8060             PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
  8070         END-IF
  8080     END-PERFORM
  8090
  8100     CLOSE NUMLOAD.
  8110 4000-EXIT.
  8120     EXIT.
  8130
  8140******************************************************************
  8150*    4100-WRITE-COEF-RECORD                                      *
  8160******************************************************************
  8170 4100-WRITE-COEF-RECORD.
  8180     WRITE NUMLOAD-RECORD
  8190     IF NOT RS-NUMLOAD-OK
  8200         DISPLAY "BERN115 - NUMLOAD WRITE FAILED, STATUS = "
  8210             RS-NUMLOAD-STATUS " AT " VS-KEY
  8220         MOVE 16 TO RETURN-CODE
  8230         GO TO 9999-EXIT
  8240     END-IF.
  8250 4100-EXIT.
  8260     EXIT.
  8270
  8280******************************************************************
  8290*    4500-LOAD-FACTOR-STORE                                      *
  8300*    THE STAGING FACVSAM FROM THE RUN'S FACOUT LINES, KEYED AS   *
  8310*    BERN300'S 2300-WRITE-KEYED-FACTOR KEYS THEM.  THE FA AND FV *
  8320*    FIELDS SHARE PICTURES, SO THE VALUES MOVE ACROSS AS         *
  8330*    ARCHIVED.  THE GENERATIONS ARE CONCATENATED NEWEST FIRST,   *
  8340*    SO WHEN A RERUN OF BERN300 LEFT THE RUN'S FACTORS TWICE THE *
  8350*    FIRST WRITE -- THE NEWEST -- STANDS.  A LINE FLAGGED AS CUT *
  8360*    OFF AT THE END OF THE COEFFICIENT TABLE (FA-TABLE-SHORT) IS *
  8370*    LEFT OUT, AS BERN300 LEAVES IT OUT OF THE LIVE STORE.  A    *
  8380*    RUN WITH NO FACTORS LEFT WOULD RELEASE AN EMPTY FACVSAM, SO *
  8390*    IT FAILS THE RESTORE.                                       *
  8400******************************************************************
  8410 4500-LOAD-FACTOR-STORE.
  8420     OPEN OUTPUT FACLOAD
  8430     IF NOT RS-FACLOAD-OK
  8440         DISPLAY "BERN115 - FACLOAD OPEN FAILED, STATUS = "
  8450             RS-FACLOAD-STATUS
  8460         MOVE 16 TO RETURN-CODE
  8470         GO TO 9999-EXIT
  8480     END-IF
  8490
  8500     OPEN INPUT FACHIST
  8510     IF RS-FACHIST-MISSING
  8520         GO TO 4500-CLOSE-FACHIST
  8530     END-IF
  8540     IF NOT RS-FACHIST-OK
  8550         DISPLAY "BERN115 - FACHIST OPEN FAILED, STATUS = "
  8560             RS-FACHIST-STATUS
  8570         MOVE 16 TO RETURN-CODE
  8580         GO TO 9999-EXIT
  8590     END-IF
  8600     PERFORM UNTIL RS-FACHIST-EOF
  8610         READ FACHIST
  8620             AT END
  8630                 CONTINUE
  8640             NOT AT END
  8650                 PERFORM 4600-LOAD-ONE-FACTOR THRU 4600-EXIT
  8660         END-READ
  8670     END-PERFORM.
  8680
  8690 4500-CLOSE-FACHIST.
  8700     CLOSE FACHIST
  8710     CLOSE FACLOAD
  8720     IF RS-FAC-LOADED = 0
  8730         MOVE "NO FACOUT LINES FOR THE RUN IN THE HISTORY, LOADED"
  8740             TO RS-EXC-TEXT
  8750         MOVE RS-FAC-LOADED TO RS-EXC-VALUE
  8760         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
  8770     END-IF.
  8780 4500-EXIT.
  8790     EXIT.
  8800
  8810******************************************************************
  8820*    4600-LOAD-ONE-FACTOR                                        *
  8830******************************************************************
  8840 4600-LOAD-ONE-FACTOR.
  8850     ADD 1 TO RS-FAC-READ
  8860     IF FA-RUN-ID NOT = RS-RUN-ID
  8870         GO TO 4600-EXIT
  8880     END-IF
  8890     ADD 1 TO RS-FAC-TAKEN
  8900     IF FA-TABLE-SHORT
  8910         ADD 1 TO RS-FAC-SHORT
  8920         GO TO 4600-EXIT
  8930     END-IF
  8940     MOVE SPACES TO FACTOR-KEY-RECORD
  8950     MOVE FA-RATE TO FV-RATE
  8960     MOVE FA-TERM TO FV-TERM
  8970     MOVE FA-FREQ TO FV-FREQ
  8980     MOVE FA-DUE-IND TO FV-DUE-IND
  8990     MOVE FA-ACCUM TO FV-ACCUM
  9000     MOVE FA-ANN-FV TO FV-ANN-FV
  9010     MOVE FA-ANN-PV TO FV-ANN-PV
  9020     MOVE FA-ANN-FV-P TO FV-ANN-FV-P
  9030     MOVE FA-ANN-PV-P TO FV-ANN-PV-P
  9040     WRITE FACTOR-KEY-RECORD
  9050     IF RS-FACLOAD-DUPKEY
  9060         ADD 1 TO RS-FAC-DUPS
  9070         DISPLAY "BERN115 - DUPLICATE FACTOR KEY AT RATE " FV-RATE
  9080             " TERM " FV-TERM " FREQ " FV-FREQ " " FV-DUE-IND
  9090             ", FIRST STANDS"
  9100         GO TO 4600-EXIT
  9110     END-IF
  9120     IF NOT RS-FACLOAD-OK
  9130         DISPLAY "BERN115 - FACLOAD WRITE FAILED, STATUS = "
  9140             RS-FACLOAD-STATUS " AT RATE " FV-RATE
  9150             " TERM " FV-TERM
  9160         MOVE 16 TO RETURN-CODE
  9170         GO TO 9999-EXIT
  9180     END-IF
  9190     ADD 1 TO RS-FAC-LOADED
  9200     ADD FV-ANN-PV TO RS-FAC-LOAD-TOTAL.
  9210 4600-EXIT.
  9220     EXIT.
  9230
  9240******************************************************************
  9250*    5000-READ-BACK-COEF-STORE                                   *
  9260*    THE STAGING NUMVSAM READ BACK IN KEY ORDER INTO RS-BACK.    *
  9270*    THE RECORD COUNTS MUST MATCH WHAT WAS WRITTEN AND EVERY     *
  9280*    RECORD MUST CARRY THE RUN BEING RESTORED.                   *
  9290******************************************************************
  9300 5000-READ-BACK-COEF-STORE.
  9310     PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > 201
  9320         MOVE "N" TO RS-BACK-B-SW(RS-IDX)
  9330         MOVE "N" TO RS-BACK-G-SW(RS-IDX)
  9340     END-PERFORM
  9350     OPEN INPUT NUMLOAD
  9360     IF NOT RS-NUMLOAD-OK
  9370         DISPLAY "BERN115 - NUMLOAD REOPEN FAILED, STATUS = "
  9380             RS-NUMLOAD-STATUS
  9390         MOVE 16 TO RETURN-CODE
  9400         GO TO 9999-EXIT
  9410     END-IF
  9420     PERFORM UNTIL RS-NUMLOAD-EOF
  9430         READ NUMLOAD
  9440             AT END
  9450                 CONTINUE
  9460             NOT AT END
  9470                 PERFORM 5100-KEEP-ONE-TERM THRU 5100-EXIT
  9480         END-READ
  9490     END-PERFORM
  9500     CLOSE NUMLOAD
  9510
  9520     IF RS-B-BACK NOT = RS-B-LOADED
  9530         MOVE "STAGING STORE B COUNT DIFFERS FROM LOAD, READ BACK"
  9540             TO RS-EXC-TEXT
  9550         MOVE RS-B-BACK TO RS-EXC-VALUE
  9560         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
  9570     END-IF
  9580     IF RS-G-BACK NOT = RS-G-LOADED
  9590         MOVE "STAGING STORE G COUNT DIFFERS FROM LOAD, READ BACK"
  9600             TO RS-EXC-TEXT
  9610         MOVE RS-G-BACK TO RS-EXC-VALUE
  9620         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
  9630     END-IF.
  9640 5000-EXIT.
  9650     EXIT.
  9660
  9670******************************************************************
  9680*    5100-KEEP-ONE-TERM                                          *
  9690******************************************************************
  9700 5100-KEEP-ONE-TERM.
  9710     IF VS-RUN-ID NOT = RS-RUN-ID
  9720         MOVE "STAGING STORE RECORD UNDER ANOTHER RUN ID, INDEX"
  9730             TO RS-EXC-TEXT
  9740         MOVE VS-INDEX TO RS-EXC-VALUE
  9750         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
  9760         GO TO 5100-EXIT
  9770     END-IF
  9780     COMPUTE RS-IDX = VS-INDEX + 1
  9790     IF VS-TABLE = "B"
  9800         ADD 1 TO RS-B-BACK
  9810         MOVE "Y" TO RS-BACK-B-SW(RS-IDX)
  9820         MOVE VS-VALUE TO RS-BACK-B-VALUE(RS-IDX)
  9830         GO TO 5100-EXIT
  9840     END-IF
  9850     IF VS-TABLE = "G"
  9860         ADD 1 TO RS-G-BACK
  9870         MOVE "Y" TO RS-BACK-G-SW(RS-IDX)
  9880         MOVE VS-VALUE TO RS-BACK-G-VALUE(RS-IDX)
  9890         GO TO 5100-EXIT
  9900     END-IF
  9910     MOVE "STAGING STORE RECORD OF UNKNOWN TABLE TYPE, INDEX"
  9920         TO RS-EXC-TEXT
  9930     MOVE VS-INDEX TO RS-EXC-VALUE
  9940     PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT.
  9950 5100-EXIT.
  9960     EXIT.
  9970
  9980******************************************************************
  9990*    5500-READ-BACK-FACTOR-STORE                                 *
 10000*    THE STAGING FACVSAM READ BACK IN KEY ORDER: SAME COUNT AND  *
 10010*    SAME A(T) CONTROL TOTAL AS WENT IN.                         *
 10020******************************************************************
 10030 5500-READ-BACK-FACTOR-STORE.
 10040     OPEN INPUT FACLOAD
 10050     IF NOT RS-FACLOAD-OK
 10060         DISPLAY "BERN115 - FACLOAD REOPEN FAILED, STATUS = "
 10070             RS-FACLOAD-STATUS
 10080         MOVE 16 TO RETURN-CODE
 10090         GO TO 9999-EXIT
 10100     END-IF
 10110     PERFORM UNTIL RS-FACLOAD-EOF
 10120         READ FACLOAD NEXT RECORD
 10130             AT END
 10140                 CONTINUE
 10150             NOT AT END
 10160                 ADD 1 TO RS-FAC-BACK
 10170                 ADD FV-ANN-PV TO RS-FAC-BACK-TOTAL
 10180         END-READ
 10190     END-PERFORM
 10200     CLOSE FACLOAD
 10210
 10220     IF RS-FAC-BACK NOT = RS-FAC-LOADED
 10230         MOVE "STAGING FACTOR COUNT DIFFERS FROM LOAD, READ BACK"
 10240             TO RS-EXC-TEXT
 10250         MOVE RS-FAC-BACK TO RS-EXC-VALUE
 10260         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
 10270         GO TO 5500-EXIT
 10280     END-IF
 10290     IF RS-FAC-BACK-TOTAL NOT = RS-FAC-LOAD-TOTAL
 10300         MOVE "STAGING FACTOR A(T) TOTAL DIFFERS FROM LOAD, LINES"
 10310             TO RS-EXC-TEXT
 10320         MOVE RS-FAC-BACK TO RS-EXC-VALUE
 10330         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
 10340     END-IF.
 10350 5500-EXIT.
 10360     EXIT.
 10370
 10380******************************************************************
 10390*    6000-VERIFY-REQUESTS                                        *
 10400*    EVERY REQUEST OF THE RUN AGAINST ITS OWN AUDIT RECORD,      *
 10410*    THEN THE RELOAD'S REACH AGAINST THE LARGEST AUDITED N --    *
 10420*    THE STORE BERN100 LOADED WENT EXACTLY THAT FAR, NO FURTHER. *
 10430******************************************************************
 10440 6000-VERIFY-REQUESTS.
 10450     MOVE "VERIFICATION AGAINST THE RUN'S AUDIT RECORDS"
 10460         TO RS-SECT-TITLE
 10470     WRITE RPT-RECORD FROM RS-SECT-LINE
 10480     PERFORM VARYING RS-REQ FROM 1 BY 1 UNTIL RS-REQ > RS-MAX-REQS
 10490         IF RS-AUD-FOUND-SW(RS-REQ) = "Y"
 10500             PERFORM 6100-VERIFY-ONE-REQUEST THRU 6100-EXIT
 10510         END-IF
 10520     END-PERFORM
 10530
 10540     IF RS-B-MAX NOT = RS-AUD-MAX-N
 10550         MOVE "RELOADED B TABLE DOES NOT END AT LARGEST AUDIT N"
 10560             TO RS-EXC-TEXT
 10570         MOVE RS-B-MAX TO RS-EXC-VALUE
 10580         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
 10590     END-IF
 10600     IF RS-G-MAX NOT = RS-AUD-MAX-E-N
 10610         MOVE "RELOADED G TABLE DOES NOT END AT LARGEST E N"
 10620             TO RS-EXC-TEXT
 10630         IF RS-G-MAX < 0
 10640             MOVE 0 TO RS-EXC-VALUE
 10650         ELSE
 10660             MOVE RS-G-MAX TO RS-EXC-VALUE
 10670         END-IF
 10680         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
 10690     END-IF.
 10700 6000-EXIT.
 10710     EXIT.
 10720
 10730******************************************************************
 10740*    6100-VERIFY-ONE-REQUEST                                     *
 10750*    B(0..AU-N) AGAINST AU-CHECKSUM AND, ON A MODE E REQUEST,    *
 10760*    G(0..AU-N) AGAINST AU-CHECKSUM-2.                           *
 10770******************************************************************
 10780 6100-VERIFY-ONE-REQUEST.
 10790     IF RS-AUD-N(RS-REQ) > RS-MAX-INDEX
 10800         MOVE "AUDIT N OUTSIDE THE TABLE, REQUEST" TO RS-EXC-TEXT
 10810         MOVE RS-REQ TO RS-EXC-VALUE
 10820         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
 10830         GO TO 6100-EXIT
 10840     END-IF
 10850     ADD 1 TO RS-REQS-VERIFIED
 10860     IF RS-AUD-N(RS-REQ) > RS-AUD-MAX-N
 10870         MOVE RS-AUD-N(RS-REQ) TO RS-AUD-MAX-N
 10880     END-IF
 10890
 10900     MOVE "B" TO RS-CMP-TABLE
 10910     MOVE RS-AUD-N(RS-REQ) TO RS-CMP-N
 10920     MOVE RS-AUD-CHECKSUM(RS-REQ) TO RS-AUDIT-TOTAL
 10930     MOVE RS-AUD-SAT-SW(RS-REQ) TO RS-AUDIT-SAT-SW
 10940     PERFORM 6200-COMPARE-TOTAL THRU 6200-EXIT
 10950
 10960     IF RS-AUD-MODE(RS-REQ) NOT = "E"
 10970         GO TO 6100-EXIT
 10980     END-IF
 10990     IF RS-AUD-N(RS-REQ) > RS-AUD-MAX-E-N
 11000         MOVE RS-AUD-N(RS-REQ) TO RS-AUD-MAX-E-N
 11010     END-IF
 11020     MOVE "G" TO RS-CMP-TABLE
 11030     MOVE RS-AUD-CHECKSUM-2(RS-REQ) TO RS-AUDIT-TOTAL
 11040     MOVE RS-AUD-SAT2-SW(RS-REQ) TO RS-AUDIT-SAT-SW
 11050     PERFORM 6200-COMPARE-TOTAL THRU 6200-EXIT.
 11060 6100-EXIT.
 11070     EXIT.
 11080
 11090******************************************************************
 11100*    6200-COMPARE-TOTAL                                          *
 11110*    ONE TABLE OF ONE REQUEST: RE-SUM TERMS 0..RS-CMP-N AS READ  *
 11120*    BACK AND COMPARE WITH THE AUDIT TOTAL, BERN110'S WAY --     *
 11130*    TOLERANCE SCALED TO THE TOTAL, AND NO TOTAL COMPARE WHEN    *
 11140*    EITHER SIDE SATURATED ITS FIELD (THE TERM-BY-TERM PRESENCE  *
 11150*    CHECK STILL APPLIES).  A TERM MISSING FROM THE READ-BACK    *
 11160*    FAILS THE REQUEST OUTRIGHT.                                 *
 11170******************************************************************
 11180 6200-COMPARE-TOTAL.
 11190     MOVE 0.0 TO RS-STORE-TOTAL
 11200     MOVE "N" TO RS-STORE-SAT-SW
 11210     MOVE "N" TO RS-SHORT-SW
 11220     PERFORM VARYING RS-IDX FROM 1 BY 1
 11230             UNTIL RS-IDX > RS-CMP-N + 1
 11240         IF RS-CMP-TABLE = "B"
 11250             IF RS-BACK-B-SW(RS-IDX) NOT = "Y"
 11260                 MOVE "Y" TO RS-SHORT-SW
 11270             ELSE
 11280                 ADD RS-BACK-B-VALUE(RS-IDX) TO RS-STORE-TOTAL
 11290                 IF RS-BACK-B-VALUE(RS-IDX)
 11300                         = 999999999999999999.999999
 11310                     MOVE "Y" TO RS-STORE-SAT-SW
 11320                 END-IF
 11330             END-IF
 11340         ELSE
 11350             IF RS-BACK-G-SW(RS-IDX) NOT = "Y"
 11360                 MOVE "Y" TO RS-SHORT-SW
 11370             ELSE
 11380                 ADD RS-BACK-G-VALUE(RS-IDX) TO RS-STORE-TOTAL
 11390                 IF RS-BACK-G-VALUE(RS-IDX)
 11400                         = 999999999999999999.999999
 11410                     MOVE "Y" TO RS-STORE-SAT-SW
 11420                 END-IF
 11430             END-IF
 11440         END-IF
 11450     END-PERFORM
 11460
 11470     MOVE RS-REQ TO RS-VER-REQ
 11480     MOVE RS-CMP-N TO RS-VER-N
 11490     MOVE RS-CMP-TABLE TO RS-VER-TABLE
 11500     COMPUTE RS-VER-STORE ROUNDED = RS-STORE-TOTAL
 11510     COMPUTE RS-VER-AUDIT ROUNDED = RS-AUDIT-TOTAL
 11520
 11530     IF RS-SHORT
 11540         MOVE "SHORT" TO RS-VER-VERDICT
 11550         WRITE RPT-RECORD FROM RS-VER-LINE
 11560         MOVE "RELOAD IS MISSING TERMS THE AUDIT COVERS, REQUEST"
 11570             TO RS-EXC-TEXT
 11580         MOVE RS-REQ TO RS-EXC-VALUE
 11590         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
 11600         GO TO 6200-EXIT
 11610     END-IF
 11620     IF RS-STORE-SAT OR RS-AUDIT-SAT
 11630         MOVE "SKIPPED" TO RS-VER-VERDICT
 11640         WRITE RPT-RECORD FROM RS-VER-LINE
 11650         GO TO 6200-EXIT
 11660     END-IF
 11670
 11680     MOVE RS-AUDIT-TOTAL TO RS-ABS-TOTAL
 11690     IF RS-ABS-TOTAL < 0
 11700         COMPUTE RS-ABS-TOTAL = RS-ABS-TOTAL * -1
 11710     END-IF
 11720     COMPUTE RS-LIMIT = RS-ABS-TOTAL * 0.0000001
 11730     ADD 0.01 TO RS-LIMIT
 11740     COMPUTE RS-DIFF = RS-STORE-TOTAL - RS-AUDIT-TOTAL
 11750     IF RS-DIFF < 0
 11760         COMPUTE RS-DIFF = RS-DIFF * -1
 11770     END-IF
 11780     IF RS-DIFF > RS-LIMIT
 11790         MOVE "MISMATCH" TO RS-VER-VERDICT
 11800         WRITE RPT-RECORD FROM RS-VER-LINE
 11810         MOVE "RELOADED TOTAL DISAGREES WITH THE AUDIT, REQUEST"
 11820             TO RS-EXC-TEXT
 11830         MOVE RS-REQ TO RS-EXC-VALUE
 11840         PERFORM 7100-NOTE-EXCEPTION THRU 7100-EXIT
 11850         GO TO 6200-EXIT
 11860     END-IF
 11870     MOVE "OK" TO RS-VER-VERDICT
 11880     WRITE RPT-RECORD FROM RS-VER-LINE.
 11890 6200-EXIT.
 11900     EXIT.
 11910
 11920******************************************************************
 11930*    6500-APPEND-RESTORE-RECORD                                  *
 11940*    THE RESTORE'S OWN AUDIT RECORD (SEE CPAUD), CHAINED FROM    *
 11950*    THE LAST RECORD ON THE LOG EXACTLY AS BERN100'S             *
 11960*    5000-AUDIT-LOG CHAINS A RUN'S.  THE TOTALS ARE THE WHOLE B  *
 11970*    AND G TABLES AS READ BACK, ALL NINES WHEN A TERM OR THE SUM *
 11980*    SATURATED, THE SAME SENTINEL BERN100 USES.                  *
 11990******************************************************************
 12000 6500-APPEND-RESTORE-RECORD.
 12010     MOVE 0.0 TO RS-ALL-B-TOTAL
 12020     MOVE 0.0 TO RS-ALL-G-TOTAL
 12030     PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > 201
 12040         IF RS-BACK-B-SW(RS-IDX) = "Y"
 12050             ADD RS-BACK-B-VALUE(RS-IDX) TO RS-ALL-B-TOTAL
 12060             IF RS-BACK-B-VALUE(RS-IDX)
 12070                     = 999999999999999999.999999
 12080                 MOVE "Y" TO RS-ALL-B-SAT-SW
 12090             END-IF
 12100         END-IF
 12110         IF RS-BACK-G-SW(RS-IDX) = "Y"
 12120             ADD RS-BACK-G-VALUE(RS-IDX) TO RS-ALL-G-TOTAL
 12130             IF RS-BACK-G-VALUE(RS-IDX)
 12140                     = 999999999999999999.999999
 12150                 MOVE "Y" TO RS-ALL-G-SAT-SW
 12160             END-IF
 12170         END-IF
 12180     END-PERFORM
 12190
 12200     OPEN EXTEND AUDITLOG
 12210     IF NOT RS-AUDIT-OK AND NOT RS-AUDIT-MISSING
 12220         DISPLAY "BERN115 - AUDITLOG OPEN FAILED, STATUS = "
 12230             RS-AUDIT-STATUS
 12240         MOVE 16 TO RETURN-CODE
 12250         GO TO 6500-EXIT
 12260     END-IF
 12270
 12280     MOVE SPACES TO AUDIT-RECORD
 12290*    REAL ZEROS, NOT BLANKS -- THE CHAINED HASH FOLDS BOTH
 12300*    CONTROL TOTALS AS NUMBERS.
 12310     MOVE ZERO TO AU-CHECKSUM
 12320     MOVE ZERO TO AU-CHECKSUM-2
 12330     MOVE RS-TODAY TO AU-RUN-DATE
 12340     MOVE RS-NOW TO AU-RUN-TIME
 12350     MOVE RS-REQUESTER TO AU-SUBMITTER
 12360     MOVE RS-B-MAX TO AU-N
 12370     MOVE "R" TO AU-MODE
 12380     MOVE RS-REQS-VERIFIED TO AU-REQ
 12390     MOVE RS-RUN-ID TO AU-RUN-ID
 12400     IF RS-ALL-B-SAT
 12410         MOVE 999999999999999999.999999 TO AU-CHECKSUM
 12420     ELSE
 12430         COMPUTE AU-CHECKSUM ROUNDED = RS-ALL-B-TOTAL
 12440             ON SIZE ERROR
 12450                 MOVE 999999999999999999.999999 TO AU-CHECKSUM
 12460         END-COMPUTE
 12470     END-IF
 12480     IF RS-ALL-G-SAT
 12490         MOVE 999999999999999999.999999 TO AU-CHECKSUM-2
 12500     ELSE
 12510         COMPUTE AU-CHECKSUM-2 ROUNDED = RS-ALL-G-TOTAL
 12520             ON SIZE ERROR
 12530                 MOVE 999999999999999999.999999 TO AU-CHECKSUM-2
 12540         END-COMPUTE
 12550     END-IF
 12560*    SEQUENCE AND CHAINED HASH LAST, ONCE EVERY OTHER FIELD IS
 12570*    IN PLACE -- THE FOLD COVERS THE FIELDS AS WRITTEN.
 12580     ADD 1 TO RS-AUDIT-SEQ
 12590     MOVE RS-AUDIT-SEQ TO AU-SEQ
 12600     PERFORM 6600-COMPUTE-AUDIT-HASH THRU 6600-EXIT
 12610     MOVE RS-AUDIT-HASH TO AU-HASH
 12620
 12630     WRITE AUDIT-RECORD
 12640     IF NOT RS-AUDIT-OK
 12650         DISPLAY "BERN115 - AUDITLOG WRITE FAILED, STATUS = "
 12660             RS-AUDIT-STATUS
 12670         MOVE 16 TO RETURN-CODE
 12680     END-IF
 12690     CLOSE AUDITLOG.
 12700 6500-EXIT.
 12710     EXIT.
 12720
 12730******************************************************************
 12740*    6600-COMPUTE-AUDIT-HASH                                     *
 12750*    THE CHAINED FOLD OVER THE RECORD JUST BUILT, FIELD FOR      *
 12760*    FIELD AS BERN100'S 5100-COMPUTE-AUDIT-HASH TAKES THEM.      *
 12770*    BERN140'S 3100-COMPUTE-CHAIN-HASH VERIFIES IT, SO ALL       *
 12780*    THREE CHANGE TOGETHER OR NOT AT ALL.                        *
 12790******************************************************************
 12800 6600-COMPUTE-AUDIT-HASH.
 12810     MOVE RS-AUDIT-PREV-HASH TO RS-AUDIT-HASH
 12820
 12830     MOVE AU-SEQ TO RS-HASH-IN
 12840     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT
 12850     MOVE AU-RUN-DATE TO RS-HASH-RUNID-DT
 12860     MOVE RS-HASH-RUNID-DT TO RS-HASH-IN
 12870     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT
 12880     MOVE AU-RUN-TIME TO RS-HASH-RUNID-TM
 12890     MOVE RS-HASH-RUNID-TM TO RS-HASH-IN
 12900     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT
 12910
 12920     MOVE AU-SUBMITTER TO RS-HASH-SUBM
 12930     PERFORM VARYING RS-HASH-SUB-IX FROM 1 BY 1
 12940             UNTIL RS-HASH-SUB-IX > 8
 12950         MOVE RS-HASH-SUBM-CH(RS-HASH-SUB-IX) TO RS-HASH-CHAR
 12960         PERFORM 6800-FOLD-ONE-CHAR THRU 6800-EXIT
 12970     END-PERFORM
 12980
 12990     MOVE AU-N TO RS-HASH-IN
 13000     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT
 13010     MOVE AU-MODE TO RS-HASH-CHAR
 13020     PERFORM 6800-FOLD-ONE-CHAR THRU 6800-EXIT
 13030     MOVE AU-REQ TO RS-HASH-IN
 13040     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT
 13050
 13060     MOVE AU-CHECKSUM TO RS-HASH-CHK
 13070     PERFORM 6750-FOLD-CHECKSUM THRU 6750-EXIT
 13080     MOVE AU-CHECKSUM-2 TO RS-HASH-CHK
 13090     PERFORM 6750-FOLD-CHECKSUM THRU 6750-EXIT
 13100
 13110     MOVE AU-RUN-ID TO RS-HASH-RUNID-SPLIT
 13120     MOVE RS-HASH-RUNID-DT TO RS-HASH-IN
 13130     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT
 13140     MOVE RS-HASH-RUNID-TM TO RS-HASH-IN
 13150     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT.
 13160 6600-EXIT.
 13170     EXIT.
 13180
 13190******************************************************************
 13200*    6700-FOLD-ONE-VALUE                                         *
 13210*    ONE FOLD STEP: H = MOD(H * 31 + V, 999999937).              *
 13220******************************************************************
 13230 6700-FOLD-ONE-VALUE.
 13240     COMPUTE RS-AUDIT-HASH = RS-AUDIT-HASH * 31
 13250     COMPUTE RS-AUDIT-HASH = RS-AUDIT-HASH + RS-HASH-IN
 13260     DIVIDE RS-AUDIT-HASH BY RS-HASH-MODULUS
 13270         GIVING RS-HASH-QUOT
 13280         REMAINDER RS-HASH-IN
 13290     MOVE RS-HASH-IN TO RS-AUDIT-HASH.
 13300 6700-EXIT.
 13310     EXIT.
 13320
 13330******************************************************************
 13340*    6750-FOLD-CHECKSUM                                          *
 13350*    SIGN FLAG, INTEGER PART REDUCED MODULO THE HASH MODULUS,    *
 13360*    THEN THE SIX DECIMAL DIGITS.                                *
 13370******************************************************************
 13380 6750-FOLD-CHECKSUM.
 13390     IF RS-HASH-CHK < 0
 13400         MOVE 1 TO RS-HASH-IN
 13410         COMPUTE RS-HASH-CHK-ABS = RS-HASH-CHK * -1
 13420     ELSE
 13430         MOVE 0 TO RS-HASH-IN
 13440         MOVE RS-HASH-CHK TO RS-HASH-CHK-ABS
 13450     END-IF
 13460     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT
 13470     COMPUTE RS-HASH-CHK-INT = RS-HASH-CHK-ABS
 13480     DIVIDE RS-HASH-CHK-INT BY RS-HASH-MODULUS
 13490         GIVING RS-HASH-QUOT
 13500         REMAINDER RS-HASH-IN
 13510     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT
 13520     COMPUTE RS-HASH-CHK-DEC =
 13530         (RS-HASH-CHK-ABS - RS-HASH-CHK-INT) * 1000000
 13540     MOVE RS-HASH-CHK-DEC TO RS-HASH-IN
 13550     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT.
 13560 6750-EXIT.
 13570     EXIT.
 13580
 13590******************************************************************
 13600*    6800-FOLD-ONE-CHAR                                          *
 13610*    A CHARACTER FOLDS AS ITS 1-ORIGIN POSITION IN THE HASH      *
 13620*    ALPHABET, ZERO WHEN NOT FOUND.                              *
 13630******************************************************************
 13640 6800-FOLD-ONE-CHAR.
 13650     MOVE 0 TO RS-HASH-IN
 13660     PERFORM VARYING RS-HASH-CHAR-IX FROM 1 BY 1
 13670             UNTIL RS-HASH-CHAR-IX > 39
 13680         IF RS-HASH-ALPHA-CH(RS-HASH-CHAR-IX) = RS-HASH-CHAR
 13690             MOVE RS-HASH-CHAR-IX TO RS-HASH-IN
 13700             MOVE 39 TO RS-HASH-CHAR-IX
 13710         END-IF
 13720     END-PERFORM
 13730     PERFORM 6700-FOLD-ONE-VALUE THRU 6700-EXIT.
 13740 6800-EXIT.
 13750     EXIT.
 13760
 13770******************************************************************
 13780*    7000-WRITE-MESSAGE                                          *
 13790******************************************************************
 13800 7000-WRITE-MESSAGE.
 13810     WRITE RPT-RECORD FROM RS-MSG-LINE
 13820     MOVE SPACES TO RS-MSG-TEXT.
 13830 7000-EXIT.
 13840     EXIT.
 13850
 13860******************************************************************
 13870*    7100-NOTE-EXCEPTION                                         *
 13880*    ONE VERIFICATION EXCEPTION, TO THE REPORT AND SYSOUT.  ANY  *
 13890*    EXCEPTION AT ALL KEEPS THE STAGING CLUSTERS FROM RELEASE.   *
 13900******************************************************************
 13910 7100-NOTE-EXCEPTION.
 13920     ADD 1 TO RS-EXCEPTION-COUNT
 13930     WRITE RPT-RECORD FROM RS-EXC-LINE
 13940     DISPLAY "BERN115 - *** " RS-EXC-TEXT " " RS-EXC-VALUE
 13950     MOVE SPACES TO RS-EXC-TEXT.
 13960 7100-EXIT.
 13970     EXIT.
 13980
 13990******************************************************************
 14000*    8000-WRAP-UP                                                *
 14010*    COUNTS, THEN THE VERDICT.  ONLY A CLEAN VERIFICATION        *
 14020*    WRITES THE RESTORE RECORD; WITHOUT IT ON THE LOG THE        *
 14030*    RELEASE STEPS MUST NOT RUN, SO A FAILED APPEND IS RC 16.    *
 14040******************************************************************
 14050 8000-WRAP-UP.
 14060     MOVE "RESTORE COUNTS" TO RS-SECT-TITLE
 14070     WRITE RPT-RECORD FROM RS-SECT-LINE
 14080     MOVE "AUDIT RECORDS READ" TO RS-NUM-LABEL
 14090     MOVE RS-AUD-READ TO RS-NUM-VALUE
 14100     WRITE RPT-RECORD FROM RS-NUM-LINE
 14110     MOVE "  REQUESTS OF THE RUN" TO RS-NUM-LABEL
 14120     MOVE RS-AUD-TAKEN TO RS-NUM-VALUE
 14130     WRITE RPT-RECORD FROM RS-NUM-LINE
 14140     MOVE "NUMOUT HISTORY RECORDS READ" TO RS-NUM-LABEL
 14150     MOVE RS-NUM-READ TO RS-NUM-VALUE
 14160     WRITE RPT-RECORD FROM RS-NUM-LINE
 14170     MOVE "  OF THE RUN" TO RS-NUM-LABEL
 14180     MOVE RS-NUM-TAKEN TO RS-NUM-VALUE
 14190     WRITE RPT-RECORD FROM RS-NUM-LINE
 14200     MOVE "EULOUT HISTORY RECORDS READ" TO RS-NUM-LABEL
 14210     MOVE RS-EUL-READ TO RS-NUM-VALUE
 14220     WRITE RPT-RECORD FROM RS-NUM-LINE
 14230     MOVE "  OF THE RUN" TO RS-NUM-LABEL
 14240     MOVE RS-EUL-TAKEN TO RS-NUM-VALUE
 14250     WRITE RPT-RECORD FROM RS-NUM-LINE
 14260     MOVE "B TERMS LOADED / READ BACK" TO RS-NUM-LABEL
 14270     MOVE RS-B-LOADED TO RS-NUM-VALUE
 14280     WRITE RPT-RECORD FROM RS-NUM-LINE
 14290     MOVE SPACES TO RS-NUM-LABEL
 14300     MOVE RS-B-BACK TO RS-NUM-VALUE
 14310     WRITE RPT-RECORD FROM RS-NUM-LINE
 14320     MOVE "G TERMS LOADED / READ BACK" TO RS-NUM-LABEL
 14330     MOVE RS-G-LOADED TO RS-NUM-VALUE
 14340     WRITE RPT-RECORD FROM RS-NUM-LINE
 14350     MOVE SPACES TO RS-NUM-LABEL
 14360     MOVE RS-G-BACK TO RS-NUM-VALUE
 14370     WRITE RPT-RECORD FROM RS-NUM-LINE
 14380     MOVE "FACOUT HISTORY RECORDS READ" TO RS-NUM-LABEL
 14390     MOVE RS-FAC-READ TO RS-NUM-VALUE
 14400     WRITE RPT-RECORD FROM RS-NUM-LINE
 14410     MOVE "  OF THE RUN" TO RS-NUM-LABEL
 14420     MOVE RS-FAC-TAKEN TO RS-NUM-VALUE
 14430     WRITE RPT-RECORD FROM RS-NUM-LINE
 14440     MOVE "  DUPLICATE KEYS (FIRST STANDS)" TO RS-NUM-LABEL
 14450     MOVE RS-FAC-DUPS TO RS-NUM-VALUE
 14460     WRITE RPT-RECORD FROM RS-NUM-LINE
 14470     MOVE "  SERIES CUT SHORT (LEFT OUT)" TO RS-NUM-LABEL
 14480     MOVE RS-FAC-SHORT TO RS-NUM-VALUE
 14490     WRITE RPT-RECORD FROM RS-NUM-LINE
 14500     MOVE "FACTOR LINES LOADED / READ BACK" TO RS-NUM-LABEL
 14510     MOVE RS-FAC-LOADED TO RS-NUM-VALUE
 14520     WRITE RPT-RECORD FROM RS-NUM-LINE
 14530     MOVE SPACES TO RS-NUM-LABEL
 14540     MOVE RS-FAC-BACK TO RS-NUM-VALUE
 14550     WRITE RPT-RECORD FROM RS-NUM-LINE
 14560     MOVE "EXCEPTIONS" TO RS-NUM-LABEL
 14570     MOVE RS-EXCEPTION-COUNT TO RS-NUM-VALUE
 14580     WRITE RPT-RECORD FROM RS-NUM-LINE
 14590     MOVE SPACES TO RS-MSG-TEXT
 14600     PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
 14610
 14620     DISPLAY "BERN115 - RUN " RS-RUN-ID
 14630         " B " RS-B-LOADED " G " RS-G-LOADED
 14640         " FACTORS " RS-FAC-LOADED
 14650         " EXCEPTIONS " RS-EXCEPTION-COUNT
 14660     IF RS-EXCEPTION-COUNT > 0
 14670         MOVE "RESTORE FAILED VERIFICATION - NOTHING TO RELEASE"
 14680             TO RS-MSG-TEXT
 14690         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
 14700         MOVE 8 TO RETURN-CODE
 14710         GO TO 8000-CLOSE-REPORT
 14720     END-IF
 14730
 14740     PERFORM 6500-APPEND-RESTORE-RECORD THRU 6500-EXIT
 14750     IF RETURN-CODE = 16
 14760         MOVE "RESTORE RECORD NOT WRITTEN - NOTHING TO RELEASE"
 14770             TO RS-MSG-TEXT
 14780         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
 14790         GO TO 8000-CLOSE-REPORT
 14800     END-IF
 14810     IF RS-FAC-DUPS > 0
 14820         MOVE "DUPLICATE FACTOR KEYS IN HISTORY - FIRST STANDS"
 14830             TO RS-MSG-TEXT
 14840         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
 14850         MOVE 4 TO RETURN-CODE
 14860     END-IF
 14870     MOVE "RESTORE VERIFIED - STAGING CLUSTERS READY TO RELEASE"
 14880         TO RS-MSG-TEXT
 14890     PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT.
 14900
 14910 8000-CLOSE-REPORT.
 14920     CLOSE RPTOUT.
 14930 8000-EXIT.
 14940     EXIT.
 14950
 14960******************************************************************
 14970*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.               *
 14980******************************************************************
 14990 9999-EXIT.
 15000     STOP RUN.
