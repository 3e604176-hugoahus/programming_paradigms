   350*  DATE        BY   DESCRIPTION                                 *
   360*  ----------  ---  ----------------------------------------   *
   370*  08/23/2026  HLW  ORIGINAL VERSION.                           *
   380*  10/15/2026  HLW  SKIP THE YEAR-END CARRY-FORWARD RECORD (SEE *
   390*                   CPAUD) AT THE HEAD OF THE AUDIT LOG -- IT   *
   400*                   IS NOT A RUN.                               *
   410*                   RESEQUENCED.                                *
   420*  10/15/2026  HLW  LIST THE KEYED-STORE RESTORES BERN115       *
   430*                   RECORDS ON THE AUDIT LOG (MODE R, SEE       *
   440*                   CPAUD) IN A SECTION OF THEIR OWN, KEPT OUT  *
   450*                   OF THE RUN COUNTS AND THE DRIFT COMPARE.    *
   460*                   RESEQUENCED.                                *
   470*  10/15/2026  HLW  COUNT MODE F (FAULHABER POWER-SUM) RUNS ON  *
   480*                   A LINE OF THEIR OWN IN THE RUNS-BY-MODE     *
   490*                   SECTION.                                    *
   500*                   RESEQUENCED.                                *
   510******************************************************************
   520
   530 ENVIRONMENT DIVISION.
   540 INPUT-OUTPUT SECTION.
   550 FILE-CONTROL.
   560*    AUDITLOG - THE ACCUMULATED ONE-RECORD-PER-RUN LOG.
   570     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
   580         ORGANIZATION IS LINE SEQUENTIAL
   590         FILE STATUS IS RH-AUDIT-STATUS.
   600*    RPTOUT - PRINT-IMAGE RUN-HISTORY REPORT.
   610     SELECT RPTOUT ASSIGN TO "RPTOUT"
   620         ORGANIZATION IS LINE SEQUENTIAL
   630         FILE STATUS IS RH-RPTOUT-STATUS.
   640
   650 DATA DIVISION.
   660 FILE SECTION.
   670 FD  AUDITLOG.
   680     COPY CPAUD.
   690
   700 FD  RPTOUT.
   710 01  RPT-RECORD              PIC X(133).
   720
   730 WORKING-STORAGE SECTION.
   740*    THE WHOLE LOG, LOADED UP FRONT SO THE DRIFT SECTION CAN
   750*    COMPARE ANY RUN AGAINST ANY OTHER.  RH-MAX-RUNS BOUNDS THE
   760*    TABLE; A LOG THAT HAS OUTGROWN IT IS REPORTED AND THE
   770*    OLDEST OVERFLOW IS SIMPLY NOT LOADED.
   780 01  RH-MAX-RUNS             PIC S9(9) USAGE BINARY VALUE 500.
   790 01  RH-RUN-TABLE.
   800     02  RH-RUN-ENTRY        OCCURS 500 TIMES.
   810         03  RH-RUN-DATE     PIC X(08).
   820         03  RH-RUN-TIME     PIC X(06).
   830         03  RH-RUN-SUBM     PIC X(08).
   840         03  RH-RUN-N        PIC 9(04).
   850         03  RH-RUN-MODE     PIC X(01).
   860         03  RH-RUN-CHECKSUM COMP-2.
   870 01  RH-RUN-COUNT            PIC S9(9) USAGE BINARY VALUE 0.
   880 01  RH-SKIPPED-COUNT        PIC S9(9) USAGE BINARY VALUE 0.
   890
   900*    KEYED-STORE RESTORES (MODE R, SEE CPAUD) -- LISTED, NOT
   910*    COUNTED AS RUNS.  AU-RUN-ID ON THESE IS THE RUN RESTORED.
   920 01  RH-RST-TABLE.
   930     02  RH-RST-ENTRY        OCCURS 100 TIMES.
   940         03  RH-RST-DATE     PIC X(08).
   950         03  RH-RST-TIME     PIC X(06).
   960         03  RH-RST-SUBM     PIC X(08).
   970         03  RH-RST-N        PIC 9(04).
   980         03  RH-RST-RUN-ID   PIC X(14).
   990 01  RH-RST-COUNT            PIC S9(9) USAGE BINARY VALUE 0.
  1000 01  RH-RST-OVER-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1010
  1020*    DISTINCT-SUBMITTER ROLLUP.
  1030 01  RH-SUBM-TABLE.
  1040     02  RH-SUBM-ENTRY       OCCURS 100 TIMES.
  1050         03  RH-SUBM-ID      PIC X(08).
  1060         03  RH-SUBM-COUNT   PIC S9(9) USAGE BINARY.
  1070 01  RH-SUBM-USED            PIC S9(9) USAGE BINARY VALUE 0.
  1080*    RUNS THAT COULD NOT BE ROLLED UP BECAUSE THE DISTINCT-
  1090*    SUBMITTER TABLE FILLED -- REPORTED, NOT SILENTLY DROPPED,
  1100*    SAME AS THE RUN-TABLE ROLL-OFF NOTICE.
  1110 01  RH-SUBM-OVER-COUNT      PIC S9(9) USAGE BINARY VALUE 0.
  1120
  1130*    MODE ROLLUP -- "B", "E", "F", AND ANYTHING ELSE THE CARD
  1140*    EVER CARRIED.
  1150 01  RH-MODE-B-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1160 01  RH-MODE-E-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1170 01  RH-MODE-F-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1180 01  RH-MODE-OTHER-COUNT     PIC S9(9) USAGE BINARY VALUE 0.
  1190
  1200 01  RH-I                    PIC S9(9) USAGE BINARY VALUE 0.
  1210 01  RH-J                    PIC S9(9) USAGE BINARY VALUE 0.
  1220 01  RH-LARGEST-AT           PIC S9(9) USAGE BINARY VALUE 0.
  1230 01  RH-FOUND-SW             PIC X(01) VALUE "N".
  1240     88  RH-FOUND                    VALUE "Y".
  1250
  1260*    DRIFT COMPARE, SAME SCALED TOLERANCE AS BERN110 USES FOR
  1270*    THE ARCHIVE-VERSUS-AUDIT TOTAL.
  1280 01  RH-DIFF                 COMP-2 VALUE 0.0.
  1290 01  RH-LIMIT                COMP-2 VALUE 0.0.
  1300 01  RH-ABS-TOTAL            COMP-2 VALUE 0.0.
  1310 01  RH-DRIFT-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  1320
  1330 01  RH-AUDIT-STATUS         PIC X(02) VALUE "00".
  1340     88  RH-AUDIT-OK                 VALUE "00".
  1350     88  RH-AUDIT-MISSING           VALUE "05" "35".
  1360     88  RH-AUDIT-EOF               VALUE "10".
  1370 01  RH-RPTOUT-STATUS        PIC X(02) VALUE "00".
  1380     88  RH-RPTOUT-OK                VALUE "00".
  1390
  1400*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  1410 01  RH-HDR-LINE.
  1420     02  FILLER              PIC X(01) VALUE "1".
  1430     02  FILLER              PIC X(44) VALUE
  1440         "BERN120 - BERNOULLI RUN-HISTORY REPORT".
  1450     02  FILLER              PIC X(88) VALUE SPACES.
  1460 01  RH-SECT-LINE.
  1470     02  FILLER              PIC X(01) VALUE "0".
  1480     02  RH-SECT-TITLE       PIC X(60) VALUE SPACES.
  1490     02  FILLER              PIC X(72) VALUE SPACES.
  1500 01  RH-SUBM-LINE.
  1510     02  FILLER              PIC X(05) VALUE SPACES.
  1520     02  RH-SUBM-LINE-ID     PIC X(08).
  1530     02  FILLER              PIC X(04) VALUE SPACES.
  1540     02  RH-SUBM-LINE-COUNT  PIC ZZ,ZZ9.
  1550     02  FILLER              PIC X(06) VALUE " RUN(S".
  1560     02  FILLER              PIC X(01) VALUE ")".
  1570     02  FILLER              PIC X(103) VALUE SPACES.
  1580 01  RH-MODE-LINE.
  1590     02  FILLER              PIC X(05) VALUE SPACES.
  1600     02  RH-MODE-LINE-TAG    PIC X(24) VALUE SPACES.
  1610     02  RH-MODE-LINE-COUNT  PIC ZZ,ZZ9.
  1620     02  FILLER              PIC X(98) VALUE SPACES.
  1630 01  RH-BIG-LINE.
  1640     02  FILLER              PIC X(05) VALUE SPACES.
  1650     02  FILLER              PIC X(10) VALUE "LARGEST N ".
  1660     02  RH-BIG-N            PIC ZZZ9.
  1670     02  FILLER              PIC X(06) VALUE " , BY ".
  1680     02  RH-BIG-SUBM         PIC X(08).
  1690     02  FILLER              PIC X(04) VALUE " ON ".
  1700     02  RH-BIG-DATE         PIC X(08).
  1710     02  FILLER              PIC X(01) VALUE " ".
  1720     02  RH-BIG-TIME         PIC X(06).
  1730     02  FILLER              PIC X(81) VALUE SPACES.
  1740 01  RH-DRIFT-LINE.
  1750     02  FILLER              PIC X(05) VALUE SPACES.
  1760     02  FILLER              PIC X(12) VALUE "*** N = ".
  1770     02  RH-DRIFT-N          PIC ZZZ9.
  1780     02  FILLER              PIC X(05) VALUE " RUN ".
  1790     02  RH-DRIFT-DATE-1     PIC X(08).
  1800     02  FILLER              PIC X(01) VALUE " ".
  1810     02  RH-DRIFT-TIME-1     PIC X(06).
  1820     02  FILLER              PIC X(05) VALUE " VS  ".
  1830     02  RH-DRIFT-DATE-2     PIC X(08).
  1840     02  FILLER              PIC X(01) VALUE " ".
  1850     02  RH-DRIFT-TIME-2     PIC X(06).
  1860     02  FILLER              PIC X(20) VALUE
  1870         " CONTROL TOTALS DIFF".
  1880     02  FILLER              PIC X(02) VALUE "ER".
  1890     02  FILLER              PIC X(50) VALUE SPACES.
  1900 01  RH-MSG-LINE.
  1910     02  FILLER              PIC X(05) VALUE SPACES.
  1920     02  RH-MSG-TEXT         PIC X(70) VALUE SPACES.
  1930     02  FILLER              PIC X(58) VALUE SPACES.
  1940 01  RH-RST-LINE.
  1950     02  FILLER              PIC X(05) VALUE SPACES.
  1960     02  FILLER              PIC X(04) VALUE "RUN ".
  1970     02  RH-RST-LINE-RUN-ID  PIC X(14).
  1980     02  FILLER              PIC X(13) VALUE " RESTORED ON ".
  1990     02  RH-RST-LINE-DATE    PIC X(08).
  2000     02  FILLER              PIC X(01) VALUE " ".
  2010     02  RH-RST-LINE-TIME    PIC X(06).
  2020     02  FILLER              PIC X(04) VALUE " BY ".
  2030     02  RH-RST-LINE-SUBM    PIC X(08).
  2040     02  FILLER              PIC X(06) VALUE "  N = ".
  2050     02  RH-RST-LINE-N       PIC ZZZ9.
  2060     02  FILLER              PIC X(60) VALUE SPACES.
  2070
  2080 PROCEDURE DIVISION.
  2090
  2100 0000-MAINLINE.
  2110     PERFORM 1000-LOAD-AUDIT-LOG THRU 1000-EXIT
  2120     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT
  2130     IF RH-RUN-COUNT = 0
  2140         MOVE "NO RUNS ON THE AUDIT LOG" TO RH-MSG-TEXT
  2150         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  2160         PERFORM 6000-RESTORE-SECTION THRU 6000-EXIT
  2170         GO TO 8000-CLOSE-REPORT
  2180     END-IF
  2190     PERFORM 2000-SUBMITTER-SECTION THRU 2000-EXIT
  2200     PERFORM 3000-MODE-SECTION THRU 3000-EXIT
  2210     PERFORM 4000-LARGEST-RUN-SECTION THRU 4000-EXIT
  2220     PERFORM 5000-DRIFT-SECTION THRU 5000-EXIT
  2230     PERFORM 6000-RESTORE-SECTION THRU 6000-EXIT
  2240 8000-CLOSE-REPORT.
  2250     CLOSE RPTOUT
  2260     IF RH-DRIFT-COUNT > 0
  2270*    RC 4, NOT 8 -- THE REPORT ITSELF SUCCEEDED, BUT THE
  2280*    SCHEDULER SHOULD SEE THAT DRIFT WAS FLAGGED THIS MONTH.
  2290         MOVE 4 TO RETURN-CODE
  2300     END-IF
  2310     GO TO 9999-EXIT.
  2320
  2330******************************************************************
  2340*    1000-LOAD-AUDIT-LOG                                        *
  2350*    LOADS EVERY CPAUD RECORD INTO THE RH-RUN TABLE.  A LOG      *
  2360*    LONGER THAN THE TABLE IS REPORTED, NOT FATAL -- THE NEWEST  *
  2370*    RH-MAX-RUNS RECORDS STILL GET A REPORT.                     *
  2380******************************************************************
  2390 1000-LOAD-AUDIT-LOG.
  2400     OPEN INPUT AUDITLOG
  2410     IF RH-AUDIT-MISSING
  2420         GO TO 1000-CLOSE-AUDIT
  2430     END-IF
  2440     IF NOT RH-AUDIT-OK
  2450         DISPLAY "BERN120 - AUDITLOG OPEN FAILED, STATUS = "
  2460             RH-AUDIT-STATUS
  2470         MOVE 16 TO RETURN-CODE
  2480         GO TO 9999-EXIT
  2490     END-IF
  2500
  2510     PERFORM UNTIL RH-AUDIT-EOF
  2520         READ AUDITLOG
  2530             AT END
  2540                 CONTINUE
  2550             NOT AT END
  2560                 PERFORM 1100-STORE-ONE-RUN THRU 1100-EXIT
  2570         END-READ
  2580     END-PERFORM
  2590
  2600 1000-CLOSE-AUDIT.
  2610     CLOSE AUDITLOG.
  2620 1000-EXIT.
  2630     EXIT.
  2640
  2650******************************************************************
  2660*    1100-STORE-ONE-RUN                                         *
  2670*    ONE AUDIT RECORD INTO THE RUN TABLE.  WHEN THE TABLE IS     *
  2680*    FULL THE OLDEST RECORDS ALREADY LOADED ARE SHIFTED DOWN SO  *
  2690*    THE TABLE ALWAYS HOLDS THE NEWEST RH-MAX-RUNS RUNS.         *
  2700******************************************************************
  2710 1100-STORE-ONE-RUN.
  2720*    THE YEAR-END CARRY-FORWARD RECORD (SEE CPAUD) IS NOT A RUN.
  2730     IF AU-CARRY-FORWARD
  2740         GO TO 1100-EXIT
  2750     END-IF
  2760*    NEITHER IS A KEYED-STORE RESTORE -- IT IS LISTED APART.
  2770     IF AU-RESTORE
  2780         PERFORM 1200-STORE-ONE-RESTORE THRU 1200-EXIT
  2790         GO TO 1100-EXIT
  2800     END-IF
  2810     IF RH-RUN-COUNT = RH-MAX-RUNS
  2820         ADD 1 TO RH-SKIPPED-COUNT
  2830         PERFORM VARYING RH-I FROM 1 BY 1
  2840                 UNTIL RH-I > RH-MAX-RUNS - 1
  2850             COMPUTE RH-J = RH-I + 1
  2860             MOVE RH-RUN-ENTRY(RH-J) TO RH-RUN-ENTRY(RH-I)
  2870         END-PERFORM
  2880     ELSE
  2890         ADD 1 TO RH-RUN-COUNT
  2900     END-IF
  2910     MOVE AU-RUN-DATE TO RH-RUN-DATE(RH-RUN-COUNT)
  2920     MOVE AU-RUN-TIME TO RH-RUN-TIME(RH-RUN-COUNT)
  2930     MOVE AU-SUBMITTER TO RH-RUN-SUBM(RH-RUN-COUNT)
  2940     IF AU-N IS NUMERIC
  2950         MOVE AU-N TO RH-RUN-N(RH-RUN-COUNT)
  2960     ELSE
  2970         MOVE ZERO TO RH-RUN-N(RH-RUN-COUNT)
  2980     END-IF
  2990     MOVE AU-MODE TO RH-RUN-MODE(RH-RUN-COUNT)
  3000     MOVE AU-CHECKSUM TO RH-RUN-CHECKSUM(RH-RUN-COUNT).
  3010 1100-EXIT.
  3020     EXIT.
  3030
  3040******************************************************************
  3050*    1200-STORE-ONE-RESTORE                                      *
  3060*    ONE RESTORE RECORD INTO THE RESTORE TABLE.  RESTORES ARE    *
  3070*    RARE; A LOG WITH MORE THAN THE TABLE HOLDS LISTS THE FIRST  *
  3080*    100 AND SAYS HOW MANY MORE THERE WERE.                      *
  3090******************************************************************
  3100 1200-STORE-ONE-RESTORE.
  3110     IF RH-RST-COUNT = 100
  3120         ADD 1 TO RH-RST-OVER-COUNT
  3130         GO TO 1200-EXIT
  3140     END-IF
  3150     ADD 1 TO RH-RST-COUNT
  3160     MOVE AU-RUN-DATE TO RH-RST-DATE(RH-RST-COUNT)
  3170     MOVE AU-RUN-TIME TO RH-RST-TIME(RH-RST-COUNT)
  3180     MOVE AU-SUBMITTER TO RH-RST-SUBM(RH-RST-COUNT)
  3190     IF AU-N IS NUMERIC
  3200         MOVE AU-N TO RH-RST-N(RH-RST-COUNT)
  3210     ELSE
  3220         MOVE ZERO TO RH-RST-N(RH-RST-COUNT)
  3230     END-IF
  3240     MOVE AU-RUN-ID TO RH-RST-RUN-ID(RH-RST-COUNT).
  3250 1200-EXIT.
  3260     EXIT.
  3270
  3280******************************************************************
  3290*    1500-OPEN-REPORT                                           *
  3300******************************************************************
  3310 1500-OPEN-REPORT.
  3320     OPEN OUTPUT RPTOUT
  3330     IF NOT RH-RPTOUT-OK
  3340         DISPLAY "BERN120 - RPTOUT OPEN FAILED, STATUS = "
  3350             RH-RPTOUT-STATUS
  3360         MOVE 16 TO RETURN-CODE
  3370         GO TO 9999-EXIT
  3380     END-IF
  3390     WRITE RPT-RECORD FROM RH-HDR-LINE
  3400     IF RH-SKIPPED-COUNT > 0
  3410         MOVE "LOG EXCEEDS RUN TABLE - OLDEST RUNS ROLLED OFF"
  3420             TO RH-MSG-TEXT
  3430         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  3440     END-IF.
  3450 1500-EXIT.
  3460     EXIT.
  3470
  3480******************************************************************
  3490*    2000-SUBMITTER-SECTION                                     *
  3500*    RUNS PER AU-SUBMITTER.                                      *
  3510******************************************************************
  3520 2000-SUBMITTER-SECTION.
  3530     MOVE "RUNS PER SUBMITTER" TO RH-SECT-TITLE
  3540     WRITE RPT-RECORD FROM RH-SECT-LINE
  3550     PERFORM VARYING RH-I FROM 1 BY 1 UNTIL RH-I > RH-RUN-COUNT
  3560         MOVE "N" TO RH-FOUND-SW
  3570         PERFORM VARYING RH-J FROM 1 BY 1
  3580                 UNTIL RH-J > RH-SUBM-USED OR RH-FOUND
  3590             IF RH-SUBM-ID(RH-J) = RH-RUN-SUBM(RH-I)
  3600                 ADD 1 TO RH-SUBM-COUNT(RH-J)
  3610                 MOVE "Y" TO RH-FOUND-SW
  3620             END-IF
  3630         END-PERFORM
  3640         IF NOT RH-FOUND
  3650             IF RH-SUBM-USED < 100
  3660                 ADD 1 TO RH-SUBM-USED
  3670                 MOVE RH-RUN-SUBM(RH-I)
  3680                     TO RH-SUBM-ID(RH-SUBM-USED)
  3690                 MOVE 1 TO RH-SUBM-COUNT(RH-SUBM-USED)
  3700             ELSE
  3710                 ADD 1 TO RH-SUBM-OVER-COUNT
  3720             END-IF
  3730         END-IF
  3740     END-PERFORM
  3750     IF RH-SUBM-OVER-COUNT > 0
  3760         MOVE "SUBMITTER TABLE FULL - SOME RUNS NOT ROLLED UP"
  3770             TO RH-MSG-TEXT
  3780         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  3790     END-IF
  3800     PERFORM VARYING RH-J FROM 1 BY 1 UNTIL RH-J > RH-SUBM-USED
  3810         MOVE RH-SUBM-ID(RH-J) TO RH-SUBM-LINE-ID
  3820         MOVE RH-SUBM-COUNT(RH-J) TO RH-SUBM-LINE-COUNT
  3830         WRITE RPT-RECORD FROM RH-SUBM-LINE
  3840     END-PERFORM.
  3850 2000-EXIT.
  3860     EXIT.
  3870
  3880******************************************************************
  3890*    3000-MODE-SECTION                                          *
  3900*    RUN COUNTS BY AU-MODE.                                      *
  3910******************************************************************
  3920 3000-MODE-SECTION.
  3930     MOVE "RUNS BY MODE" TO RH-SECT-TITLE
  3940     WRITE RPT-RECORD FROM RH-SECT-LINE
  3950     PERFORM VARYING RH-I FROM 1 BY 1 UNTIL RH-I > RH-RUN-COUNT
  3960         EVALUATE RH-RUN-MODE(RH-I)
  3970             WHEN "B"
  3980                 ADD 1 TO RH-MODE-B-COUNT
  3990             WHEN "E"
  4000                 ADD 1 TO RH-MODE-E-COUNT
  4010             WHEN "F"
  4020                 ADD 1 TO RH-MODE-F-COUNT
  4030             WHEN OTHER
  4040                 ADD 1 TO RH-MODE-OTHER-COUNT
  4050         END-EVALUATE
  4060     END-PERFORM
  4070     MOVE "MODE B (BERNOULLI ONLY)" TO RH-MODE-LINE-TAG
  4080     MOVE RH-MODE-B-COUNT TO RH-MODE-LINE-COUNT
  4090     WRITE RPT-RECORD FROM RH-MODE-LINE
  4100     MOVE "MODE E (PLUS GENOCCHI)" TO RH-MODE-LINE-TAG
  4110     MOVE RH-MODE-E-COUNT TO RH-MODE-LINE-COUNT
  4120     WRITE RPT-RECORD FROM RH-MODE-LINE
  4130     MOVE "MODE F (PLUS POWER SUMS)" TO RH-MODE-LINE-TAG
  4140     MOVE RH-MODE-F-COUNT TO RH-MODE-LINE-COUNT
  4150     WRITE RPT-RECORD FROM RH-MODE-LINE
  4160     IF RH-MODE-OTHER-COUNT > 0
  4170         MOVE "OTHER/UNRECOGNIZED MODE" TO RH-MODE-LINE-TAG
  4180         MOVE RH-MODE-OTHER-COUNT TO RH-MODE-LINE-COUNT
  4190         WRITE RPT-RECORD FROM RH-MODE-LINE
  4200     END-IF.
  4210 3000-EXIT.
  4220     EXIT.
  4230
  4240******************************************************************
  4250*    4000-LARGEST-RUN-SECTION                                   *
  4260*    THE LARGEST-N RUN ON FILE.                                  *
  4270******************************************************************
  4280 4000-LARGEST-RUN-SECTION.
  4290     MOVE "LARGEST RUN" TO RH-SECT-TITLE
  4300     WRITE RPT-RECORD FROM RH-SECT-LINE
  4310     MOVE 1 TO RH-LARGEST-AT
  4320     PERFORM VARYING RH-I FROM 2 BY 1 UNTIL RH-I > RH-RUN-COUNT
  4330         IF RH-RUN-N(RH-I) > RH-RUN-N(RH-LARGEST-AT)
  4340             MOVE RH-I TO RH-LARGEST-AT
  4350         END-IF
  4360     END-PERFORM
  4370     MOVE RH-RUN-N(RH-LARGEST-AT) TO RH-BIG-N
  4380     MOVE RH-RUN-SUBM(RH-LARGEST-AT) TO RH-BIG-SUBM
  4390     MOVE RH-RUN-DATE(RH-LARGEST-AT) TO RH-BIG-DATE
  4400     MOVE RH-RUN-TIME(RH-LARGEST-AT) TO RH-BIG-TIME
  4410     WRITE RPT-RECORD FROM RH-BIG-LINE.
  4420 4000-EXIT.
  4430     EXIT.
  4440
  4450******************************************************************
  4460*    5000-DRIFT-SECTION                                         *
  4470*    EVERY PAIR OF RUNS AT THE SAME N WHOSE CONTROL TOTALS       *
  4480*    DISAGREE BEYOND TOLERANCE -- TWO RUNS AT THE SAME N MUST    *
  4490*    PRODUCE THE SAME TABLE, SO A DIFFERENCE HERE MEANS ONE OF   *
  4500*    THEM DRIFTED AND NOBODY NOTICED AT THE TIME.  TOLERANCE IS  *
  4510*    SCALED TO THE TOTAL, SAME AS BERN110.                       *
  4520******************************************************************
  4530 5000-DRIFT-SECTION.
  4540     MOVE "CONTROL-TOTAL DRIFT BETWEEN RUNS AT THE SAME N"
  4550         TO RH-SECT-TITLE
  4560     WRITE RPT-RECORD FROM RH-SECT-LINE
  4570     PERFORM VARYING RH-I FROM 1 BY 1 UNTIL RH-I > RH-RUN-COUNT
  4580         PERFORM VARYING RH-J FROM 1 BY 1 UNTIL RH-J >= RH-I
  4590             IF RH-RUN-N(RH-I) = RH-RUN-N(RH-J)
  4600                 PERFORM 5100-COMPARE-PAIR THRU 5100-EXIT
  4610             END-IF
  4620         END-PERFORM
  4630     END-PERFORM
  4640     IF RH-DRIFT-COUNT = 0
  4650         MOVE "NONE - ALL SAME-N RUNS AGREE WITHIN TOLERANCE"
  4660             TO RH-MSG-TEXT
  4670         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  4680     END-IF.
  4690 5000-EXIT.
  4700     EXIT.
  4710
  4720******************************************************************
  4730*    5100-COMPARE-PAIR                                          *
  4740*    ONE SAME-N PAIR OF RUNS, RH-J OLDER AND RH-I NEWER.         *
  4750******************************************************************
  4760 5100-COMPARE-PAIR.
  4770     MOVE RH-RUN-CHECKSUM(RH-J) TO RH-ABS-TOTAL
  4780     IF RH-ABS-TOTAL < 0
  4790         COMPUTE RH-ABS-TOTAL = RH-ABS-TOTAL * -1
  4800     END-IF
  4810     COMPUTE RH-LIMIT = RH-ABS-TOTAL * 0.0000001
  4820     ADD 0.01 TO RH-LIMIT
  4830     COMPUTE RH-DIFF =
  4840         RH-RUN-CHECKSUM(RH-I) - RH-RUN-CHECKSUM(RH-J)
  4850     IF RH-DIFF < 0
  4860         COMPUTE RH-DIFF = RH-DIFF * -1
  4870     END-IF
  4880     IF RH-DIFF > RH-LIMIT
  4890         ADD 1 TO RH-DRIFT-COUNT
  4900         MOVE RH-RUN-N(RH-I) TO RH-DRIFT-N
  4910         MOVE RH-RUN-DATE(RH-J) TO RH-DRIFT-DATE-1
  4920         MOVE RH-RUN-TIME(RH-J) TO RH-DRIFT-TIME-1
  4930         MOVE RH-RUN-DATE(RH-I) TO RH-DRIFT-DATE-2
  4940         MOVE RH-RUN-TIME(RH-I) TO RH-DRIFT-TIME-2
  4950         WRITE RPT-RECORD FROM RH-DRIFT-LINE
  4960     END-IF.
  4970 5100-EXIT.
  4980     EXIT.
  4990
  5000******************************************************************
  5010*    6000-RESTORE-SECTION                                        *
  5020*    EVERY POINT-IN-TIME RESTORE OF NUMVSAM AND FACVSAM BY       *
  5030*    BERN115 -- WHICH RUN WAS PUT BACK, WHEN, AND AT WHOSE       *
  5040*    REQUEST.                                                    *
  5050******************************************************************
  5060 6000-RESTORE-SECTION.
  5070     MOVE "RESTORES OF THE KEYED STORES (BERN115)"
  5080         TO RH-SECT-TITLE
  5090     WRITE RPT-RECORD FROM RH-SECT-LINE
  5100     IF RH-RST-COUNT = 0
  5110         MOVE "NONE" TO RH-MSG-TEXT
  5120         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5130         GO TO 6000-EXIT
  5140     END-IF
  5150     PERFORM VARYING RH-I FROM 1 BY 1 UNTIL RH-I > RH-RST-COUNT
  5160         MOVE RH-RST-RUN-ID(RH-I) TO RH-RST-LINE-RUN-ID
  5170         MOVE RH-RST-DATE(RH-I) TO RH-RST-LINE-DATE
  5180         MOVE RH-RST-TIME(RH-I) TO RH-RST-LINE-TIME
  5190         MOVE RH-RST-SUBM(RH-I) TO RH-RST-LINE-SUBM
  5200         MOVE RH-RST-N(RH-I) TO RH-RST-LINE-N
  5210         WRITE RPT-RECORD FROM RH-RST-LINE
  5220     END-PERFORM
  5230     IF RH-RST-OVER-COUNT > 0
  5240         MOVE "RESTORE TABLE FULL - LATER RESTORES NOT LISTED"
  5250             TO RH-MSG-TEXT
  5260         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5270     END-IF.
  5280 6000-EXIT.
  5290     EXIT.
  5300
  5310******************************************************************
  5320*    7000-WRITE-MESSAGE                                         *
  5330******************************************************************
  5340 7000-WRITE-MESSAGE.
  5350     WRITE RPT-RECORD FROM RH-MSG-LINE
  5360     MOVE SPACES TO RH-MSG-TEXT.
  5370 7000-EXIT.
  5380     EXIT.
  5390
  5400******************************************************************
  5410*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  5420******************************************************************
  5430 9999-EXIT.
  5440     STOP RUN.
  5450
