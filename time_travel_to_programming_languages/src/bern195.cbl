   100******************************************************************
   110*                                                                *
   120*    BERN195 - QUARTERLY SUBMITTER RECERTIFICATION REPORT        *
   130*                                                                *
   140*    EVERY QUARTER THE DEPARTMENT HEADS RECERTIFY WHO MAY        *
   150*    SUBMIT BERN100 RUNS AND HOW LARGE.  THIS REPORT JOINS THE   *
   160*    SUBMAST AUTHORIZATION MASTER (CPSUB) TO THE AUDIT LOG       *
   170*    (CPAUD -- WHAT EACH USER HAS ACTUALLY RUN) AND TO THE BN70  *
   180*    AUTHORIZATION HISTORY (CPSHS -- WHO LAST CHANGED THE ENTRY  *
   190*    AND WHEN), AND LISTS EVERY AUTHORIZED SUBMITTER WITH        *
   200*    DEPARTMENT, CEILING, LARGEST N EVER RUN, LAST RUN DATE AND  *
   210*    LAST CHANGE.  TWO FLAGS SAY WHERE TO LOOK:                  *
   220*                                                                *
   230*        DORMANT       AUTHORIZED BUT NO RUN IN THE LAST 90      *
   240*                      DAYS (OR NONE ON THE LOG AT ALL)          *
   250*        CEILING HIGH  SUB-MAX-N MORE THAN TWICE THE LARGEST N   *
   260*                      THE USER HAS EVER RUN -- A CEILING NOBODY *
   270*                      NEEDS IS ONE THAT CAN BE MISUSED.  NOT    *
   280*                      RAISED FOR A USER WITH NO RUNS, WHO IS    *
   290*                      ALREADY FLAGGED DORMANT                   *
   300*                                                                *
   310*    DEACTIVATED ENTRIES FOLLOW IN A SECTION OF THEIR OWN, WITH  *
   320*    THEIR LAST CHANGE, SO THE REVIEWER CAN SEE WHO WAS TAKEN    *
   330*    OFF AND BY WHOM.                                            *
   340*                                                                *
   350*    THE OPTIONAL RECERT CARD OVERRIDES THE DEFAULTS: COLUMNS    *
   360*    1-8 = AS-OF DATE YYYYMMDD (DEFAULT TODAY), 11-13 = DORMANT  *
   370*    DAYS (DEFAULT 090), 16-18 = CEILING HEADROOM AS A PERCENT   *
   380*    OF THE LARGEST N RUN (DEFAULT 200).  RUNS DATED AFTER THE   *
   390*    AS-OF DATE ARE IGNORED, SO A RERUN FOR A PAST QUARTER END   *
   400*    REPRODUCES THAT QUARTER'S REPORT.                           *
   410*                                                                *
   420*    RC 4 WHEN ANY USER IS FLAGGED -- REPORTED, NOT FATAL, SAME  *
   430*    CONVENTION AS BERN120 AND BERN130.                          *
   440*                                                                *
   450******************************************************************
   460 IDENTIFICATION DIVISION.
   470 PROGRAM-ID.     BERN195.
   480 AUTHOR.         H-LARSSON-WILHELMSSON.
   490 INSTALLATION.   ACTUARIAL-SYSTEMS.
   500 DATE-WRITTEN.   10/15/2026.
   510 DATE-COMPILED.
   520
   530******************************************************************
   540*  MODIFICATION HISTORY                                        *
   550*  DATE        BY   DESCRIPTION                                 *
   560*  ----------  ---  ----------------------------------------   *
   570*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   580*  10/15/2026  HLW  SKIP THE YEAR-END CARRY-FORWARD RECORD (SEE *
   590*                   CPAUD) AT THE HEAD OF THE AUDIT LOG -- IT   *
   600*                   IS NOT A RUN.                               *
   610*                   RESEQUENCED.                                *
   620*  10/15/2026  HLW  ALSO SKIP THE KEYED-STORE RESTORE RECORD    *
   630*                   BERN115 WRITES (SEE CPAUD) -- IT IS NOT A   *
   640*                   RUN EITHER.                                 *
   650*                   RESEQUENCED.                                *
   660*  10/15/2026  HLW  AUDITLOG MAY CONCATENATE THE YEAR-END       *
   670*                   ARCHIVES AHEAD OF THE ACTIVE LOG, SO A      *
   680*                   ROLLED YEAR STILL COUNTS TOWARD LARGEST N   *
   690*                   AND LAST RUN.  COMMENTS ONLY.               *
   700*                   RESEQUENCED.                                *
   710******************************************************************
   720
   730 ENVIRONMENT DIVISION.
   740 INPUT-OUTPUT SECTION.
   750 FILE-CONTROL.
   760*    RECERT - OPTIONAL ONE-CARD OVERRIDE OF DATE AND THRESHOLDS.
   770     SELECT OPTIONAL RECERT ASSIGN TO "RECERT"
   780         ORGANIZATION IS LINE SEQUENTIAL
   790         FILE STATUS IS RV-RECERT-STATUS.
   800*    SUBMAST - KEYED SUBMITTER AUTHORIZATION MASTER, READ FRONT
   810*    TO BACK.
   820     SELECT SUBMAST ASSIGN TO "SUBMAST"
   830         ORGANIZATION IS INDEXED
   840         ACCESS MODE IS SEQUENTIAL
   850         RECORD KEY IS SUB-USERID
   860         FILE STATUS IS RV-SUBMAST-STATUS.
   870*    AUDITLOG - THE ACCUMULATED ONE-RECORD-PER-RUN LOG, WITH THE
   880*    ARCHIVES OF ANY ROLLED YEARS CONCATENATED AHEAD OF IT.
   890     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
   900         ORGANIZATION IS LINE SEQUENTIAL
   910         FILE STATUS IS RV-AUDIT-STATUS.
   920*    SUBHIST - BN70 AUTHORIZATION HISTORY.  OPTIONAL: A SITE
   930*    THAT HAS NOT YET MADE A CHANGE ONLINE HAS NO HISTORY.
   940     SELECT OPTIONAL SUBHIST ASSIGN TO "SUBHIST"
   950         ORGANIZATION IS LINE SEQUENTIAL
   960         FILE STATUS IS RV-HIST-STATUS.
   970*    RPTOUT - PRINT-IMAGE RECERTIFICATION REPORT.
   980     SELECT RPTOUT ASSIGN TO "RPTOUT"
   990         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS RV-RPTOUT-STATUS.
  1010
  1020 DATA DIVISION.
  1030 FILE SECTION.
  1040 FD  RECERT.
  1050 01  RECERT-CARD.
  1060     02  RC-ASOF-DATE        PIC X(08).
  1070     02  FILLER              PIC X(02).
  1080     02  RC-DORMANT-DAYS     PIC X(03).
  1090     02  FILLER              PIC X(02).
  1100     02  RC-HEADROOM-PCT     PIC X(03).
  1110     02  FILLER              PIC X(62).
  1120
  1130 FD  SUBMAST.
  1140     COPY CPSUB.
  1150
  1160 FD  AUDITLOG.
  1170     COPY CPAUD.
  1180
  1190 FD  SUBHIST.
  1200     COPY CPSHS.
  1210
  1220 FD  RPTOUT.
  1230 01  RPT-RECORD              PIC X(133).
  1240
  1250 WORKING-STORAGE SECTION.
  1260*    EVERY SUBMAST ENTRY, LOADED UP FRONT SO THE AUDIT LOG AND
  1270*    THE HISTORY CAN EACH BE MATCHED TO IT IN ONE PASS.
  1280*    RV-MAX-SUBS BOUNDS THE TABLE; ENTRIES BEYOND IT ARE
  1290*    COUNTED AND REPORTED, NOT SILENTLY DROPPED.
  1300 01  RV-MAX-SUBS             PIC S9(9) USAGE BINARY VALUE 500.
  1310 01  RV-SUB-TABLE.
  1320     02  RV-SUB-ENTRY        OCCURS 500 TIMES.
  1330         03  RV-SUB-ID       PIC X(08).
  1340         03  RV-SUB-DEPT     PIC X(04).
  1350         03  RV-SUB-AUTH     PIC X(01).
  1360         03  RV-SUB-MAX-N    PIC 9(04).
  1370         03  RV-SUB-RUNS     PIC S9(9) USAGE BINARY.
  1380         03  RV-SUB-BIG-N    PIC 9(04).
  1390         03  RV-SUB-LAST-RUN PIC X(08).
  1400         03  RV-SUB-CHG-DATE PIC X(08).
  1410         03  RV-SUB-CHG-TIME PIC X(06).
  1420         03  RV-SUB-CHG-ACT  PIC X(01).
  1430         03  RV-SUB-CHG-BY   PIC X(08).
  1440 01  RV-SUB-COUNT            PIC S9(9) USAGE BINARY VALUE 0.
  1450 01  RV-SUB-OVER-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1460
  1470*    AUDIT AND HISTORY RECORDS THAT NAME A USER NOT ON SUBMAST
  1480*    (REMOVED BY AN OLD SUBLOADJ RERUN, OR A RUN THAT PREDATES
  1490*    THE AUTHORIZATION CHECK).
  1500 01  RV-AUD-UNKNOWN-COUNT    PIC S9(9) USAGE BINARY VALUE 0.
  1510 01  RV-AUD-LATER-COUNT      PIC S9(9) USAGE BINARY VALUE 0.
  1520 01  RV-HIST-UNKNOWN-COUNT   PIC S9(9) USAGE BINARY VALUE 0.
  1530 01  RV-AUD-COUNT            PIC S9(9) USAGE BINARY VALUE 0.
  1540 01  RV-HIST-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1550
  1560*    REPORT TOTALS.
  1570 01  RV-AUTH-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1580 01  RV-INACTIVE-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1590 01  RV-DORMANT-COUNT        PIC S9(9) USAGE BINARY VALUE 0.
  1600 01  RV-HIGH-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1610
  1620*    AS-OF DATE AND THRESHOLDS, DEFAULTED HERE AND OVERRIDDEN
  1630*    BY THE RECERT CARD.
  1640 01  RV-ASOF-DATE            PIC X(08) VALUE SPACES.
  1650 01  RV-DORMANT-DAYS         PIC 9(03) VALUE 090.
  1660 01  RV-HEADROOM-PCT         PIC 9(03) VALUE 200.
  1670 01  RV-ASOF-DAYS            PIC S9(9) USAGE BINARY VALUE 0.
  1680 01  RV-IDLE-DAYS            PIC S9(9) USAGE BINARY VALUE 0.
  1690 01  RV-CEILING-LIMIT        PIC S9(9) USAGE BINARY VALUE 0.
  1700
  1710*    DATE-TO-DAY-NUMBER WORK AREA FOR 7500-DATE-TO-DAYS.  THE
  1720*    DAY NUMBER IS ONLY EVER SUBTRACTED FROM ANOTHER ONE, SO ITS
  1730*    ORIGIN DOES NOT MATTER -- ONLY THAT LEAP YEARS COUNT.
  1740 01  RV-DT-X                 PIC X(08) VALUE SPACES.
  1750 01  RV-DT-PARTS REDEFINES RV-DT-X.
  1760     02  RV-DT-YYYY          PIC 9(04).
  1770     02  RV-DT-MM            PIC 9(02).
  1780     02  RV-DT-DD            PIC 9(02).
  1790 01  RV-DT-DAYS              PIC S9(9) USAGE BINARY VALUE 0.
  1800 01  RV-DT-Y                 PIC S9(9) USAGE BINARY VALUE 0.
  1810 01  RV-DT-M                 PIC S9(9) USAGE BINARY VALUE 0.
  1820 01  RV-DT-Q4                PIC S9(9) USAGE BINARY VALUE 0.
  1830 01  RV-DT-Q100              PIC S9(9) USAGE BINARY VALUE 0.
  1840 01  RV-DT-Q400              PIC S9(9) USAGE BINARY VALUE 0.
  1850 01  RV-DT-MONTH-DAYS        PIC S9(9) USAGE BINARY VALUE 0.
  1860 01  RV-DT-WORK              PIC S9(9) USAGE BINARY VALUE 0.
  1870
  1880 01  RV-I                    PIC S9(9) USAGE BINARY VALUE 0.
  1890 01  RV-AT                   PIC S9(9) USAGE BINARY VALUE 0.
  1900 01  RV-DORMANT-SW           PIC X(01) VALUE "N".
  1910     88  RV-IS-DORMANT               VALUE "Y".
  1920 01  RV-HIGH-SW              PIC X(01) VALUE "N".
  1930     88  RV-IS-HIGH                  VALUE "Y".
  1940
  1950 01  RV-RECERT-STATUS        PIC X(02) VALUE "00".
  1960     88  RV-RECERT-OK                VALUE "00".
  1970     88  RV-RECERT-MISSING           VALUE "05" "35".
  1980 01  RV-SUBMAST-STATUS       PIC X(02) VALUE "00".
  1990     88  RV-SUBMAST-OK               VALUE "00".
  2000     88  RV-SUBMAST-EOF              VALUE "10".
  2010 01  RV-AUDIT-STATUS         PIC X(02) VALUE "00".
  2020     88  RV-AUDIT-OK                 VALUE "00".
  2030     88  RV-AUDIT-MISSING            VALUE "05" "35".
  2040     88  RV-AUDIT-EOF                VALUE "10".
  2050 01  RV-HIST-STATUS          PIC X(02) VALUE "00".
  2060     88  RV-HIST-OK                  VALUE "00".
  2070     88  RV-HIST-MISSING             VALUE "05" "35".
  2080     88  RV-HIST-EOF                 VALUE "10".
  2090 01  RV-RPTOUT-STATUS        PIC X(02) VALUE "00".
  2100     88  RV-RPTOUT-OK                VALUE "00".
  2110
  2120*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  2130 01  RV-HDR-LINE.
  2140     02  FILLER              PIC X(01) VALUE "1".
  2150     02  FILLER              PIC X(42) VALUE
  2160         "BERN195 - SUBMITTER RECERTIFICATION AS OF ".
  2170     02  RV-HDR-DATE         PIC X(08).
  2180     02  FILLER              PIC X(82) VALUE SPACES.
  2190 01  RV-PARM-LINE.
  2200     02  FILLER              PIC X(05) VALUE SPACES.
  2210     02  FILLER              PIC X(25) VALUE
  2220         "DORMANT = NO RUN IN LAST ".
  2230     02  RV-PARM-DAYS        PIC ZZ9.
  2240     02  FILLER              PIC X(29) VALUE
  2250         " DAYS.  CEILING HIGH = ABOVE ".
  2260     02  RV-PARM-PCT         PIC ZZ9.
  2270     02  FILLER              PIC X(22) VALUE
  2280         " PCT OF LARGEST N RUN.".
  2290     02  FILLER              PIC X(46) VALUE SPACES.
  2300 01  RV-SECT-LINE.
  2310     02  FILLER              PIC X(01) VALUE "0".
  2320     02  RV-SECT-TITLE       PIC X(60) VALUE SPACES.
  2330     02  FILLER              PIC X(72) VALUE SPACES.
  2340 01  RV-COL-LINE.
  2350     02  FILLER              PIC X(01) VALUE " ".
  2360     02  FILLER              PIC X(44) VALUE
  2370         "  USER ID   DEPT  CEILING  LARGEST N    RUNS".
  2380     02  FILLER              PIC X(44) VALUE
  2390         "  LAST RUN   IDLE  LAST CHANGE          BY".
  2400     02  FILLER              PIC X(44) VALUE
  2410         "      FLAGS".
  2420 01  RV-DETAIL-LINE.
  2430     02  FILLER              PIC X(03) VALUE SPACES.
  2440     02  RV-DET-ID           PIC X(08).
  2450     02  FILLER              PIC X(02) VALUE SPACES.
  2460     02  RV-DET-DEPT         PIC X(04).
  2470     02  FILLER              PIC X(05) VALUE SPACES.
  2480     02  RV-DET-MAX-N        PIC ZZZ9.
  2490     02  FILLER              PIC X(07) VALUE SPACES.
  2500     02  RV-DET-BIG-N        PIC ZZZ9.
  2510     02  FILLER              PIC X(02) VALUE SPACES.
  2520     02  RV-DET-RUNS         PIC ZZ,ZZ9.
  2530     02  FILLER              PIC X(02) VALUE SPACES.
  2540     02  RV-DET-LAST-RUN     PIC X(08).
  2550     02  FILLER              PIC X(02) VALUE SPACES.
  2560     02  RV-DET-IDLE         PIC X(05).
  2570     02  FILLER              PIC X(02) VALUE SPACES.
  2580     02  RV-DET-CHG-DATE     PIC X(08).
  2590     02  FILLER              PIC X(01) VALUE SPACES.
  2600     02  RV-DET-CHG-ACT      PIC X(11).
  2610     02  FILLER              PIC X(01) VALUE SPACES.
  2620     02  RV-DET-CHG-BY       PIC X(08).
  2630     02  FILLER              PIC X(02) VALUE SPACES.
  2640     02  RV-DET-FLAG-1       PIC X(07).
  2650     02  FILLER              PIC X(01) VALUE SPACES.
  2660     02  RV-DET-FLAG-2       PIC X(12).
  2670     02  FILLER              PIC X(18) VALUE SPACES.
  2680 01  RV-IDLE-EDIT            PIC ZZZZ9.
  2690 01  RV-SUM-LINE.
  2700     02  FILLER              PIC X(05) VALUE SPACES.
  2710     02  RV-SUM-COUNT        PIC ZZ,ZZ9.
  2720     02  FILLER              PIC X(01) VALUE SPACE.
  2730     02  RV-SUM-TEXT         PIC X(50) VALUE SPACES.
  2740     02  FILLER              PIC X(71) VALUE SPACES.
  2750 01  RV-MSG-LINE.
  2760     02  FILLER              PIC X(05) VALUE SPACES.
  2770     02  RV-MSG-TEXT         PIC X(70) VALUE SPACES.
  2780     02  FILLER              PIC X(58) VALUE SPACES.
  2790
  2800 PROCEDURE DIVISION.
  2810
  2820 0000-MAINLINE.
  2830     PERFORM 1000-SETTLE-PARAMETERS THRU 1000-EXIT
  2840     PERFORM 2000-LOAD-SUBMAST THRU 2000-EXIT
  2850     PERFORM 3000-MATCH-AUDIT-LOG THRU 3000-EXIT
  2860     PERFORM 4000-MATCH-HISTORY THRU 4000-EXIT
  2870     PERFORM 5000-OPEN-REPORT THRU 5000-EXIT
  2880     PERFORM 6000-AUTHORIZED-SECTION THRU 6000-EXIT
  2890     PERFORM 6500-DEACTIVATED-SECTION THRU 6500-EXIT
  2900     PERFORM 8000-WRAP-UP THRU 8000-EXIT
  2910     GO TO 9999-EXIT.
  2920
  2930******************************************************************
  2940*    1000-SETTLE-PARAMETERS                                     *
  2950*    AS-OF DATE AND THRESHOLDS: THE RECERT CARD WHERE A FIELD    *
  2960*    IS PRESENT AND NUMERIC, THE DEFAULTS OTHERWISE.             *
  2970******************************************************************
  2980 1000-SETTLE-PARAMETERS.
  2990     ACCEPT RV-ASOF-DATE FROM DATE YYYYMMDD
  3000     OPEN INPUT RECERT
  3010     IF RV-RECERT-MISSING
  3020         GO TO 1000-CLOSE-CARD
  3030     END-IF
  3040     IF NOT RV-RECERT-OK
  3050         DISPLAY "BERN195 - RECERT OPEN FAILED, STATUS = "
  3060             RV-RECERT-STATUS
  3070         MOVE 16 TO RETURN-CODE
  3080         GO TO 9999-EXIT
  3090     END-IF
  3100     READ RECERT
  3110         AT END
  3120             GO TO 1000-CLOSE-CARD
  3130     END-READ
  3140     IF RC-ASOF-DATE IS NUMERIC
  3150         MOVE RC-ASOF-DATE TO RV-ASOF-DATE
  3160     ELSE
  3170         IF RC-ASOF-DATE NOT = SPACES
  3180             DISPLAY "BERN195 - RECERT DATE NOT YYYYMMDD, "
  3190                 "REPORTING AS OF TODAY"
  3200         END-IF
  3210     END-IF
  3220     IF RC-DORMANT-DAYS IS NUMERIC
  3230         MOVE RC-DORMANT-DAYS TO RV-DORMANT-DAYS
  3240     END-IF
  3250     IF RC-HEADROOM-PCT IS NUMERIC
  3260         MOVE RC-HEADROOM-PCT TO RV-HEADROOM-PCT
  3270     END-IF.
  3280
  3290 1000-CLOSE-CARD.
  3300     CLOSE RECERT
  3310     MOVE RV-ASOF-DATE TO RV-DT-X
  3320     PERFORM 7500-DATE-TO-DAYS THRU 7500-EXIT
  3330     MOVE RV-DT-DAYS TO RV-ASOF-DAYS.
  3340 1000-EXIT.
  3350     EXIT.
  3360
  3370******************************************************************
  3380*    2000-LOAD-SUBMAST                                          *
  3390*    EVERY SUBMAST ENTRY INTO THE TABLE, WITH ITS RUN AND        *
  3400*    CHANGE COLUMNS STILL EMPTY.  NO SUBMAST IS FATAL -- THERE   *
  3410*    IS NOTHING TO RECERTIFY AGAINST.                            *
  3420******************************************************************
  3430 2000-LOAD-SUBMAST.
  3440     OPEN INPUT SUBMAST
  3450     IF NOT RV-SUBMAST-OK
  3460         DISPLAY "BERN195 - SUBMAST OPEN FAILED, STATUS = "
  3470             RV-SUBMAST-STATUS
  3480         MOVE 16 TO RETURN-CODE
  3490         GO TO 9999-EXIT
  3500     END-IF
  3510     PERFORM UNTIL RV-SUBMAST-EOF
  3520         READ SUBMAST
  3530             AT END
  3540                 CONTINUE
  3550             NOT AT END
  3560                 PERFORM 2100-STORE-ONE-SUBMITTER THRU 2100-EXIT
  3570         END-READ
  3580     END-PERFORM
  3590     CLOSE SUBMAST.
  3600 2000-EXIT.
  3610     EXIT.
  3620
  3630******************************************************************
  3640*    2100-STORE-ONE-SUBMITTER                                   *
  3650******************************************************************
  3660 2100-STORE-ONE-SUBMITTER.
  3670     IF RV-SUB-COUNT = RV-MAX-SUBS
  3680         ADD 1 TO RV-SUB-OVER-COUNT
  3690         GO TO 2100-EXIT
  3700     END-IF
  3710     ADD 1 TO RV-SUB-COUNT
  3720     MOVE SUB-USERID TO RV-SUB-ID(RV-SUB-COUNT)
  3730     MOVE SUB-DEPT TO RV-SUB-DEPT(RV-SUB-COUNT)
  3740     MOVE SUB-AUTH-FLAG TO RV-SUB-AUTH(RV-SUB-COUNT)
  3750     IF SUB-MAX-N IS NUMERIC
  3760         MOVE SUB-MAX-N TO RV-SUB-MAX-N(RV-SUB-COUNT)
  3770     ELSE
  3780         MOVE ZERO TO RV-SUB-MAX-N(RV-SUB-COUNT)
  3790     END-IF
  3800     MOVE ZERO TO RV-SUB-RUNS(RV-SUB-COUNT)
  3810     MOVE ZERO TO RV-SUB-BIG-N(RV-SUB-COUNT)
  3820     MOVE SPACES TO RV-SUB-LAST-RUN(RV-SUB-COUNT)
  3830     MOVE SPACES TO RV-SUB-CHG-DATE(RV-SUB-COUNT)
  3840     MOVE SPACES TO RV-SUB-CHG-TIME(RV-SUB-COUNT)
  3850     MOVE SPACE TO RV-SUB-CHG-ACT(RV-SUB-COUNT)
  3860     MOVE SPACES TO RV-SUB-CHG-BY(RV-SUB-COUNT).
  3870 2100-EXIT.
  3880     EXIT.
  3890
  3900******************************************************************
  3910*    3000-MATCH-AUDIT-LOG                                       *
  3920*    ONE PASS OF THE AUDIT LOG: EACH RUN ON OR BEFORE THE AS-OF  *
  3930*    DATE COUNTS TOWARD ITS SUBMITTER'S RUNS, LARGEST N AND      *
  3940*    LAST RUN DATE.  A MISSING LOG JUST MEANS NOBODY HAS RUN.    *
  3950*    THE DD MAY CONCATENATE THE YEAR-END ARCHIVES AHEAD OF THE   *
  3960*    ACTIVE LOG; NOTHING HERE DEPENDS ON THE ORDER OF THE RUNS,  *
  3970*    AND THE CARRY-FORWARD RECORDS WHERE ONE YEAR MEETS THE NEXT *
  3980*    ARE SKIPPED WITH THE OTHER NON-RUN RECORDS.                 *
  3990******************************************************************
  4000 3000-MATCH-AUDIT-LOG.
  4010     OPEN INPUT AUDITLOG
  4020     IF RV-AUDIT-MISSING
  4030         GO TO 3000-CLOSE-AUDIT
  4040     END-IF
  4050     IF NOT RV-AUDIT-OK
  4060         DISPLAY "BERN195 - AUDITLOG OPEN FAILED, STATUS = "
  4070             RV-AUDIT-STATUS
  4080         MOVE 16 TO RETURN-CODE
  4090         GO TO 9999-EXIT
  4100     END-IF
  4110     PERFORM UNTIL RV-AUDIT-EOF
  4120         READ AUDITLOG
  4130             AT END
  4140                 CONTINUE
  4150             NOT AT END
  4160                 PERFORM 3100-MATCH-ONE-RUN THRU 3100-EXIT
  4170         END-READ
  4180     END-PERFORM.
  4190
  4200 3000-CLOSE-AUDIT.
  4210     CLOSE AUDITLOG.
  4220 3000-EXIT.
  4230     EXIT.
  4240
  4250******************************************************************
  4260*    3100-MATCH-ONE-RUN                                         *
  4270******************************************************************
  4280 3100-MATCH-ONE-RUN.
  4290*    CARRY-FORWARD AND RESTORE RECORDS (SEE CPAUD) ARE NOT RUNS.
  4300     IF AU-NOT-A-RUN
  4310         GO TO 3100-EXIT
  4320     END-IF
  4330     ADD 1 TO RV-AUD-COUNT
  4340     IF AU-RUN-DATE > RV-ASOF-DATE
  4350         ADD 1 TO RV-AUD-LATER-COUNT
  4360         GO TO 3100-EXIT
  4370     END-IF
  4380     MOVE 0 TO RV-AT
  4390     PERFORM VARYING RV-I FROM 1 BY 1
  4400             UNTIL RV-I > RV-SUB-COUNT OR RV-AT > 0
  4410         IF RV-SUB-ID(RV-I) = AU-SUBMITTER
  4420             MOVE RV-I TO RV-AT
  4430         END-IF
  4440     END-PERFORM
  4450     IF RV-AT = 0
  4460         ADD 1 TO RV-AUD-UNKNOWN-COUNT
  4470         GO TO 3100-EXIT
  4480     END-IF
  4490     ADD 1 TO RV-SUB-RUNS(RV-AT)
  4500     IF AU-N IS NUMERIC
  4510         IF AU-N > RV-SUB-BIG-N(RV-AT)
  4520             MOVE AU-N TO RV-SUB-BIG-N(RV-AT)
  4530         END-IF
  4540     END-IF
  4550     IF RV-SUB-LAST-RUN(RV-AT) = SPACES
  4560         OR AU-RUN-DATE > RV-SUB-LAST-RUN(RV-AT)
  4570         MOVE AU-RUN-DATE TO RV-SUB-LAST-RUN(RV-AT)
  4580     END-IF.
  4590 3100-EXIT.
  4600     EXIT.
  4610
  4620******************************************************************
  4630*    4000-MATCH-HISTORY                                         *
  4640*    ONE PASS OF THE BN70 HISTORY: THE NEWEST CHANGE ON OR       *
  4650*    BEFORE THE AS-OF DATE PER SUBMITTER.                        *
  4660******************************************************************
  4670 4000-MATCH-HISTORY.
  4680     OPEN INPUT SUBHIST
  4690     IF RV-HIST-MISSING
  4700         GO TO 4000-CLOSE-HIST
  4710     END-IF
  4720     IF NOT RV-HIST-OK
  4730         DISPLAY "BERN195 - SUBHIST OPEN FAILED, STATUS = "
  4740             RV-HIST-STATUS
  4750         MOVE 16 TO RETURN-CODE
  4760         GO TO 9999-EXIT
  4770     END-IF
  4780     PERFORM UNTIL RV-HIST-EOF
  4790         READ SUBHIST
  4800             AT END
  4810                 CONTINUE
  4820             NOT AT END
  4830                 PERFORM 4100-MATCH-ONE-CHANGE THRU 4100-EXIT
  4840         END-READ
  4850     END-PERFORM.
  4860
  4870 4000-CLOSE-HIST.
  4880     CLOSE SUBHIST.
  4890 4000-EXIT.
  4900     EXIT.
  4910
  4920******************************************************************
  4930*    4100-MATCH-ONE-CHANGE                                      *
  4940******************************************************************
  4950 4100-MATCH-ONE-CHANGE.
  4960     ADD 1 TO RV-HIST-COUNT
  4970     IF SH-CHG-DATE > RV-ASOF-DATE
  4980         GO TO 4100-EXIT
  4990     END-IF
  5000     MOVE 0 TO RV-AT
  5010     PERFORM VARYING RV-I FROM 1 BY 1
  5020             UNTIL RV-I > RV-SUB-COUNT OR RV-AT > 0
  5030         IF RV-SUB-ID(RV-I) = SH-USERID
  5040             MOVE RV-I TO RV-AT
  5050         END-IF
  5060     END-PERFORM
  5070     IF RV-AT = 0
  5080         ADD 1 TO RV-HIST-UNKNOWN-COUNT
  5090         GO TO 4100-EXIT
  5100     END-IF
  5110     IF SH-CHG-DATE < RV-SUB-CHG-DATE(RV-AT)
  5120         GO TO 4100-EXIT
  5130     END-IF
  5140     IF SH-CHG-DATE = RV-SUB-CHG-DATE(RV-AT)
  5150         AND SH-CHG-TIME < RV-SUB-CHG-TIME(RV-AT)
  5160         GO TO 4100-EXIT
  5170     END-IF
  5180     MOVE SH-CHG-DATE TO RV-SUB-CHG-DATE(RV-AT)
  5190     MOVE SH-CHG-TIME TO RV-SUB-CHG-TIME(RV-AT)
  5200     MOVE SH-ACTION TO RV-SUB-CHG-ACT(RV-AT)
  5210     MOVE SH-CHG-USER TO RV-SUB-CHG-BY(RV-AT).
  5220 4100-EXIT.
  5230     EXIT.
  5240
  5250******************************************************************
  5260*    5000-OPEN-REPORT                                           *
  5270******************************************************************
  5280 5000-OPEN-REPORT.
  5290     OPEN OUTPUT RPTOUT
  5300     IF NOT RV-RPTOUT-OK
  5310         DISPLAY "BERN195 - RPTOUT OPEN FAILED, STATUS = "
  5320             RV-RPTOUT-STATUS
  5330         MOVE 16 TO RETURN-CODE
  5340         GO TO 9999-EXIT
  5350     END-IF
  5360     MOVE RV-ASOF-DATE TO RV-HDR-DATE
  5370     WRITE RPT-RECORD FROM RV-HDR-LINE
  5380     MOVE RV-DORMANT-DAYS TO RV-PARM-DAYS
  5390     MOVE RV-HEADROOM-PCT TO RV-PARM-PCT
  5400     WRITE RPT-RECORD FROM RV-PARM-LINE
  5410     IF RV-SUB-OVER-COUNT > 0
  5420         MOVE "SUBMAST EXCEEDS TABLE - LATER ENTRIES NOT LISTED"
  5430             TO RV-MSG-TEXT
  5440         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5450     END-IF.
  5460 5000-EXIT.
  5470     EXIT.
  5480
  5490******************************************************************
  5500*    6000-AUTHORIZED-SECTION                                    *
  5510*    EVERY AUTHORIZED SUBMITTER, WITH ITS FLAGS.                 *
  5520******************************************************************
  5530 6000-AUTHORIZED-SECTION.
  5540     MOVE "AUTHORIZED SUBMITTERS" TO RV-SECT-TITLE
  5550     WRITE RPT-RECORD FROM RV-SECT-LINE
  5560     WRITE RPT-RECORD FROM RV-COL-LINE
  5570     PERFORM VARYING RV-I FROM 1 BY 1 UNTIL RV-I > RV-SUB-COUNT
  5580         IF RV-SUB-AUTH(RV-I) = "Y"
  5590             PERFORM 6100-ONE-AUTHORIZED THRU 6100-EXIT
  5600         END-IF
  5610     END-PERFORM
  5620     IF RV-AUTH-COUNT = 0
  5630         MOVE "NONE - NOBODY IS AUTHORIZED ON SUBMAST"
  5640             TO RV-MSG-TEXT
  5650         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5660     END-IF.
  5670 6000-EXIT.
  5680     EXIT.
  5690
  5700******************************************************************
  5710*    6100-ONE-AUTHORIZED                                        *
  5720*    DORMANT: NO RUN ON FILE, OR THE LAST RUN IS MORE THAN THE   *
  5730*    DORMANT DAYS BEFORE THE AS-OF DATE.  CEILING HIGH: AT LEAST *
  5740*    ONE RUN, AND SUB-MAX-N ABOVE THE HEADROOM PERCENT OF THE    *
  5750*    LARGEST N RUN.                                              *
  5760******************************************************************
  5770 6100-ONE-AUTHORIZED.
  5780     ADD 1 TO RV-AUTH-COUNT
  5790     PERFORM 6800-FORMAT-COMMON THRU 6800-EXIT
  5800     MOVE "N" TO RV-DORMANT-SW
  5810     MOVE "N" TO RV-HIGH-SW
  5820     IF RV-SUB-LAST-RUN(RV-I) = SPACES
  5830         MOVE "Y" TO RV-DORMANT-SW
  5840     ELSE
  5850         IF RV-IDLE-DAYS > RV-DORMANT-DAYS
  5860             MOVE "Y" TO RV-DORMANT-SW
  5870         END-IF
  5880         COMPUTE RV-CEILING-LIMIT =
  5890             RV-SUB-BIG-N(RV-I) * RV-HEADROOM-PCT / 100
  5900         IF RV-SUB-MAX-N(RV-I) > RV-CEILING-LIMIT
  5910             MOVE "Y" TO RV-HIGH-SW
  5920         END-IF
  5930     END-IF
  5940     IF RV-IS-DORMANT
  5950         ADD 1 TO RV-DORMANT-COUNT
  5960         MOVE "DORMANT" TO RV-DET-FLAG-1
  5970     END-IF
  5980     IF RV-IS-HIGH
  5990         ADD 1 TO RV-HIGH-COUNT
  6000         MOVE "CEILING HIGH" TO RV-DET-FLAG-2
  6010     END-IF
  6020     WRITE RPT-RECORD FROM RV-DETAIL-LINE.
  6030 6100-EXIT.
  6040     EXIT.
  6050
  6060******************************************************************
  6070*    6500-DEACTIVATED-SECTION                                   *
  6080*    EVERY ENTRY NOT AUTHORIZED, FOR THE RECORD -- NO FLAGS.     *
  6090******************************************************************
  6100 6500-DEACTIVATED-SECTION.
  6110     MOVE "DEACTIVATED SUBMITTERS (NOT AUTHORIZED)"
  6120         TO RV-SECT-TITLE
  6130     WRITE RPT-RECORD FROM RV-SECT-LINE
  6140     WRITE RPT-RECORD FROM RV-COL-LINE
  6150     PERFORM VARYING RV-I FROM 1 BY 1 UNTIL RV-I > RV-SUB-COUNT
  6160         IF RV-SUB-AUTH(RV-I) NOT = "Y"
  6170             ADD 1 TO RV-INACTIVE-COUNT
  6180             PERFORM 6800-FORMAT-COMMON THRU 6800-EXIT
  6190             WRITE RPT-RECORD FROM RV-DETAIL-LINE
  6200         END-IF
  6210     END-PERFORM
  6220     IF RV-INACTIVE-COUNT = 0
  6230         MOVE "NONE" TO RV-MSG-TEXT
  6240         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  6250     END-IF.
  6260 6500-EXIT.
  6270     EXIT.
  6280
  6290******************************************************************
  6300*    6800-FORMAT-COMMON                                         *
  6310*    THE COLUMNS BOTH SECTIONS SHARE FOR TABLE ENTRY RV-I, AND   *
  6320*    RV-IDLE-DAYS (DAYS FROM THE LAST RUN TO THE AS-OF DATE).    *
  6330******************************************************************
  6340 6800-FORMAT-COMMON.
  6350     MOVE RV-SUB-ID(RV-I) TO RV-DET-ID
  6360     MOVE RV-SUB-DEPT(RV-I) TO RV-DET-DEPT
  6370     MOVE RV-SUB-MAX-N(RV-I) TO RV-DET-MAX-N
  6380     MOVE RV-SUB-BIG-N(RV-I) TO RV-DET-BIG-N
  6390     MOVE RV-SUB-RUNS(RV-I) TO RV-DET-RUNS
  6400     MOVE SPACES TO RV-DET-FLAG-1
  6410     MOVE SPACES TO RV-DET-FLAG-2
  6420     MOVE 0 TO RV-IDLE-DAYS
  6430     IF RV-SUB-LAST-RUN(RV-I) = SPACES
  6440         MOVE "NEVER" TO RV-DET-LAST-RUN
  6450         MOVE SPACES TO RV-DET-IDLE
  6460     ELSE
  6470         MOVE RV-SUB-LAST-RUN(RV-I) TO RV-DET-LAST-RUN
  6480         MOVE RV-SUB-LAST-RUN(RV-I) TO RV-DT-X
  6490         PERFORM 7500-DATE-TO-DAYS THRU 7500-EXIT
  6500         COMPUTE RV-IDLE-DAYS = RV-ASOF-DAYS - RV-DT-DAYS
  6510         MOVE RV-IDLE-DAYS TO RV-IDLE-EDIT
  6520         MOVE RV-IDLE-EDIT TO RV-DET-IDLE
  6530     END-IF
  6540     MOVE RV-SUB-CHG-DATE(RV-I) TO RV-DET-CHG-DATE
  6550     MOVE RV-SUB-CHG-BY(RV-I) TO RV-DET-CHG-BY
  6560     EVALUATE RV-SUB-CHG-ACT(RV-I)
  6570         WHEN "A"
  6580             MOVE "ADDED" TO RV-DET-CHG-ACT
  6590         WHEN "C"
  6600             MOVE "CHANGED" TO RV-DET-CHG-ACT
  6610         WHEN "D"
  6620             MOVE "DEACTIVATED" TO RV-DET-CHG-ACT
  6630         WHEN OTHER
  6640             MOVE "NONE ONLINE" TO RV-DET-CHG-ACT
  6650     END-EVALUATE.
  6660 6800-EXIT.
  6670     EXIT.
  6680
  6690******************************************************************
  6700*    7000-WRITE-MESSAGE                                         *
  6710******************************************************************
  6720 7000-WRITE-MESSAGE.
  6730     WRITE RPT-RECORD FROM RV-MSG-LINE
  6740     MOVE SPACES TO RV-MSG-TEXT.
  6750 7000-EXIT.
  6760     EXIT.
  6770
  6780******************************************************************
  6790*    7500-DATE-TO-DAYS                                          *
  6800*    RV-DT-X (YYYYMMDD) TO A DAY NUMBER IN RV-DT-DAYS, COUNTING  *
  6810*    THE YEAR FROM MARCH SO THE LEAP DAY FALLS AT THE END OF IT. *
  6820*    EACH DIVISION IS ITS OWN DIVIDE ... GIVING INTO A BINARY    *
  6830*    INTEGER SO THE QUOTIENT IS TRUNCATED BEFORE IT IS ADDED.    *
  6840*    AN UNREADABLE DATE GIVES ZERO, WHICH READS AS "LONG AGO".   *
  6850******************************************************************
  6860 7500-DATE-TO-DAYS.
  6870     MOVE 0 TO RV-DT-DAYS
  6880     IF RV-DT-X IS NOT NUMERIC
  6890         GO TO 7500-EXIT
  6900     END-IF
  6910     IF RV-DT-MM < 3
  6920         COMPUTE RV-DT-Y = RV-DT-YYYY - 1
  6930         COMPUTE RV-DT-M = RV-DT-MM + 9
  6940     ELSE
  6950         MOVE RV-DT-YYYY TO RV-DT-Y
  6960         COMPUTE RV-DT-M = RV-DT-MM - 3
  6970     END-IF
  6980     DIVIDE RV-DT-Y BY 4 GIVING RV-DT-Q4
  6990     DIVIDE RV-DT-Y BY 100 GIVING RV-DT-Q100
  7000     DIVIDE RV-DT-Y BY 400 GIVING RV-DT-Q400
  7010     COMPUTE RV-DT-WORK = RV-DT-M * 153 + 2
  7020     DIVIDE RV-DT-WORK BY 5 GIVING RV-DT-MONTH-DAYS
  7030     COMPUTE RV-DT-DAYS = RV-DT-Y * 365 + RV-DT-Q4 - RV-DT-Q100
  7040         + RV-DT-Q400 + RV-DT-MONTH-DAYS + RV-DT-DD.
  7050 7500-EXIT.
  7060     EXIT.
  7070
  7080******************************************************************
  7090*    8000-WRAP-UP                                               *
  7100*    SUMMARY COUNTS, THEN RC 4 IF ANYONE WAS FLAGGED.            *
  7110******************************************************************
  7120 8000-WRAP-UP.
  7130     MOVE "SUMMARY" TO RV-SECT-TITLE
  7140     WRITE RPT-RECORD FROM RV-SECT-LINE
  7150     MOVE RV-AUTH-COUNT TO RV-SUM-COUNT
  7160     MOVE "AUTHORIZED SUBMITTERS" TO RV-SUM-TEXT
  7170     WRITE RPT-RECORD FROM RV-SUM-LINE
  7180     MOVE RV-DORMANT-COUNT TO RV-SUM-COUNT
  7190     MOVE "FLAGGED DORMANT" TO RV-SUM-TEXT
  7200     WRITE RPT-RECORD FROM RV-SUM-LINE
  7210     MOVE RV-HIGH-COUNT TO RV-SUM-COUNT
  7220     MOVE "FLAGGED CEILING HIGH" TO RV-SUM-TEXT
  7230     WRITE RPT-RECORD FROM RV-SUM-LINE
  7240     MOVE RV-INACTIVE-COUNT TO RV-SUM-COUNT
  7250     MOVE "DEACTIVATED SUBMITTERS" TO RV-SUM-TEXT
  7260     WRITE RPT-RECORD FROM RV-SUM-LINE
  7270     MOVE RV-AUD-COUNT TO RV-SUM-COUNT
  7280     MOVE "AUDIT RECORDS READ" TO RV-SUM-TEXT
  7290     WRITE RPT-RECORD FROM RV-SUM-LINE
  7300     IF RV-AUD-LATER-COUNT > 0
  7310         MOVE RV-AUD-LATER-COUNT TO RV-SUM-COUNT
  7320         MOVE "AUDIT RECORDS AFTER THE AS-OF DATE, IGNORED"
  7330             TO RV-SUM-TEXT
  7340         WRITE RPT-RECORD FROM RV-SUM-LINE
  7350     END-IF
  7360     IF RV-AUD-UNKNOWN-COUNT > 0
  7370         MOVE RV-AUD-UNKNOWN-COUNT TO RV-SUM-COUNT
  7380         MOVE "RUNS BY USERS NO LONGER ON SUBMAST" TO RV-SUM-TEXT
  7390         WRITE RPT-RECORD FROM RV-SUM-LINE
  7400     END-IF
  7410     MOVE RV-HIST-COUNT TO RV-SUM-COUNT
  7420     MOVE "AUTHORIZATION HISTORY RECORDS READ" TO RV-SUM-TEXT
  7430     WRITE RPT-RECORD FROM RV-SUM-LINE
  7440     IF RV-HIST-UNKNOWN-COUNT > 0
  7450         MOVE RV-HIST-UNKNOWN-COUNT TO RV-SUM-COUNT
  7460         MOVE "HISTORY RECORDS FOR USERS NOT ON SUBMAST"
  7470             TO RV-SUM-TEXT
  7480         WRITE RPT-RECORD FROM RV-SUM-LINE
  7490     END-IF
  7500     CLOSE RPTOUT
  7510     DISPLAY "BERN195 - AUTHORIZED " RV-AUTH-COUNT
  7520         " DORMANT " RV-DORMANT-COUNT
  7530         " CEILING HIGH " RV-HIGH-COUNT
  7540     IF RV-DORMANT-COUNT > 0 OR RV-HIGH-COUNT > 0
  7550         MOVE 4 TO RETURN-CODE
  7560     END-IF.
  7570 8000-EXIT.
  7580     EXIT.
  7590
  7600******************************************************************
  7610*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  7620******************************************************************
  7630 9999-EXIT.
  7640     STOP RUN.
