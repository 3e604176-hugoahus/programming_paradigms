   100******************************************************************
   110*                                                                *
   120*    BERN330 - DAILY RATE-CHANGE REPORT                          *
   130*                                                                *
   140*    THE PRINTED RECORD OF EVERY CHANGE THE RATE DESK MADE TO    *
   150*    THE RATEMAST KSDS THROUGH BN60 (BERN230) ON ONE DAY.        *
   160*    READS THE CHANGE LOG BN60 WRITES TO THE BNRL QUEUE          *
   170*    (ACTUAR.BERN300.RATELOG, SEE CPRLG) AND PRINTS EACH         *
   180*    SUBMIT, APPROVAL AND REJECTION DATED THE REPORT DATE WITH   *
   190*    MAKER, CHECKER, BOTH TIMESTAMPS AND THE BEFORE AND AFTER    *
   200*    IMAGES -- A SUBMIT IS DATED BY ITS MAKER, AN APPROVAL OR    *
   210*    REJECTION BY ITS CHECKER.  THEN LISTS EVERY LINE ON THE     *
   220*    KEYED MASTER STILL WAITING FOR ITS CHECKER, WHENEVER IT     *
   230*    WAS KEYED, SO NOTHING SITS PENDING UNNOTICED.               *
   240*                                                                *
   250*    THE REPORT DATE IS TODAY UNLESS THE OPTIONAL DATECARD       *
   260*    (COLUMNS 1-8, YYYYMMDD) NAMES ANOTHER DAY, FOR A RERUN.     *
   270*                                                                *
   280*    ENDS RC 4 WHEN ANY LINE IS STILL AWAITING APPROVAL --       *
   290*    REPORTED, NOT FATAL, SAME CONVENTION AS BERN130.  ENDS RC 8 *
   300*    IF THE LOG SHOWS A CHANGE APPROVED BY ITS OWN MAKER, WHICH  *
   310*    BN60 REFUSES -- THAT IS A CONTROL FAILURE, NOT A REPORT     *
   320*    FLAG.                                                       *
   330*                                                                *
   340******************************************************************
   350 IDENTIFICATION DIVISION.
   360 PROGRAM-ID.     BERN330.
   370 AUTHOR.         H-LARSSON-WILHELMSSON.
   380 INSTALLATION.   ACTUARIAL-SYSTEMS.
   390 DATE-WRITTEN.   10/15/2026.
   400 DATE-COMPILED.
   410
   420******************************************************************
   430*  MODIFICATION HISTORY                                        *
   440*  DATE        BY   DESCRIPTION                                 *
   450*  ----------  ---  ----------------------------------------   *
   460*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   470******************************************************************
   480
   490 ENVIRONMENT DIVISION.
   500 INPUT-OUTPUT SECTION.
   510 FILE-CONTROL.
   520*    DATECARD - OPTIONAL ONE-CARD OVERRIDE OF THE REPORT DATE.
   530     SELECT OPTIONAL DATECARD ASSIGN TO "DATECARD"
   540         ORGANIZATION IS LINE SEQUENTIAL
   550         FILE STATUS IS RD-DATECARD-STATUS.
   560*    RATELOG - THE ACCUMULATED CHANGE LOG BN60 APPENDS TO (SEE
   570*    CPRLG).  OPTIONAL: A DESK THAT HAS NOT USED BN60 YET GETS
   580*    A CLEAN "NO CHANGES" REPORT.
   590     SELECT OPTIONAL RATELOG ASSIGN TO "RATELOG"
   600         ORGANIZATION IS LINE SEQUENTIAL
   610         FILE STATUS IS RD-RATELOG-STATUS.
   620*    RATEMAST - THE KEYED RATE MASTER (SEE CPRMK), READ FRONT
   630*    TO BACK FOR THE LINES STILL AWAITING APPROVAL.
   640     SELECT OPTIONAL RATEMAST ASSIGN TO "RATEMAST"
   650         ORGANIZATION IS INDEXED
   660         ACCESS MODE IS SEQUENTIAL
   670         RECORD KEY IS RK-KEY
   680         FILE STATUS IS RD-RATEMAST-STATUS.
   690*    RPTOUT - PRINT-IMAGE RATE-CHANGE REPORT.
   700     SELECT RPTOUT ASSIGN TO "RPTOUT"
   710         ORGANIZATION IS LINE SEQUENTIAL
   720         FILE STATUS IS RD-RPTOUT-STATUS.
   730
   740 DATA DIVISION.
   750 FILE SECTION.
   760 FD  DATECARD.
   770 01  DATE-CARD.
   780     02  DC-REPORT-DATE      PIC X(08).
   790     02  FILLER              PIC X(72).
   800
   810 FD  RATELOG.
   820     COPY CPRLG.
   830
   840 FD  RATEMAST.
   850     COPY CPRMK.
   860
   870 FD  RPTOUT.
   880 01  RPT-RECORD              PIC X(133).
   890
   900 WORKING-STORAGE SECTION.
   910 01  RD-REPORT-DATE          PIC X(08) VALUE SPACES.
   920 01  RD-EVENT-DATE           PIC X(08) VALUE SPACES.
   930 01  RD-LOG-COUNT            PIC S9(9) USAGE BINARY VALUE 0.
   940 01  RD-SUBMIT-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
   950 01  RD-APPROVE-COUNT        PIC S9(9) USAGE BINARY VALUE 0.
   960 01  RD-REJECT-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
   970 01  RD-PENDING-COUNT        PIC S9(9) USAGE BINARY VALUE 0.
   980 01  RD-SELF-CHECK-COUNT     PIC S9(9) USAGE BINARY VALUE 0.
   990
  1000*    A STORED RATE IS SIX RAW CHARACTERS (99V9999); SHOWN
  1010*    THROUGH THE REDEFINES ONLY WHEN IT IS NUMERIC.
  1020 01  RD-RATE-X               PIC X(06) VALUE "000000".
  1030 01  RD-RATE REDEFINES RD-RATE-X
  1040                             PIC 9(02)V9(04).
  1050
  1060 01  RD-DATECARD-STATUS      PIC X(02) VALUE "00".
  1070     88  RD-DATECARD-OK              VALUE "00".
  1080     88  RD-DATECARD-MISSING         VALUE "05" "35".
  1090 01  RD-RATELOG-STATUS       PIC X(02) VALUE "00".
  1100     88  RD-RATELOG-OK               VALUE "00".
  1110     88  RD-RATELOG-MISSING          VALUE "05" "35".
  1120     88  RD-RATELOG-EOF              VALUE "10".
  1130 01  RD-RATEMAST-STATUS      PIC X(02) VALUE "00".
  1140     88  RD-RATEMAST-OK              VALUE "00".
  1150     88  RD-RATEMAST-MISSING         VALUE "05" "35".
  1160     88  RD-RATEMAST-EOF             VALUE "10".
  1170 01  RD-RPTOUT-STATUS        PIC X(02) VALUE "00".
  1180     88  RD-RPTOUT-OK                VALUE "00".
  1190
  1200*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  1210 01  RD-HDR-LINE.
  1220     02  FILLER              PIC X(01) VALUE "1".
  1230     02  FILLER              PIC X(44) VALUE
  1240         "BERN330 - DAILY RATE-CHANGE REPORT FOR DATE ".
  1250     02  RD-HDR-DATE         PIC X(08).
  1260     02  FILLER              PIC X(80) VALUE SPACES.
  1270 01  RD-SEC-LINE.
  1280     02  FILLER              PIC X(01) VALUE "0".
  1290     02  RD-SEC-TEXT         PIC X(60) VALUE SPACES.
  1300     02  FILLER              PIC X(72) VALUE SPACES.
  1310 01  RD-COL-LINE.
  1320     02  FILLER              PIC X(01) VALUE " ".
  1330     02  FILLER              PIC X(11) VALUE "EVENT".
  1340     02  FILLER              PIC X(10) VALUE "ACTION".
  1350     02  FILLER              PIC X(19) VALUE
  1360         "TRM FQ D EFFECTIVE".
  1370     02  FILLER              PIC X(26) VALUE
  1380         "MAKER    MADE AT".
  1390     02  FILLER              PIC X(26) VALUE
  1400         "CHECKER  CHECKED AT".
  1410     02  FILLER              PIC X(20) VALUE
  1420         "BEFORE (S/RATE/END)".
  1430     02  FILLER              PIC X(20) VALUE
  1440         "AFTER (S/RATE/END)".
  1450 01  RD-DTL-LINE.
  1460     02  FILLER              PIC X(01) VALUE SPACE.
  1470     02  RD-DTL-EVENT        PIC X(09).
  1480     02  FILLER              PIC X(02) VALUE SPACES.
  1490     02  RD-DTL-ACTION       PIC X(08).
  1500     02  FILLER              PIC X(02) VALUE SPACES.
  1510     02  RD-DTL-TERM         PIC X(03).
  1520     02  FILLER              PIC X(01) VALUE SPACE.
  1530     02  RD-DTL-FREQ         PIC X(02).
  1540     02  FILLER              PIC X(01) VALUE SPACE.
  1550     02  RD-DTL-DUE          PIC X(01).
  1560     02  FILLER              PIC X(01) VALUE SPACE.
  1570     02  RD-DTL-EFF          PIC X(08).
  1580     02  FILLER              PIC X(02) VALUE SPACES.
  1590     02  RD-DTL-MAKER        PIC X(08).
  1600     02  FILLER              PIC X(01) VALUE SPACE.
  1610     02  RD-DTL-MAKE-DATE    PIC X(08).
  1620     02  FILLER              PIC X(01) VALUE SPACE.
  1630     02  RD-DTL-MAKE-TIME    PIC X(06).
  1640     02  FILLER              PIC X(02) VALUE SPACES.
  1650     02  RD-DTL-CHECKER      PIC X(08).
  1660     02  FILLER              PIC X(01) VALUE SPACE.
  1670     02  RD-DTL-CHECK-DATE   PIC X(08).
  1680     02  FILLER              PIC X(01) VALUE SPACE.
  1690     02  RD-DTL-CHECK-TIME   PIC X(06).
  1700     02  FILLER              PIC X(02) VALUE SPACES.
  1710     02  RD-DTL-BEF-STATUS   PIC X(01).
  1720     02  FILLER              PIC X(01) VALUE SPACE.
  1730     02  RD-DTL-BEF-RATE     PIC X(07).
  1740     02  FILLER              PIC X(01) VALUE SPACE.
  1750     02  RD-DTL-BEF-END      PIC X(08).
  1760     02  FILLER              PIC X(02) VALUE SPACES.
  1770     02  RD-DTL-AFT-STATUS   PIC X(01).
  1780     02  FILLER              PIC X(01) VALUE SPACE.
  1790     02  RD-DTL-AFT-RATE     PIC X(07).
  1800     02  FILLER              PIC X(01) VALUE SPACE.
  1810     02  RD-DTL-AFT-END      PIC X(08).
  1820     02  FILLER              PIC X(02) VALUE SPACES.
  1830 01  RD-RATE-EDIT            PIC Z9.9999.
  1840 01  RD-MSG-LINE.
  1850     02  FILLER              PIC X(01) VALUE SPACE.
  1860     02  RD-MSG-TEXT         PIC X(70) VALUE SPACES.
  1870     02  FILLER              PIC X(62) VALUE SPACES.
  1880 01  RD-SUM-LINE.
  1890     02  FILLER              PIC X(01) VALUE SPACE.
  1900     02  RD-SUM-COUNT        PIC ZZ,ZZ9.
  1910     02  FILLER              PIC X(01) VALUE SPACE.
  1920     02  RD-SUM-TEXT         PIC X(50) VALUE SPACES.
  1930     02  FILLER              PIC X(75) VALUE SPACES.
  1940
  1950 PROCEDURE DIVISION.
  1960
  1970 0000-MAINLINE.
  1980     PERFORM 1000-OPEN-REPORT THRU 1000-EXIT
  1990     PERFORM 2000-READ-CHANGE-LOG THRU 2000-EXIT
  2000     PERFORM 3000-LIST-PENDING THRU 3000-EXIT
  2010     PERFORM 8000-WRAP-UP THRU 8000-EXIT
  2020     GO TO 9999-EXIT.
  2030
  2040******************************************************************
  2050*    1000-OPEN-REPORT                                           *
  2060*    SETTLES THE REPORT DATE (DATECARD IF PRESENT AND NUMERIC,   *
  2070*    TODAY OTHERWISE) AND PRINTS THE HEADING.                    *
  2080******************************************************************
  2090 1000-OPEN-REPORT.
  2100     ACCEPT RD-REPORT-DATE FROM DATE YYYYMMDD
  2110     OPEN INPUT DATECARD
  2120     IF RD-DATECARD-MISSING
  2130         GO TO 1000-CLOSE-CARD
  2140     END-IF
  2150     IF NOT RD-DATECARD-OK
  2160         DISPLAY "BERN330 - DATECARD OPEN FAILED, STATUS = "
  2170             RD-DATECARD-STATUS
  2180         MOVE 16 TO RETURN-CODE
  2190         GO TO 9999-EXIT
  2200     END-IF
  2210     READ DATECARD
  2220         AT END
  2230             CONTINUE
  2240         NOT AT END
  2250             IF DC-REPORT-DATE IS NUMERIC
  2260                 MOVE DC-REPORT-DATE TO RD-REPORT-DATE
  2270             ELSE
  2280                 DISPLAY "BERN330 - DATECARD NOT YYYYMMDD, "
  2290                     "REPORTING FOR TODAY"
  2300             END-IF
  2310     END-READ
  2320
  2330 1000-CLOSE-CARD.
  2340     CLOSE DATECARD
  2350     OPEN OUTPUT RPTOUT
  2360     IF NOT RD-RPTOUT-OK
  2370         DISPLAY "BERN330 - RPTOUT OPEN FAILED, STATUS = "
  2380             RD-RPTOUT-STATUS
  2390         MOVE 16 TO RETURN-CODE
  2400         GO TO 9999-EXIT
  2410     END-IF
  2420     MOVE RD-REPORT-DATE TO RD-HDR-DATE
  2430     WRITE RPT-RECORD FROM RD-HDR-LINE.
  2440 1000-EXIT.
  2450     EXIT.
  2460
  2470******************************************************************
  2480*    2000-READ-CHANGE-LOG                                       *
  2490*    THE WHOLE CHANGE LOG, ONE REPORT LINE PER ENTRY DATED THE   *
  2500*    REPORT DATE.                                                *
  2510******************************************************************
  2520 2000-READ-CHANGE-LOG.
  2530     MOVE "CHANGES LOGGED ON THE REPORT DATE" TO RD-SEC-TEXT
  2540     WRITE RPT-RECORD FROM RD-SEC-LINE
  2550     WRITE RPT-RECORD FROM RD-COL-LINE
  2560     OPEN INPUT RATELOG
  2570     IF RD-RATELOG-MISSING
  2580         GO TO 2000-CLOSE-LOG
  2590     END-IF
  2600     IF NOT RD-RATELOG-OK
  2610         DISPLAY "BERN330 - RATELOG OPEN FAILED, STATUS = "
  2620             RD-RATELOG-STATUS
  2630         MOVE 16 TO RETURN-CODE
  2640         GO TO 9999-EXIT
  2650     END-IF
  2660
  2670     PERFORM UNTIL RD-RATELOG-EOF
  2680         READ RATELOG
  2690             AT END
  2700                 CONTINUE
  2710             NOT AT END
  2720                 PERFORM 2100-PRINT-ONE-CHANGE THRU 2100-EXIT
  2730         END-READ
  2740     END-PERFORM
  2750
  2760 2000-CLOSE-LOG.
  2770     CLOSE RATELOG
  2780     IF RD-LOG-COUNT = 0
  2790         MOVE "NO RATE CHANGES LOGGED ON THE REPORT DATE"
  2800             TO RD-MSG-TEXT
  2810         WRITE RPT-RECORD FROM RD-MSG-LINE
  2820     END-IF.
  2830 2000-EXIT.
  2840     EXIT.
  2850
  2860******************************************************************
  2870*    2100-PRINT-ONE-CHANGE                                      *
  2880*    ONE CPRLG ENTRY, IF IT FALLS ON THE REPORT DATE.  AN        *
  2890*    APPROVAL BY THE MAKER IS PRINTED AND FLAGGED.               *
  2900******************************************************************
  2910 2100-PRINT-ONE-CHANGE.
  2920     IF RL-SUBMITTED
  2930         MOVE RL-MAKE-DATE TO RD-EVENT-DATE
  2940     ELSE
  2950         MOVE RL-CHECK-DATE TO RD-EVENT-DATE
  2960     END-IF
  2970     IF RD-EVENT-DATE NOT = RD-REPORT-DATE
  2980         GO TO 2100-EXIT
  2990     END-IF
  3000     ADD 1 TO RD-LOG-COUNT
  3010
  3020     MOVE SPACES TO RD-DTL-LINE
  3030     EVALUATE TRUE
  3040         WHEN RL-SUBMITTED
  3050             MOVE "SUBMITTED" TO RD-DTL-EVENT
  3060             ADD 1 TO RD-SUBMIT-COUNT
  3070         WHEN RL-APPROVED
  3080             MOVE "APPROVED" TO RD-DTL-EVENT
  3090             ADD 1 TO RD-APPROVE-COUNT
  3100         WHEN RL-REJECTED
  3110             MOVE "REJECTED" TO RD-DTL-EVENT
  3120             ADD 1 TO RD-REJECT-COUNT
  3130         WHEN OTHER
  3140             MOVE "UNKNOWN" TO RD-DTL-EVENT
  3150     END-EVALUATE
  3160     EVALUATE TRUE
  3170         WHEN RL-ADD
  3180             MOVE "ADD" TO RD-DTL-ACTION
  3190         WHEN RL-CHANGE
  3200             MOVE "CHANGE" TO RD-DTL-ACTION
  3210         WHEN RL-END-DATE
  3220             MOVE "END-DATE" TO RD-DTL-ACTION
  3230         WHEN OTHER
  3240             MOVE "UNKNOWN" TO RD-DTL-ACTION
  3250     END-EVALUATE
  3260     MOVE RL-TERM TO RD-DTL-TERM
  3270     MOVE RL-FREQ TO RD-DTL-FREQ
  3280     MOVE RL-DUE TO RD-DTL-DUE
  3290     MOVE RL-EFF-DATE TO RD-DTL-EFF
  3300     MOVE RL-MAKER TO RD-DTL-MAKER
  3310     MOVE RL-MAKE-DATE TO RD-DTL-MAKE-DATE
  3320     MOVE RL-MAKE-TIME TO RD-DTL-MAKE-TIME
  3330     MOVE RL-CHECKER TO RD-DTL-CHECKER
  3340     MOVE RL-CHECK-DATE TO RD-DTL-CHECK-DATE
  3350     MOVE RL-CHECK-TIME TO RD-DTL-CHECK-TIME
  3360     MOVE RL-BEFORE-STATUS TO RD-DTL-BEF-STATUS
  3370     MOVE RL-BEFORE-RATE TO RD-RATE-X
  3380     PERFORM 2200-EDIT-RATE THRU 2200-EXIT
  3390     MOVE RD-RATE-EDIT TO RD-DTL-BEF-RATE
  3400     IF RL-BEFORE-RATE = SPACES
  3410         MOVE SPACES TO RD-DTL-BEF-RATE
  3420     END-IF
  3430     MOVE RL-BEFORE-END TO RD-DTL-BEF-END
  3440     MOVE RL-AFTER-STATUS TO RD-DTL-AFT-STATUS
  3450     MOVE RL-AFTER-RATE TO RD-RATE-X
  3460     PERFORM 2200-EDIT-RATE THRU 2200-EXIT
  3470     MOVE RD-RATE-EDIT TO RD-DTL-AFT-RATE
  3480     IF RL-AFTER-RATE = SPACES
  3490         MOVE SPACES TO RD-DTL-AFT-RATE
  3500     END-IF
  3510     MOVE RL-AFTER-END TO RD-DTL-AFT-END
  3520     WRITE RPT-RECORD FROM RD-DTL-LINE
  3530
  3540     IF RL-APPROVED AND RL-CHECKER = RL-MAKER
  3550         ADD 1 TO RD-SELF-CHECK-COUNT
  3560         MOVE "*** APPROVED BY ITS OWN MAKER -- CONTROL FAILURE"
  3570             TO RD-MSG-TEXT
  3580         WRITE RPT-RECORD FROM RD-MSG-LINE
  3590     END-IF.
  3600 2100-EXIT.
  3610     EXIT.
  3620
  3630******************************************************************
  3640*    2200-EDIT-RATE                                             *
  3650*    RD-RATE-X INTO RD-RATE-EDIT -- ZERO WHEN NOT NUMERIC, SO A  *
  3660*    DAMAGED LOG ENTRY STILL PRINTS.                             *
  3670******************************************************************
  3680 2200-EDIT-RATE.
  3690     IF RD-RATE-X IS NUMERIC
  3700         MOVE RD-RATE TO RD-RATE-EDIT
  3710     ELSE
  3720         MOVE ZERO TO RD-RATE-EDIT
  3730     END-IF.
  3740 2200-EXIT.
  3750     EXIT.
  3760
  3770******************************************************************
  3780*    3000-LIST-PENDING                                          *
  3790*    EVERY LINE ON THE KEYED MASTER WITH A CHANGE STILL WAITING  *
  3800*    FOR ITS CHECKER -- BEFORE IS THE APPROVED IMAGE THE BATCH   *
  3810*    IS PRICING TODAY, AFTER IS WHAT THE CHECKER IS BEING ASKED  *
  3820*    TO APPROVE.                                                 *
  3830******************************************************************
  3840 3000-LIST-PENDING.
  3850     MOVE "LINES STILL AWAITING APPROVAL" TO RD-SEC-TEXT
  3860     WRITE RPT-RECORD FROM RD-SEC-LINE
  3870     WRITE RPT-RECORD FROM RD-COL-LINE
  3880     OPEN INPUT RATEMAST
  3890     IF RD-RATEMAST-MISSING
  3900         GO TO 3000-CLOSE-MASTER
  3910     END-IF
  3920     IF NOT RD-RATEMAST-OK
  3930         DISPLAY "BERN330 - RATEMAST OPEN FAILED, STATUS = "
  3940             RD-RATEMAST-STATUS
  3950         MOVE 16 TO RETURN-CODE
  3960         GO TO 9999-EXIT
  3970     END-IF
  3980
  3990     PERFORM UNTIL RD-RATEMAST-EOF
  4000         READ RATEMAST
  4010             AT END
  4020                 CONTINUE
  4030             NOT AT END
  4040                 PERFORM 3100-PRINT-ONE-PENDING THRU 3100-EXIT
  4050         END-READ
  4060     END-PERFORM
  4070
  4080 3000-CLOSE-MASTER.
  4090     CLOSE RATEMAST
  4100     IF RD-PENDING-COUNT = 0
  4110         MOVE "NOTHING AWAITING APPROVAL" TO RD-MSG-TEXT
  4120         WRITE RPT-RECORD FROM RD-MSG-LINE
  4130     END-IF.
  4140 3000-EXIT.
  4150     EXIT.
  4160
  4170******************************************************************
  4180*    3100-PRINT-ONE-PENDING                                     *
  4190*    ONE KEYED-MASTER LINE, IF IT HAS A CHANGE PENDING.          *
  4200******************************************************************
  4210 3100-PRINT-ONE-PENDING.
  4220     IF RK-NOTHING-PENDING
  4230         GO TO 3100-EXIT
  4240     END-IF
  4250     ADD 1 TO RD-PENDING-COUNT
  4260
  4270     MOVE SPACES TO RD-DTL-LINE
  4280     MOVE "PENDING" TO RD-DTL-EVENT
  4290     EVALUATE TRUE
  4300         WHEN RK-PEND-ADD
  4310             MOVE "ADD" TO RD-DTL-ACTION
  4320         WHEN RK-PEND-CHANGE
  4330             MOVE "CHANGE" TO RD-DTL-ACTION
  4340         WHEN RK-PEND-END
  4350             MOVE "END-DATE" TO RD-DTL-ACTION
  4360         WHEN OTHER
  4370             MOVE "UNKNOWN" TO RD-DTL-ACTION
  4380     END-EVALUATE
  4390     MOVE RK-TERM TO RD-DTL-TERM
  4400     MOVE RK-FREQ TO RD-DTL-FREQ
  4410     MOVE RK-DUE TO RD-DTL-DUE
  4420     MOVE RK-EFF-DATE TO RD-DTL-EFF
  4430     MOVE RK-MAKER TO RD-DTL-MAKER
  4440     MOVE RK-MAKE-DATE TO RD-DTL-MAKE-DATE
  4450     MOVE RK-MAKE-TIME TO RD-DTL-MAKE-TIME
  4460     MOVE RK-STATUS TO RD-DTL-BEF-STATUS
  4470     MOVE RK-RATE TO RD-RATE-X
  4480     PERFORM 2200-EDIT-RATE THRU 2200-EXIT
  4490     MOVE RD-RATE-EDIT TO RD-DTL-BEF-RATE
  4500     IF RK-RATE = SPACES
  4510         MOVE SPACES TO RD-DTL-BEF-RATE
  4520     END-IF
  4530     MOVE RK-END-DATE TO RD-DTL-BEF-END
  4540     MOVE "A" TO RD-DTL-AFT-STATUS
  4550     MOVE RK-PEND-RATE TO RD-RATE-X
  4560     PERFORM 2200-EDIT-RATE THRU 2200-EXIT
  4570     MOVE RD-RATE-EDIT TO RD-DTL-AFT-RATE
  4580     MOVE RK-PEND-END-DATE TO RD-DTL-AFT-END
  4590     WRITE RPT-RECORD FROM RD-DTL-LINE.
  4600 3100-EXIT.
  4610     EXIT.
  4620
  4630******************************************************************
  4640*    8000-WRAP-UP                                               *
  4650*    SUMMARY COUNTS AND THE RETURN CODE: 8 IF ANY CHANGE WAS     *
  4660*    APPROVED BY ITS OWN MAKER, ELSE 4 IF ANYTHING IS STILL      *
  4670*    AWAITING APPROVAL.                                          *
  4680******************************************************************
  4690 8000-WRAP-UP.
  4700     MOVE "SUMMARY" TO RD-SEC-TEXT
  4710     WRITE RPT-RECORD FROM RD-SEC-LINE
  4720     MOVE RD-SUBMIT-COUNT TO RD-SUM-COUNT
  4730     MOVE "CHANGE(S) SUBMITTED" TO RD-SUM-TEXT
  4740     WRITE RPT-RECORD FROM RD-SUM-LINE
  4750     MOVE RD-APPROVE-COUNT TO RD-SUM-COUNT
  4760     MOVE "CHANGE(S) APPROVED" TO RD-SUM-TEXT
  4770     WRITE RPT-RECORD FROM RD-SUM-LINE
  4780     MOVE RD-REJECT-COUNT TO RD-SUM-COUNT
  4790     MOVE "CHANGE(S) REJECTED OR WITHDRAWN" TO RD-SUM-TEXT
  4800     WRITE RPT-RECORD FROM RD-SUM-LINE
  4810     MOVE RD-PENDING-COUNT TO RD-SUM-COUNT
  4820     MOVE "LINE(S) STILL AWAITING APPROVAL" TO RD-SUM-TEXT
  4830     WRITE RPT-RECORD FROM RD-SUM-LINE
  4840     IF RD-SELF-CHECK-COUNT > 0
  4850         MOVE RD-SELF-CHECK-COUNT TO RD-SUM-COUNT
  4860         MOVE "CHANGE(S) APPROVED BY THEIR OWN MAKER"
  4870             TO RD-SUM-TEXT
  4880         WRITE RPT-RECORD FROM RD-SUM-LINE
  4890         DISPLAY "BERN330 - " RD-SELF-CHECK-COUNT
  4900             " RATE CHANGE(S) APPROVED BY THEIR OWN MAKER"
  4910         MOVE 8 TO RETURN-CODE
  4920     ELSE
  4930         IF RD-PENDING-COUNT > 0
  4940             MOVE 4 TO RETURN-CODE
  4950         END-IF
  4960     END-IF
  4970     CLOSE RPTOUT.
  4980 8000-EXIT.
  4990     EXIT.
  5000
  5010******************************************************************
  5020*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  5030******************************************************************
  5040 9999-EXIT.
  5050     STOP RUN.
