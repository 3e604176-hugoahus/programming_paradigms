   470*  09/02/2026  HLW  BILL ONLY THE CHGCARD BILLING PERIOD;       *
   480*                   PRINT LINES SIZED TO THE 133-BYTE PRINT     *
   490*                   RECORD AND THE NOT-ON-SUBMAST FLAG WIDENED. *
   500*  10/15/2026  HLW  SKIP THE YEAR-END CARRY-FORWARD RECORD (SEE *
   510*                   CPAUD) AT THE HEAD OF THE AUDIT LOG -- IT   *
   520*                   IS NOT A RUN.                               *
   530*                   RESEQUENCED.                                *
   540*  10/15/2026  HLW  ALSO SKIP THE KEYED-STORE RESTORE RECORD    *
   550*                   BERN115 WRITES (SEE CPAUD) -- IT IS NOT A   *
   560*                   RUN EITHER.                                 *
   570*                   RESEQUENCED.                                *
   580******************************************************************
   590
   600 ENVIRONMENT DIVISION.
   610 INPUT-OUTPUT SECTION.
   620 FILE-CONTROL.
   630*    CHGCARD - THE RATE-PER-UNIT CONTROL CARD (SEE CPCHG).  A
   640*    MISSING CARD FALLS BACK TO THE COMPILED-IN DEFAULT RATE,
   650*    SAME IDIOM AS BERN100'S OPTIONAL CTLCARD.
   660     SELECT OPTIONAL CHGCARD ASSIGN TO "CHGCARD"
   670         ORGANIZATION IS LINE SEQUENTIAL
   680         FILE STATUS IS CB-CHGCARD-STATUS.
   690*    AUDITLOG - THE ACCUMULATED ONE-RECORD-PER-REQUEST LOG.
   700     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
   710         ORGANIZATION IS LINE SEQUENTIAL
   720         FILE STATUS IS CB-AUDIT-STATUS.
   730*    SUBMAST - THE KEYED AUTHORIZATION MASTER, READ RANDOMLY
   740*    BY SUBMITTER FOR THE DEPARTMENT.  OPTIONAL, SAME LOUD
   750*    DEGRADE AS BERN100 -- WITHOUT IT EVERY SUBMITTER LANDS
   760*    IN THE UNKNOWN-DEPARTMENT BUCKET.
   770     SELECT OPTIONAL SUBMAST ASSIGN TO "SUBMAST"
   780         ORGANIZATION IS INDEXED
   790         ACCESS MODE IS RANDOM
   800         RECORD KEY IS SUB-USERID
   810         FILE STATUS IS CB-SUBMAST-STATUS.
   820*    RPTOUT - PRINT-IMAGE CHARGEBACK REPORT.
   830     SELECT RPTOUT ASSIGN TO "RPTOUT"
   840         ORGANIZATION IS LINE SEQUENTIAL
   850         FILE STATUS IS CB-RPTOUT-STATUS.
   860
   870 DATA DIVISION.
   880 FILE SECTION.
   890 FD  CHGCARD.
   900     COPY CPCHG.
   910
   920 FD  AUDITLOG.
   930     COPY CPAUD.
   940
   950 FD  SUBMAST.
   960     COPY CPSUB.
   970
   980 FD  RPTOUT.
   990 01  RPT-RECORD              PIC X(133).
  1000
  1010 WORKING-STORAGE SECTION.
  1020*    RATE PER CHARGE UNIT, OFF THE CARD OR THE COMPILED-IN
  1030*    DEFAULT OF ONE CENT PER UNIT.
  1040 01  CB-RATE-PER-UNIT        PIC 9(03)V9(04) VALUE 000.0100.
  1050
  1060*    BILLING PERIOD OFF THE CARD, HELD AS CHARACTERS SO THE
  1070*    AU-RUN-DATE COMPARES ARE PLAIN YYYYMMDD COLLATION.  THE
  1080*    DEFAULTS BILL THE WHOLE LIFETIME LOG -- A BLANK OR
  1090*    UNREADABLE PERIOD DOES THE SAME, LOUDLY, ON THE REPORT.
  1100 01  CB-PERIOD-FROM          PIC X(08) VALUE "00000000".
  1110 01  CB-PERIOD-THRU          PIC X(08) VALUE "99999999".
  1120
  1130*    PER-SUBMITTER ROLLUP -- ONE SLOT PER DISTINCT AU-SUBMITTER
  1140*    SEEN ON THE LOG, CARRYING THE DEPARTMENT LOOKED UP ONCE
  1150*    FROM SUBMAST (THE TABLE DOUBLES AS THE LOOKUP CACHE, SO
  1160*    THE MASTER IS READ ONCE PER SUBMITTER, NOT PER RECORD).
  1170 01  CB-MAX-SUBM             PIC S9(9) USAGE BINARY VALUE 200.
  1180 01  CB-SUBM-TABLE.
  1190     02  CB-SUBM-ENTRY       OCCURS 200 TIMES.
  1200         03  CB-SUBM-ID      PIC X(08).
  1210         03  CB-SUBM-DEPT    PIC X(04).
  1220         03  CB-SUBM-RUNS    PIC S9(9) USAGE BINARY.
  1230         03  CB-SUBM-UNITS   PIC S9(18) USAGE BINARY.
  1240*    "Y" WHEN THE SUBMITTER WAS NOT ON SUBMAST -- FLAGGED ON
  1250*    THE REPORT AND BILLED TO THE "????" DEPARTMENT.
  1260         03  CB-SUBM-GONE-SW PIC X(01).
  1270 01  CB-SUBM-USED            PIC S9(9) USAGE BINARY VALUE 0.
  1280 01  CB-SUBM-OVER-COUNT      PIC S9(9) USAGE BINARY VALUE 0.
  1290 01  CB-SUBM-IX              PIC S9(9) USAGE BINARY VALUE 0.
  1300 01  CB-FOUND-SW             PIC X(01) VALUE "N".
  1310     88  CB-FOUND                    VALUE "Y".
  1320
  1330*    PER-DEPARTMENT ROLLUP, BUILT FROM THE SUBMITTER TABLE
  1340*    ONCE THE LOG HAS BEEN READ.
  1350 01  CB-MAX-DEPT             PIC S9(9) USAGE BINARY VALUE 50.
  1360 01  CB-DEPT-TABLE.
  1370     02  CB-DEPT-ENTRY       OCCURS 50 TIMES.
  1380         03  CB-DEPT-ID      PIC X(04).
  1390         03  CB-DEPT-RUNS    PIC S9(9) USAGE BINARY.
  1400         03  CB-DEPT-UNITS   PIC S9(18) USAGE BINARY.
  1410 01  CB-DEPT-USED            PIC S9(9) USAGE BINARY VALUE 0.
  1420 01  CB-DEPT-IX              PIC S9(9) USAGE BINARY VALUE 0.
  1430
  1440 01  CB-RECORD-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1450 01  CB-GONE-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1460 01  CB-OUTSIDE-COUNT        PIC S9(9) USAGE BINARY VALUE 0.
  1470 01  CB-UNITS-WORK           PIC S9(18) USAGE BINARY VALUE 0.
  1480 01  CB-N-WORK               PIC S9(9) USAGE BINARY VALUE 0.
  1490 01  CB-COST-WORK            PIC S9(13)V9(02) VALUE ZERO.
  1500 01  CB-GRAND-UNITS          PIC S9(18) USAGE BINARY VALUE 0.
  1510 01  CB-GRAND-COST           PIC S9(13)V9(02) VALUE ZERO.
  1520
  1530 01  CB-CHGCARD-STATUS       PIC X(02) VALUE "00".
  1540     88  CB-CHGCARD-OK               VALUE "00".
  1550     88  CB-CHGCARD-MISSING         VALUE "05" "35".
  1560     88  CB-CHGCARD-EOF             VALUE "10".
  1570 01  CB-AUDIT-STATUS         PIC X(02) VALUE "00".
  1580     88  CB-AUDIT-OK                 VALUE "00".
  1590     88  CB-AUDIT-MISSING           VALUE "05" "35".
  1600     88  CB-AUDIT-EOF               VALUE "10".
  1610 01  CB-SUBMAST-STATUS       PIC X(02) VALUE "00".
  1620     88  CB-SUBMAST-OK               VALUE "00".
  1630     88  CB-SUBMAST-NOTFND          VALUE "23".
  1640 01  CB-SUBMAST-OPEN-SW      PIC X(01) VALUE "N".
  1650     88  CB-SUBMAST-AVAILABLE        VALUE "Y".
  1660 01  CB-RPTOUT-STATUS        PIC X(02) VALUE "00".
  1670     88  CB-RPTOUT-OK                VALUE "00".
  1680
  1690*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  1700 01  CB-HDR-LINE.
  1710     02  FILLER              PIC X(01) VALUE "1".
  1720     02  FILLER              PIC X(50) VALUE
  1730         "BERN190 - MONTHLY DEPARTMENT CHARGEBACK REPORT".
  1740     02  FILLER              PIC X(82) VALUE SPACES.
  1750 01  CB-RATE-LINE.
  1760     02  FILLER              PIC X(01) VALUE SPACE.
  1770     02  FILLER              PIC X(21) VALUE
  1780         "RATE PER CHARGE UNIT ".
  1790     02  CB-RATE-EDIT        PIC ZZ9.9999.
  1800     02  FILLER              PIC X(34) VALUE
  1810         "  (CHARGE UNITS = N SQUARED / RUN)".
  1820     02  FILLER              PIC X(69) VALUE SPACES.
  1830 01  CB-PERIOD-LINE.
  1840     02  FILLER              PIC X(01) VALUE SPACE.
  1850     02  FILLER              PIC X(15) VALUE
  1860         "BILLING PERIOD ".
  1870     02  CB-PERIOD-FROM-ED   PIC X(08).
  1880     02  FILLER              PIC X(03) VALUE " - ".
  1890     02  CB-PERIOD-THRU-ED   PIC X(08).
  1900     02  FILLER              PIC X(98) VALUE SPACES.
  1910 01  CB-DEPT-HDR.
  1920     02  FILLER              PIC X(01) VALUE "0".
  1930     02  FILLER              PIC X(11) VALUE "DEPARTMENT ".
  1940     02  CB-DEPT-HDR-ID      PIC X(04).
  1950     02  FILLER              PIC X(117) VALUE SPACES.
  1960 01  CB-SUBM-LINE.
  1970     02  FILLER              PIC X(05) VALUE SPACES.
  1980     02  CB-LINE-SUBM        PIC X(08).
  1990     02  FILLER              PIC X(03) VALUE SPACES.
  2000     02  CB-LINE-RUNS        PIC ZZ,ZZ9.
  2010     02  FILLER              PIC X(08) VALUE " RUN(S) ".
  2020     02  CB-LINE-UNITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.
  2030     02  FILLER              PIC X(07) VALUE " UNITS ".
  2040     02  CB-LINE-COST        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
  2050     02  FILLER              PIC X(10) VALUE SPACES.
  2060     02  CB-LINE-FLAG        PIC X(18).
  2070     02  FILLER              PIC X(35) VALUE SPACES.
  2080 01  CB-TOT-LINE.
  2090     02  FILLER              PIC X(05) VALUE SPACES.
  2100     02  CB-TOT-TAG          PIC X(11).
  2110     02  FILLER              PIC X(12) VALUE SPACES.
  2120     02  CB-TOT-UNITS        PIC ZZZ,ZZZ,ZZZ,ZZ9.
  2130     02  FILLER              PIC X(07) VALUE " UNITS ".
  2140     02  CB-TOT-COST         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
  2150     02  FILLER              PIC X(65) VALUE SPACES.
  2160 01  CB-MSG-LINE.
  2170     02  FILLER              PIC X(01) VALUE SPACE.
  2180     02  CB-MSG-TEXT         PIC X(70) VALUE SPACES.
  2190     02  FILLER              PIC X(62) VALUE SPACES.
  2200
  2210 PROCEDURE DIVISION.
  2220
  2230 0000-MAINLINE.
  2240     PERFORM 1000-READ-RATE-CARD THRU 1000-EXIT
  2250     PERFORM 1200-OPEN-SUBMITTER-MST THRU 1200-EXIT
  2260     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT
  2270     PERFORM 2000-READ-AUDIT-LOG THRU 2000-EXIT
  2280     PERFORM 3000-ROLL-UP-DEPARTMENTS THRU 3000-EXIT
  2290     PERFORM 4000-PRINT-INVOICES THRU 4000-EXIT
  2300     PERFORM 8000-WRAP-UP THRU 8000-EXIT
  2310     GO TO 9999-EXIT.
  2320
  2330******************************************************************
  2340*    1000-READ-RATE-CARD                                        *
  2350*    THE RATE PER CHARGE UNIT OFF CHGCARD -- A MISSING OR       *
  2360*    UNREADABLE CARD FALLS BACK TO THE COMPILED-IN DEFAULT,      *
  2370*    LOUDLY.                                                     *
  2380******************************************************************
  2390 1000-READ-RATE-CARD.
  2400     OPEN INPUT CHGCARD
  2410     IF CB-CHGCARD-MISSING
  2420         DISPLAY "BERN190 - NO CHGCARD, DEFAULT RATE "
  2430             CB-RATE-PER-UNIT " PER UNIT APPLIES"
  2440         GO TO 1000-CLOSE-CARD
  2450     END-IF
  2460     IF NOT CB-CHGCARD-OK
  2470         DISPLAY "BERN190 - CHGCARD OPEN FAILED, STATUS = "
  2480             CB-CHGCARD-STATUS ", DEFAULT RATE APPLIES"
  2490         GO TO 1000-EXIT
  2500     END-IF
  2510     READ CHGCARD
  2520         AT END
  2530             DISPLAY "BERN190 - CHGCARD EMPTY, DEFAULT RATE "
  2540                 CB-RATE-PER-UNIT " PER UNIT APPLIES"
  2550             GO TO 1000-CLOSE-CARD
  2560     END-READ
  2570     IF CH-RATE-PER-UNIT IS NUMERIC
  2580         AND CH-RATE-PER-UNIT > 0
  2590         MOVE CH-RATE-PER-UNIT TO CB-RATE-PER-UNIT
  2600     ELSE
  2610         DISPLAY "BERN190 - CHGCARD RATE UNREADABLE OR ZERO, "
  2620             "DEFAULT RATE " CB-RATE-PER-UNIT " APPLIES"
  2630     END-IF
  2640
  2650*    THE BILLING PERIOD RIDES THE SAME CARD.  ANYTHING LESS
  2660*    THAN A READABLE FROM/THRU PAIR FALLS BACK TO THE WHOLE
  2670*    LOG -- THE REPORT HEADER SAYS WHICH HAPPENED.
  2680     IF CH-PERIOD-FROM IS NUMERIC
  2690         AND CH-PERIOD-THRU IS NUMERIC
  2700         AND CH-PERIOD-THRU NOT < CH-PERIOD-FROM
  2710         MOVE CH-PERIOD-FROM TO CB-PERIOD-FROM
  2720         MOVE CH-PERIOD-THRU TO CB-PERIOD-THRU
  2730     ELSE
  2740         DISPLAY "BERN190 - NO USABLE BILLING PERIOD ON "
  2750             "CHGCARD, WHOLE LOG BILLED"
  2760     END-IF
  2770
  2780 1000-CLOSE-CARD.
  2790     CLOSE CHGCARD.
  2800 1000-EXIT.
  2810     EXIT.
  2820
  2830******************************************************************
  2840*    1200-OPEN-SUBMITTER-MST                                    *
  2850*    SAME LOUD BYPASS AS BERN100'S 1700 -- A MISSING MASTER      *
  2860*    STILL BILLS THE MONTH, EVERYTHING JUST LANDS IN THE         *
  2870*    UNKNOWN-DEPARTMENT BUCKET.                                  *
  2880******************************************************************
  2890 1200-OPEN-SUBMITTER-MST.
  2900     OPEN INPUT SUBMAST
  2910     IF CB-SUBMAST-OK
  2920         MOVE "Y" TO CB-SUBMAST-OPEN-SW
  2930     ELSE
  2940         DISPLAY "BERN190 - SUBMITTER MASTER UNAVAILABLE, "
  2950             "STATUS = " CB-SUBMAST-STATUS
  2960             ", ALL UNITS BILL TO DEPARTMENT ????"
  2970     END-IF.
  2980 1200-EXIT.
  2990     EXIT.
  3000
  3010******************************************************************
  3020*    1500-OPEN-REPORT                                           *
  3030******************************************************************
  3040 1500-OPEN-REPORT.
  3050     OPEN OUTPUT RPTOUT
  3060     IF NOT CB-RPTOUT-OK
  3070         DISPLAY "BERN190 - RPTOUT OPEN FAILED, STATUS = "
  3080             CB-RPTOUT-STATUS
  3090         MOVE 16 TO RETURN-CODE
  3100         GO TO 9999-EXIT
  3110     END-IF
  3120     WRITE RPT-RECORD FROM CB-HDR-LINE
  3130     MOVE CB-RATE-PER-UNIT TO CB-RATE-EDIT
  3140     WRITE RPT-RECORD FROM CB-RATE-LINE
  3150     IF CB-PERIOD-FROM = "00000000"
  3160         AND CB-PERIOD-THRU = "99999999"
  3170         MOVE "NO BILLING PERIOD ON CHGCARD - WHOLE LOG BILLED"
  3180             TO CB-MSG-TEXT
  3190         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  3200     ELSE
  3210         MOVE CB-PERIOD-FROM TO CB-PERIOD-FROM-ED
  3220         MOVE CB-PERIOD-THRU TO CB-PERIOD-THRU-ED
  3230         WRITE RPT-RECORD FROM CB-PERIOD-LINE
  3240     END-IF.
  3250 1500-EXIT.
  3260     EXIT.
  3270
  3280******************************************************************
  3290*    2000-READ-AUDIT-LOG                                        *
  3300*    EVERY AUDIT RECORD INTO THE PER-SUBMITTER ROLLUP.           *
  3310******************************************************************
  3320 2000-READ-AUDIT-LOG.
  3330     OPEN INPUT AUDITLOG
  3340     IF CB-AUDIT-MISSING
  3350         GO TO 2000-CLOSE-AUDIT
  3360     END-IF
  3370     IF NOT CB-AUDIT-OK
  3380         DISPLAY "BERN190 - AUDITLOG OPEN FAILED, STATUS = "
  3390             CB-AUDIT-STATUS
  3400         MOVE 16 TO RETURN-CODE
  3410         GO TO 9999-EXIT
  3420     END-IF
  3430
  3440     PERFORM UNTIL CB-AUDIT-EOF
  3450         READ AUDITLOG
  3460             AT END
  3470                 CONTINUE
  3480             NOT AT END
  3490                 PERFORM 2100-CHARGE-ONE-RUN THRU 2100-EXIT
  3500         END-READ
  3510     END-PERFORM
  3520
  3530 2000-CLOSE-AUDIT.
  3540     CLOSE AUDITLOG.
  3550 2000-EXIT.
  3560     EXIT.
  3570
  3580******************************************************************
  3590*    2100-CHARGE-ONE-RUN                                        *
  3600*    ONE AUDIT RECORD: N SQUARED CHARGE UNITS ONTO THE           *
  3610*    SUBMITTER'S SLOT, LOOKING THE DEPARTMENT UP ON FIRST        *
  3620*    SIGHT OF EACH SUBMITTER.                                    *
  3630******************************************************************
  3640 2100-CHARGE-ONE-RUN.
  3650*    CARRY-FORWARD AND RESTORE RECORDS (SEE CPAUD) ARE NOT RUNS.
  3660     IF AU-NOT-A-RUN
  3670         GO TO 2100-EXIT
  3680     END-IF
  3690     IF AU-RUN-DATE < CB-PERIOD-FROM
  3700         OR AU-RUN-DATE > CB-PERIOD-THRU
  3710         ADD 1 TO CB-OUTSIDE-COUNT
  3720         GO TO 2100-EXIT
  3730     END-IF
  3740     ADD 1 TO CB-RECORD-COUNT
  3750     IF AU-N IS NUMERIC
  3760         MOVE AU-N TO CB-N-WORK
  3770     ELSE
  3780         MOVE ZERO TO CB-N-WORK
  3790     END-IF
  3800     COMPUTE CB-UNITS-WORK = CB-N-WORK * CB-N-WORK
  3810
  3820     MOVE "N" TO CB-FOUND-SW
  3830     PERFORM VARYING CB-SUBM-IX FROM 1 BY 1
  3840             UNTIL CB-SUBM-IX > CB-SUBM-USED OR CB-FOUND
  3850         IF CB-SUBM-ID(CB-SUBM-IX) = AU-SUBMITTER
  3860             MOVE "Y" TO CB-FOUND-SW
  3870         END-IF
  3880     END-PERFORM
  3890     IF CB-FOUND
  3900*    THE SEARCH LOOP LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
  3910         SUBTRACT 1 FROM CB-SUBM-IX
  3920         ADD 1 TO CB-SUBM-RUNS(CB-SUBM-IX)
  3930         ADD CB-UNITS-WORK TO CB-SUBM-UNITS(CB-SUBM-IX)
  3940         GO TO 2100-EXIT
  3950     END-IF
  3960
  3970     IF CB-SUBM-USED = CB-MAX-SUBM
  3980         ADD 1 TO CB-SUBM-OVER-COUNT
  3990         GO TO 2100-EXIT
  4000     END-IF
  4010     ADD 1 TO CB-SUBM-USED
  4020     MOVE AU-SUBMITTER TO CB-SUBM-ID(CB-SUBM-USED)
  4030     MOVE 1 TO CB-SUBM-RUNS(CB-SUBM-USED)
  4040     MOVE CB-UNITS-WORK TO CB-SUBM-UNITS(CB-SUBM-USED)
  4050     PERFORM 2200-LOOK-UP-DEPARTMENT THRU 2200-EXIT.
  4060 2100-EXIT.
  4070     EXIT.
  4080
  4090******************************************************************
  4100*    2200-LOOK-UP-DEPARTMENT                                    *
  4110*    ONE SUBMAST READ FOR THE SUBMITTER JUST FILED.  A           *
  4120*    SUBMITTER WHO NO LONGER EXISTS ON THE MASTER IS FLAGGED     *
  4130*    AND BILLED TO THE "????" DEPARTMENT -- THE UNITS WERE       *
  4140*    BURNED EITHER WAY.                                          *
  4150******************************************************************
  4160 2200-LOOK-UP-DEPARTMENT.
  4170     MOVE "????" TO CB-SUBM-DEPT(CB-SUBM-USED)
  4180     MOVE "Y" TO CB-SUBM-GONE-SW(CB-SUBM-USED)
  4190     IF NOT CB-SUBMAST-AVAILABLE
  4200         GO TO 2200-EXIT
  4210     END-IF
  4220     MOVE CB-SUBM-ID(CB-SUBM-USED) TO SUB-USERID
  4230     READ SUBMAST
  4240     IF CB-SUBMAST-OK
  4250         MOVE SUB-DEPT TO CB-SUBM-DEPT(CB-SUBM-USED)
  4260         MOVE "N" TO CB-SUBM-GONE-SW(CB-SUBM-USED)
  4270     ELSE
  4280         IF NOT CB-SUBMAST-NOTFND
  4290             DISPLAY "BERN190 - SUBMAST READ FAILED, STATUS = "
  4300                 CB-SUBMAST-STATUS " FOR "
  4310                 CB-SUBM-ID(CB-SUBM-USED)
  4320         END-IF
  4330     END-IF.
  4340 2200-EXIT.
  4350     EXIT.
  4360
  4370******************************************************************
  4380*    3000-ROLL-UP-DEPARTMENTS                                   *
  4390*    THE SUBMITTER TABLE INTO THE DEPARTMENT TABLE.              *
  4400******************************************************************
  4410 3000-ROLL-UP-DEPARTMENTS.
  4420     PERFORM VARYING CB-SUBM-IX FROM 1 BY 1
  4430             UNTIL CB-SUBM-IX > CB-SUBM-USED
  4440         MOVE "N" TO CB-FOUND-SW
  4450         PERFORM VARYING CB-DEPT-IX FROM 1 BY 1
  4460                 UNTIL CB-DEPT-IX > CB-DEPT-USED OR CB-FOUND
  4470             IF CB-DEPT-ID(CB-DEPT-IX) =
  4480                 CB-SUBM-DEPT(CB-SUBM-IX)
  4490                 MOVE "Y" TO CB-FOUND-SW
  4500             END-IF
  4510         END-PERFORM
  4520         IF CB-FOUND
  4530             SUBTRACT 1 FROM CB-DEPT-IX
  4540             ADD CB-SUBM-RUNS(CB-SUBM-IX)
  4550                 TO CB-DEPT-RUNS(CB-DEPT-IX)
  4560             ADD CB-SUBM-UNITS(CB-SUBM-IX)
  4570                 TO CB-DEPT-UNITS(CB-DEPT-IX)
  4580         ELSE
  4590             IF CB-DEPT-USED < CB-MAX-DEPT
  4600                 ADD 1 TO CB-DEPT-USED
  4610                 MOVE CB-SUBM-DEPT(CB-SUBM-IX)
  4620                     TO CB-DEPT-ID(CB-DEPT-USED)
  4630                 MOVE CB-SUBM-RUNS(CB-SUBM-IX)
  4640                     TO CB-DEPT-RUNS(CB-DEPT-USED)
  4650                 MOVE CB-SUBM-UNITS(CB-SUBM-IX)
  4660                     TO CB-DEPT-UNITS(CB-DEPT-USED)
  4670             END-IF
  4680         END-IF
  4690         IF CB-SUBM-GONE-SW(CB-SUBM-IX) = "Y"
  4700             ADD 1 TO CB-GONE-COUNT
  4710         END-IF
  4720     END-PERFORM.
  4730 3000-EXIT.
  4740     EXIT.
  4750
  4760******************************************************************
  4770*    4000-PRINT-INVOICES                                        *
  4780*    ONE INVOICE SECTION PER DEPARTMENT: EVERY SUBMITTER'S       *
  4790*    RUNS, UNITS AND COST, THEN THE DEPARTMENT TOTAL, THEN THE   *
  4800*    GRAND TOTAL ACROSS DEPARTMENTS.                             *
  4810******************************************************************
  4820 4000-PRINT-INVOICES.
  4830     IF CB-RECORD-COUNT = 0
  4840         MOVE "NO RUNS ON THE AUDIT LOG - NOTHING TO BILL"
  4850             TO CB-MSG-TEXT
  4860         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  4870         GO TO 4000-EXIT
  4880     END-IF
  4890     PERFORM VARYING CB-DEPT-IX FROM 1 BY 1
  4900             UNTIL CB-DEPT-IX > CB-DEPT-USED
  4910         PERFORM 4100-PRINT-ONE-DEPARTMENT THRU 4100-EXIT
  4920     END-PERFORM
  4930     MOVE "GRAND TOTAL" TO CB-TOT-TAG
  4940     MOVE CB-GRAND-UNITS TO CB-TOT-UNITS
  4950     MOVE CB-GRAND-COST TO CB-TOT-COST
  4960     WRITE RPT-RECORD FROM CB-TOT-LINE
  4970     IF CB-SUBM-OVER-COUNT > 0
  4980         MOVE "SUBMITTER TABLE FULL - SOME RUNS NOT BILLED"
  4990             TO CB-MSG-TEXT
  5000         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5010     END-IF.
  5020 4000-EXIT.
  5030     EXIT.
  5040
  5050******************************************************************
  5060*    4100-PRINT-ONE-DEPARTMENT                                  *
  5070******************************************************************
  5080 4100-PRINT-ONE-DEPARTMENT.
  5090     MOVE CB-DEPT-ID(CB-DEPT-IX) TO CB-DEPT-HDR-ID
  5100     WRITE RPT-RECORD FROM CB-DEPT-HDR
  5110     PERFORM VARYING CB-SUBM-IX FROM 1 BY 1
  5120             UNTIL CB-SUBM-IX > CB-SUBM-USED
  5130         IF CB-SUBM-DEPT(CB-SUBM-IX) =
  5140             CB-DEPT-ID(CB-DEPT-IX)
  5150             PERFORM 4200-PRINT-ONE-SUBMITTER THRU 4200-EXIT
  5160         END-IF
  5170     END-PERFORM
  5180     MOVE "DEPT TOTAL" TO CB-TOT-TAG
  5190     MOVE CB-DEPT-UNITS(CB-DEPT-IX) TO CB-TOT-UNITS
  5200     COMPUTE CB-COST-WORK ROUNDED =
  5210         CB-DEPT-UNITS(CB-DEPT-IX) * CB-RATE-PER-UNIT
  5220     MOVE CB-COST-WORK TO CB-TOT-COST
  5230     WRITE RPT-RECORD FROM CB-TOT-LINE
  5240     ADD CB-DEPT-UNITS(CB-DEPT-IX) TO CB-GRAND-UNITS
  5250     ADD CB-COST-WORK TO CB-GRAND-COST.
  5260 4100-EXIT.
  5270     EXIT.
  5280
  5290******************************************************************
  5300*    4200-PRINT-ONE-SUBMITTER                                   *
  5310******************************************************************
  5320 4200-PRINT-ONE-SUBMITTER.
  5330     MOVE SPACES TO CB-LINE-FLAG
  5340     MOVE CB-SUBM-ID(CB-SUBM-IX) TO CB-LINE-SUBM
  5350     MOVE CB-SUBM-RUNS(CB-SUBM-IX) TO CB-LINE-RUNS
  5360     MOVE CB-SUBM-UNITS(CB-SUBM-IX) TO CB-LINE-UNITS
  5370     COMPUTE CB-COST-WORK ROUNDED =
  5380         CB-SUBM-UNITS(CB-SUBM-IX) * CB-RATE-PER-UNIT
  5390     MOVE CB-COST-WORK TO CB-LINE-COST
  5400     IF CB-SUBM-GONE-SW(CB-SUBM-IX) = "Y"
  5410         MOVE "*** NOT ON SUBMAST" TO CB-LINE-FLAG
  5420     END-IF
  5430     WRITE RPT-RECORD FROM CB-SUBM-LINE.
  5440 4200-EXIT.
  5450     EXIT.
  5460
  5470******************************************************************
  5480*    8000-WRAP-UP                                               *
  5490*    RC 4 WHEN ANY BILLED SUBMITTER NO LONGER EXISTS ON          *
  5500*    SUBMAST -- REPORTED, NOT FATAL, SAME CONVENTION AS THE      *
  5510*    OTHER REPORT FLAGS.                                         *
  5520******************************************************************
  5530 8000-WRAP-UP.
  5540     IF CB-OUTSIDE-COUNT > 0
  5550         MOVE "RUNS OUTSIDE THE BILLING PERIOD WERE NOT BILLED"
  5560             TO CB-MSG-TEXT
  5570         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5580         DISPLAY "BERN190 - " CB-OUTSIDE-COUNT
  5590             " RUN(S) OUTSIDE THE BILLING PERIOD"
  5600     END-IF
  5610     IF CB-GONE-COUNT > 0
  5620         MOVE "SUBMITTER(S) ON THE LOG NO LONGER EXIST ON "
  5630             TO CB-MSG-TEXT
  5640         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5650         MOVE "SUBMAST - SEE THE ???? DEPARTMENT AND FLAGS"
  5660             TO CB-MSG-TEXT
  5670         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  5680         MOVE 4 TO RETURN-CODE
  5690     END-IF
  5700     CLOSE RPTOUT
  5710     IF CB-SUBMAST-AVAILABLE
  5720         CLOSE SUBMAST
  5730     END-IF.
  5740 8000-EXIT.
  5750     EXIT.
  5760
  5770******************************************************************
  5780*    7000-WRITE-MESSAGE                                         *
  5790******************************************************************
  5800 7000-WRITE-MESSAGE.
  5810     WRITE RPT-RECORD FROM CB-MSG-LINE
  5820     MOVE SPACES TO CB-MSG-TEXT.
  5830 7000-EXIT.
  5840     EXIT.
  5850
  5860******************************************************************
  5870*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  5880******************************************************************
  5890 9999-EXIT.
  5900     STOP RUN.
  5910
