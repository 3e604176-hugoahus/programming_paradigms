   570*                   STORE THAT FALLS SHORT OF NUMOUT, AND THE   *
   580*                   RUN-ID CHECK ON THE STORE IS WAIVED WHEN    *
   590*                   THE GENERATION CARRIES NO NEW RECORDS.      *
   600*  10/15/2026  HLW  POST A STEP-STATUS RECORD TO THE NIGHTLY    *
   610*                   RUN-CONTROL LEDGER (SEE CPLED) AT END OF    *
   620*                   STEP.                                       *
   630*                   RESEQUENCED.                                *
   640*  10/15/2026  HLW  SKIP THE YEAR-END CARRY-FORWARD RECORD (SEE *
   650*                   CPAUD) AT THE HEAD OF THE AUDIT LOG -- IT   *
   660*                   IS NOT A RUN.                               *
   670*                   RESEQUENCED.                                *
   680*  10/15/2026  HLW  ALSO SKIP THE KEYED-STORE RESTORE RECORD    *
   690*                   BERN115 WRITES (SEE CPAUD) -- IT IS NOT A   *
   700*                   RUN EITHER.                                 *
   710*                   RESEQUENCED.                                *
   720******************************************************************
   730
   740 ENVIRONMENT DIVISION.
   750 INPUT-OUTPUT SECTION.
   760 FILE-CONTROL.
   770*    NUMOUT - THE SEQUENTIAL ARCHIVE THE BERN STEP JUST WROTE.
   780     SELECT NUMOUT ASSIGN TO "NUMOUT"
   790         ORGANIZATION IS LINE SEQUENTIAL
   800         FILE STATUS IS RN-NUMOUT-STATUS.
   810*    NUMVSAM - THE KEYED COPY OF THE SAME TABLE, READ BACK
   820*    SEQUENTIALLY HERE SO EVERY LOADED RECORD IS ACCOUNTED FOR.
   830     SELECT OPTIONAL NUMVSAM ASSIGN TO "NUMVSAM"
   840         ORGANIZATION IS INDEXED
   850         ACCESS MODE IS SEQUENTIAL
   860         RECORD KEY IS VS-KEY
   870         FILE STATUS IS RN-NUMVSAM-STATUS.
   880*    EULOUT - THE GENOCCHI ARCHIVE, THE SEQUENTIAL TRUTH THE
   890*    KEYED STORE'S "G" RECORDS MUST MATCH.  EMPTY ON A RUN
   900*    WITH NO MODE E REQUEST.
   910     SELECT OPTIONAL EULOUT ASSIGN TO "EULOUT"
   920         ORGANIZATION IS LINE SEQUENTIAL
   930         FILE STATUS IS RN-EULOUT-STATUS.
   940*    AUDITLOG - READ THROUGH TO THE NEWEST RECORD, SAME IDIOM
   950*    AS BERN100'S 1400-LOAD-CHECKPOINT.
   960     SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
   970         ORGANIZATION IS LINE SEQUENTIAL
   980         FILE STATUS IS RN-AUDIT-STATUS.
   990*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), READ FOR
  1000*    THE NIGHT'S RUN IDENTIFIER AND THEN APPENDED TO.
  1010     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
  1020         ORGANIZATION IS LINE SEQUENTIAL
  1030         FILE STATUS IS RN-LEDG-STATUS.
  1040
  1050 DATA DIVISION.
  1060 FILE SECTION.
  1070 FD  NUMOUT.
  1080     COPY CPCOEF REPLACING
  1090         ==COEF-OUT-RECORD==
  1100         BY ==NUMIN-RECORD==.
  1110
  1120 FD  NUMVSAM.
  1130     COPY CPCOEF REPLACING
  1140         ==COEF-OUT-RECORD== BY ==NUMVSAM-RECORD==
  1150         ==CO-KEY==          BY ==VS-KEY==
  1160         ==CO-TABLE==        BY ==VS-TABLE==
  1170         ==CO-INDEX==        BY ==VS-INDEX==
  1180         ==CO-VALUE==        BY ==VS-VALUE==
  1190         ==CO-REQ==          BY ==VS-REQ==
  1200         ==CO-RUN-ID==       BY ==VS-RUN-ID==
  1210         ==CO-MANTISSA==      BY ==VS-MANTISSA==
  1220         ==CO-EXPONENT==      BY ==VS-EXPONENT==.
  1230
  1240 FD  EULOUT.
  1250     COPY CPCOEF REPLACING
  1260         ==COEF-OUT-RECORD== BY ==EULIN-RECORD==
  1270         ==CO-KEY==          BY ==EU-KEY==
  1280         ==CO-TABLE==        BY ==EU-TABLE==
  1290         ==CO-INDEX==        BY ==EU-INDEX==
  1300         ==CO-VALUE==        BY ==EU-VALUE==
  1310         ==CO-REQ==          BY ==EU-REQ==
  1320         ==CO-RUN-ID==       BY ==EU-RUN-ID==
  1330         ==CO-MANTISSA==      BY ==EU-MANTISSA==
  1340         ==CO-EXPONENT==      BY ==EU-EXPONENT==.
  1350
  1360 FD  AUDITLOG.
  1370     COPY CPAUD.
  1380
  1390 FD  RUNLEDG.
  1400     COPY CPLED.
  1410
  1420 WORKING-STORAGE SECTION.
  1430*    THE NUMOUT TABLE AS RE-READ, ONE SLOT PER INDEX 0-200, WITH
  1440*    A PRESENCE FLAG PER SLOT SO A NUMVSAM RECORD WITH NO NUMOUT
  1450*    COUNTERPART (OR THE REVERSE) IS CAUGHT, NOT JUST COUNTED.
  1460 01  RN-NUM-TABLE.
  1470     02  RN-NUM-ENTRY          OCCURS 201 TIMES.
  1480         03  RN-NUM-VALUE      PIC S9(18)V9(06)
  1490                               SIGN LEADING SEPARATE.
  1500         03  RN-NUM-PRESENT-SW PIC X(01).
  1510             88  RN-NUM-PRESENT          VALUE "Y".
  1520 01  RN-VSAM-SEEN-TABLE.
  1530     02  RN-VSAM-SEEN-SW       PIC X(01) OCCURS 201 TIMES.
  1540
  1550*    THE SAME PER-INDEX TRUTH AND COVERAGE TABLES FOR THE
  1560*    GENOCCHI SIDE -- THE KEYED STORE'S "G" RECORDS RECONCILE
  1570*    AGAINST EULOUT EXACTLY AS THE "B" RECORDS DO AGAINST
  1580*    NUMOUT.
  1590 01  RN-EUL-TABLE.
  1600     02  RN-EUL-ENTRY          OCCURS 201 TIMES.
  1610         03  RN-EUL-VALUE      PIC S9(18)V9(06)
  1620                               SIGN LEADING SEPARATE.
  1630         03  RN-EUL-PRESENT-SW PIC X(01).
  1640             88  RN-EUL-PRESENT          VALUE "Y".
  1650 01  RN-VSAMG-SEEN-TABLE.
  1660     02  RN-VSAMG-SEEN-SW      PIC X(01) OCCURS 201 TIMES.
  1670
  1680 01  RN-NUMOUT-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1690 01  RN-EULOUT-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1700 01  RN-NUMVSAM-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  1710 01  RN-VSAM-B-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1720 01  RN-VSAM-G-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1730 01  RN-NUMOUT-MAX             PIC S9(9) USAGE BINARY VALUE -1.
  1740 01  RN-EULOUT-MAX             PIC S9(9) USAGE BINARY VALUE -1.
  1750 01  RN-IDX                    PIC S9(9) USAGE BINARY VALUE 0.
  1760 01  RN-EXPECTED               PIC S9(9) USAGE BINARY VALUE 0.
  1770
  1780*    PER-REQUEST ROLLUPS FROM NUMOUT -- A MULTI-CARD DECK TAGS
  1790*    EACH ARCHIVE RECORD WITH CO-REQ, SO EACH REQUEST'S RECORD
  1800*    COUNT AND CONTROL TOTAL RECONCILE AGAINST THAT REQUEST'S
  1810*    OWN AUDIT RECORD.  THE ARCHIVE CARRIES SIX DECIMALS OF
  1820*    EACH TERM WHILE AU-CHECKSUM WAS SUMMED OVER THE FULL
  1830*    COMP-2 TABLE, SO THE TOTALS AGREE ONLY TO WITHIN A SMALL
  1840*    TOLERANCE, SCALED TO THE MAGNITUDE OF THE TOTAL ITSELF.
  1850 01  RN-MAX-REQS               PIC S9(9) USAGE BINARY VALUE 100.
  1860 01  RN-REQ-TABLE.
  1870     02  RN-REQ-ENTRY          OCCURS 100 TIMES.
  1880         03  RN-REQ-COUNT      PIC S9(9) USAGE BINARY.
  1890         03  RN-REQ-CHECKSUM   COMP-2.
  1900*    SET WHEN ANY OF THE REQUEST'S ARCHIVED VALUES SITS AT THE
  1910*    ALL-NINES FIELD-SATURATION SENTINEL (PAST ROUGHLY B(42))
  1920*    -- A TOTAL SUMMED OVER SENTINELS PROVES NOTHING, SO THE
  1930*    CONTROL-TOTAL COMPARE IS SKIPPED FOR THAT REQUEST AND THE
  1940*    COUNT AND PER-RECORD CHECKS CARRY THE RECONCILIATION.
  1950         03  RN-REQ-SAT-SW     PIC X(01).
  1960*    NEWEST AUDIT RECORD SEEN PER REQUEST SEQUENCE -- THE LOG
  1970*    ACCUMULATES ACROSS RUNS, SO THE LAST RECORD FOR A GIVEN
  1980*    AU-REQ BELONGS TO THE RUN JUST FINISHED.  RECORDS FROM
  1990*    BEFORE AU-REQ EXISTED CARRY BLANKS THERE AND ARE PASSED
  2000*    OVER.
  2010 01  RN-AUD-TABLE.
  2020     02  RN-AUD-ENTRY          OCCURS 100 TIMES.
  2030         03  RN-AUD-FOUND-SW   PIC X(01).
  2040         03  RN-AUD-N          PIC S9(9) USAGE BINARY.
  2050         03  RN-AUD-CHECKSUM   COMP-2.
  2060*    SET WHEN THE AUDIT TOTAL ITSELF WAS FLAGGED AT THE
  2070*    SATURATION SENTINEL BY BERN100 (SEE 5000-AUDIT-LOG THERE).
  2080         03  RN-AUD-SAT-SW     PIC X(01).
  2090 01  RN-REQ                    PIC S9(9) USAGE BINARY VALUE 0.
  2100 01  RN-DIFF                   COMP-2 VALUE 0.0.
  2110 01  RN-LIMIT                  COMP-2 VALUE 0.0.
  2120 01  RN-ABS-TOTAL              COMP-2 VALUE 0.0.
  2130
  2140 01  RN-EXCEPTION-COUNT        PIC S9(4) USAGE BINARY VALUE 0.
  2150
  2160*    SWITCHES/STATUS FOR THE THREE DATASETS.
  2170 01  RN-NUMOUT-STATUS          PIC X(02) VALUE "00".
  2180     88  RN-NUMOUT-OK                  VALUE "00".
  2190     88  RN-NUMOUT-EOF                VALUE "10".
  2200 01  RN-NUMVSAM-STATUS         PIC X(02) VALUE "00".
  2210     88  RN-NUMVSAM-OK                 VALUE "00".
  2220     88  RN-NUMVSAM-EOF               VALUE "10".
  2230 01  RN-AUDIT-STATUS           PIC X(02) VALUE "00".
  2240     88  RN-AUDIT-OK                   VALUE "00".
  2250     88  RN-AUDIT-MISSING             VALUE "05" "35".
  2260     88  RN-AUDIT-EOF                 VALUE "10".
  2270 01  RN-AUDIT-FOUND-SW         PIC X(01) VALUE "N".
  2280     88  RN-AUDIT-FOUND                VALUE "Y".
  2290 01  RN-EULOUT-STATUS          PIC X(02) VALUE "00".
  2300     88  RN-EULOUT-OK                  VALUE "00".
  2310     88  RN-EULOUT-MISSING            VALUE "05" "35".
  2320     88  RN-EULOUT-EOF                VALUE "10".
  2330 01  RN-NUMVSAM-OPENED-SW      PIC X(01) VALUE "N".
  2340     88  RN-NUMVSAM-OPENED             VALUE "Y".
  2350
  2360*    NEWEST AUDIT RECORD OVERALL, SAVED OFF THE FD AREA FOR THE
  2370*    VERDICT LINE BEFORE THE FILE IS CLOSED.
  2380 01  RN-AU-MODE                PIC X(01) VALUE SPACE.
  2390 01  RN-AU-RUN-DATE            PIC X(08) VALUE SPACES.
  2400 01  RN-AU-RUN-TIME            PIC X(06) VALUE SPACES.
  2410
  2420*    RUN IDENTIFIER OF THE RUN UNDER RECONCILIATION -- ADOPTED
  2430*    FROM THE AUDIT LOG AS IT IS READ: EVERY TIME A RECORD
  2440*    CARRIES A DIFFERENT AU-RUN-ID THE PER-REQUEST AUDIT TABLE
  2450*    IS RESET AND THE NEW RUN ADOPTED, SO WHAT SURVIVES TO END
  2460*    OF FILE IS EXACTLY THE NEWEST RUN'S RECORD SET (THE LOG IS
  2470*    APPEND-ONLY, SO ONE RUN'S RECORDS SIT TOGETHER AT THE END).
  2480*    EVERY ARCHIVE AND KEYED-STORE RECORD IS THEN REQUIRED TO
  2490*    CARRY THE SAME STAMP.
  2500 01  RN-CURR-RUN-ID            PIC X(14) VALUE SPACES.
  2510
  2520*    RUN IDENTIFIER THIS STEP POSTS ITS LEDGER RECORD UNDER --
  2530*    THE NEWEST BERN100 RUN ON THE LEDGER.
  2540 01  RN-LEDG-RUN-ID            PIC X(14) VALUE SPACES.
  2550 01  RN-LEDG-STATUS            PIC X(02) VALUE "00".
  2560     88  RN-LEDG-OK                    VALUE "00".
  2570     88  RN-LEDG-MISSING               VALUE "05" "35".
  2580     88  RN-LEDG-EOF                   VALUE "10".
  2590
  2600 PROCEDURE DIVISION.
  2610
  2620 0000-MAINLINE.
  2630     PERFORM 1000-READ-AUDIT-LOG THRU 1000-EXIT
  2640     PERFORM 2000-READ-NUMOUT THRU 2000-EXIT
  2650     PERFORM 2500-READ-EULOUT THRU 2500-EXIT
  2660     PERFORM 3000-READ-NUMVSAM THRU 3000-EXIT
  2670     PERFORM 4000-COMPARE-TOTALS THRU 4000-EXIT
  2680     PERFORM 5000-REPORT-VERDICT THRU 5000-EXIT
  2690     GO TO 9999-EXIT.
  2700
  2710******************************************************************
  2720*    1000-READ-AUDIT-LOG                                        *
  2730*    READS THE WHOLE LOG, FILING EACH RECORD UNDER ITS REQUEST  *
  2740*    SEQUENCE AND RESETTING THE TABLE WHENEVER THE RUN          *
  2750*    IDENTIFIER CHANGES -- WHAT REMAINS AT END OF FILE IS THE   *
  2760*    NEWEST RUN'S COMPLETE RECORD SET, IDENTIFIED BY STAMP      *
  2770*    RATHER THAN BY POSITION.                                   *
  2780******************************************************************
  2790 1000-READ-AUDIT-LOG.
  2800     PERFORM 1150-RESET-AUDIT-TABLE THRU 1150-EXIT
  2810     OPEN INPUT AUDITLOG
  2820     IF RN-AUDIT-MISSING
  2830         GO TO 1000-CLOSE-AUDIT
  2840     END-IF
  2850     IF NOT RN-AUDIT-OK
  2860         DISPLAY "BERN110 - AUDITLOG OPEN FAILED, STATUS = "
  2870             RN-AUDIT-STATUS
  2880         GO TO 1000-EXIT
  2890     END-IF
  2900
  2910     PERFORM UNTIL RN-AUDIT-EOF
  2920         READ AUDITLOG
  2930             AT END
  2940                 CONTINUE
  2950             NOT AT END
  2960*    CARRY-FORWARD AND RESTORE RECORDS (SEE CPAUD) ARE NOT RUNS.
  2970                 IF NOT AU-NOT-A-RUN
  2980                     MOVE "Y" TO RN-AUDIT-FOUND-SW
  2990                     MOVE AU-MODE TO RN-AU-MODE
  3000                     MOVE AU-RUN-DATE TO RN-AU-RUN-DATE
  3010                     MOVE AU-RUN-TIME TO RN-AU-RUN-TIME
  3020                     PERFORM 1100-FILE-AUDIT-RECORD THRU 1100-EXIT
  3030                 END-IF
  3040         END-READ
  3050     END-PERFORM
  3060
  3070 1000-CLOSE-AUDIT.
  3080     CLOSE AUDITLOG.
  3090 1000-EXIT.
  3100     EXIT.
  3110
  3120******************************************************************
  3130*    1100-FILE-AUDIT-RECORD                                     *
  3140*    FILES ONE AUDIT RECORD UNDER ITS REQUEST SEQUENCE.  LATER  *
  3150*    RECORDS OVERWRITE EARLIER ONES FOR THE SAME AU-REQ, SO     *
  3160*    WHAT REMAINS IS THE RUN JUST FINISHED.  PRE-DECK RECORDS   *
  3170*    (BLANK AU-REQ) ARE PASSED OVER.                            *
  3180******************************************************************
  3190 1100-FILE-AUDIT-RECORD.
  3200     IF AU-RUN-ID NOT = RN-CURR-RUN-ID
  3210         MOVE AU-RUN-ID TO RN-CURR-RUN-ID
  3220         PERFORM 1150-RESET-AUDIT-TABLE THRU 1150-EXIT
  3230     END-IF
  3240     IF AU-REQ IS NOT NUMERIC
  3250         GO TO 1100-EXIT
  3260     END-IF
  3270     IF AU-REQ < 1 OR AU-REQ > RN-MAX-REQS
  3280         GO TO 1100-EXIT
  3290     END-IF
  3300     MOVE AU-REQ TO RN-REQ
  3310     MOVE "Y" TO RN-AUD-FOUND-SW(RN-REQ)
  3320     IF AU-N IS NUMERIC
  3330         MOVE AU-N TO RN-AUD-N(RN-REQ)
  3340     END-IF
  3350     MOVE AU-CHECKSUM TO RN-AUD-CHECKSUM(RN-REQ)
  3360     IF AU-CHECKSUM = 999999999999999999.999999
  3370         MOVE "Y" TO RN-AUD-SAT-SW(RN-REQ)
  3380     ELSE
  3390         MOVE "N" TO RN-AUD-SAT-SW(RN-REQ)
  3400     END-IF.
  3410 1100-EXIT.
  3420     EXIT.
  3430
  3440******************************************************************
  3450*    1150-RESET-AUDIT-TABLE                                    *
  3460*    CLEARS THE PER-REQUEST AUDIT TABLE -- CALLED AT START-UP  *
  3470*    AND AGAIN EVERY TIME THE LOG MOVES TO A DIFFERENT RUN     *
  3480*    IDENTIFIER, SO ONLY THE NEWEST RUN'S RECORDS SURVIVE.     *
  3490******************************************************************
  3500 1150-RESET-AUDIT-TABLE.
  3510     PERFORM VARYING RN-REQ FROM 1 BY 1
  3520             UNTIL RN-REQ > RN-MAX-REQS
  3530         MOVE "N" TO RN-AUD-FOUND-SW(RN-REQ)
  3540         MOVE 0 TO RN-AUD-N(RN-REQ)
  3550         MOVE 0.0 TO RN-AUD-CHECKSUM(RN-REQ)
  3560         MOVE "N" TO RN-AUD-SAT-SW(RN-REQ)
  3570     END-PERFORM.
  3580 1150-EXIT.
  3590     EXIT.
  3600
  3610
  3620******************************************************************
  3630*    2000-READ-NUMOUT                                           *
  3640*    RE-READS THE SEQUENTIAL ARCHIVE INTO THE RN-NUM TABLE AND   *
  3650*    RECOMPUTES THE CONTROL TOTAL OVER THE ARCHIVED VALUES.      *
  3660******************************************************************
  3670 2000-READ-NUMOUT.
  3680     PERFORM VARYING RN-IDX FROM 1 BY 1 UNTIL RN-IDX > 201
  3690         MOVE "N" TO RN-NUM-PRESENT-SW(RN-IDX)
  3700         MOVE "N" TO RN-VSAM-SEEN-SW(RN-IDX)
  3710         MOVE "N" TO RN-EUL-PRESENT-SW(RN-IDX)
  3720         MOVE "N" TO RN-VSAMG-SEEN-SW(RN-IDX)
  3730     END-PERFORM
  3740     PERFORM VARYING RN-REQ FROM 1 BY 1
  3750             UNTIL RN-REQ > RN-MAX-REQS
  3760         MOVE 0 TO RN-REQ-COUNT(RN-REQ)
  3770         MOVE 0.0 TO RN-REQ-CHECKSUM(RN-REQ)
  3780         MOVE "N" TO RN-REQ-SAT-SW(RN-REQ)
  3790     END-PERFORM
  3800
  3810     OPEN INPUT NUMOUT
  3820     IF NOT RN-NUMOUT-OK
  3830         DISPLAY "BERN110 - *** NUMOUT OPEN FAILED, STATUS = "
  3840             RN-NUMOUT-STATUS
  3850         ADD 1 TO RN-EXCEPTION-COUNT
  3860         GO TO 2000-EXIT
  3870     END-IF
  3880
  3890     PERFORM UNTIL RN-NUMOUT-EOF
  3900         READ NUMOUT
  3910             AT END
  3920                 CONTINUE
  3930             NOT AT END
  3940                 PERFORM 2100-TALLY-NUMOUT THRU 2100-EXIT
  3950         END-READ
  3960     END-PERFORM
  3970
  3980     CLOSE NUMOUT.
  3990 2000-EXIT.
  4000     EXIT.
  4010
  4020******************************************************************
  4030*    2100-TALLY-NUMOUT                                          *
  4040*    ONE NUMOUT RECORD INTO THE TABLE AND THE RUNNING TOTAL.     *
  4050******************************************************************
  4060 2100-TALLY-NUMOUT.
  4070     ADD 1 TO RN-NUMOUT-COUNT
  4080     IF CO-INDEX IN NUMIN-RECORD > 200
  4090         DISPLAY "BERN110 - *** NUMOUT INDEX "
  4100             CO-INDEX IN NUMIN-RECORD " OUT OF RANGE"
  4110         ADD 1 TO RN-EXCEPTION-COUNT
  4120         GO TO 2100-EXIT
  4130     END-IF
  4140     IF CO-REQ IN NUMIN-RECORD IS NOT NUMERIC
  4150         OR CO-REQ IN NUMIN-RECORD < 1
  4160         OR CO-REQ IN NUMIN-RECORD > RN-MAX-REQS
  4170         DISPLAY "BERN110 - *** NUMOUT RECORD WITH BAD REQUEST "
  4180             "TAG " CO-REQ IN NUMIN-RECORD
  4190         ADD 1 TO RN-EXCEPTION-COUNT
  4200         GO TO 2100-EXIT
  4210     END-IF
  4220*    EVERY ARCHIVE RECORD MUST CARRY THE RUN STAMP OF THE RUN
  4230*    UNDER RECONCILIATION -- A STRAGGLER FROM SOME OTHER RUN IN
  4240*    THIS GENERATION IS ITSELF AN EXCEPTION.
  4250     IF RN-AUDIT-FOUND
  4260         AND CO-RUN-ID IN NUMIN-RECORD NOT = RN-CURR-RUN-ID
  4270         DISPLAY "BERN110 - *** NUMOUT RECORD STAMPED RUN "
  4280             CO-RUN-ID IN NUMIN-RECORD
  4290             " IS NOT THE RUN UNDER RECONCILIATION"
  4300         ADD 1 TO RN-EXCEPTION-COUNT
  4310         GO TO 2100-EXIT
  4320     END-IF
  4330     MOVE CO-REQ IN NUMIN-RECORD TO RN-REQ
  4340     ADD 1 TO RN-REQ-COUNT(RN-REQ)
  4350     ADD CO-VALUE IN NUMIN-RECORD TO RN-REQ-CHECKSUM(RN-REQ)
  4360     IF CO-VALUE IN NUMIN-RECORD = 999999999999999999.999999
  4370         MOVE "Y" TO RN-REQ-SAT-SW(RN-REQ)
  4380     END-IF
  4390     COMPUTE RN-IDX = CO-INDEX IN NUMIN-RECORD + 1
  4400     MOVE CO-VALUE IN NUMIN-RECORD TO RN-NUM-VALUE(RN-IDX)
  4410     MOVE "Y" TO RN-NUM-PRESENT-SW(RN-IDX)
  4420     IF CO-INDEX IN NUMIN-RECORD > RN-NUMOUT-MAX
  4430         MOVE CO-INDEX IN NUMIN-RECORD TO RN-NUMOUT-MAX
  4440     END-IF.
  4450 2100-EXIT.
  4460     EXIT.
  4470
  4480******************************************************************
  4490*    2500-READ-EULOUT                                           *
  4500*    THE GENOCCHI ARCHIVE INTO ITS PER-INDEX TABLE -- FIRST     *
  4510*    SEEN WINS, SAME AS THE PRIOR-GENERATION LOAD IN BERN160    *
  4520*    (A MULTI-REQUEST RUN REPEATS AN INDEX WITH IDENTICAL       *
  4530*    VALUES).  AN EMPTY OR ABSENT ARCHIVE JUST MEANS NO "G"     *
  4540*    RECORDS ARE EXPECTED IN THE KEYED STORE.                   *
  4550******************************************************************
  4560 2500-READ-EULOUT.
  4570     OPEN INPUT EULOUT
  4580     IF RN-EULOUT-MISSING
  4590         GO TO 2500-CLOSE-EULOUT
  4600     END-IF
  4610     IF NOT RN-EULOUT-OK
  4620         DISPLAY "BERN110 - *** EULOUT OPEN FAILED, STATUS = "
  4630             RN-EULOUT-STATUS
  4640         ADD 1 TO RN-EXCEPTION-COUNT
  4650         GO TO 2500-EXIT
  4660     END-IF
  4670
  4680     PERFORM UNTIL RN-EULOUT-EOF
  4690         READ EULOUT
  4700             AT END
  4710                 CONTINUE
  4720             NOT AT END
  4730                 PERFORM 2600-TALLY-EULOUT THRU 2600-EXIT
  4740         END-READ
  4750     END-PERFORM
  4760
  4770 2500-CLOSE-EULOUT.
  4780     CLOSE EULOUT.
  4790 2500-EXIT.
  4800     EXIT.
  4810
  4820******************************************************************
  4830*    2600-TALLY-EULOUT                                          *
  4840******************************************************************
  4850 2600-TALLY-EULOUT.
  4860     ADD 1 TO RN-EULOUT-COUNT
  4870     IF EU-INDEX > 200
  4880         DISPLAY "BERN110 - *** EULOUT INDEX " EU-INDEX
  4890             " OUT OF RANGE"
  4900         ADD 1 TO RN-EXCEPTION-COUNT
  4910         GO TO 2600-EXIT
  4920     END-IF
  4930     IF RN-AUDIT-FOUND
  4940         AND EU-RUN-ID NOT = RN-CURR-RUN-ID
  4950         DISPLAY "BERN110 - *** EULOUT RECORD STAMPED RUN "
  4960             EU-RUN-ID " IS NOT THE RUN UNDER RECONCILIATION"
  4970         ADD 1 TO RN-EXCEPTION-COUNT
  4980         GO TO 2600-EXIT
  4990     END-IF
  5000     COMPUTE RN-IDX = EU-INDEX + 1
  5010     IF RN-EUL-PRESENT(RN-IDX)
  5020         GO TO 2600-EXIT
  5030     END-IF
  5040     MOVE EU-VALUE TO RN-EUL-VALUE(RN-IDX)
  5050     MOVE "Y" TO RN-EUL-PRESENT-SW(RN-IDX)
  5060     IF EU-INDEX > RN-EULOUT-MAX
  5070         MOVE EU-INDEX TO RN-EULOUT-MAX
  5080     END-IF.
  5090 2600-EXIT.
  5100     EXIT.
  5110
  5120******************************************************************
  5130*    3000-READ-NUMVSAM                                          *
  5140*    READS THE KEYED STORE END TO END AND CHECKS EVERY RECORD    *
  5150*    AGAINST ITS NUMOUT COUNTERPART -- INDEX PRESENT, ARCHIVED   *
  5160*    DECIMAL VALUE IDENTICAL (BOTH SIDES WERE TRUNCATED FROM     *
  5170*    THE SAME COMP-2 TABLE, SO THEY MUST MATCH TO THE DIGIT).    *
  5180******************************************************************
  5190 3000-READ-NUMVSAM.
  5200     OPEN INPUT NUMVSAM
  5210     IF NOT RN-NUMVSAM-OK
  5220         DISPLAY "BERN110 - *** NUMVSAM OPEN FAILED, STATUS = "
  5230             RN-NUMVSAM-STATUS
  5240         ADD 1 TO RN-EXCEPTION-COUNT
  5250         GO TO 3000-EXIT
  5260     END-IF
  5270     MOVE "Y" TO RN-NUMVSAM-OPENED-SW
  5280
  5290     PERFORM UNTIL RN-NUMVSAM-EOF
  5300         READ NUMVSAM
  5310             AT END
  5320                 CONTINUE
  5330             NOT AT END
  5340                 PERFORM 3100-CHECK-VSAM-RECORD THRU 3100-EXIT
  5350         END-READ
  5360     END-PERFORM
  5370
  5380     CLOSE NUMVSAM.
  5390 3000-EXIT.
  5400     EXIT.
  5410
  5420******************************************************************
  5430*    3100-CHECK-VSAM-RECORD                                     *
  5440*    ONE NUMVSAM RECORD AGAINST ITS SEQUENTIAL TRUTH -- THE      *
  5450*    RE-READ NUMOUT TABLE FOR A "B" RECORD, THE RE-READ EULOUT   *
  5460*    TABLE FOR A "G" ONE.  ANY OTHER TABLE TYPE IS ITSELF AN     *
  5470*    EXCEPTION.                                                  *
  5480******************************************************************
  5490 3100-CHECK-VSAM-RECORD.
  5500     ADD 1 TO RN-NUMVSAM-COUNT
  5510     IF VS-INDEX > 200
  5520         DISPLAY "BERN110 - *** NUMVSAM INDEX " VS-INDEX
  5530             " OUT OF RANGE"
  5540         ADD 1 TO RN-EXCEPTION-COUNT
  5550         GO TO 3100-EXIT
  5560     END-IF
  5570*    A GENERATION WITH NO NEW RECORDS MEANS A RECOVERY RERUN
  5580*    THAT SKIPPED EVERY REQUEST -- NO NEW AUDIT RECORDS EITHER,
  5590*    SO RN-CURR-RUN-ID STILL NAMES THE PRIOR RUN WHILE THE
  5600*    STORE CARRIES THE RERUN'S FRESH STAMP.  THAT IS NOT AN
  5610*    EXCEPTION, SO THE STAMP CHECK ONLY APPLIES WHEN THIS
  5620*    GENERATION ACTUALLY PRODUCED SOMETHING TO RECONCILE.
  5630     IF RN-AUDIT-FOUND
  5640         AND (RN-NUMOUT-COUNT > 0 OR RN-EULOUT-COUNT > 0)
  5650         AND VS-RUN-ID NOT = RN-CURR-RUN-ID
  5660         DISPLAY "BERN110 - *** NUMVSAM RECORD STAMPED RUN "
  5670             VS-RUN-ID " IS NOT THE RUN UNDER RECONCILIATION"
  5680         ADD 1 TO RN-EXCEPTION-COUNT
  5690         GO TO 3100-EXIT
  5700     END-IF
  5710     COMPUTE RN-IDX = VS-INDEX + 1
  5720     IF VS-TABLE = "B"
  5730         GO TO 3100-CHECK-B
  5740     END-IF
  5750     IF VS-TABLE = "G"
  5760         GO TO 3100-CHECK-G
  5770     END-IF
  5780     DISPLAY "BERN110 - *** NUMVSAM RECORD WITH UNKNOWN TABLE "
  5790         "TYPE " VS-TABLE
  5800     ADD 1 TO RN-EXCEPTION-COUNT
  5810     GO TO 3100-EXIT.
  5820
  5830 3100-CHECK-B.
  5840     ADD 1 TO RN-VSAM-B-COUNT
  5850     MOVE "Y" TO RN-VSAM-SEEN-SW(RN-IDX)
  5860*    A STORE RECORD PAST THIS GENERATION'S HIGHEST ARCHIVED
  5870*    INDEX IS THE RECOVERY-RERUN SUPERSET AGAIN (SEE
  5880*    4000-CHECK-COVERAGE) -- THE COMPLETED REQUESTS' RECORDS
  5890*    LIVE IN THE FAILED GENERATION, NOT THIS ONE, SO THERE IS
  5900*    NOTHING HERE TO COMPARE AGAINST AND NOTHING WRONG.
  5910     IF VS-INDEX > RN-NUMOUT-MAX
  5920         GO TO 3100-EXIT
  5930     END-IF
  5940     IF NOT RN-NUM-PRESENT(RN-IDX)
  5950         DISPLAY "BERN110 - *** NUMVSAM B[" VS-INDEX
  5960             "] HAS NO NUMOUT COUNTERPART"
  5970         ADD 1 TO RN-EXCEPTION-COUNT
  5980         GO TO 3100-EXIT
  5990     END-IF
  6000     IF VS-VALUE NOT = RN-NUM-VALUE(RN-IDX)
  6010         DISPLAY "BERN110 - *** VALUE MISMATCH AT B["
  6020             VS-INDEX "] NUMOUT " RN-NUM-VALUE(RN-IDX)
  6030             " NUMVSAM " VS-VALUE
  6040         ADD 1 TO RN-EXCEPTION-COUNT
  6050     END-IF
  6060     GO TO 3100-EXIT.
  6070
  6080 3100-CHECK-G.
  6090     ADD 1 TO RN-VSAM-G-COUNT
  6100     MOVE "Y" TO RN-VSAMG-SEEN-SW(RN-IDX)
  6110*    SAME RECOVERY-RERUN SUPERSET TOLERANCE AS 3100-CHECK-B.
  6120     IF VS-INDEX > RN-EULOUT-MAX
  6130         GO TO 3100-EXIT
  6140     END-IF
  6150     IF NOT RN-EUL-PRESENT(RN-IDX)
  6160         DISPLAY "BERN110 - *** NUMVSAM G[" VS-INDEX
  6170             "] HAS NO EULOUT COUNTERPART"
  6180         ADD 1 TO RN-EXCEPTION-COUNT
  6190         GO TO 3100-EXIT
  6200     END-IF
  6210     IF VS-VALUE NOT = RN-EUL-VALUE(RN-IDX)
  6220         DISPLAY "BERN110 - *** VALUE MISMATCH AT G["
  6230             VS-INDEX "] EULOUT " RN-EUL-VALUE(RN-IDX)
  6240             " NUMVSAM " VS-VALUE
  6250         ADD 1 TO RN-EXCEPTION-COUNT
  6260     END-IF.
  6270 3100-EXIT.
  6280     EXIT.
  6290
  6300******************************************************************
  6310*    4000-COMPARE-TOTALS                                        *
  6320*    THE CROSS-DATASET CHECKS: RECORD COUNTS AGAINST THE AUDIT   *
  6330*    N, NUMVSAM COVERAGE AGAINST NUMOUT (THE TORN-TABLE CASE     *
  6340*    THAT MOTIVATED THIS STEP), AND THE RECOMPUTED CONTROL       *
  6350*    TOTAL AGAINST AU-CHECKSUM.                                  *
  6360******************************************************************
  6370 4000-COMPARE-TOTALS.
  6380     IF NOT RN-AUDIT-FOUND
  6390         DISPLAY "BERN110 - *** NO AUDIT RECORD TO RECONCILE "
  6400             "AGAINST"
  6410         ADD 1 TO RN-EXCEPTION-COUNT
  6420         GO TO 4000-CHECK-COVERAGE
  6430     END-IF
  6440
  6450     PERFORM VARYING RN-REQ FROM 1 BY 1
  6460             UNTIL RN-REQ > RN-MAX-REQS
  6470         IF RN-REQ-COUNT(RN-REQ) > 0
  6480             PERFORM 4100-COMPARE-ONE-REQUEST THRU 4100-EXIT
  6490         END-IF
  6500     END-PERFORM
  6510
  6520 4000-CHECK-COVERAGE.
  6530     IF NOT RN-NUMVSAM-OPENED
  6540         GO TO 4000-EXIT
  6550     END-IF
  6560*    THE KEYED STORE IS RELOADED EVERY RUN OUT TO THE WHOLE
  6570*    DECK'S LARGEST N, BUT A RESTARTED DECK WRITES ONLY ITS
  6580*    UNFINISHED REQUESTS TO THIS GENERATION (SEE THE RUN-STATE
  6590*    SKIP IN BERN100) -- SO A STORE THAT EXTENDS PAST THIS
  6600*    GENERATION'S HIGHEST ARCHIVED INDEX IS LEGITIMATE, AND
  6610*    ONLY A STORE THAT FALLS SHORT OF IT IS THE TORN-TABLE
  6620*    CASE THIS STEP EXISTS TO CATCH.
  6630     COMPUTE RN-EXPECTED = RN-NUMOUT-MAX + 1
  6640     IF RN-VSAM-B-COUNT < RN-EXPECTED
  6650         DISPLAY "BERN110 - *** NUMVSAM HOLDS ONLY "
  6660             RN-VSAM-B-COUNT
  6670             " B RECORD(S), LARGEST REQUEST CALLS FOR "
  6680             RN-EXPECTED
  6690         ADD 1 TO RN-EXCEPTION-COUNT
  6700     END-IF
  6710     COMPUTE RN-EXPECTED = RN-EULOUT-MAX + 1
  6720     IF RN-VSAM-G-COUNT < RN-EXPECTED
  6730         DISPLAY "BERN110 - *** NUMVSAM HOLDS ONLY "
  6740             RN-VSAM-G-COUNT
  6750             " G RECORD(S), LARGEST MODE E REQUEST CALLS FOR "
  6760             RN-EXPECTED
  6770         ADD 1 TO RN-EXCEPTION-COUNT
  6780     END-IF
  6790     PERFORM VARYING RN-IDX FROM 1 BY 1 UNTIL RN-IDX > 201
  6800         IF RN-NUM-PRESENT(RN-IDX)
  6810             AND RN-VSAM-SEEN-SW(RN-IDX) NOT = "Y"
  6820             COMPUTE RN-EXPECTED = RN-IDX - 1
  6830             DISPLAY "BERN110 - *** NUMOUT INDEX " RN-EXPECTED
  6840                 " NEVER MADE IT TO NUMVSAM"
  6850             ADD 1 TO RN-EXCEPTION-COUNT
  6860         END-IF
  6870         IF RN-EUL-PRESENT(RN-IDX)
  6880             AND RN-VSAMG-SEEN-SW(RN-IDX) NOT = "Y"
  6890             COMPUTE RN-EXPECTED = RN-IDX - 1
  6900             DISPLAY "BERN110 - *** EULOUT INDEX " RN-EXPECTED
  6910                 " NEVER MADE IT TO NUMVSAM"
  6920             ADD 1 TO RN-EXCEPTION-COUNT
  6930         END-IF
  6940     END-PERFORM.
  6950 4000-EXIT.
  6960     EXIT.
  6970
  6980******************************************************************
  6990*    4100-COMPARE-ONE-REQUEST                                   *
  7000*    ONE REQUEST'S ARCHIVE ROLLUP AGAINST ITS OWN AUDIT         *
  7010*    RECORD: THE RECORD COUNT AGAINST AU-N, AND THE RECOMPUTED  *
  7020*    CONTROL TOTAL AGAINST AU-CHECKSUM.  THE TOLERANCE IS       *
  7030*    SCALED TO THE TOTAL -- THE ARCHIVE CARRIES SIX DECIMALS    *
  7040*    PER TERM, SO THE RE-SUM CAN DRIFT FROM THE COMP-2 TOTAL    *
  7050*    BY A HAIR PER RECORD, AND A LARGE-N TOTAL IS               *
  7060*    ASTRONOMICALLY BIGGER THAN A SMALL-N ONE.                  *
  7070******************************************************************
  7080 4100-COMPARE-ONE-REQUEST.
  7090     IF RN-AUD-FOUND-SW(RN-REQ) NOT = "Y"
  7100         DISPLAY "BERN110 - *** NO AUDIT RECORD FOR REQUEST "
  7110             RN-REQ
  7120         ADD 1 TO RN-EXCEPTION-COUNT
  7130         GO TO 4100-EXIT
  7140     END-IF
  7150
  7160     COMPUTE RN-EXPECTED = RN-AUD-N(RN-REQ) + 1
  7170     IF RN-REQ-COUNT(RN-REQ) NOT = RN-EXPECTED
  7180         DISPLAY "BERN110 - *** REQUEST " RN-REQ " HOLDS "
  7190             RN-REQ-COUNT(RN-REQ)
  7200             " RECORD(S), AUDIT CALLS FOR " RN-EXPECTED
  7210         ADD 1 TO RN-EXCEPTION-COUNT
  7220     END-IF
  7230
  7240*    A REQUEST WHOSE AUDIT TOTAL OR ARCHIVED VALUES SATURATED
  7250*    THE FIELD PICTURE HAS NO MEANINGFUL TOTAL TO COMPARE --
  7260*    THE COUNT CHECK ABOVE AND THE PER-RECORD NUMVSAM COMPARE
  7270*    STILL COVER IT.
  7280     IF RN-AUD-SAT-SW(RN-REQ) = "Y"
  7290         OR RN-REQ-SAT-SW(RN-REQ) = "Y"
  7300         DISPLAY "BERN110 - REQUEST " RN-REQ " TOTAL AT FIELD "
  7310             "SATURATION, TOTAL COMPARE SKIPPED"
  7320         GO TO 4100-EXIT
  7330     END-IF
  7340
  7350     MOVE RN-AUD-CHECKSUM(RN-REQ) TO RN-ABS-TOTAL
  7360     IF RN-ABS-TOTAL < 0
  7370         COMPUTE RN-ABS-TOTAL = RN-ABS-TOTAL * -1
  7380     END-IF
  7390     COMPUTE RN-LIMIT = RN-ABS-TOTAL * 0.0000001
  7400     ADD 0.01 TO RN-LIMIT
  7410     COMPUTE RN-DIFF =
  7420         RN-REQ-CHECKSUM(RN-REQ) - RN-AUD-CHECKSUM(RN-REQ)
  7430     IF RN-DIFF < 0
  7440         COMPUTE RN-DIFF = RN-DIFF * -1
  7450     END-IF
  7460     IF RN-DIFF > RN-LIMIT
  7470         DISPLAY "BERN110 - *** CONTROL TOTAL MISMATCH ON "
  7480             "REQUEST " RN-REQ ", RECOMPUTED "
  7490             RN-REQ-CHECKSUM(RN-REQ)
  7500             " AUDIT " RN-AUD-CHECKSUM(RN-REQ)
  7510         ADD 1 TO RN-EXCEPTION-COUNT
  7520     END-IF.
  7530 4100-EXIT.
  7540     EXIT.
  7550
  7560******************************************************************
  7570*    5000-REPORT-VERDICT                                        *
  7580*    ONE-LINE VERDICT PLUS THE RETURN CODE THE REST OF THE JOB   *
  7590*    IS CONDITIONED ON.  RC 8 MATCHES THE SEVERITY BERN100      *
  7600*    GIVES ITS OWN FAILED SELF-CHECK.                            *
  7610******************************************************************
  7620 5000-REPORT-VERDICT.
  7630     DISPLAY "BERN110 - RUN ID " RN-CURR-RUN-ID
  7640         " (" RN-AU-RUN-DATE " " RN-AU-RUN-TIME ")"
  7650         " MODE " RN-AU-MODE
  7660         " NUMOUT " RN-NUMOUT-COUNT
  7670         " NUMVSAM " RN-NUMVSAM-COUNT
  7680         " EXCEPTIONS " RN-EXCEPTION-COUNT
  7690     IF RN-NUMOUT-COUNT = 0 AND RN-EULOUT-COUNT = 0
  7700         DISPLAY "BERN110 - GENERATION CARRIES NO NEW RECORDS "
  7710             "(RECOVERY RERUN), KEYED-STORE RUN-ID CHECK WAIVED"
  7720     END-IF
  7730     IF RN-EXCEPTION-COUNT > 0
  7740         DISPLAY "BERN110 - RECONCILIATION FAILED, "
  7750             RN-EXCEPTION-COUNT " EXCEPTION(S) LISTED ABOVE"
  7760         MOVE 8 TO RETURN-CODE
  7770     ELSE
  7780         DISPLAY "BERN110 - NUMOUT, NUMVSAM AND AUDIT CONTROL "
  7790             "TOTAL RECONCILE CLEAN"
  7800     END-IF.
  7810 5000-EXIT.
  7820     EXIT.
  7830
  7840******************************************************************
  7850*    9000-POST-LEDGER                                            *
  7860*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
  7870*    CONTROL LEDGER (SEE CPLED) -- RC, RECORD COUNTS AND A       *
  7880*    ONE-LINE VERDICT.  PERFORMED FROM 9999-EXIT SO EVERY        *
  7890*    ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A LEDGER THAT  *
  7900*    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE STEP'S OWN     *
  7910*    RETURN CODE ALONE -- BERN105 SHOWS THE STEP AS NOT POSTED.  *
  7920******************************************************************
  7930 9000-POST-LEDGER.
  7940     OPEN INPUT RUNLEDG
  7950     IF RN-LEDG-MISSING
  7960         GO TO 9000-CLOSE-INPUT
  7970     END-IF
  7980     IF NOT RN-LEDG-OK
  7990         DISPLAY "BERN110 - RUNLEDG OPEN FAILED, STATUS = "
  8000             RN-LEDG-STATUS
  8010         GO TO 9000-EXIT
  8020     END-IF
  8030     PERFORM UNTIL RN-LEDG-EOF
  8040         READ RUNLEDG
  8050             AT END
  8060                 CONTINUE
  8070             NOT AT END
  8080                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
  8090                     MOVE LG-RUN-ID TO RN-LEDG-RUN-ID
  8100                 END-IF
  8110         END-READ
  8120     END-PERFORM.
  8130
  8140 9000-CLOSE-INPUT.
  8150     CLOSE RUNLEDG
  8160     OPEN EXTEND RUNLEDG
  8170     IF NOT RN-LEDG-OK AND NOT RN-LEDG-MISSING
  8180         DISPLAY "BERN110 - RUNLEDG OPEN FAILED, STATUS = "
  8190             RN-LEDG-STATUS
  8200         GO TO 9000-EXIT
  8210     END-IF
  8220
  8230     MOVE SPACES TO RUN-LEDGER-RECORD
  8240     MOVE RN-LEDG-RUN-ID TO LG-RUN-ID
  8250     MOVE "S" TO LG-TYPE
  8260     MOVE "RECON" TO LG-STEP
  8270     MOVE "BERN110" TO LG-PROGRAM
  8280     ACCEPT LG-DATE FROM DATE YYYYMMDD
  8290     ACCEPT LG-TIME FROM TIME
  8300     MOVE RETURN-CODE TO LG-RC
  8310     MOVE RN-NUMOUT-COUNT TO LG-COUNT-IN
  8320     MOVE ZERO TO LG-COUNT-OUT
  8330     ADD RN-EULOUT-COUNT TO LG-COUNT-IN
  8340     MOVE RN-EXCEPTION-COUNT TO LG-EXCEPTIONS
  8350     IF RN-EXCEPTION-COUNT > 0
  8360         MOVE "RECONCILIATION FAILED - SEE SYSOUT EXCEPTIONS"
  8370             TO LG-VERDICT
  8380     ELSE
  8390         MOVE "NUMOUT, NUMVSAM AND AUDIT TOTAL RECONCILE CLEAN"
  8400             TO LG-VERDICT
  8410     END-IF
  8420     WRITE RUN-LEDGER-RECORD
  8430     IF NOT RN-LEDG-OK
  8440         DISPLAY "BERN110 - RUNLEDG WRITE FAILED, STATUS = "
  8450             RN-LEDG-STATUS
  8460     END-IF
  8470
  8480 9000-CLOSE-LEDGER.
  8490     CLOSE RUNLEDG.
  8500 9000-EXIT.
  8510     EXIT.
  8520
  8530******************************************************************
  8540*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  8550******************************************************************
  8560 9999-EXIT.
  8570     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
  8580     STOP RUN.
