   600*                   EVERY RECORD -- TERMS AT ARCHIVE SATURATION *
   610*                   ARE NOW CHECKED THROUGH IT INSTEAD OF       *
   620*                   SKIPPED.                                    *
   630*  10/15/2026  HLW  POST A STEP-STATUS RECORD TO THE NIGHTLY    *
   640*                   RUN-CONTROL LEDGER (SEE CPLED) AT END OF    *
   650*                   STEP.                                       *
   660*                   RESEQUENCED.                                *
   670******************************************************************
   680
   690 ENVIRONMENT DIVISION.
   700 INPUT-OUTPUT SECTION.
   710 FILE-CONTROL.
   720*    NUMOUT - THE ARCHIVE UNDER VERIFICATION.
   730     SELECT NUMOUT ASSIGN TO "NUMOUT"
   740         ORGANIZATION IS LINE SEQUENTIAL
   750         FILE STATUS IS VF-NUMOUT-STATUS.
   760*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), READ FOR
   770*    THE NIGHT'S RUN IDENTIFIER AND THEN APPENDED TO.
   780     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
   790         ORGANIZATION IS LINE SEQUENTIAL
   800         FILE STATUS IS VF-LEDG-STATUS.
   810
   820 DATA DIVISION.
   830 FILE SECTION.
   840 FD  NUMOUT.
   850     COPY CPCOEF REPLACING
   860         ==COEF-OUT-RECORD==
   870         BY ==NUMIN-RECORD==.
   880
   890 FD  RUNLEDG.
   900     COPY CPLED.
   910
   920 WORKING-STORAGE SECTION.
   930*    4 * PI ** 2, THE ONLY CONSTANT THE ZETA ROUTE NEEDS.
   940 01  VF-FOUR-PI-SQ           COMP-2 VALUE 39.47841760435743.
   950
   960*    THE TERM RECOMPUTED INDEPENDENTLY, AND ITS PIECES.
   970 01  VF-EXPECTED             COMP-2 VALUE 0.0.
   980 01  VF-RATIO                COMP-2 VALUE 0.0.
   990 01  VF-ZETA                 COMP-2 VALUE 0.0.
  1000 01  VF-ZETA-TERM            COMP-2 VALUE 0.0.
  1010 01  VF-ZETA-POW             COMP-2 VALUE 0.0.
  1020 01  VF-ZETA-TAIL            COMP-2 VALUE 0.0.
  1030 01  VF-S                    PIC S9(9) USAGE BINARY VALUE 0.
  1040 01  VF-M                    PIC S9(9) USAGE BINARY VALUE 0.
  1050 01  VF-J                    PIC S9(9) USAGE BINARY VALUE 0.
  1060 01  VF-K                    PIC S9(9) USAGE BINARY VALUE 0.
  1070 01  VF-N                    PIC S9(9) USAGE BINARY VALUE 0.
  1080 01  VF-N-REMAINDER          PIC S9(9) USAGE BINARY VALUE 0.
  1090*    ZETA TAIL SUM CUTOFF -- PAST THIS MANY DIRECT TERMS THE
  1100*    INTEGRAL-PLUS-ENDPOINT CORRECTION CARRIES THE REST.
  1110 01  VF-ZETA-CUTOFF          PIC S9(9) USAGE BINARY VALUE 300.
  1120
  1130*    ARCHIVED VALUE AND THE COMPARISON PIECES.
  1140 01  VF-ARCHIVED             COMP-2 VALUE 0.0.
  1150 01  VF-DIFF                 COMP-2 VALUE 0.0.
  1160 01  VF-LIMIT                COMP-2 VALUE 0.0.
  1170 01  VF-ABS-EXPECTED         COMP-2 VALUE 0.0.
  1180*    NOISE FLOOR FOR ODD TERMS PAST 1.  B(ODD) IS EXACTLY ZERO,
  1190*    BUT THE BINOMIAL RECURRENCE REACHES IT BY CANCELLING TERMS
  1200*    THE SIZE OF B(N+1), SO THE ARCHIVE CARRIES RESIDUE ON THE
  1210*    ORDER OF B(N+1) TIMES MACHINE EPSILON THERE (MEASURED: B(39)
  1220*    HOLDS -44.8 AGAINST A B(40) OF 1.9E16).  AN ODD TERM IS
  1230*    THEREFORE JUDGED AGAINST THAT FLOOR, NOT AGAINST AN EXACT
  1240*    ZERO THE RECURRENCE NEVER PROMISED -- ANYTHING ABOVE THE
  1250*    FLOOR IS REAL CORRUPTION AND STILL FLAGGED.
  1260 01  VF-NOISE-BASE           COMP-2 VALUE 0.0.
  1270 01  VF-MAGNITUDE            COMP-2 VALUE 0.0.
  1280
  1290*    THE ARCHIVED MANTISSA/EXPONENT FORM RECONSTRUCTED INTO A
  1300*    COMP-2 VALUE FOR COMPARISON -- MANTISSA TIMES TEN TO THE
  1310*    EXPONENT, BOTH STRAIGHT OFF THE RECORD.
  1320 01  VF-RECON                COMP-2 VALUE 0.0.
  1330 01  VF-RECON-POW            COMP-2 VALUE 0.0.
  1340
  1350*    WORST DISAGREEMENT SEEN, MEASURED AS DIFFERENCE OVER
  1360*    TOLERANCE SO SMALL AND ASTRONOMICAL TERMS RANK FAIRLY.
  1370 01  VF-WORST-RATIO          COMP-2 VALUE 0.0.
  1380 01  VF-WORST-DIFF           COMP-2 VALUE 0.0.
  1390 01  VF-WORST-INDEX          PIC S9(9) USAGE BINARY VALUE -1.
  1400
  1410 01  VF-RECORD-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1420 01  VF-COMPARED-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1430 01  VF-OVERFLOW-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1440 01  VF-MISMATCH-COUNT       PIC S9(4) USAGE BINARY VALUE 0.
  1450
  1460 01  VF-NUMOUT-STATUS        PIC X(02) VALUE "00".
  1470     88  VF-NUMOUT-OK                VALUE "00".
  1480     88  VF-NUMOUT-EOF              VALUE "10".
  1490
  1500*    RUN IDENTIFIER THIS STEP POSTS ITS LEDGER RECORD UNDER --
  1510*    THE NEWEST BERN100 RUN ON THE LEDGER.
  1520 01  VF-LEDG-RUN-ID          PIC X(14) VALUE SPACES.
  1530 01  VF-LEDG-STATUS          PIC X(02) VALUE "00".
  1540     88  VF-LEDG-OK                  VALUE "00".
  1550     88  VF-LEDG-MISSING             VALUE "05" "35".
  1560     88  VF-LEDG-EOF                 VALUE "10".
  1570
  1580 PROCEDURE DIVISION.
  1590
  1600 0000-MAINLINE.
  1610     OPEN INPUT NUMOUT
  1620     IF NOT VF-NUMOUT-OK
  1630         DISPLAY "BERN150 - NUMOUT OPEN FAILED, STATUS = "
  1640             VF-NUMOUT-STATUS
  1650         MOVE 16 TO RETURN-CODE
  1660         GO TO 9999-EXIT
  1670     END-IF
  1680
  1690     PERFORM UNTIL VF-NUMOUT-EOF
  1700         READ NUMOUT
  1710             AT END
  1720                 CONTINUE
  1730             NOT AT END
  1740                 PERFORM 2000-VERIFY-ONE-TERM THRU 2000-EXIT
  1750         END-READ
  1760     END-PERFORM
  1770     CLOSE NUMOUT
  1780
  1790     PERFORM 8000-REPORT-VERDICT THRU 8000-EXIT
  1800     GO TO 9999-EXIT.
  1810
  1820******************************************************************
  1830*    2000-VERIFY-ONE-TERM                                       *
  1840*    ONE ARCHIVED TERM AGAINST ITS INDEPENDENT RECOMPUTATION.    *
  1850******************************************************************
  1860 2000-VERIFY-ONE-TERM.
  1870     ADD 1 TO VF-RECORD-COUNT
  1880     MOVE CO-INDEX IN NUMIN-RECORD TO VF-N
  1890     MOVE CO-VALUE IN NUMIN-RECORD TO VF-ARCHIVED
  1900
  1910*    THE ALL-NINES SENTINEL MARKS A TERM THAT OUTGREW THE
  1920*    ARCHIVE PICTURE (SEE BERN100'S 4500-WRITE-OUTPUT-FILE).
  1930*    THERE IS NOTHING MEANINGFUL TO COMPARE IT AGAINST.
  1940     IF CO-VALUE IN NUMIN-RECORD = 999999999999999999.999999
  1950         ADD 1 TO VF-OVERFLOW-COUNT
  1960         PERFORM 2500-VERIFY-SCALED-TERM THRU 2500-EXIT
  1970         GO TO 2000-EXIT
  1980     END-IF
  1990
  2000     PERFORM 3000-RECOMPUTE-TERM THRU 3000-EXIT
  2010
  2020     ADD 1 TO VF-COMPARED-COUNT
  2030     COMPUTE VF-DIFF = VF-ARCHIVED - VF-EXPECTED
  2040     IF VF-DIFF < 0
  2050         COMPUTE VF-DIFF = VF-DIFF * -1
  2060     END-IF
  2070*    TOLERANCE: THE ARCHIVE CARRIES SIX DECIMALS PER TERM, SO
  2080*    ALLOW THAT ABSOLUTELY, PLUS A RELATIVE MARGIN FOR THE TWO
  2090*    COMP-2 ROUTES ROUNDING DIFFERENTLY ON ASTRONOMICAL TERMS.
  2100     MOVE VF-EXPECTED TO VF-ABS-EXPECTED
  2110     IF VF-ABS-EXPECTED < 0
  2120         COMPUTE VF-ABS-EXPECTED = VF-ABS-EXPECTED * -1
  2130     END-IF
  2140     COMPUTE VF-LIMIT = VF-ABS-EXPECTED * 0.000000001
  2150     ADD 0.00001 TO VF-LIMIT
  2160     COMPUTE VF-ABS-EXPECTED = VF-NOISE-BASE * 0.0000000000001
  2170     ADD VF-ABS-EXPECTED TO VF-LIMIT
  2180
  2190     COMPUTE VF-RATIO = VF-DIFF / VF-LIMIT
  2200     IF VF-RATIO > VF-WORST-RATIO
  2210         MOVE VF-RATIO TO VF-WORST-RATIO
  2220         MOVE VF-DIFF TO VF-WORST-DIFF
  2230         MOVE VF-N TO VF-WORST-INDEX
  2240     END-IF
  2250
  2260     IF VF-DIFF > VF-LIMIT
  2270         ADD 1 TO VF-MISMATCH-COUNT
  2280         DISPLAY "BERN150 - *** MISMATCH AT B[" VF-N
  2290             "] ARCHIVE " VF-ARCHIVED
  2300             " INDEPENDENT " VF-EXPECTED
  2310     END-IF
  2320
  2330*    THE SCALED FORM RIDES ON EVERY RECORD -- CHECK IT AGAINST
  2340*    THE SAME RECOMPUTED TERM SO A TORN MANTISSA CANNOT HIDE
  2350*    BEHIND A GOOD FIXED-PICTURE VALUE.
  2360     PERFORM 2500-VERIFY-SCALED-TERM THRU 2500-EXIT.
  2370 2000-EXIT.
  2380     EXIT.
  2390
  2400******************************************************************
  2410*    2500-VERIFY-SCALED-TERM                                   *
  2420*    RECONSTRUCTS THE ARCHIVED MANTISSA-TIMES-TEN-TO-THE-      *
  2430*    EXPONENT FORM AND COMPARES IT AGAINST THE INDEPENDENTLY   *
  2440*    RECOMPUTED TERM.  RELATIVE TOLERANCE ONLY -- THE SCALED   *
  2450*    FORM CARRIES FOURTEEN MANTISSA DECIMALS AT EVERY          *
  2460*    MAGNITUDE, SO NO ABSOLUTE FLOOR IS CALLED FOR BEYOND THE  *
  2470*    ODD-TERM NOISE FLOOR THE FIXED COMPARE ALREADY USES.      *
  2480******************************************************************
  2490 2500-VERIFY-SCALED-TERM.
  2500     PERFORM 3000-RECOMPUTE-TERM THRU 3000-EXIT
  2510     COMPUTE VF-RECON-POW = 10 ** CO-EXPONENT IN NUMIN-RECORD
  2520     COMPUTE VF-RECON =
  2530         CO-MANTISSA IN NUMIN-RECORD * VF-RECON-POW
  2540     COMPUTE VF-DIFF = VF-RECON - VF-EXPECTED
  2550     IF VF-DIFF < 0
  2560         COMPUTE VF-DIFF = VF-DIFF * -1
  2570     END-IF
  2580     MOVE VF-EXPECTED TO VF-ABS-EXPECTED
  2590     IF VF-ABS-EXPECTED < 0
  2600         COMPUTE VF-ABS-EXPECTED = VF-ABS-EXPECTED * -1
  2610     END-IF
  2620     COMPUTE VF-LIMIT = VF-ABS-EXPECTED * 0.000000001
  2630     ADD 0.00001 TO VF-LIMIT
  2640     COMPUTE VF-ABS-EXPECTED = VF-NOISE-BASE * 0.0000000000001
  2650     ADD VF-ABS-EXPECTED TO VF-LIMIT
  2660     IF VF-DIFF > VF-LIMIT
  2670         ADD 1 TO VF-MISMATCH-COUNT
  2680         DISPLAY "BERN150 - *** SCALED-FORM MISMATCH AT B["
  2690             VF-N "] RECONSTRUCTED " VF-RECON
  2700             " INDEPENDENT " VF-EXPECTED
  2710     END-IF.
  2720 2500-EXIT.
  2730     EXIT.
  2740
  2750
  2760******************************************************************
  2770*    3000-RECOMPUTE-TERM                                        *
  2780*    VF-EXPECTED = B(VF-N) BY THE ZETA PRODUCT FORMULA.  THE     *
  2790*    RATIO 2 * (2M)! / (2*PI)**(2M) IS BUILT UP ONE FACTOR       *
  2800*    PAIR AT A TIME -- (2J-1) * 2J / (4*PI*PI) PER STEP -- SO    *
  2810*    NEITHER THE FACTORIAL NOR THE POWER EVER STANDS ALONE TO    *
  2820*    OVERFLOW.                                                   *
  2830******************************************************************
  2840 3000-RECOMPUTE-TERM.
  2850     MOVE 0.0 TO VF-NOISE-BASE
  2860     IF VF-N = 0
  2870         MOVE 1.0 TO VF-EXPECTED
  2880         GO TO 3000-EXIT
  2890     END-IF
  2900     IF VF-N = 1
  2910         MOVE -0.5 TO VF-EXPECTED
  2920         GO TO 3000-EXIT
  2930     END-IF
  2940     DIVIDE VF-N BY 2 GIVING VF-M
  2950         REMAINDER VF-N-REMAINDER
  2960     IF VF-N-REMAINDER NOT = 0
  2970*    ODD TERM: EXACTLY ZERO, JUDGED AGAINST THE RECURRENCE NOISE
  2980*    FLOOR SET BY THE NEXT EVEN TERM'S MAGNITUDE (SEE
  2990*    VF-NOISE-BASE ABOVE).
  3000         MOVE 0.0 TO VF-EXPECTED
  3010         COMPUTE VF-M = VF-M + 1
  3020         PERFORM 3500-EVEN-TERM-MAGNITUDE THRU 3500-EXIT
  3030         MOVE VF-MAGNITUDE TO VF-NOISE-BASE
  3040         GO TO 3000-EXIT
  3050     END-IF
  3060
  3070     PERFORM 3500-EVEN-TERM-MAGNITUDE THRU 3500-EXIT
  3080     MOVE VF-MAGNITUDE TO VF-EXPECTED
  3090
  3100*    SIGN: (-1)**(M+1), NEGATIVE FOR EVEN M.
  3110     DIVIDE VF-M BY 2 GIVING VF-J
  3120         REMAINDER VF-N-REMAINDER
  3130     IF VF-N-REMAINDER = 0
  3140         COMPUTE VF-EXPECTED = VF-EXPECTED * -1
  3150     END-IF.
  3160 3000-EXIT.
  3170     EXIT.
  3180
  3190******************************************************************
  3200*    3500-EVEN-TERM-MAGNITUDE                                   *
  3210*    VF-MAGNITUDE = ABS(B(2 * VF-M)) BY THE ZETA PRODUCT         *
  3220*    FORMULA.  THE RATIO 2 * (2M)! / (2*PI)**(2M) IS BUILT UP    *
  3230*    ONE FACTOR PAIR AT A TIME -- (2J-1) * 2J / (4*PI*PI) PER    *
  3240*    STEP -- SO NEITHER THE FACTORIAL NOR THE POWER EVER STANDS  *
  3250*    ALONE TO OVERFLOW.                                          *
  3260******************************************************************
  3270 3500-EVEN-TERM-MAGNITUDE.
  3280     MOVE 2.0 TO VF-RATIO
  3290     PERFORM VARYING VF-J FROM 1 BY 1 UNTIL VF-J > VF-M
  3300         COMPUTE VF-ZETA-TERM = 2 * VF-J - 1
  3310         COMPUTE VF-RATIO = VF-RATIO * VF-ZETA-TERM
  3320         COMPUTE VF-ZETA-TERM = 2 * VF-J
  3330         COMPUTE VF-RATIO = VF-RATIO * VF-ZETA-TERM
  3340         COMPUTE VF-RATIO = VF-RATIO / VF-FOUR-PI-SQ
  3350     END-PERFORM
  3360     COMPUTE VF-S = 2 * VF-M
  3370     PERFORM 4000-ZETA THRU 4000-EXIT
  3380     COMPUTE VF-MAGNITUDE = VF-RATIO * VF-ZETA.
  3390 3500-EXIT.
  3400     EXIT.
  3410
  3420******************************************************************
  3430*    4000-ZETA                                                  *
  3440*    VF-ZETA = ZETA(VF-S) FOR EVEN VF-S >= 2.  DIRECT TERMS UP   *
  3450*    TO THE CUTOFF, THEN THE INTEGRAL-PLUS-ENDPOINT TAIL         *
  3460*    CORRECTION; FOR LARGE VF-S THE SERIES IS 1 TO FULL COMP-2   *
  3470*    PRECISION BEFORE THE CUTOFF AND THE LOOP LEAVES EARLY.      *
  3480******************************************************************
  3490 4000-ZETA.
  3500     MOVE 1.0 TO VF-ZETA
  3510     MOVE 0.0 TO VF-ZETA-TAIL
  3520     PERFORM VARYING VF-K FROM 2 BY 1
  3530             UNTIL VF-K > VF-ZETA-CUTOFF
  3540         COMPUTE VF-ZETA-POW = VF-K ** VF-S
  3550         COMPUTE VF-ZETA-TERM = 1 / VF-ZETA-POW
  3560         ADD VF-ZETA-TERM TO VF-ZETA
  3570         IF VF-ZETA-TERM < 0.000000000000000001
  3580             MOVE VF-ZETA-CUTOFF TO VF-K
  3590         END-IF
  3600     END-PERFORM
  3610*    TAIL PAST THE LAST DIRECT TERM, TAKEN AT K = CUTOFF + 1:
  3620*    K**(1-S)/(S-1) + K**(-S)/2 + S*K**(-S-1)/12 COVERS THE
  3630*    REMAINDER TO WELL BELOW THE COMPARISON TOLERANCE.  ONLY
  3640*    NEEDED WHEN THE LOOP RAN OUT INSTEAD OF CONVERGING.
  3650     IF VF-ZETA-TERM NOT < 0.000000000000000001
  3660         COMPUTE VF-K = VF-ZETA-CUTOFF + 1
  3670         COMPUTE VF-ZETA-POW = VF-K ** VF-S
  3680         COMPUTE VF-ZETA-TERM = VF-S - 1
  3690         COMPUTE VF-ZETA-TAIL = VF-K / VF-ZETA-POW
  3700         COMPUTE VF-ZETA-TAIL = VF-ZETA-TAIL / VF-ZETA-TERM
  3710         ADD VF-ZETA-TAIL TO VF-ZETA
  3720         COMPUTE VF-ZETA-TAIL = 0.5 / VF-ZETA-POW
  3730         ADD VF-ZETA-TAIL TO VF-ZETA
  3740         COMPUTE VF-ZETA-TAIL = VF-ZETA-POW * VF-K
  3750         COMPUTE VF-ZETA-TAIL = VF-S / VF-ZETA-TAIL
  3760         COMPUTE VF-ZETA-TAIL = VF-ZETA-TAIL / 12
  3770         ADD VF-ZETA-TAIL TO VF-ZETA
  3780     END-IF.
  3790 4000-EXIT.
  3800     EXIT.
  3810
  3820******************************************************************
  3830*    8000-REPORT-VERDICT                                        *
  3840*    SUMMARY COUNTS, THE WORST DISAGREEMENT SEEN, AND THE        *
  3850*    RETURN CODE.  RC 8 MATCHES 3000-VALIDATE-RESULTS IN         *
  3860*    BERN100 -- THE TABLE IS ARCHIVED BUT MUST NOT BE TRUSTED    *
  3870*    DOWNSTREAM UNTIL THE TWO ROUTES AGREE.                      *
  3880******************************************************************
  3890 8000-REPORT-VERDICT.
  3900     DISPLAY "BERN150 - " VF-RECORD-COUNT " TERM(S) READ, "
  3910         VF-COMPARED-COUNT " COMPARED, "
  3920         VF-OVERFLOW-COUNT " AT ARCHIVE SATURATION "
  3930         "(VERIFIED THROUGH THE SCALED FORM)"
  3940     IF VF-WORST-INDEX NOT < 0
  3950         DISPLAY "BERN150 - WORST DISAGREEMENT AT B["
  3960             VF-WORST-INDEX "] MAGNITUDE " VF-WORST-DIFF
  3970     END-IF
  3980     IF VF-RECORD-COUNT = 0
  3990         DISPLAY "BERN150 - NOTHING TO VERIFY ON NUMOUT"
  4000         MOVE 16 TO RETURN-CODE
  4010         GO TO 8000-EXIT
  4020     END-IF
  4030     IF VF-MISMATCH-COUNT > 0
  4040         DISPLAY "BERN150 - INDEPENDENT CHECK FAILED, "
  4050             VF-MISMATCH-COUNT " MISMATCH(ES)"
  4060         MOVE 8 TO RETURN-CODE
  4070     ELSE
  4080         DISPLAY "BERN150 - ARCHIVE AGREES WITH INDEPENDENT "
  4090             "COMPUTATION ON ALL COMPARED TERMS"
  4100     END-IF.
  4110 8000-EXIT.
  4120     EXIT.
  4130
  4140******************************************************************
  4150*    9000-POST-LEDGER                                            *
  4160*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
  4170*    CONTROL LEDGER (SEE CPLED) -- RC, RECORD COUNTS AND A       *
  4180*    ONE-LINE VERDICT.  PERFORMED FROM 9999-EXIT SO EVERY        *
  4190*    ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A LEDGER THAT  *
  4200*    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE STEP'S OWN     *
  4210*    RETURN CODE ALONE -- BERN105 SHOWS THE STEP AS NOT POSTED.  *
  4220******************************************************************
  4230 9000-POST-LEDGER.
  4240     OPEN INPUT RUNLEDG
  4250     IF VF-LEDG-MISSING
  4260         GO TO 9000-CLOSE-INPUT
  4270     END-IF
  4280     IF NOT VF-LEDG-OK
  4290         DISPLAY "BERN150 - RUNLEDG OPEN FAILED, STATUS = "
  4300             VF-LEDG-STATUS
  4310         GO TO 9000-EXIT
  4320     END-IF
  4330     PERFORM UNTIL VF-LEDG-EOF
  4340         READ RUNLEDG
  4350             AT END
  4360                 CONTINUE
  4370             NOT AT END
  4380                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
  4390                     MOVE LG-RUN-ID TO VF-LEDG-RUN-ID
  4400                 END-IF
  4410         END-READ
  4420     END-PERFORM.
  4430
  4440 9000-CLOSE-INPUT.
  4450     CLOSE RUNLEDG
  4460     OPEN EXTEND RUNLEDG
  4470     IF NOT VF-LEDG-OK AND NOT VF-LEDG-MISSING
  4480         DISPLAY "BERN150 - RUNLEDG OPEN FAILED, STATUS = "
  4490             VF-LEDG-STATUS
  4500         GO TO 9000-EXIT
  4510     END-IF
  4520
  4530     MOVE SPACES TO RUN-LEDGER-RECORD
  4540     MOVE VF-LEDG-RUN-ID TO LG-RUN-ID
  4550     MOVE "S" TO LG-TYPE
  4560     MOVE "VERIFY" TO LG-STEP
  4570     MOVE "BERN150" TO LG-PROGRAM
  4580     ACCEPT LG-DATE FROM DATE YYYYMMDD
  4590     ACCEPT LG-TIME FROM TIME
  4600     MOVE RETURN-CODE TO LG-RC
  4610     MOVE VF-RECORD-COUNT TO LG-COUNT-IN
  4620     MOVE ZERO TO LG-COUNT-OUT
  4630     MOVE VF-MISMATCH-COUNT TO LG-EXCEPTIONS
  4640     EVALUATE TRUE
  4650         WHEN RETURN-CODE > 8
  4660             MOVE "NUMOUT UNREADABLE OR EMPTY - NOTHING VERIFIED"
  4670                 TO LG-VERDICT
  4680         WHEN VF-MISMATCH-COUNT > 0
  4690             MOVE "INDEPENDENT CHECK FAILED - SEE SYSOUT"
  4700                 TO LG-VERDICT
  4710         WHEN OTHER
  4720             MOVE "ARCHIVE AGREES WITH INDEPENDENT COMPUTATION"
  4730                 TO LG-VERDICT
  4740     END-EVALUATE
  4750     WRITE RUN-LEDGER-RECORD
  4760     IF NOT VF-LEDG-OK
  4770         DISPLAY "BERN150 - RUNLEDG WRITE FAILED, STATUS = "
  4780             VF-LEDG-STATUS
  4790     END-IF
  4800
  4810 9000-CLOSE-LEDGER.
  4820     CLOSE RUNLEDG.
  4830 9000-EXIT.
  4840     EXIT.
  4850
  4860******************************************************************
  4870*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  4880******************************************************************
  4890 9999-EXIT.
  4900     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
  4910     STOP RUN.
