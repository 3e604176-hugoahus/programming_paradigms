   370*  09/02/2026  HLW  PRIOR-GENERATION COPY RENAMES THE RUN-      *
   380*                   IDENTIFIER STAMP ADDED TO CPCOEF.           *
   390*                   RESEQUENCED.                                *
   400*  10/15/2026  HLW  POST A STEP-STATUS RECORD TO THE NIGHTLY    *
   410*                   RUN-CONTROL LEDGER (SEE CPLED) AT END OF    *
   420*                   STEP.                                       *
   430*                   RESEQUENCED.                                *
   440******************************************************************
   450
   460 ENVIRONMENT DIVISION.
   470 INPUT-OUTPUT SECTION.
   480 FILE-CONTROL.
   490*    NUMCURR - THE GENERATION THE RUN JUST WROTE.
   500     SELECT NUMCURR ASSIGN TO "NUMCURR"
   510         ORGANIZATION IS LINE SEQUENTIAL
   520         FILE STATUS IS DR-NUMCURR-STATUS.
   530*    NUMPREV - THE PRIOR GENERATION.  OPTIONAL: THE FIRST RUN
   540*    AFTER THE GDG WAS DEFINED HAS NOTHING TO COMPARE AGAINST,
   550*    AND THAT IS A CLEAN RESULT, NOT AN ERROR.
   560     SELECT OPTIONAL NUMPREV ASSIGN TO "NUMPREV"
   570         ORGANIZATION IS LINE SEQUENTIAL
   580         FILE STATUS IS DR-NUMPREV-STATUS.
   590*    RPTOUT - PRINT-IMAGE DRIFT REPORT.
   600     SELECT RPTOUT ASSIGN TO "RPTOUT"
   610         ORGANIZATION IS LINE SEQUENTIAL
   620         FILE STATUS IS DR-RPTOUT-STATUS.
   630*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), READ FOR
   640*    THE NIGHT'S RUN IDENTIFIER AND THEN APPENDED TO.
   650     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
   660         ORGANIZATION IS LINE SEQUENTIAL
   670         FILE STATUS IS DR-LEDG-STATUS.
   680
   690 DATA DIVISION.
   700 FILE SECTION.
   710 FD  NUMCURR.
   720     COPY CPCOEF REPLACING
   730         ==COEF-OUT-RECORD==
   740         BY ==CURR-RECORD==.
   750
   760 FD  NUMPREV.
   770     COPY CPCOEF REPLACING
   780         ==COEF-OUT-RECORD== BY ==PREV-RECORD==
   790         ==CO-INDEX==        BY ==PV-INDEX==
   800         ==CO-VALUE==        BY ==PV-VALUE==
   810         ==CO-REQ==          BY ==PV-REQ==
   820         ==CO-RUN-ID==       BY ==PV-RUN-ID==.
   830
   840 FD  RPTOUT.
   850 01  RPT-RECORD              PIC X(133).
   860
   870 FD  RUNLEDG.
   880     COPY CPLED.
   890
   900 WORKING-STORAGE SECTION.
   910*    THE PRIOR GENERATION BY INDEX.  A MULTI-REQUEST GENERATION
   920*    CARRIES THE SAME INDEX ONCE PER REQUEST WITH IDENTICAL
   930*    VALUES (SAME RUN, SAME RECURRENCE), SO FIRST-SEEN WINS.
   940 01  DR-PREV-TABLE.
   950     02  DR-PREV-ENTRY       OCCURS 201 TIMES.
   960         03  DR-PREV-VALUE   PIC S9(18)V9(06)
   970                             SIGN LEADING SEPARATE.
   980         03  DR-PREV-SW      PIC X(01).
   990*    CURRENT-GENERATION COVERAGE, SO INDEXES THE PRIOR RUN HAD
  1000*    BUT THIS ONE DOES NOT ARE ACCOUNTED FOR TOO.
  1010 01  DR-CURR-SEEN-TABLE.
  1020     02  DR-CURR-SEEN-SW     PIC X(01) OCCURS 201 TIMES.
  1030*    AN INDEX IS COMPARED ONLY ONCE PER GENERATION PAIR EVEN
  1040*    WHEN SEVERAL REQUESTS ARCHIVED IT.
  1050 01  DR-DONE-TABLE.
  1060     02  DR-DONE-SW          PIC X(01) OCCURS 201 TIMES.
  1070
  1080 01  DR-IDX                  PIC S9(9) USAGE BINARY VALUE 0.
  1090 01  DR-PREV-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1100 01  DR-CURR-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1110 01  DR-DRIFT-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  1120 01  DR-NEW-COUNT            PIC S9(9) USAGE BINARY VALUE 0.
  1130 01  DR-GONE-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1140 01  DR-SKIP-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1150
  1160*    DRIFT TOLERANCE, SCALED TO THE TERM -- THE ARCHIVE CARRIES
  1170*    SIX DECIMALS, AND TWO CLEAN RUNS OF THE SAME PROGRAM
  1180*    SHOULD AGREE TO THE DIGIT; THE RELATIVE MARGIN ONLY
  1190*    FORGIVES RECOMPILES ON DIFFERENT HARDWARE.
  1200 01  DR-CURR-VALUE           COMP-2 VALUE 0.0.
  1210 01  DR-PREV-WORK            COMP-2 VALUE 0.0.
  1220 01  DR-DIFF                 COMP-2 VALUE 0.0.
  1230 01  DR-LIMIT                COMP-2 VALUE 0.0.
  1240
  1250 01  DR-NUMCURR-STATUS       PIC X(02) VALUE "00".
  1260     88  DR-NUMCURR-OK               VALUE "00".
  1270     88  DR-NUMCURR-EOF             VALUE "10".
  1280 01  DR-NUMPREV-STATUS       PIC X(02) VALUE "00".
  1290     88  DR-NUMPREV-OK               VALUE "00".
  1300     88  DR-NUMPREV-MISSING         VALUE "05" "35".
  1310     88  DR-NUMPREV-EOF             VALUE "10".
  1320 01  DR-NUMPREV-FOUND-SW     PIC X(01) VALUE "N".
  1330     88  DR-NUMPREV-FOUND            VALUE "Y".
  1340 01  DR-RPTOUT-STATUS        PIC X(02) VALUE "00".
  1350     88  DR-RPTOUT-OK                VALUE "00".
  1360
  1370*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  1380 01  DR-HDR-LINE.
  1390     02  FILLER              PIC X(01) VALUE "1".
  1400     02  FILLER              PIC X(50) VALUE
  1410         "BERN160 - NUMOUT GENERATION DRIFT REPORT".
  1420     02  FILLER              PIC X(82) VALUE SPACES.
  1430 01  DR-DRIFT-LINE.
  1440     02  FILLER              PIC X(01) VALUE SPACE.
  1450     02  FILLER              PIC X(13) VALUE "*** B[INDEX ".
  1460     02  DR-LINE-INDEX       PIC ZZZ9.
  1470     02  FILLER              PIC X(08) VALUE "] PRIOR ".
  1480     02  DR-LINE-PREV        PIC -9(18).9(06).
  1490     02  FILLER              PIC X(09) VALUE " CURRENT ".
  1500     02  DR-LINE-CURR        PIC -9(18).9(06).
  1510     02  FILLER              PIC X(46) VALUE SPACES.
  1520 01  DR-MSG-LINE.
  1530     02  FILLER              PIC X(01) VALUE SPACE.
  1540     02  DR-MSG-TEXT         PIC X(70) VALUE SPACES.
  1550     02  FILLER              PIC X(62) VALUE SPACES.
  1560 01  DR-SUM-LINE.
  1570     02  FILLER              PIC X(01) VALUE "0".
  1580     02  FILLER              PIC X(09) VALUE "COMPARED ".
  1590     02  DR-SUM-COMPARED     PIC ZZZ9.
  1600     02  FILLER              PIC X(09) VALUE ", DRIFT ".
  1610     02  DR-SUM-DRIFT        PIC ZZZ9.
  1620     02  FILLER              PIC X(06) VALUE ", NEW ".
  1630     02  DR-SUM-NEW          PIC ZZZ9.
  1640     02  FILLER              PIC X(08) VALUE ", GONE ".
  1650     02  DR-SUM-GONE         PIC ZZZ9.
  1660     02  FILLER              PIC X(12) VALUE ", SATURATED ".
  1670     02  DR-SUM-SKIP         PIC ZZZ9.
  1680     02  FILLER              PIC X(68) VALUE SPACES.
  1690 01  DR-COMPARED-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1700
  1710*    RUN IDENTIFIER THIS STEP POSTS ITS LEDGER RECORD UNDER --
  1720*    THE NEWEST BERN100 RUN ON THE LEDGER.
  1730 01  DR-LEDG-RUN-ID          PIC X(14) VALUE SPACES.
  1740 01  DR-LEDG-STATUS          PIC X(02) VALUE "00".
  1750     88  DR-LEDG-OK                  VALUE "00".
  1760     88  DR-LEDG-MISSING             VALUE "05" "35".
  1770     88  DR-LEDG-EOF                 VALUE "10".
  1780
  1790 PROCEDURE DIVISION.
  1800
  1810 0000-MAINLINE.
  1820     PERFORM 1000-OPEN-REPORT THRU 1000-EXIT
  1830     PERFORM 2000-LOAD-PRIOR-GENERATION THRU 2000-EXIT
  1840     IF NOT DR-NUMPREV-FOUND
  1850         MOVE "NO PRIOR GENERATION ON FILE - NOTHING TO COMPARE"
  1860             TO DR-MSG-TEXT
  1870         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  1880         GO TO 8000-WRAP-UP
  1890     END-IF
  1900     PERFORM 3000-COMPARE-CURRENT THRU 3000-EXIT
  1910     PERFORM 4000-CHECK-GONE THRU 4000-EXIT
  1920     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
  1930 8000-WRAP-UP.
  1940     CLOSE RPTOUT
  1950     IF DR-DRIFT-COUNT > 0
  1960*    RC 4, SAME CONVENTION AS BERN120 -- THE REPORT SUCCEEDED,
  1970*    THE SCHEDULER JUST NEEDS TO SEE THAT SOMETHING MOVED.
  1980         MOVE 4 TO RETURN-CODE
  1990     END-IF
  2000     GO TO 9999-EXIT.
  2010
  2020******************************************************************
  2030*    1000-OPEN-REPORT                                           *
  2040******************************************************************
  2050 1000-OPEN-REPORT.
  2060     OPEN OUTPUT RPTOUT
  2070     IF NOT DR-RPTOUT-OK
  2080         DISPLAY "BERN160 - RPTOUT OPEN FAILED, STATUS = "
  2090             DR-RPTOUT-STATUS
  2100         MOVE 16 TO RETURN-CODE
  2110         GO TO 9999-EXIT
  2120     END-IF
  2130     WRITE RPT-RECORD FROM DR-HDR-LINE.
  2140 1000-EXIT.
  2150     EXIT.
  2160
  2170******************************************************************
  2180*    2000-LOAD-PRIOR-GENERATION                                 *
  2190*    LOADS THE PRIOR GENERATION INTO THE BY-INDEX TABLE.         *
  2200******************************************************************
  2210 2000-LOAD-PRIOR-GENERATION.
  2220     PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > 201
  2230         MOVE "N" TO DR-PREV-SW(DR-IDX)
  2240         MOVE "N" TO DR-CURR-SEEN-SW(DR-IDX)
  2250         MOVE "N" TO DR-DONE-SW(DR-IDX)
  2260     END-PERFORM
  2270
  2280     OPEN INPUT NUMPREV
  2290     IF DR-NUMPREV-MISSING
  2300         GO TO 2000-CLOSE-PREV
  2310     END-IF
  2320     IF NOT DR-NUMPREV-OK
  2330         DISPLAY "BERN160 - NUMPREV OPEN FAILED, STATUS = "
  2340             DR-NUMPREV-STATUS
  2350         GO TO 2000-CLOSE-PREV
  2360     END-IF
  2370
  2380     PERFORM UNTIL DR-NUMPREV-EOF
  2390         READ NUMPREV
  2400             AT END
  2410                 CONTINUE
  2420             NOT AT END
  2430                 PERFORM 2100-STORE-PRIOR-TERM THRU 2100-EXIT
  2440         END-READ
  2450     END-PERFORM
  2460
  2470 2000-CLOSE-PREV.
  2480     CLOSE NUMPREV.
  2490 2000-EXIT.
  2500     EXIT.
  2510
  2520******************************************************************
  2530*    2100-STORE-PRIOR-TERM                                      *
  2540******************************************************************
  2550 2100-STORE-PRIOR-TERM.
  2560     ADD 1 TO DR-PREV-COUNT
  2570     MOVE "Y" TO DR-NUMPREV-FOUND-SW
  2580     IF PV-INDEX > 200
  2590         GO TO 2100-EXIT
  2600     END-IF
  2610     COMPUTE DR-IDX = PV-INDEX + 1
  2620     IF DR-PREV-SW(DR-IDX) = "Y"
  2630         GO TO 2100-EXIT
  2640     END-IF
  2650     MOVE PV-VALUE TO DR-PREV-VALUE(DR-IDX)
  2660     MOVE "Y" TO DR-PREV-SW(DR-IDX).
  2670 2100-EXIT.
  2680     EXIT.
  2690
  2700******************************************************************
  2710*    3000-COMPARE-CURRENT                                       *
  2720*    READS THE NEW GENERATION AND COMPARES EACH INDEX AGAINST   *
  2730*    THE PRIOR TABLE.                                           *
  2740******************************************************************
  2750 3000-COMPARE-CURRENT.
  2760     OPEN INPUT NUMCURR
  2770     IF NOT DR-NUMCURR-OK
  2780         DISPLAY "BERN160 - NUMCURR OPEN FAILED, STATUS = "
  2790             DR-NUMCURR-STATUS
  2800         MOVE 16 TO RETURN-CODE
  2810         GO TO 3000-EXIT
  2820     END-IF
  2830
  2840     PERFORM UNTIL DR-NUMCURR-EOF
  2850         READ NUMCURR
  2860             AT END
  2870                 CONTINUE
  2880             NOT AT END
  2890                 PERFORM 3100-COMPARE-ONE-TERM THRU 3100-EXIT
  2900         END-READ
  2910     END-PERFORM
  2920
  2930     CLOSE NUMCURR.
  2940 3000-EXIT.
  2950     EXIT.
  2960
  2970******************************************************************
  2980*    3100-COMPARE-ONE-TERM                                      *
  2990*    ONE CURRENT-GENERATION RECORD AGAINST THE PRIOR TABLE.      *
  3000*    A TERM AT THE FIELD-SATURATION SENTINEL ON EITHER SIDE     *
  3010*    CARRIES NO COMPARABLE VALUE AND IS COUNTED, NOT FLAGGED.   *
  3020******************************************************************
  3030 3100-COMPARE-ONE-TERM.
  3040     ADD 1 TO DR-CURR-COUNT
  3050     IF CO-INDEX IN CURR-RECORD > 200
  3060         GO TO 3100-EXIT
  3070     END-IF
  3080     COMPUTE DR-IDX = CO-INDEX IN CURR-RECORD + 1
  3090     MOVE "Y" TO DR-CURR-SEEN-SW(DR-IDX)
  3100     IF DR-DONE-SW(DR-IDX) = "Y"
  3110         GO TO 3100-EXIT
  3120     END-IF
  3130     MOVE "Y" TO DR-DONE-SW(DR-IDX)
  3140     IF DR-PREV-SW(DR-IDX) NOT = "Y"
  3150         ADD 1 TO DR-NEW-COUNT
  3160         GO TO 3100-EXIT
  3170     END-IF
  3180     ADD 1 TO DR-COMPARED-COUNT
  3190     IF CO-VALUE IN CURR-RECORD = 999999999999999999.999999
  3200         OR DR-PREV-VALUE(DR-IDX) = 999999999999999999.999999
  3210         ADD 1 TO DR-SKIP-COUNT
  3220         GO TO 3100-EXIT
  3230     END-IF
  3240     MOVE CO-VALUE IN CURR-RECORD TO DR-CURR-VALUE
  3250     MOVE DR-PREV-VALUE(DR-IDX) TO DR-PREV-WORK
  3260     COMPUTE DR-DIFF = DR-CURR-VALUE - DR-PREV-WORK
  3270     IF DR-DIFF < 0
  3280         COMPUTE DR-DIFF = DR-DIFF * -1
  3290     END-IF
  3300     IF DR-PREV-WORK < 0
  3310         COMPUTE DR-PREV-WORK = DR-PREV-WORK * -1
  3320     END-IF
  3330     COMPUTE DR-LIMIT = DR-PREV-WORK * 0.000000001
  3340     ADD 0.00001 TO DR-LIMIT
  3350     IF DR-DIFF > DR-LIMIT
  3360         ADD 1 TO DR-DRIFT-COUNT
  3370         MOVE CO-INDEX IN CURR-RECORD TO DR-LINE-INDEX
  3380         MOVE DR-PREV-VALUE(DR-IDX) TO DR-LINE-PREV
  3390         MOVE CO-VALUE IN CURR-RECORD TO DR-LINE-CURR
  3400         WRITE RPT-RECORD FROM DR-DRIFT-LINE
  3410     END-IF.
  3420 3100-EXIT.
  3430     EXIT.
  3440
  3450******************************************************************
  3460*    4000-CHECK-GONE                                            *
  3470*    INDEXES THE PRIOR GENERATION HAD THAT THE NEW ONE DOES     *
  3480*    NOT -- A SHRUNKEN TABLE IS WORTH A LINE EVEN THOUGH IT IS  *
  3490*    NOT VALUE DRIFT.                                           *
  3500******************************************************************
  3510 4000-CHECK-GONE.
  3520     PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > 201
  3530         IF DR-PREV-SW(DR-IDX) = "Y"
  3540             AND DR-CURR-SEEN-SW(DR-IDX) NOT = "Y"
  3550             ADD 1 TO DR-GONE-COUNT
  3560         END-IF
  3570     END-PERFORM
  3580     IF DR-GONE-COUNT > 0
  3590         MOVE "PRIOR GENERATION COVERED INDEXES THE NEW RUN "
  3600             TO DR-MSG-TEXT
  3610         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  3620         MOVE "DOES NOT - SEE GONE COUNT IN THE SUMMARY"
  3630             TO DR-MSG-TEXT
  3640         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  3650     END-IF.
  3660 4000-EXIT.
  3670     EXIT.
  3680
  3690******************************************************************
  3700*    5000-WRITE-SUMMARY                                         *
  3710******************************************************************
  3720 5000-WRITE-SUMMARY.
  3730     MOVE DR-COMPARED-COUNT TO DR-SUM-COMPARED
  3740     MOVE DR-DRIFT-COUNT TO DR-SUM-DRIFT
  3750     MOVE DR-NEW-COUNT TO DR-SUM-NEW
  3760     MOVE DR-GONE-COUNT TO DR-SUM-GONE
  3770     MOVE DR-SKIP-COUNT TO DR-SUM-SKIP
  3780     WRITE RPT-RECORD FROM DR-SUM-LINE
  3790     IF DR-DRIFT-COUNT = 0
  3800         MOVE "NO VALUE DRIFT BETWEEN THE TWO GENERATIONS"
  3810             TO DR-MSG-TEXT
  3820         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  3830     END-IF.
  3840 5000-EXIT.
  3850     EXIT.
  3860
  3870******************************************************************
  3880*    7000-WRITE-MESSAGE                                         *
  3890******************************************************************
  3900 7000-WRITE-MESSAGE.
  3910     WRITE RPT-RECORD FROM DR-MSG-LINE
  3920     MOVE SPACES TO DR-MSG-TEXT.
  3930 7000-EXIT.
  3940     EXIT.
  3950
  3960******************************************************************
  3970*    9000-POST-LEDGER                                            *
  3980*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
  3990*    CONTROL LEDGER (SEE CPLED) -- RC, RECORD COUNTS AND A       *
  4000*    ONE-LINE VERDICT.  PERFORMED FROM 9999-EXIT SO EVERY        *
  4010*    ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A LEDGER THAT  *
  4020*    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE STEP'S OWN     *
  4030*    RETURN CODE ALONE -- BERN105 SHOWS THE STEP AS NOT POSTED.  *
  4040******************************************************************
  4050 9000-POST-LEDGER.
  4060     OPEN INPUT RUNLEDG
  4070     IF DR-LEDG-MISSING
  4080         GO TO 9000-CLOSE-INPUT
  4090     END-IF
  4100     IF NOT DR-LEDG-OK
  4110         DISPLAY "BERN160 - RUNLEDG OPEN FAILED, STATUS = "
  4120             DR-LEDG-STATUS
  4130         GO TO 9000-EXIT
  4140     END-IF
  4150     PERFORM UNTIL DR-LEDG-EOF
  4160         READ RUNLEDG
  4170             AT END
  4180                 CONTINUE
  4190             NOT AT END
  4200                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
  4210                     MOVE LG-RUN-ID TO DR-LEDG-RUN-ID
  4220                 END-IF
  4230         END-READ
  4240     END-PERFORM.
  4250
  4260 9000-CLOSE-INPUT.
  4270     CLOSE RUNLEDG
  4280     OPEN EXTEND RUNLEDG
  4290     IF NOT DR-LEDG-OK AND NOT DR-LEDG-MISSING
  4300         DISPLAY "BERN160 - RUNLEDG OPEN FAILED, STATUS = "
  4310             DR-LEDG-STATUS
  4320         GO TO 9000-EXIT
  4330     END-IF
  4340
  4350     MOVE SPACES TO RUN-LEDGER-RECORD
  4360     MOVE DR-LEDG-RUN-ID TO LG-RUN-ID
  4370     MOVE "S" TO LG-TYPE
  4380     MOVE "DRIFT" TO LG-STEP
  4390     MOVE "BERN160" TO LG-PROGRAM
  4400     ACCEPT LG-DATE FROM DATE YYYYMMDD
  4410     ACCEPT LG-TIME FROM TIME
  4420     MOVE RETURN-CODE TO LG-RC
  4430     MOVE DR-CURR-COUNT TO LG-COUNT-IN
  4440     MOVE ZERO TO LG-COUNT-OUT
  4450     MOVE DR-DRIFT-COUNT TO LG-EXCEPTIONS
  4460     EVALUATE TRUE
  4470         WHEN RETURN-CODE > 8
  4480             MOVE "DRIFT COMPARE DID NOT RUN - SEE SYSOUT"
  4490                 TO LG-VERDICT
  4500         WHEN NOT DR-NUMPREV-FOUND
  4510             MOVE "NO PRIOR GENERATION - NOTHING TO COMPARE"
  4520                 TO LG-VERDICT
  4530         WHEN DR-DRIFT-COUNT > 0
  4540             MOVE "VALUES MOVED BETWEEN GENERATIONS - SEE RPTOUT"
  4550                 TO LG-VERDICT
  4560         WHEN OTHER
  4570             MOVE "NO VALUE DRIFT BETWEEN THE TWO GENERATIONS"
  4580                 TO LG-VERDICT
  4590     END-EVALUATE
  4600     WRITE RUN-LEDGER-RECORD
  4610     IF NOT DR-LEDG-OK
  4620         DISPLAY "BERN160 - RUNLEDG WRITE FAILED, STATUS = "
  4630             DR-LEDG-STATUS
  4640     END-IF
  4650
  4660 9000-CLOSE-LEDGER.
  4670     CLOSE RUNLEDG.
  4680 9000-EXIT.
  4690     EXIT.
  4700
  4710******************************************************************
  4720*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  4730******************************************************************
  4740 9999-EXIT.
  4750     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
  4760     STOP RUN.
