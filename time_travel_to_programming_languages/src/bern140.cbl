   280*    ONCE A CHAINED RECORD HAS BEEN SEEN, AN UNCHAINED ONE IS    *
   290*    ITSELF A BREAK.                                             *
   300*                                                                *
   310*    A YEAR-END CARRY-FORWARD RECORD (SEE CPAUD, WRITTEN BY      *
   320*    BERN145) IS ACCEPTED AS THE FIRST RECORD OF A LOG ONLY --   *
   330*    ITS SEAL IS CHECKED AND THE CHAIN CONTINUES FROM THE        *
   340*    SEQUENCE AND HASH IT CARRIES.  RUN AGAINST ONE OF THE       *
   350*    DATED ARCHIVES INSTEAD OF THE ACTIVE LOG, THE STEP          *
   360*    VERIFIES THAT YEAR ON ITS OWN; THE SEQUENCE AND HASH THE    *
   370*    CHAIN ENDS ON, PRINTED AT THE FOOT, ARE THE ONES THE NEXT   *
   380*    YEAR'S CARRY-FORWARD RECORD MUST CARRY.                     *
   390*                                                                *
   400******************************************************************
   410 IDENTIFICATION DIVISION.
   420 PROGRAM-ID.     BERN140.
   430 AUTHOR.         H-LARSSON-WILHELMSSON.
   440 INSTALLATION.   ACTUARIAL-SYSTEMS.
   450 DATE-WRITTEN.   09/02/2026.
   460 DATE-COMPILED.
   470
   480******************************************************************
   490*  MODIFICATION HISTORY                                        *
   500*  DATE        BY   DESCRIPTION                                 *
   510*  ----------  ---  ----------------------------------------   *
   520*  09/02/2026  HLW  ORIGINAL VERSION.                           *
   530*  10/15/2026  HLW  POST A STEP-STATUS RECORD TO THE NIGHTLY    *
   540*                   RUN-CONTROL LEDGER (SEE CPLED) AT END OF    *
   550*                   STEP.                                       *
   560*                   RESEQUENCED.                                *
   570*  10/15/2026  HLW  ACCEPT THE YEAR-END CARRY-FORWARD RECORD    *
   580*                   (SEE CPAUD) AS THE CHAIN ANCHOR AT THE HEAD *
   590*                   OF THE LOG, CHECKING ITS SEAL, AND REPORT   *
   600*                   WHERE THE CHAIN ENDS.                       *
   610*                   RESEQUENCED.                                *
   620******************************************************************
   630
   640 ENVIRONMENT DIVISION.
   650 INPUT-OUTPUT SECTION.
   660 FILE-CONTROL.
   670*    AUDITLOG - THE ACCUMULATED LOG UNDER VERIFICATION, OR ONE
   680*    YEAR'S DATED ARCHIVE OF IT.
   690     SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
   700         ORGANIZATION IS LINE SEQUENTIAL
   710         FILE STATUS IS VC-AUDIT-STATUS.
   720*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), READ FOR
   730*    THE NIGHT'S RUN IDENTIFIER AND THEN APPENDED TO.
   740     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
   750         ORGANIZATION IS LINE SEQUENTIAL
   760         FILE STATUS IS VC-LEDG-STATUS.
   770
   780 DATA DIVISION.
   790 FILE SECTION.
   800 FD  AUDITLOG.
   810     COPY CPAUD.
   820
   830 FD  RUNLEDG.
   840     COPY CPLED.
   850
   860 WORKING-STORAGE SECTION.
   870*    CHAIN STATE -- THE HASH THE NEXT RECORD MUST HAVE BEEN
   880*    SEEDED WITH, AND THE SEQUENCE IT MUST CARRY.  THE FOLD,
   890*    THE FIELD ORDER AND THE ALPHABET MIRROR BERN100'S
   900*    5100-COMPUTE-AUDIT-HASH EXACTLY (SEE CPAUD) -- THE TWO
   910*    MUST CHANGE TOGETHER.
   920 01  VC-PREV-HASH            PIC S9(18) USAGE BINARY VALUE 0.
   930 01  VC-CHAIN-HASH           PIC S9(18) USAGE BINARY VALUE 0.
   940 01  VC-EXPECTED-SEQ         PIC S9(9) USAGE BINARY VALUE 1.
   950 01  VC-HASH-MODULUS         PIC S9(9) USAGE BINARY
   960                             VALUE 999999937.
   970 01  VC-HASH-IN              PIC S9(18) USAGE BINARY VALUE 0.
   980 01  VC-HASH-QUOT            PIC S9(18) USAGE BINARY VALUE 0.
   990 01  VC-HASH-CHK             PIC S9(18)V9(06) VALUE ZERO.
  1000 01  VC-HASH-CHK-ABS         PIC S9(18)V9(06) VALUE ZERO.
  1010 01  VC-HASH-CHK-INT         PIC S9(18) USAGE BINARY VALUE 0.
  1020 01  VC-HASH-CHK-DEC         PIC S9(9) USAGE BINARY VALUE 0.
  1030 01  VC-HASH-CHAR            PIC X(01) VALUE SPACE.
  1040 01  VC-HASH-CHAR-IX         PIC S9(9) USAGE BINARY VALUE 0.
  1050 01  VC-HASH-SUB-IX          PIC S9(9) USAGE BINARY VALUE 0.
  1060 01  VC-HASH-RUNID-SPLIT.
  1070     02  VC-HASH-RUNID-DT    PIC 9(08).
  1080     02  VC-HASH-RUNID-TM    PIC 9(06).
  1090 01  VC-HASH-ALPHA-INIT      PIC X(39) VALUE
  1100     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-#$".
  1110 01  VC-HASH-ALPHA REDEFINES VC-HASH-ALPHA-INIT.
  1120     02  VC-HASH-ALPHA-CH    PIC X(01) OCCURS 39 TIMES.
  1130 01  VC-HASH-SUBM            PIC X(08) VALUE SPACES.
  1140 01  VC-HASH-SUBM-R REDEFINES VC-HASH-SUBM.
  1150     02  VC-HASH-SUBM-CH     PIC X(01) OCCURS 8 TIMES.
  1160
  1170 01  VC-RECORD-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1180 01  VC-PRECHAIN-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1190 01  VC-CHAINED-COUNT        PIC S9(9) USAGE BINARY VALUE 0.
  1200 01  VC-BREAK-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  1210*    ONCE A CHAINED RECORD HAS BEEN SEEN, AN UNCHAINED ONE IS
  1220*    A BREAK, NOT A LEGACY RECORD.
  1230 01  VC-CHAIN-STARTED-SW     PIC X(01) VALUE "N".
  1240     88  VC-CHAIN-STARTED            VALUE "Y".
  1250*    SET WHEN THE LOG OPENS ON A CARRY-FORWARD RECORD.
  1260 01  VC-ANCHORED-SW          PIC X(01) VALUE "N".
  1270     88  VC-ANCHORED                 VALUE "Y".
  1280 01  VC-ANCHOR-YEAR          PIC 9(04) VALUE ZERO.
  1290 01  VC-ANCHOR-SEQ           PIC 9(09) VALUE ZERO.
  1300*    WHERE THE CHAIN ENDS, FOR THE FOOT OF THE REPORT.
  1310 01  VC-END-SEQ              PIC 9(09) VALUE ZERO.
  1320 01  VC-END-HASH             PIC 9(09) VALUE ZERO.
  1330
  1340 01  VC-AUDIT-STATUS         PIC X(02) VALUE "00".
  1350     88  VC-AUDIT-OK                 VALUE "00".
  1360     88  VC-AUDIT-MISSING           VALUE "05" "35".
  1370     88  VC-AUDIT-EOF               VALUE "10".
  1380
  1390*    RUN IDENTIFIER THIS STEP POSTS ITS LEDGER RECORD UNDER --
  1400*    THE NEWEST BERN100 RUN ON THE LEDGER.
  1410 01  VC-LEDG-RUN-ID          PIC X(14) VALUE SPACES.
  1420 01  VC-LEDG-STATUS          PIC X(02) VALUE "00".
  1430     88  VC-LEDG-OK                  VALUE "00".
  1440     88  VC-LEDG-MISSING             VALUE "05" "35".
  1450     88  VC-LEDG-EOF                 VALUE "10".
  1460
  1470 PROCEDURE DIVISION.
  1480
  1490 0000-MAINLINE.
  1500     PERFORM 1000-WALK-THE-LOG THRU 1000-EXIT
  1510     PERFORM 8000-REPORT-VERDICT THRU 8000-EXIT
  1520     GO TO 9999-EXIT.
  1530
  1540******************************************************************
  1550*    1000-WALK-THE-LOG                                          *
  1560******************************************************************
  1570 1000-WALK-THE-LOG.
  1580     OPEN INPUT AUDITLOG
  1590     IF VC-AUDIT-MISSING
  1600         GO TO 1000-CLOSE-AUDIT
  1610     END-IF
  1620     IF NOT VC-AUDIT-OK
  1630         DISPLAY "BERN140 - AUDITLOG OPEN FAILED, STATUS = "
  1640             VC-AUDIT-STATUS
  1650         MOVE 16 TO RETURN-CODE
  1660         GO TO 9999-EXIT
  1670     END-IF
  1680
  1690     PERFORM UNTIL VC-AUDIT-EOF
  1700         READ AUDITLOG
  1710             AT END
  1720                 CONTINUE
  1730             NOT AT END
  1740                 PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
  1750         END-READ
  1760     END-PERFORM
  1770
  1780 1000-CLOSE-AUDIT.
  1790     CLOSE AUDITLOG.
  1800 1000-EXIT.
  1810     EXIT.
  1820
  1830******************************************************************
  1840*    2000-CHECK-ONE-RECORD                                      *
  1850*    SEQUENCE FIRST, THEN THE RECOMPUTED HASH AGAINST THE ONE    *
  1860*    THE RECORD CARRIES.  EVERY BREAK IS REPORTED WITH THE       *
  1870*    RECORD POSITION SO OPS CAN FIND THE SPOT IN THE DATASET.    *
  1880******************************************************************
  1890 2000-CHECK-ONE-RECORD.
  1900     ADD 1 TO VC-RECORD-COUNT
  1910
  1920     IF AU-CARRY-FORWARD
  1930         PERFORM 2500-CHECK-CARRY-FORWARD THRU 2500-EXIT
  1940         GO TO 2000-EXIT
  1950     END-IF
  1960
  1970     IF AU-SEQ IS NOT NUMERIC
  1980         IF VC-CHAIN-STARTED
  1990             ADD 1 TO VC-BREAK-COUNT
  2000             DISPLAY "BERN140 - *** UNCHAINED RECORD AT "
  2010                 "POSITION " VC-RECORD-COUNT
  2020                 " AFTER THE CHAIN BEGAN"
  2030         ELSE
  2040             ADD 1 TO VC-PRECHAIN-COUNT
  2050         END-IF
  2060         GO TO 2000-EXIT
  2070     END-IF
  2080
  2090     MOVE "Y" TO VC-CHAIN-STARTED-SW
  2100     ADD 1 TO VC-CHAINED-COUNT
  2110
  2120     IF AU-SEQ NOT = VC-EXPECTED-SEQ
  2130         ADD 1 TO VC-BREAK-COUNT
  2140         DISPLAY "BERN140 - *** SEQUENCE BREAK AT POSITION "
  2150             VC-RECORD-COUNT ", RECORD CARRIES " AU-SEQ
  2160             " BUT THE CHAIN CALLS FOR " VC-EXPECTED-SEQ
  2170*    RESYNC ON THE RECORD'S OWN SEQUENCE SO ONE GAP DOES NOT
  2180*    CASCADE INTO A BREAK REPORT FOR EVERY LATER RECORD.
  2190         MOVE AU-SEQ TO VC-EXPECTED-SEQ
  2200     END-IF
  2210
  2220     PERFORM 3100-COMPUTE-CHAIN-HASH THRU 3100-EXIT
  2230     IF AU-HASH IS NOT NUMERIC
  2240         ADD 1 TO VC-BREAK-COUNT
  2250         DISPLAY "BERN140 - *** RECORD " AU-SEQ
  2260             " CARRIES NO HASH"
  2270     ELSE
  2280         IF AU-HASH NOT = VC-CHAIN-HASH
  2290             ADD 1 TO VC-BREAK-COUNT
  2300             DISPLAY "BERN140 - *** HASH BREAK AT RECORD "
  2310                 AU-SEQ ", CARRIES " AU-HASH
  2320                 " BUT RECOMPUTES TO " VC-CHAIN-HASH
  2330         END-IF
  2340     END-IF
  2350
  2360*    THE NEXT RECORD CHAINS OFF THE HASH THIS ONE CARRIES --
  2370*    CARRIED, NOT RECOMPUTED, SO ONE DOCTORED RECORD YIELDS
  2380*    EXACTLY ONE HASH BREAK INSTEAD OF CONDEMNING THE REST OF
  2390*    THE LOG.
  2400     IF AU-HASH IS NUMERIC
  2410         MOVE AU-HASH TO VC-PREV-HASH
  2420     ELSE
  2430         MOVE VC-CHAIN-HASH TO VC-PREV-HASH
  2440     END-IF
  2450     COMPUTE VC-EXPECTED-SEQ = VC-EXPECTED-SEQ + 1.
  2460 2000-EXIT.
  2470     EXIT.
  2480
  2490******************************************************************
  2500*    2500-CHECK-CARRY-FORWARD                                    *
  2510*    A CARRY-FORWARD RECORD IS ONLY VALID AS THE FIRST RECORD    *
  2520*    OF THE LOG.  THERE, ITS SEAL IS RECOMPUTED AND THE CHAIN    *
  2530*    IS ANCHORED ON THE SEQUENCE AND HASH IT CARRIES -- EVEN     *
  2540*    WHEN THE SEAL IS BROKEN, SO THE REST OF THE LOG IS STILL    *
  2550*    CHECKED AGAINST IT.                                         *
  2560******************************************************************
  2570 2500-CHECK-CARRY-FORWARD.
  2580     IF VC-RECORD-COUNT NOT = 1
  2590         ADD 1 TO VC-BREAK-COUNT
  2600         DISPLAY "BERN140 - *** CARRY-FORWARD RECORD AT "
  2610             "POSITION " VC-RECORD-COUNT
  2620             ", ONLY VALID AS THE FIRST RECORD"
  2630         GO TO 2500-EXIT
  2640     END-IF
  2650     IF AU-SEQ IS NOT NUMERIC
  2660        OR AU-HASH IS NOT NUMERIC
  2670        OR AU-CF-SEAL IS NOT NUMERIC
  2680         ADD 1 TO VC-BREAK-COUNT
  2690         DISPLAY "BERN140 - *** CARRY-FORWARD RECORD CARRIES "
  2700             "NO SEQUENCE, HASH OR SEAL"
  2710         GO TO 2500-EXIT
  2720     END-IF
  2730
  2740     PERFORM 3500-COMPUTE-SEAL THRU 3500-EXIT
  2750     IF AU-CF-SEAL NOT = VC-CHAIN-HASH
  2760         ADD 1 TO VC-BREAK-COUNT
  2770         DISPLAY "BERN140 - *** CARRY-FORWARD SEAL BROKEN, "
  2780             "CARRIES " AU-CF-SEAL
  2790             " BUT RECOMPUTES TO " VC-CHAIN-HASH
  2800     END-IF
  2810
  2820     MOVE "Y" TO VC-CHAIN-STARTED-SW
  2830     MOVE "Y" TO VC-ANCHORED-SW
  2840     MOVE AU-CF-YEAR TO VC-ANCHOR-YEAR
  2850     MOVE AU-SEQ TO VC-ANCHOR-SEQ
  2860     MOVE AU-HASH TO VC-PREV-HASH
  2870     COMPUTE VC-EXPECTED-SEQ = AU-SEQ + 1
  2880     DISPLAY "BERN140 - ANCHORED ON THE " AU-CF-YEAR
  2890         " CARRY-FORWARD, SEQUENCE " AU-SEQ ", HASH " AU-HASH
  2900     DISPLAY "BERN140 - " AU-CF-AUDIT-COUNT
  2910         " RECORD(S) ARCHIVED BEHIND IT".
  2920 2500-EXIT.
  2930     EXIT.
  2940
  2950******************************************************************
  2960*    3100-COMPUTE-CHAIN-HASH                                    *
  2970*    MIRROR OF BERN100'S 5100-COMPUTE-AUDIT-HASH -- SEEDED      *
  2980*    WITH THE PRIOR RECORD'S CARRIED HASH, FOLDING EVERY FIELD  *
  2990*    IN THE ORDER THE CPAUD CONTRACT LISTS (NOT THE PHYSICAL    *
  3000*    RECORD ORDER).                                             *
  3010******************************************************************
  3020 3100-COMPUTE-CHAIN-HASH.
  3030     MOVE VC-PREV-HASH TO VC-CHAIN-HASH
  3040
  3050     MOVE AU-SEQ TO VC-HASH-IN
  3060     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  3070     MOVE AU-RUN-DATE TO VC-HASH-RUNID-DT
  3080     MOVE VC-HASH-RUNID-DT TO VC-HASH-IN
  3090     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  3100     MOVE AU-RUN-TIME TO VC-HASH-RUNID-TM
  3110     MOVE VC-HASH-RUNID-TM TO VC-HASH-IN
  3120     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  3130
  3140     MOVE AU-SUBMITTER TO VC-HASH-SUBM
  3150     PERFORM VARYING VC-HASH-SUB-IX FROM 1 BY 1
  3160             UNTIL VC-HASH-SUB-IX > 8
  3170         MOVE VC-HASH-SUBM-CH(VC-HASH-SUB-IX) TO VC-HASH-CHAR
  3180         PERFORM 3300-FOLD-ONE-CHAR THRU 3300-EXIT
  3190     END-PERFORM
  3200
  3210     MOVE AU-N TO VC-HASH-IN
  3220     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  3230     MOVE AU-MODE TO VC-HASH-CHAR
  3240     PERFORM 3300-FOLD-ONE-CHAR THRU 3300-EXIT
  3250     MOVE AU-REQ TO VC-HASH-IN
  3260     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  3270
  3280     MOVE AU-CHECKSUM TO VC-HASH-CHK
  3290     PERFORM 3250-FOLD-CHECKSUM THRU 3250-EXIT
  3300     MOVE AU-CHECKSUM-2 TO VC-HASH-CHK
  3310     PERFORM 3250-FOLD-CHECKSUM THRU 3250-EXIT
  3320
  3330     MOVE AU-RUN-ID TO VC-HASH-RUNID-SPLIT
  3340     MOVE VC-HASH-RUNID-DT TO VC-HASH-IN
  3350     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  3360     MOVE VC-HASH-RUNID-TM TO VC-HASH-IN
  3370     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT.
  3380 3100-EXIT.
  3390     EXIT.
  3400
  3410******************************************************************
  3420*    3200-FOLD-ONE-VALUE                                        *
  3430*    ONE FOLD STEP: H = MOD(H * 31 + V, 999999937), SAME AS     *
  3440*    BERN100'S 5200-FOLD-ONE-VALUE.                             *
  3450******************************************************************
  3460 3200-FOLD-ONE-VALUE.
  3470     COMPUTE VC-CHAIN-HASH = VC-CHAIN-HASH * 31
  3480     COMPUTE VC-CHAIN-HASH = VC-CHAIN-HASH + VC-HASH-IN
  3490     DIVIDE VC-CHAIN-HASH BY VC-HASH-MODULUS
  3500         GIVING VC-HASH-QUOT
  3510         REMAINDER VC-HASH-IN
  3520     MOVE VC-HASH-IN TO VC-CHAIN-HASH.
  3530 3200-EXIT.
  3540     EXIT.
  3550
  3560******************************************************************
  3570*    3250-FOLD-CHECKSUM                                         *
  3580*    SIGN FLAG, REDUCED INTEGER PART, SIX DECIMAL DIGITS --     *
  3590*    SAME AS BERN100'S 5250-FOLD-CHECKSUM.                      *
  3600******************************************************************
  3610 3250-FOLD-CHECKSUM.
  3620     IF VC-HASH-CHK < 0
  3630         MOVE 1 TO VC-HASH-IN
  3640         COMPUTE VC-HASH-CHK-ABS = VC-HASH-CHK * -1
  3650     ELSE
  3660         MOVE 0 TO VC-HASH-IN
  3670         MOVE VC-HASH-CHK TO VC-HASH-CHK-ABS
  3680     END-IF
  3690     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  3700     COMPUTE VC-HASH-CHK-INT = VC-HASH-CHK-ABS
  3710     DIVIDE VC-HASH-CHK-INT BY VC-HASH-MODULUS
  3720         GIVING VC-HASH-QUOT
  3730         REMAINDER VC-HASH-IN
  3740     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  3750     COMPUTE VC-HASH-CHK-DEC =
  3760         (VC-HASH-CHK-ABS - VC-HASH-CHK-INT) * 1000000
  3770     MOVE VC-HASH-CHK-DEC TO VC-HASH-IN
  3780     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT.
  3790 3250-EXIT.
  3800     EXIT.
  3810
  3820******************************************************************
  3830*    3300-FOLD-ONE-CHAR                                         *
  3840*    1-ORIGIN ALPHABET POSITION, ZERO WHEN NOT FOUND -- SAME    *
  3850*    AS BERN100'S 5300-FOLD-ONE-CHAR.                           *
  3860******************************************************************
  3870 3300-FOLD-ONE-CHAR.
  3880     MOVE 0 TO VC-HASH-IN
  3890     PERFORM VARYING VC-HASH-CHAR-IX FROM 1 BY 1
  3900             UNTIL VC-HASH-CHAR-IX > 39
  3910         IF VC-HASH-ALPHA-CH(VC-HASH-CHAR-IX) = VC-HASH-CHAR
  3920             MOVE VC-HASH-CHAR-IX TO VC-HASH-IN
  3930             MOVE 39 TO VC-HASH-CHAR-IX
  3940         END-IF
  3950     END-PERFORM
  3960     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT.
  3970 3300-EXIT.
  3980     EXIT.
  3990
  4000******************************************************************
  4010*    3500-COMPUTE-SEAL                                           *
  4020*    MIRROR OF BERN145'S 5100-COMPUTE-SEAL -- THE CHAIN FOLD,    *
  4030*    SEEDED WITH THE CARRIED HASH, OVER THE CARRY-FORWARD        *
  4040*    FIELDS IN THE ORDER THE CPAUD CONTRACT LISTS.               *
  4050******************************************************************
  4060 3500-COMPUTE-SEAL.
  4070     MOVE AU-HASH TO VC-CHAIN-HASH
  4080
  4090     MOVE AU-SEQ TO VC-HASH-IN
  4100     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  4110     MOVE AU-RUN-DATE TO VC-HASH-RUNID-DT
  4120     MOVE VC-HASH-RUNID-DT TO VC-HASH-IN
  4130     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  4140     MOVE AU-RUN-TIME TO VC-HASH-RUNID-TM
  4150     MOVE VC-HASH-RUNID-TM TO VC-HASH-IN
  4160     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  4170     MOVE AU-CF-YEAR TO VC-HASH-IN
  4180     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  4190     MOVE AU-CF-AUDIT-COUNT TO VC-HASH-IN
  4200     PERFORM 3200-FOLD-ONE-VALUE THRU 3200-EXIT
  4210
  4220     MOVE AU-CHECKSUM TO VC-HASH-CHK
  4230     PERFORM 3250-FOLD-CHECKSUM THRU 3250-EXIT
  4240     MOVE AU-CHECKSUM-2 TO VC-HASH-CHK
  4250     PERFORM 3250-FOLD-CHECKSUM THRU 3250-EXIT.
  4260 3500-EXIT.
  4270     EXIT.
  4280
  4290******************************************************************
  4300*    8000-REPORT-VERDICT                                        *
  4310*    SUMMARY AND THE RETURN CODE.  RC 8, SAME SEVERITY AS THE    *
  4320*    BERN110 RECONCILIATION -- A LOG THAT CANNOT BE TRUSTED      *
  4330*    MUST STOP THE CHAIN OF STEPS THAT RECONCILE AGAINST IT.     *
  4340******************************************************************
  4350 8000-REPORT-VERDICT.
  4360     DISPLAY "BERN140 - " VC-RECORD-COUNT " RECORD(S) READ, "
  4370         VC-CHAINED-COUNT " CHAINED, "
  4380         VC-PRECHAIN-COUNT " FROM BEFORE THE CHAIN"
  4390     IF VC-ANCHORED
  4400         DISPLAY "BERN140 - CHAIN ANCHORED ON THE "
  4410             VC-ANCHOR-YEAR " CARRY-FORWARD AT SEQUENCE "
  4420             VC-ANCHOR-SEQ
  4430     END-IF
  4440     IF VC-CHAIN-STARTED
  4450         COMPUTE VC-END-SEQ = VC-EXPECTED-SEQ - 1
  4460         MOVE VC-PREV-HASH TO VC-END-HASH
  4470         DISPLAY "BERN140 - CHAIN ENDS AT SEQUENCE " VC-END-SEQ
  4480             ", HASH " VC-END-HASH
  4490     END-IF
  4500     IF VC-BREAK-COUNT > 0
  4510         DISPLAY "BERN140 - CHAIN VERIFICATION FAILED, "
  4520             VC-BREAK-COUNT " BREAK(S) LISTED ABOVE"
  4530         MOVE 8 TO RETURN-CODE
  4540     ELSE
  4550         DISPLAY "BERN140 - AUDIT CHAIN VERIFIES CLEAN "
  4560             "END TO END"
  4570     END-IF.
  4580 8000-EXIT.
  4590     EXIT.
  4600
  4610******************************************************************
  4620*    9000-POST-LEDGER                                            *
  4630*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
  4640*    CONTROL LEDGER (SEE CPLED) -- RC, RECORD COUNTS AND A       *
  4650*    ONE-LINE VERDICT.  PERFORMED FROM 9999-EXIT SO EVERY        *
  4660*    ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A LEDGER THAT  *
  4670*    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE STEP'S OWN     *
  4680*    RETURN CODE ALONE -- BERN105 SHOWS THE STEP AS NOT POSTED.  *
  4690******************************************************************
  4700 9000-POST-LEDGER.
  4710     OPEN INPUT RUNLEDG
  4720     IF VC-LEDG-MISSING
  4730         GO TO 9000-CLOSE-INPUT
  4740     END-IF
  4750     IF NOT VC-LEDG-OK
  4760         DISPLAY "BERN140 - RUNLEDG OPEN FAILED, STATUS = "
  4770             VC-LEDG-STATUS
  4780         GO TO 9000-EXIT
  4790     END-IF
  4800     PERFORM UNTIL VC-LEDG-EOF
  4810         READ RUNLEDG
  4820             AT END
  4830                 CONTINUE
  4840             NOT AT END
  4850                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
  4860                     MOVE LG-RUN-ID TO VC-LEDG-RUN-ID
  4870                 END-IF
  4880         END-READ
  4890     END-PERFORM.
  4900
  4910 9000-CLOSE-INPUT.
  4920     CLOSE RUNLEDG
  4930     OPEN EXTEND RUNLEDG
  4940     IF NOT VC-LEDG-OK AND NOT VC-LEDG-MISSING
  4950         DISPLAY "BERN140 - RUNLEDG OPEN FAILED, STATUS = "
  4960             VC-LEDG-STATUS
  4970         GO TO 9000-EXIT
  4980     END-IF
  4990
  5000     MOVE SPACES TO RUN-LEDGER-RECORD
  5010     MOVE VC-LEDG-RUN-ID TO LG-RUN-ID
  5020     MOVE "S" TO LG-TYPE
  5030     MOVE "VCHAIN" TO LG-STEP
  5040     MOVE "BERN140" TO LG-PROGRAM
  5050     ACCEPT LG-DATE FROM DATE YYYYMMDD
  5060     ACCEPT LG-TIME FROM TIME
  5070     MOVE RETURN-CODE TO LG-RC
  5080     MOVE VC-RECORD-COUNT TO LG-COUNT-IN
  5090     MOVE ZERO TO LG-COUNT-OUT
  5100     MOVE VC-BREAK-COUNT TO LG-EXCEPTIONS
  5110     EVALUATE TRUE
  5120         WHEN RETURN-CODE > 8
  5130             MOVE "AUDITLOG COULD NOT BE OPENED"
  5140                 TO LG-VERDICT
  5150         WHEN VC-BREAK-COUNT > 0
  5160             MOVE "AUDIT CHAIN BROKEN - SEE BREAKS ON SYSOUT"
  5170                 TO LG-VERDICT
  5180         WHEN OTHER
  5190             MOVE "AUDIT CHAIN VERIFIES CLEAN END TO END"
  5200                 TO LG-VERDICT
  5210     END-EVALUATE
  5220     WRITE RUN-LEDGER-RECORD
  5230     IF NOT VC-LEDG-OK
  5240         DISPLAY "BERN140 - RUNLEDG WRITE FAILED, STATUS = "
  5250             VC-LEDG-STATUS
  5260     END-IF
  5270
  5280 9000-CLOSE-LEDGER.
  5290     CLOSE RUNLEDG.
  5300 9000-EXIT.
  5310     EXIT.
  5320
  5330******************************************************************
  5340*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  5350******************************************************************
  5360 9999-EXIT.
  5370     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
  5380     STOP RUN.
