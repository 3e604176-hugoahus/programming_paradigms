   640*                   COUNT AND HASH TOTALS, ACK FLAG "N" UNTIL   *
   650*                   THE BERN180 INTAKE MARKS IT -- SO EACH      *
   660*                   FILE CAN BE PROVED ACKNOWLEDGED WHOLE.      *
   670*  10/15/2026  HLW  POST A STEP-STATUS RECORD TO THE NIGHTLY    *
   680*                   RUN-CONTROL LEDGER (SEE CPLED) AT END OF    *
   690*                   STEP.                                       *
   700*                   RESEQUENCED.                                *
   710*  10/15/2026  HLW  SKIP THE YEAR-END CARRY-FORWARD RECORD (SEE *
   720*                   CPAUD) AT THE HEAD OF THE AUDIT LOG -- IT   *
   730*                   IS NOT A RUN.                               *
   740*                   RESEQUENCED.                                *
   750*  10/15/2026  HLW  ALSO SKIP THE KEYED-STORE RESTORE RECORD    *
   760*                   BERN115 WRITES (SEE CPAUD) -- IT IS NOT A   *
   770*                   RUN EITHER.                                 *
   780*                   RESEQUENCED.                                *
   790******************************************************************
   800
   810 ENVIRONMENT DIVISION.
   820 INPUT-OUTPUT SECTION.
   830 FILE-CONTROL.
   840*    NUMOUT - THE BERNOULLI ARCHIVE THE RUN JUST WROTE.
   850     SELECT NUMOUT ASSIGN TO "NUMOUT"
   860         ORGANIZATION IS LINE SEQUENTIAL
   870         FILE STATUS IS XT-NUMOUT-STATUS.
   880*    EULOUT - THE GENOCCHI COMPANION, PRESENT (POSSIBLY EMPTY)
   890*    EVERY RUN BUT ONLY POPULATED BY MODE E REQUESTS.
   900     SELECT OPTIONAL EULOUT ASSIGN TO "EULOUT"
   910         ORGANIZATION IS LINE SEQUENTIAL
   920         FILE STATUS IS XT-EULOUT-STATUS.
   930*    AUDITLOG - READ THROUGH TO THE NEWEST RECORD FOR THE
   940*    HEADER FIELDS.
   950     SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
   960         ORGANIZATION IS LINE SEQUENTIAL
   970         FILE STATUS IS XT-AUDIT-STATUS.
   980*    XTRACT - THE INTERCHANGE FILE ITSELF.
   990     SELECT XTRACT ASSIGN TO "XTRACT"
  1000         ORGANIZATION IS LINE SEQUENTIAL
  1010         FILE STATUS IS XT-XTRACT-STATUS.
  1020*    TRANSREG - THE TRANSMISSION REGISTER, ONE RECORD APPENDED
  1030*    PER EXTRACT (SEE CPTRN), MATCHED AGAINST THE PLATFORM'S
  1040*    RETURNED ACKNOWLEDGMENTS BY THE BERN180 INTAKE JOB.
  1050     SELECT OPTIONAL TRANSREG ASSIGN TO "TRANSREG"
  1060         ORGANIZATION IS LINE SEQUENTIAL
  1070         FILE STATUS IS XT-TRANSREG-STATUS.
  1080*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), READ FOR
  1090*    THE NIGHT'S RUN IDENTIFIER AND THEN APPENDED TO.
  1100     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
  1110         ORGANIZATION IS LINE SEQUENTIAL
  1120         FILE STATUS IS XT-LEDG-STATUS.
  1130
  1140 DATA DIVISION.
  1150 FILE SECTION.
  1160 FD  NUMOUT.
  1170     COPY CPCOEF REPLACING
  1180         ==COEF-OUT-RECORD==
  1190         BY ==NUMIN-RECORD==.
  1200
  1210 FD  EULOUT.
  1220     COPY CPCOEF REPLACING
  1230         ==COEF-OUT-RECORD== BY ==EULIN-RECORD==
  1240         ==CO-KEY==          BY ==EU-KEY==
  1250         ==CO-TABLE==        BY ==EU-TABLE==
  1260         ==CO-INDEX==        BY ==EU-INDEX==
  1270         ==CO-VALUE==        BY ==EU-VALUE==
  1280         ==CO-REQ==          BY ==EU-REQ==
  1290         ==CO-RUN-ID==       BY ==EU-RUN-ID==
  1300         ==CO-MANTISSA==      BY ==EU-MANTISSA==
  1310         ==CO-EXPONENT==      BY ==EU-EXPONENT==.
  1320
  1330 FD  AUDITLOG.
  1340     COPY CPAUD.
  1350
  1360 FD  XTRACT.
  1370 01  XTRACT-RECORD           PIC X(80).
  1380
  1390 FD  TRANSREG.
  1400     COPY CPTRN.
  1410
  1420 FD  RUNLEDG.
  1430     COPY CPLED.
  1440
  1450 WORKING-STORAGE SECTION.
  1460*    HEADER FIELDS -- DATE AND TIME OFF THE NEWEST AUDIT
  1470*    RECORD, N FROM THE 1500-SCAN-ARCHIVE PRE-PASS OVER THE
  1480*    ARCHIVE ITSELF.
  1490 01  XT-AU-RUN-DATE          PIC X(08) VALUE SPACES.
  1500 01  XT-AU-RUN-TIME          PIC X(06) VALUE SPACES.
  1510 01  XT-MAX-INDEX            PIC S9(9) USAGE BINARY VALUE -1.
  1520 01  XT-AUDIT-FOUND-SW       PIC X(01) VALUE "N".
  1530     88  XT-AUDIT-FOUND              VALUE "Y".
  1540*    RUN IDENTIFIER OFF THE NEWEST AUDIT RECORD -- THE RUN THIS
  1550*    EXTRACT DESCRIBES.  DETAILS STAMPED WITH ANY OTHER RUN ARE
  1560*    LEFT OUT AND COUNTED.
  1570 01  XT-RUN-ID               PIC X(14) VALUE SPACES.
  1580 01  XT-OTHER-RUN-COUNT      PIC S9(9) USAGE BINARY VALUE 0.
  1590
  1600*    COUNT AND EXACT DECIMAL HASH TOTAL OVER EVERY DETAIL
  1610*    VALUE WRITTEN -- FIXED DECIMAL SO THE RECEIVING SIDE CAN
  1620*    REPRODUCE IT EXACTLY FROM THE TRANSMITTED TEXT.
  1630 01  XT-DETAIL-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1640 01  XT-HASH-TOTAL           PIC S9(25)V9(06) VALUE ZERO.
  1650 01  XT-HASH-OVERFLOW-SW     PIC X(01) VALUE "N".
  1660     88  XT-HASH-OVERFLOWED          VALUE "Y".
  1670*    NUMERIC COPY OF THE VALUE JUST MOVED TO THE (EDITED)
  1680*    DETAIL FIELD -- THE HASH ARITHMETIC NEEDS AN UNEDITED
  1690*    OPERAND.
  1700 01  XT-WORK-VALUE           PIC S9(18)V9(06)
  1710                             SIGN LEADING SEPARATE.
  1720
  1730*    SECOND HASH PAIR OVER THE SCALED FORM -- THE EXACT DECIMAL
  1740*    SUM OF EVERY TRANSMITTED MANTISSA, AND THE INTEGER SUM OF
  1750*    EVERY EXPONENT, SO THE SCALED REPRESENTATION IS COVERED BY
  1760*    THE TRAILER THE SAME WAY THE FIXED VALUES ARE.
  1770 01  XT-HASH-MANT            PIC S9(07)V9(14) VALUE ZERO.
  1780 01  XT-EXP-TOTAL            PIC S9(09) VALUE ZERO.
  1790 01  XT-WORK-MANT            PIC S9(01)V9(14)
  1800                             SIGN LEADING SEPARATE.
  1810 01  XT-WORK-EXP             PIC S9(03)
  1820                             SIGN LEADING SEPARATE.
  1830
  1840*    THE INTERCHANGE LINES.  SEMICOLON DELIMITED, FIXED FIELD
  1850*    WIDTHS INSIDE THE DELIMITERS SO EITHER A DELIMITER PARSER
  1860*    OR A COLUMN PARSER CAN READ THEM.
  1870 01  XT-HEADER-LINE.
  1880     02  FILLER              PIC X(02) VALUE "H;".
  1890     02  FILLER              PIC X(08) VALUE "BERN100;".
  1900     02  XT-HDR-DATE         PIC X(08).
  1910     02  FILLER              PIC X(01) VALUE ";".
  1920     02  XT-HDR-TIME         PIC X(06).
  1930     02  FILLER              PIC X(01) VALUE ";".
  1940     02  FILLER              PIC X(21) VALUE
  1950         "ACTUAR.BERN100.NUMOUT".
  1960     02  FILLER              PIC X(01) VALUE ";".
  1970     02  XT-HDR-N            PIC 9(04).
  1980     02  FILLER              PIC X(01) VALUE ";".
  1990     02  XT-HDR-RUNID        PIC X(14).
  2000     02  FILLER              PIC X(13) VALUE SPACES.
  2010 01  XT-DETAIL-LINE.
  2020     02  FILLER              PIC X(02) VALUE "D;".
  2030     02  XT-DTL-TABLE        PIC X(01).
  2040     02  FILLER              PIC X(01) VALUE ";".
  2050     02  XT-DTL-INDEX        PIC 9(04).
  2060     02  FILLER              PIC X(01) VALUE ";".
  2070     02  XT-DTL-VALUE        PIC +9(18).9(06).
  2080     02  FILLER              PIC X(01) VALUE ";".
  2090     02  XT-DTL-REQ          PIC 9(03).
  2100     02  FILLER              PIC X(01) VALUE ";".
  2110     02  XT-DTL-MANT         PIC +9.9(14).
  2120     02  FILLER              PIC X(01) VALUE ";".
  2130     02  XT-DTL-EXP          PIC +999.
  2140     02  FILLER              PIC X(18) VALUE SPACES.
  2150 01  XT-TRAILER-LINE.
  2160     02  FILLER              PIC X(02) VALUE "T;".
  2170     02  XT-TRL-COUNT        PIC 9(06).
  2180     02  FILLER              PIC X(01) VALUE ";".
  2190     02  XT-TRL-HASH         PIC +9(25).9(06).
  2200     02  FILLER              PIC X(01) VALUE ";".
  2210     02  XT-TRL-MANT-HASH    PIC +9(07).9(14).
  2220     02  FILLER              PIC X(01) VALUE ";".
  2230     02  XT-TRL-EXP-SUM      PIC +9(09).
  2240     02  FILLER              PIC X(03) VALUE SPACES.
  2250
  2260 01  XT-NUMOUT-STATUS        PIC X(02) VALUE "00".
  2270     88  XT-NUMOUT-OK                VALUE "00".
  2280     88  XT-NUMOUT-EOF              VALUE "10".
  2290 01  XT-EULOUT-STATUS        PIC X(02) VALUE "00".
  2300     88  XT-EULOUT-OK                VALUE "00".
  2310     88  XT-EULOUT-MISSING          VALUE "05" "35".
  2320     88  XT-EULOUT-EOF              VALUE "10".
  2330 01  XT-AUDIT-STATUS         PIC X(02) VALUE "00".
  2340     88  XT-AUDIT-OK                 VALUE "00".
  2350     88  XT-AUDIT-MISSING           VALUE "05" "35".
  2360     88  XT-AUDIT-EOF               VALUE "10".
  2370 01  XT-XTRACT-STATUS        PIC X(02) VALUE "00".
  2380     88  XT-XTRACT-OK                VALUE "00".
  2390 01  XT-TRANSREG-STATUS      PIC X(02) VALUE "00".
  2400     88  XT-TRANSREG-OK              VALUE "00".
  2410     88  XT-TRANSREG-MISSING        VALUE "05" "35".
  2420
  2430*    RUN IDENTIFIER THIS STEP POSTS ITS LEDGER RECORD UNDER --
  2440*    THE NEWEST BERN100 RUN ON THE LEDGER.
  2450 01  XT-LEDG-RUN-ID          PIC X(14) VALUE SPACES.
  2460 01  XT-LEDG-STATUS          PIC X(02) VALUE "00".
  2470     88  XT-LEDG-OK                  VALUE "00".
  2480     88  XT-LEDG-MISSING             VALUE "05" "35".
  2490     88  XT-LEDG-EOF                 VALUE "10".
  2500
  2510 PROCEDURE DIVISION.
  2520
  2530 0000-MAINLINE.
  2540     PERFORM 1000-READ-AUDIT-LOG THRU 1000-EXIT
  2550     PERFORM 1500-SCAN-ARCHIVE THRU 1500-EXIT
  2560     PERFORM 2000-OPEN-AND-HEADER THRU 2000-EXIT
  2570     PERFORM 3000-EXTRACT-NUMOUT THRU 3000-EXIT
  2580     PERFORM 4000-EXTRACT-EULOUT THRU 4000-EXIT
  2590     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
  2600     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
  2610     CLOSE XTRACT
  2620     DISPLAY "BERN170 - " XT-DETAIL-COUNT
  2630         " DETAIL RECORD(S) EXTRACTED, "
  2640         XT-OTHER-RUN-COUNT " FROM OTHER RUNS LEFT OUT"
  2650     GO TO 9999-EXIT.
  2660
  2670******************************************************************
  2680*    1000-READ-AUDIT-LOG                                        *
  2690*    NEWEST AUDIT RECORD FOR THE HEADER -- SAME READ-TO-LAST     *
  2700*    IDIOM AS BERN110.  A MISSING LOG LEAVES THE HEADER FIELDS   *
  2710*    BLANK/ZERO RATHER THAN STOPPING THE EXTRACT.                *
  2720******************************************************************
  2730 1000-READ-AUDIT-LOG.
  2740     OPEN INPUT AUDITLOG
  2750     IF XT-AUDIT-MISSING
  2760         GO TO 1000-CLOSE-AUDIT
  2770     END-IF
  2780     IF NOT XT-AUDIT-OK
  2790         DISPLAY "BERN170 - AUDITLOG OPEN FAILED, STATUS = "
  2800             XT-AUDIT-STATUS
  2810         GO TO 1000-EXIT
  2820     END-IF
  2830
  2840     PERFORM UNTIL XT-AUDIT-EOF
  2850         READ AUDITLOG
  2860             AT END
  2870                 CONTINUE
  2880             NOT AT END
  2890*    CARRY-FORWARD AND RESTORE RECORDS (SEE CPAUD) ARE NOT RUNS.
  2900                 IF NOT AU-NOT-A-RUN
  2910                     MOVE "Y" TO XT-AUDIT-FOUND-SW
  2920                     MOVE AU-RUN-DATE TO XT-AU-RUN-DATE
  2930                     MOVE AU-RUN-TIME TO XT-AU-RUN-TIME
  2940                     MOVE AU-RUN-ID TO XT-RUN-ID
  2950                 END-IF
  2960         END-READ
  2970     END-PERFORM
  2980
  2990 1000-CLOSE-AUDIT.
  3000     CLOSE AUDITLOG.
  3010 1000-EXIT.
  3020     EXIT.
  3030
  3040******************************************************************
  3050*    1500-SCAN-ARCHIVE                                          *
  3060*    PRE-PASS OVER NUMOUT FOR THE HEADER'S N -- THE LARGEST     *
  3070*    INDEX THE FILE ACTUALLY CARRIES.  A MULTI-CARD DECK CAN    *
  3080*    END ON A SMALL REQUEST, SO THE NEWEST AUDIT RECORD'S N     *
  3090*    WOULD MISDESCRIBE THE FILE.  THE ARCHIVE IS REOPENED BY    *
  3100*    3000-EXTRACT-NUMOUT FOR THE DETAIL PASS.                   *
  3110******************************************************************
  3120 1500-SCAN-ARCHIVE.
  3130     OPEN INPUT NUMOUT
  3140     IF NOT XT-NUMOUT-OK
  3150         GO TO 1500-EXIT
  3160     END-IF
  3170     PERFORM UNTIL XT-NUMOUT-EOF
  3180         READ NUMOUT
  3190             AT END
  3200                 CONTINUE
  3210             NOT AT END
  3220                 IF CO-INDEX IN NUMIN-RECORD > XT-MAX-INDEX
  3230                     MOVE CO-INDEX IN NUMIN-RECORD
  3240                         TO XT-MAX-INDEX
  3250                 END-IF
  3260         END-READ
  3270     END-PERFORM
  3280     CLOSE NUMOUT.
  3290 1500-EXIT.
  3300     EXIT.
  3310
  3320******************************************************************
  3330*    2000-OPEN-AND-HEADER                                       *
  3340******************************************************************
  3350 2000-OPEN-AND-HEADER.
  3360     OPEN OUTPUT XTRACT
  3370     IF NOT XT-XTRACT-OK
  3380         DISPLAY "BERN170 - XTRACT OPEN FAILED, STATUS = "
  3390             XT-XTRACT-STATUS
  3400         MOVE 16 TO RETURN-CODE
  3410         GO TO 9999-EXIT
  3420     END-IF
  3430     MOVE XT-AU-RUN-DATE TO XT-HDR-DATE
  3440     MOVE XT-AU-RUN-TIME TO XT-HDR-TIME
  3450     MOVE XT-RUN-ID TO XT-HDR-RUNID
  3460     IF XT-MAX-INDEX < 0
  3470         MOVE ZERO TO XT-HDR-N
  3480     ELSE
  3490         MOVE XT-MAX-INDEX TO XT-HDR-N
  3500     END-IF
  3510     WRITE XTRACT-RECORD FROM XT-HEADER-LINE.
  3520 2000-EXIT.
  3530     EXIT.
  3540
  3550******************************************************************
  3560*    3000-EXTRACT-NUMOUT                                        *
  3570*    ONE DETAIL PER BERNOULLI ARCHIVE RECORD, TABLE TYPE B.      *
  3580******************************************************************
  3590 3000-EXTRACT-NUMOUT.
  3600     OPEN INPUT NUMOUT
  3610     IF NOT XT-NUMOUT-OK
  3620         DISPLAY "BERN170 - NUMOUT OPEN FAILED, STATUS = "
  3630             XT-NUMOUT-STATUS
  3640         MOVE 16 TO RETURN-CODE
  3650         GO TO 3000-EXIT
  3660     END-IF
  3670
  3680     PERFORM UNTIL XT-NUMOUT-EOF
  3690         READ NUMOUT
  3700             AT END
  3710                 CONTINUE
  3720             NOT AT END
  3730                 IF XT-AUDIT-FOUND AND
  3740                     CO-RUN-ID IN NUMIN-RECORD NOT = XT-RUN-ID
  3750                     ADD 1 TO XT-OTHER-RUN-COUNT
  3760                 ELSE
  3770                     PERFORM 3400-ONE-NUMOUT-DETAIL THRU 3400-EXIT
  3780                 END-IF
  3790         END-READ
  3800     END-PERFORM
  3810
  3820     CLOSE NUMOUT.
  3830 3000-EXIT.
  3840     EXIT.
  3850
  3860******************************************************************
  3870*    3400-ONE-NUMOUT-DETAIL                                    *
  3880*    ONE BERNOULLI ARCHIVE RECORD INTO A TABLE TYPE B DETAIL.  *
  3890******************************************************************
  3900 3400-ONE-NUMOUT-DETAIL.
  3910     MOVE "B" TO XT-DTL-TABLE
  3920     MOVE CO-INDEX IN NUMIN-RECORD TO XT-DTL-INDEX
  3930     MOVE CO-VALUE IN NUMIN-RECORD TO XT-DTL-VALUE
  3940     MOVE CO-VALUE IN NUMIN-RECORD TO XT-WORK-VALUE
  3950     MOVE CO-REQ IN NUMIN-RECORD TO XT-DTL-REQ
  3960     MOVE CO-MANTISSA IN NUMIN-RECORD TO XT-DTL-MANT
  3970     MOVE CO-MANTISSA IN NUMIN-RECORD TO XT-WORK-MANT
  3980     MOVE CO-EXPONENT IN NUMIN-RECORD TO XT-DTL-EXP
  3990     MOVE CO-EXPONENT IN NUMIN-RECORD TO XT-WORK-EXP
  4000     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT
  4010     PERFORM 3600-ADD-TO-HASH THRU 3600-EXIT.
  4020 3400-EXIT.
  4030     EXIT.
  4040
  4050
  4060******************************************************************
  4070*    3500-WRITE-DETAIL                                          *
  4080******************************************************************
  4090 3500-WRITE-DETAIL.
  4100     WRITE XTRACT-RECORD FROM XT-DETAIL-LINE
  4110     IF NOT XT-XTRACT-OK
  4120         DISPLAY "BERN170 - XTRACT WRITE FAILED, STATUS = "
  4130             XT-XTRACT-STATUS
  4140         MOVE 16 TO RETURN-CODE
  4150         GO TO 9999-EXIT
  4160     END-IF
  4170     ADD 1 TO XT-DETAIL-COUNT.
  4180 3500-EXIT.
  4190     EXIT.
  4200
  4210******************************************************************
  4220*    3600-ADD-TO-HASH                                           *
  4230*    EXACT DECIMAL SUM OF THE VALUE JUST TRANSMITTED.  THE       *
  4240*    ACCUMULATOR IS WIDE ENOUGH FOR EVERY 18-DIGIT VALUE THE     *
  4250*    ARCHIVE CAN CARRY TIMES FAR MORE RECORDS THAN A RUN CAN     *
  4260*    PRODUCE, SO AN OVERFLOW MEANS SOMETHING IS BADLY WRONG --   *
  4270*    FLAGGED AND SENTINELLED RATHER THAN WRAPPED.                *
  4280******************************************************************
  4290 3600-ADD-TO-HASH.
  4300     ADD XT-WORK-VALUE TO XT-HASH-TOTAL
  4310         ON SIZE ERROR
  4320             MOVE "Y" TO XT-HASH-OVERFLOW-SW
  4330             DISPLAY "BERN170 - HASH TOTAL OVERFLOWED, "
  4340                 "TRAILER FLAGGED"
  4350     END-ADD
  4360     ADD XT-WORK-MANT TO XT-HASH-MANT
  4370         ON SIZE ERROR
  4380             MOVE "Y" TO XT-HASH-OVERFLOW-SW
  4390             DISPLAY "BERN170 - MANTISSA HASH OVERFLOWED, "
  4400                 "TRAILER FLAGGED"
  4410     END-ADD
  4420     ADD XT-WORK-EXP TO XT-EXP-TOTAL
  4430         ON SIZE ERROR
  4440             MOVE "Y" TO XT-HASH-OVERFLOW-SW
  4450             DISPLAY "BERN170 - EXPONENT SUM OVERFLOWED, "
  4460                 "TRAILER FLAGGED"
  4470     END-ADD.
  4480 3600-EXIT.
  4490     EXIT.
  4500
  4510******************************************************************
  4520*    4000-EXTRACT-EULOUT                                        *
  4530*    SAME TREATMENT FOR THE GENOCCHI COMPANION, TABLE TYPE G.    *
  4540*    THE DATASET IS CATALOGED EVERY RUN BUT ONLY POPULATED BY    *
  4550*    MODE E REQUESTS -- AN EMPTY ONE SIMPLY ADDS NO DETAILS.     *
  4560******************************************************************
  4570 4000-EXTRACT-EULOUT.
  4580     OPEN INPUT EULOUT
  4590     IF XT-EULOUT-MISSING
  4600         GO TO 4000-CLOSE-EULOUT
  4610     END-IF
  4620     IF NOT XT-EULOUT-OK
  4630         DISPLAY "BERN170 - EULOUT OPEN FAILED, STATUS = "
  4640             XT-EULOUT-STATUS
  4650         GO TO 4000-EXIT
  4660     END-IF
  4670
  4680     PERFORM UNTIL XT-EULOUT-EOF
  4690         READ EULOUT
  4700             AT END
  4710                 CONTINUE
  4720             NOT AT END
  4730                 IF XT-AUDIT-FOUND AND
  4740                     EU-RUN-ID NOT = XT-RUN-ID
  4750                     ADD 1 TO XT-OTHER-RUN-COUNT
  4760                 ELSE
  4770                     PERFORM 4400-ONE-EULOUT-DETAIL THRU 4400-EXIT
  4780                 END-IF
  4790         END-READ
  4800     END-PERFORM
  4810
  4820 4000-CLOSE-EULOUT.
  4830     CLOSE EULOUT.
  4840 4000-EXIT.
  4850     EXIT.
  4860
  4870******************************************************************
  4880*    4400-ONE-EULOUT-DETAIL                                    *
  4890*    ONE GENOCCHI ARCHIVE RECORD INTO A TABLE TYPE G DETAIL.   *
  4900******************************************************************
  4910 4400-ONE-EULOUT-DETAIL.
  4920     MOVE "G" TO XT-DTL-TABLE
  4930     MOVE EU-INDEX TO XT-DTL-INDEX
  4940     MOVE EU-VALUE TO XT-DTL-VALUE
  4950     MOVE EU-VALUE TO XT-WORK-VALUE
  4960     MOVE EU-REQ TO XT-DTL-REQ
  4970     MOVE EU-MANTISSA TO XT-DTL-MANT
  4980     MOVE EU-MANTISSA TO XT-WORK-MANT
  4990     MOVE EU-EXPONENT TO XT-DTL-EXP
  5000     MOVE EU-EXPONENT TO XT-WORK-EXP
  5010     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT
  5020     PERFORM 3600-ADD-TO-HASH THRU 3600-EXIT.
  5030 4400-EXIT.
  5040     EXIT.
  5050
  5060
  5070******************************************************************
  5080*    5000-WRITE-TRAILER                                         *
  5090******************************************************************
  5100 5000-WRITE-TRAILER.
  5110     MOVE XT-DETAIL-COUNT TO XT-TRL-COUNT
  5120     IF XT-HASH-OVERFLOWED
  5130         MOVE 9999999999999999999999999.999999
  5140             TO XT-TRL-HASH
  5150     ELSE
  5160         MOVE XT-HASH-TOTAL TO XT-TRL-HASH
  5170     END-IF
  5180     IF XT-HASH-OVERFLOWED
  5190         MOVE 9999999.99999999999999 TO XT-TRL-MANT-HASH
  5200         MOVE 999999999 TO XT-TRL-EXP-SUM
  5210     ELSE
  5220         MOVE XT-HASH-MANT TO XT-TRL-MANT-HASH
  5230         MOVE XT-EXP-TOTAL TO XT-TRL-EXP-SUM
  5240     END-IF
  5250     WRITE XTRACT-RECORD FROM XT-TRAILER-LINE
  5260     IF NOT XT-XTRACT-OK
  5270         DISPLAY "BERN170 - TRAILER WRITE FAILED, STATUS = "
  5280             XT-XTRACT-STATUS
  5290         MOVE 16 TO RETURN-CODE
  5300     END-IF.
  5310 5000-EXIT.
  5320     EXIT.
  5330
  5340******************************************************************
  5350*    6000-WRITE-REGISTER                                       *
  5360*    APPENDS THE TRANSMISSION-REGISTER ENTRY FOR THE EXTRACT   *
  5370*    JUST CUT -- THE SAME COUNT AND HASH TOTALS THE TRAILER    *
  5380*    CARRIES (SENTINELLED THE SAME WAY WHEN A HASH             *
  5390*    OVERFLOWED), UNDER THE RUN IDENTIFIER, SO BERN180 CAN     *
  5400*    MATCH THE PLATFORM'S ACKNOWLEDGMENT AGAINST WHAT WAS      *
  5410*    ACTUALLY SENT.  OPENED EXTEND PER WRITE, SAME IDIOM AS    *
  5420*    THE OTHER ACCUMULATING DATASETS.                          *
  5430******************************************************************
  5440 6000-WRITE-REGISTER.
  5450     OPEN EXTEND TRANSREG
  5460     IF NOT XT-TRANSREG-OK AND NOT XT-TRANSREG-MISSING
  5470         DISPLAY "BERN170 - TRANSREG OPEN FAILED, STATUS = "
  5480             XT-TRANSREG-STATUS
  5490         GO TO 6000-EXIT
  5500     END-IF
  5510
  5520     MOVE SPACES TO TRANSMIT-RECORD
  5530     MOVE "N" TO TR-ACK-SW
  5540     MOVE XT-RUN-ID TO TR-RUN-ID
  5550     MOVE XT-AU-RUN-DATE TO TR-RUN-DATE
  5560     MOVE XT-AU-RUN-TIME TO TR-RUN-TIME
  5570     MOVE XT-DETAIL-COUNT TO TR-COUNT
  5580     IF XT-HASH-OVERFLOWED
  5590         MOVE 9999999999999999999999999.999999 TO TR-HASH
  5600         MOVE 9999999.99999999999999 TO TR-MANT-HASH
  5610         MOVE 999999999 TO TR-EXP-SUM
  5620     ELSE
  5630         MOVE XT-HASH-TOTAL TO TR-HASH
  5640         MOVE XT-HASH-MANT TO TR-MANT-HASH
  5650         MOVE XT-EXP-TOTAL TO TR-EXP-SUM
  5660     END-IF
  5670     WRITE TRANSMIT-RECORD
  5680     IF NOT XT-TRANSREG-OK
  5690         DISPLAY "BERN170 - TRANSREG WRITE FAILED, STATUS = "
  5700             XT-TRANSREG-STATUS
  5710     END-IF
  5720
  5730 6000-CLOSE-TRANSREG.
  5740     CLOSE TRANSREG.
  5750 6000-EXIT.
  5760     EXIT.
  5770
  5780
  5790******************************************************************
  5800*    9000-POST-LEDGER                                            *
  5810*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
  5820*    CONTROL LEDGER (SEE CPLED) -- RC, RECORD COUNTS AND A       *
  5830*    ONE-LINE VERDICT.  PERFORMED FROM 9999-EXIT SO EVERY        *
  5840*    ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A LEDGER THAT  *
  5850*    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE STEP'S OWN     *
  5860*    RETURN CODE ALONE -- BERN105 SHOWS THE STEP AS NOT POSTED.  *
  5870******************************************************************
  5880 9000-POST-LEDGER.
  5890     OPEN INPUT RUNLEDG
  5900     IF XT-LEDG-MISSING
  5910         GO TO 9000-CLOSE-INPUT
  5920     END-IF
  5930     IF NOT XT-LEDG-OK
  5940         DISPLAY "BERN170 - RUNLEDG OPEN FAILED, STATUS = "
  5950             XT-LEDG-STATUS
  5960         GO TO 9000-EXIT
  5970     END-IF
  5980     PERFORM UNTIL XT-LEDG-EOF
  5990         READ RUNLEDG
  6000             AT END
  6010                 CONTINUE
  6020             NOT AT END
  6030                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
  6040                     MOVE LG-RUN-ID TO XT-LEDG-RUN-ID
  6050                 END-IF
  6060         END-READ
  6070     END-PERFORM.
  6080
  6090 9000-CLOSE-INPUT.
  6100     CLOSE RUNLEDG
  6110     OPEN EXTEND RUNLEDG
  6120     IF NOT XT-LEDG-OK AND NOT XT-LEDG-MISSING
  6130         DISPLAY "BERN170 - RUNLEDG OPEN FAILED, STATUS = "
  6140             XT-LEDG-STATUS
  6150         GO TO 9000-EXIT
  6160     END-IF
  6170
  6180     MOVE SPACES TO RUN-LEDGER-RECORD
  6190     MOVE XT-LEDG-RUN-ID TO LG-RUN-ID
  6200     MOVE "S" TO LG-TYPE
  6210     MOVE "EXTRACT" TO LG-STEP
  6220     MOVE "BERN170" TO LG-PROGRAM
  6230     ACCEPT LG-DATE FROM DATE YYYYMMDD
  6240     ACCEPT LG-TIME FROM TIME
  6250     MOVE RETURN-CODE TO LG-RC
  6260     MOVE XT-DETAIL-COUNT TO LG-COUNT-IN
  6270     MOVE XT-DETAIL-COUNT TO LG-COUNT-OUT
  6280     ADD XT-OTHER-RUN-COUNT TO LG-COUNT-IN
  6290     MOVE ZERO TO LG-EXCEPTIONS
  6300     IF RETURN-CODE > 8
  6310         MOVE "EXTRACT NOT COMPLETED - SEE SYSOUT"
  6320             TO LG-VERDICT
  6330     ELSE
  6340         MOVE "DOWNSTREAM EXTRACT AND TRAILER WRITTEN"
  6350             TO LG-VERDICT
  6360     END-IF
  6370     WRITE RUN-LEDGER-RECORD
  6380     IF NOT XT-LEDG-OK
  6390         DISPLAY "BERN170 - RUNLEDG WRITE FAILED, STATUS = "
  6400             XT-LEDG-STATUS
  6410     END-IF
  6420
  6430 9000-CLOSE-LEDGER.
  6440     CLOSE RUNLEDG.
  6450 9000-EXIT.
  6460     EXIT.
  6470
  6480******************************************************************
  6490*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  6500******************************************************************
  6510 9999-EXIT.
  6520     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
  6530     STOP RUN.
