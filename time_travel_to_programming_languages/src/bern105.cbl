   100******************************************************************
   110*                                                                *
   120*    BERN105 - NIGHTLY RUN-CONTROL CHECK, SUMMARY AND SIGN-OFF   *
   130*                                                                *
   140*    READS THE RUN-CONTROL LEDGER (ACTUAR.BERN100.RUNLEDG, SEE   *
   150*    CPLED) THE BERN100J STEPS APPEND TO AND WORKS ON ONE NIGHT  *
   160*    -- THE NEWEST BERN100 RUN ON THE LEDGER, OR ON A SIGNOFF    *
   170*    CARD THE RUN THE CARD NAMES.  EVERY MODE PRINTS THE SAME    *
   180*    ONE-PAGE OPERATIONS SUMMARY OF THAT NIGHT: ONE LINE PER     *
   190*    BERN100J STEP IN JOB ORDER WITH ITS RC, COUNTS IN AND OUT,  *
   200*    EXCEPTIONS AND VERDICT, A STEP WITH NO LEDGER RECORD SHOWN  *
   210*    AS NOT RUN, AND THE NIGHT'S WORST RC AND STATUS UNDERNEATH. *
   220*    A STEP RESTARTED BY HAND POSTS AGAIN UNDER THE SAME RUN;    *
   230*    ITS LATEST RECORD IS THE ONE THAT COUNTS.                   *
   240*                                                                *
   250*    THE LEDCARD MODE SAYS WHAT ELSE TO DO:                      *
   260*                                                                *
   270*      SUMMARY - NOTHING ELSE.  THE LAST STEP OF BERN100J, FOR   *
   280*                THE MORNING HANDOVER.                           *
   290*      CHECK   - THE FIRST STEP OF BERN100J.  IF ANY STEP OF THE *
   300*                PREVIOUS NIGHT ENDED RC 8 OR WORSE AND NOBODY   *
   310*                HAS SIGNED THE NIGHT OFF, ENDS RC 20 SO THE     *
   320*                REST OF THE JOB IS BYPASSED AND THE SCHEDULER   *
   330*                HOLDS IT.  RC 20 IS USED BY NOTHING ELSE IN THE *
   340*                SYSTEM.                                         *
   350*      SIGNOFF - LEDSIGNJ.  APPENDS A SIGN-OFF RECORD FOR THE    *
   360*                RUN ON THE CARD, WITH THE SIGNER AND NOTE, SO   *
   370*                THE NEXT BERN100J IS RELEASED.                  *
   380*                                                                *
   390*    RC 0 NORMAL.  RC 4 A SIGNOFF CARD WITH NOTHING TO SIGN (THE *
   400*    RUN HAS NO RC 8, OR IS ALREADY SIGNED OFF) -- NOTHING IS    *
   410*    WRITTEN.  RC 8 A SIGNOFF CARD THAT IS INCOMPLETE OR NAMES A *
   420*    RUN THAT IS NOT ON THE LEDGER.  RC 16 NO USABLE LEDCARD OR  *
   430*    THE LEDGER CANNOT BE READ.  RC 20 SEE CHECK ABOVE.          *
   440*                                                                *
   450******************************************************************
   460 IDENTIFICATION DIVISION.
   470 PROGRAM-ID.     BERN105.
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
   580*  10/15/2026  HLW  NOTIFY STEP (BERN125) ADDED TO THE STEP     *
   590*                   TABLE.                                      *
   600*                   RESEQUENCED.                                *
   610*  10/15/2026  HLW  EXTRACT NOW RUNS AHEAD OF LIFETAB IN        *
   620*                   BERN100J -- STEP TABLE ORDER FOLLOWS.       *
   630*                   RESEQUENCED.                                *
   640******************************************************************
   650
   660 ENVIRONMENT DIVISION.
   670 INPUT-OUTPUT SECTION.
   680 FILE-CONTROL.
   690*    LEDCARD - ONE CONTROL CARD: COLUMNS 1-8 MODE (CHECK,
   700*    SUMMARY OR SIGNOFF); FOR SIGNOFF ALSO COLUMNS 11-24 THE RUN
   710*    ID, 27-34 THE SIGNER'S USER ID AND 37-80 THE NOTE.
   720     SELECT OPTIONAL LEDCARD ASSIGN TO "LEDCARD"
   730         ORGANIZATION IS LINE SEQUENTIAL
   740         FILE STATUS IS LD-LEDCARD-STATUS.
   750*    RUNLEDG - THE RUN-CONTROL LEDGER (SEE CPLED).  OPTIONAL: A
   760*    LEDGER NOTHING HAS POSTED TO YET HOLDS NO RUN.
   770     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
   780         ORGANIZATION IS LINE SEQUENTIAL
   790         FILE STATUS IS LD-LEDG-STATUS.
   800*    RPTOUT - PRINT-IMAGE OPERATIONS SUMMARY.
   810     SELECT RPTOUT ASSIGN TO "RPTOUT"
   820         ORGANIZATION IS LINE SEQUENTIAL
   830         FILE STATUS IS LD-RPTOUT-STATUS.
   840
   850 DATA DIVISION.
   860 FILE SECTION.
   870 FD  LEDCARD.
   880 01  LEDGER-CARD.
   890     02  LC-MODE             PIC X(08).
   900     02  FILLER              PIC X(02).
   910     02  LC-RUN-ID           PIC X(14).
   920     02  FILLER              PIC X(02).
   930     02  LC-USER             PIC X(08).
   940     02  FILLER              PIC X(02).
   950     02  LC-NOTE             PIC X(44).
   960
   970 FD  RUNLEDG.
   980     COPY CPLED.
   990
  1000 FD  RPTOUT.
  1010 01  RPT-RECORD              PIC X(133).
  1020
  1030 WORKING-STORAGE SECTION.
  1040 01  LD-MODE                 PIC X(08) VALUE SPACES.
  1050     88  LD-MODE-CHECK               VALUE "CHECK".
  1060     88  LD-MODE-SUMMARY             VALUE "SUMMARY".
  1070     88  LD-MODE-SIGNOFF             VALUE "SIGNOFF".
  1080 01  LD-RUN-ID               PIC X(14) VALUE SPACES.
  1090 01  LD-CARD-USER            PIC X(08) VALUE SPACES.
  1100 01  LD-CARD-NOTE            PIC X(44) VALUE SPACES.
  1110 01  LD-RUN-FOUND-SW         PIC X(01) VALUE "N".
  1120     88  LD-RUN-FOUND                VALUE "Y".
  1130 01  LD-LEDG-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1140 01  LD-WORST-RC             PIC 9(04) VALUE 0.
  1150 01  LD-FAILED-COUNT         PIC S9(4) USAGE BINARY VALUE 0.
  1160 01  LD-IX                   PIC S9(4) USAGE BINARY VALUE 0.
  1170 01  LD-STEP-MAX             PIC S9(4) USAGE BINARY VALUE 9.
  1180
  1190*    THE SIGN-OFF ON THE NIGHT, IF ANY -- THE LATEST ONE WINS.
  1200 01  LD-SIGNED-SW            PIC X(01) VALUE "N".
  1210     88  LD-SIGNED                   VALUE "Y".
  1220 01  LD-SIGN-USER            PIC X(08) VALUE SPACES.
  1230 01  LD-SIGN-DATE            PIC X(08) VALUE SPACES.
  1240 01  LD-SIGN-TIME            PIC X(06) VALUE SPACES.
  1250 01  LD-SIGN-NOTE            PIC X(50) VALUE SPACES.
  1260
  1270*    THE BERN100J STEPS THAT POST TO THE LEDGER, IN JOB ORDER,
  1280*    EACH WITH THE PROGRAM IT RUNS.  BUILT AS INDIVIDUAL
  1290*    FILLERS AND REDEFINED AS A TABLE, AS BERN100 DOES ITS
  1300*    REFERENCE VALUES.
  1310 01  LD-STEP-NAMES-INIT.
  1320     02  FILLER              PIC X(16) VALUE "BERN    BERN100 ".
  1330     02  FILLER              PIC X(16) VALUE "VCHAIN  BERN140 ".
  1340     02  FILLER              PIC X(16) VALUE "RECON   BERN110 ".
  1350     02  FILLER              PIC X(16) VALUE "VERIFY  BERN150 ".
  1360     02  FILLER              PIC X(16) VALUE "DRIFT   BERN160 ".
  1370     02  FILLER              PIC X(16) VALUE "EMTAB   BERN300 ".
  1380     02  FILLER              PIC X(16) VALUE "EXTRACT BERN170 ".
  1390     02  FILLER              PIC X(16) VALUE "LIFETAB BERN310 ".
  1400     02  FILLER              PIC X(16) VALUE "NOTIFY  BERN125 ".
  1410 01  LD-STEP-NAMES REDEFINES LD-STEP-NAMES-INIT.
  1420     02  LD-STEP-NAME        OCCURS 9 TIMES.
  1430         03  LD-NM-STEP      PIC X(08).
  1440         03  LD-NM-PROGRAM   PIC X(08).
  1450
  1460*    WHAT THE LEDGER SAYS ABOUT EACH STEP OF THE NIGHT, SAME
  1470*    SUBSCRIPT AS LD-STEP-NAME.  ATTEMPTS ZERO IS A STEP WITH NO
  1480*    RECORD.
  1490 01  LD-STEP-TABLE.
  1500     02  LD-STEP-SLOT        OCCURS 9 TIMES.
  1510         03  LD-SL-ATTEMPTS  PIC S9(4) USAGE BINARY.
  1520         03  LD-SL-RC        PIC 9(04).
  1530         03  LD-SL-COUNT-IN  PIC 9(09).
  1540         03  LD-SL-COUNT-OUT PIC 9(09).
  1550         03  LD-SL-EXCEPT    PIC 9(09).
  1560         03  LD-SL-TIME      PIC X(06).
  1570         03  LD-SL-VERDICT   PIC X(50).
  1580
  1590 01  LD-LEDCARD-STATUS       PIC X(02) VALUE "00".
  1600     88  LD-LEDCARD-OK               VALUE "00".
  1610     88  LD-LEDCARD-MISSING          VALUE "05" "35".
  1620 01  LD-LEDG-STATUS          PIC X(02) VALUE "00".
  1630     88  LD-LEDG-OK                  VALUE "00".
  1640     88  LD-LEDG-MISSING             VALUE "05" "35".
  1650     88  LD-LEDG-EOF                 VALUE "10".
  1660 01  LD-RPTOUT-STATUS        PIC X(02) VALUE "00".
  1670     88  LD-RPTOUT-OK                VALUE "00".
  1680
  1690*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  1700 01  LD-HDR-LINE.
  1710     02  FILLER              PIC X(01) VALUE "1".
  1720     02  FILLER              PIC X(51) VALUE
  1730         "BERN105 - BERN100J NIGHTLY OPERATIONS SUMMARY, RUN ".
  1740     02  LD-HDR-RUN-ID       PIC X(14).
  1750     02  FILLER              PIC X(03) VALUE SPACES.
  1760     02  FILLER              PIC X(06) VALUE "MODE: ".
  1770     02  LD-HDR-MODE         PIC X(08).
  1780     02  FILLER              PIC X(50) VALUE SPACES.
  1790 01  LD-COL-LINE.
  1800     02  FILLER              PIC X(01) VALUE "0".
  1810     02  FILLER              PIC X(20) VALUE "STEP      PROGRAM".
  1820     02  FILLER              PIC X(06) VALUE "  RC".
  1830     02  FILLER              PIC X(38) VALUE
  1840         " RECORDS IN    RECORDS OUT  EXCEPTIONS".
  1850     02  FILLER              PIC X(05) VALUE "  TRY".
  1860     02  FILLER              PIC X(11) VALUE "  ENDED".
  1870     02  FILLER              PIC X(52) VALUE "VERDICT".
  1880 01  LD-DTL-LINE.
  1890     02  FILLER              PIC X(01) VALUE SPACE.
  1900     02  LD-DTL-STEP         PIC X(08).
  1910     02  FILLER              PIC X(02) VALUE SPACES.
  1920     02  LD-DTL-PROGRAM      PIC X(08).
  1930     02  FILLER              PIC X(02) VALUE SPACES.
  1940     02  LD-DTL-RC           PIC ZZZ9.
  1950     02  FILLER              PIC X(02) VALUE SPACES.
  1960     02  LD-DTL-COUNT-IN     PIC ZZZ,ZZZ,ZZ9.
  1970     02  FILLER              PIC X(04) VALUE SPACES.
  1980     02  LD-DTL-COUNT-OUT    PIC ZZZ,ZZZ,ZZ9.
  1990     02  FILLER              PIC X(01) VALUE SPACE.
  2000     02  LD-DTL-EXCEPT       PIC ZZZ,ZZZ,ZZ9.
  2010     02  FILLER              PIC X(02) VALUE SPACES.
  2020     02  LD-DTL-ATTEMPTS     PIC ZZ9.
  2030     02  FILLER              PIC X(02) VALUE SPACES.
  2040     02  LD-DTL-TIME         PIC X(06).
  2050     02  FILLER              PIC X(03) VALUE SPACES.
  2060     02  LD-DTL-VERDICT      PIC X(50).
  2070     02  FILLER              PIC X(02) VALUE SPACES.
  2080 01  LD-NOT-RUN-LINE.
  2090     02  FILLER              PIC X(01) VALUE SPACE.
  2100     02  LD-NR-STEP          PIC X(08).
  2110     02  FILLER              PIC X(02) VALUE SPACES.
  2120     02  LD-NR-PROGRAM       PIC X(08).
  2130     02  FILLER              PIC X(62) VALUE SPACES.
  2140     02  FILLER              PIC X(52) VALUE
  2150         "NOT RUN - NO LEDGER RECORD".
  2160 01  LD-MSG-LINE.
  2170     02  FILLER              PIC X(01) VALUE SPACE.
  2180     02  LD-MSG-TEXT         PIC X(70) VALUE SPACES.
  2190     02  FILLER              PIC X(62) VALUE SPACES.
  2200 01  LD-WORST-LINE.
  2210     02  FILLER              PIC X(01) VALUE "0".
  2220     02  FILLER              PIC X(20) VALUE "WORST STEP RC".
  2230     02  LD-WORST-RC-ED      PIC ZZZ9.
  2240     02  FILLER              PIC X(108) VALUE SPACES.
  2250 01  LD-STATUS-LINE.
  2260     02  FILLER              PIC X(01) VALUE SPACE.
  2270     02  FILLER              PIC X(20) VALUE "NIGHT STATUS".
  2280     02  LD-STATUS-TEXT      PIC X(40) VALUE SPACES.
  2290     02  FILLER              PIC X(72) VALUE SPACES.
  2300 01  LD-SIGN-LINE.
  2310     02  FILLER              PIC X(01) VALUE SPACE.
  2320     02  FILLER              PIC X(20) VALUE "SIGNED OFF BY".
  2330     02  LD-SGN-USER         PIC X(08).
  2340     02  FILLER              PIC X(04) VALUE " ON ".
  2350     02  LD-SGN-DATE         PIC X(08).
  2360     02  FILLER              PIC X(01) VALUE SPACE.
  2370     02  LD-SGN-TIME         PIC X(06).
  2380     02  FILLER              PIC X(03) VALUE " - ".
  2390     02  LD-SGN-NOTE         PIC X(50).
  2400     02  FILLER              PIC X(32) VALUE SPACES.
  2410
  2420 PROCEDURE DIVISION.
  2430
  2440 0000-MAINLINE.
  2450     PERFORM 1000-READ-CARD THRU 1000-EXIT
  2460     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
  2470     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
  2480     EVALUATE TRUE
  2490         WHEN LD-MODE-CHECK
  2500             PERFORM 4000-CHECK-HOLD THRU 4000-EXIT
  2510         WHEN LD-MODE-SIGNOFF
  2520             PERFORM 5000-SIGN-OFF THRU 5000-EXIT
  2530         WHEN OTHER
  2540             CONTINUE
  2550     END-EVALUATE
  2560     CLOSE RPTOUT
  2570     GO TO 9999-EXIT.
  2580
  2590******************************************************************
  2600*    1000-READ-CARD                                             *
  2610*    READS THE LEDCARD AND OPENS THE REPORT.  NO CARD, OR A MODE *
  2620*    THIS PROGRAM DOES NOT KNOW, IS FATAL -- BERN100J MUST NOT   *
  2630*    GO AHEAD ON A CHECK THAT NEVER RAN.  A SIGNOFF CARD WITHOUT *
  2640*    A RUN ID OR A SIGNER IS REFUSED, RC 8.                      *
  2650******************************************************************
  2660 1000-READ-CARD.
  2670     OPEN INPUT LEDCARD
  2680     IF NOT LD-LEDCARD-OK AND NOT LD-LEDCARD-MISSING
  2690         DISPLAY "BERN105 - LEDCARD OPEN FAILED, STATUS = "
  2700             LD-LEDCARD-STATUS
  2710         MOVE 16 TO RETURN-CODE
  2720         GO TO 9999-EXIT
  2730     END-IF
  2740     IF LD-LEDCARD-OK
  2750         READ LEDCARD
  2760             AT END
  2770                 CONTINUE
  2780             NOT AT END
  2790                 MOVE LC-MODE TO LD-MODE
  2800                 MOVE LC-RUN-ID TO LD-RUN-ID
  2810                 MOVE LC-USER TO LD-CARD-USER
  2820                 MOVE LC-NOTE TO LD-CARD-NOTE
  2830         END-READ
  2840     END-IF
  2850     CLOSE LEDCARD
  2860     IF NOT LD-MODE-CHECK AND NOT LD-MODE-SUMMARY
  2870         AND NOT LD-MODE-SIGNOFF
  2880         DISPLAY "BERN105 - NO LEDCARD, OR MODE NOT CHECK, "
  2890             "SUMMARY OR SIGNOFF: " LD-MODE
  2900         MOVE 16 TO RETURN-CODE
  2910         GO TO 9999-EXIT
  2920     END-IF
  2930     IF LD-MODE-SIGNOFF
  2940         IF LD-RUN-ID = SPACES OR LD-CARD-USER = SPACES
  2950             DISPLAY "BERN105 - SIGNOFF NEEDS THE RUN ID IN "
  2960                 "COLUMNS 11-24 AND THE SIGNER IN 27-34"
  2970             MOVE 8 TO RETURN-CODE
  2980             GO TO 9999-EXIT
  2990         END-IF
  3000     ELSE
  3010         MOVE SPACES TO LD-RUN-ID
  3020     END-IF
  3030
  3040     OPEN OUTPUT RPTOUT
  3050     IF NOT LD-RPTOUT-OK
  3060         DISPLAY "BERN105 - RPTOUT OPEN FAILED, STATUS = "
  3070             LD-RPTOUT-STATUS
  3080         MOVE 16 TO RETURN-CODE
  3090         GO TO 9999-EXIT
  3100     END-IF.
  3110 1000-EXIT.
  3120     EXIT.
  3130
  3140******************************************************************
  3150*    2000-LOAD-LEDGER                                           *
  3160*    ONE PASS OVER THE LEDGER.  EXCEPT ON A SIGNOFF CARD, EACH   *
  3170*    BERN100 STEP RECORD WITH A NEW RUN ID STARTS A NEW NIGHT    *
  3180*    AND CLEARS THE STEP TABLE, SO AT END OF FILE THE TABLE      *
  3190*    HOLDS THE NEWEST NIGHT.  ON A SIGNOFF CARD THE NIGHT IS THE *
  3200*    ONE ON THE CARD.  EVERY RECORD OF THE NIGHT GOES TO 2100.   *
  3210******************************************************************
  3220 2000-LOAD-LEDGER.
  3230     PERFORM 2200-CLEAR-STEPS THRU 2200-EXIT
  3240     OPEN INPUT RUNLEDG
  3250     IF LD-LEDG-MISSING
  3260         GO TO 2000-CLOSE-LEDGER
  3270     END-IF
  3280     IF NOT LD-LEDG-OK
  3290         DISPLAY "BERN105 - RUNLEDG OPEN FAILED, STATUS = "
  3300             LD-LEDG-STATUS
  3310         MOVE 16 TO RETURN-CODE
  3320         GO TO 9999-EXIT
  3330     END-IF
  3340
  3350     PERFORM UNTIL LD-LEDG-EOF
  3360         READ RUNLEDG
  3370             AT END
  3380                 CONTINUE
  3390             NOT AT END
  3400                 ADD 1 TO LD-LEDG-COUNT
  3410                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
  3420                     IF LD-MODE-SIGNOFF
  3430                         IF LG-RUN-ID = LD-RUN-ID
  3440                             MOVE "Y" TO LD-RUN-FOUND-SW
  3450                         END-IF
  3460                     ELSE
  3470                         IF LG-RUN-ID NOT = LD-RUN-ID
  3480                             MOVE LG-RUN-ID TO LD-RUN-ID
  3490                             PERFORM 2200-CLEAR-STEPS
  3500                                 THRU 2200-EXIT
  3510                         END-IF
  3520                         MOVE "Y" TO LD-RUN-FOUND-SW
  3530                     END-IF
  3540                 END-IF
  3550                 IF LD-RUN-FOUND AND LG-RUN-ID = LD-RUN-ID
  3560                     PERFORM 2100-APPLY-RECORD THRU 2100-EXIT
  3570                 END-IF
  3580         END-READ
  3590     END-PERFORM
  3600
  3610 2000-CLOSE-LEDGER.
  3620     CLOSE RUNLEDG
  3630     MOVE ZERO TO LD-WORST-RC
  3640     MOVE ZERO TO LD-FAILED-COUNT
  3650     PERFORM VARYING LD-IX FROM 1 BY 1 UNTIL LD-IX > LD-STEP-MAX
  3660         IF LD-SL-ATTEMPTS(LD-IX) > 0
  3670             IF LD-SL-RC(LD-IX) > LD-WORST-RC
  3680                 MOVE LD-SL-RC(LD-IX) TO LD-WORST-RC
  3690             END-IF
  3700             IF LD-SL-RC(LD-IX) NOT < 8
  3710                 ADD 1 TO LD-FAILED-COUNT
  3720             END-IF
  3730         END-IF
  3740     END-PERFORM.
  3750 2000-EXIT.
  3760     EXIT.
  3770
  3780******************************************************************
  3790*    2100-APPLY-RECORD                                          *
  3800*    ONE LEDGER RECORD OF THE NIGHT.  A STEP RECORD REPLACES     *
  3810*    WHAT THE TABLE HELD FOR ITS STEP (A RESTARTED STEP'S LATEST *
  3820*    ATTEMPT COUNTS) AND BUMPS THE ATTEMPTS; A SIGN-OFF RECORD   *
  3830*    IS KEPT FOR THE FOOTING.  A STEP NAME NOT IN THE TABLE IS   *
  3840*    REPORTED ON SYSOUT AND OTHERWISE IGNORED.                   *
  3850******************************************************************
  3860 2100-APPLY-RECORD.
  3870     IF LG-SIGN-OFF
  3880         MOVE "Y" TO LD-SIGNED-SW
  3890         MOVE LG-USER TO LD-SIGN-USER
  3900         MOVE LG-DATE TO LD-SIGN-DATE
  3910         MOVE LG-TIME TO LD-SIGN-TIME
  3920         MOVE LG-VERDICT TO LD-SIGN-NOTE
  3930         GO TO 2100-EXIT
  3940     END-IF
  3950     IF NOT LG-STEP-STATUS
  3960         GO TO 2100-EXIT
  3970     END-IF
  3980     PERFORM VARYING LD-IX FROM 1 BY 1
  3990             UNTIL LD-IX > LD-STEP-MAX
  4000                OR LD-NM-STEP(LD-IX) = LG-STEP
  4010         CONTINUE
  4020     END-PERFORM
  4030     IF LD-IX > LD-STEP-MAX
  4040         DISPLAY "BERN105 - LEDGER STEP " LG-STEP " (" LG-PROGRAM
  4050             ") IS NOT A BERN100J STEP, IGNORED"
  4060         GO TO 2100-EXIT
  4070     END-IF
  4080     ADD 1 TO LD-SL-ATTEMPTS(LD-IX)
  4090     MOVE LG-RC TO LD-SL-RC(LD-IX)
  4100     MOVE LG-COUNT-IN TO LD-SL-COUNT-IN(LD-IX)
  4110     MOVE LG-COUNT-OUT TO LD-SL-COUNT-OUT(LD-IX)
  4120     MOVE LG-EXCEPTIONS TO LD-SL-EXCEPT(LD-IX)
  4130     MOVE LG-TIME TO LD-SL-TIME(LD-IX)
  4140     MOVE LG-VERDICT TO LD-SL-VERDICT(LD-IX).
  4150 2100-EXIT.
  4160     EXIT.
  4170
  4180******************************************************************
  4190*    2200-CLEAR-STEPS                                           *
  4200*    EMPTIES THE STEP TABLE AND FORGETS ANY SIGN-OFF.            *
  4210******************************************************************
  4220 2200-CLEAR-STEPS.
  4230     PERFORM VARYING LD-IX FROM 1 BY 1 UNTIL LD-IX > LD-STEP-MAX
  4240         MOVE ZERO TO LD-SL-ATTEMPTS(LD-IX)
  4250         MOVE ZERO TO LD-SL-RC(LD-IX)
  4260         MOVE ZERO TO LD-SL-COUNT-IN(LD-IX)
  4270         MOVE ZERO TO LD-SL-COUNT-OUT(LD-IX)
  4280         MOVE ZERO TO LD-SL-EXCEPT(LD-IX)
  4290         MOVE SPACES TO LD-SL-TIME(LD-IX)
  4300         MOVE SPACES TO LD-SL-VERDICT(LD-IX)
  4310     END-PERFORM
  4320     MOVE "N" TO LD-SIGNED-SW
  4330     MOVE SPACES TO LD-SIGN-USER
  4340     MOVE SPACES TO LD-SIGN-DATE
  4350     MOVE SPACES TO LD-SIGN-TIME
  4360     MOVE SPACES TO LD-SIGN-NOTE.
  4370 2200-EXIT.
  4380     EXIT.
  4390
  4400******************************************************************
  4410*    3000-PRINT-SUMMARY                                         *
  4420*    THE ONE-PAGE SUMMARY: A LINE PER STEP IN JOB ORDER, THEN    *
  4430*    THE WORST RC AND THE NIGHT'S STATUS -- CLEAN, WARNINGS (A   *
  4440*    STEP ENDED RC 4), OR FAILED WITH WHETHER IT IS SIGNED OFF.  *
  4450******************************************************************
  4460 3000-PRINT-SUMMARY.
  4470     MOVE LD-RUN-ID TO LD-HDR-RUN-ID
  4480     MOVE LD-MODE TO LD-HDR-MODE
  4490     WRITE RPT-RECORD FROM LD-HDR-LINE
  4500     IF NOT LD-RUN-FOUND
  4510         IF LD-MODE-SIGNOFF
  4520             MOVE "SIGNOFF CARD'S RUN ID IS NOT ON THE LEDGER"
  4530                 TO LD-MSG-TEXT
  4540         ELSE
  4550             MOVE "NO BERN100 RUN ON THE LEDGER YET"
  4560                 TO LD-MSG-TEXT
  4570         END-IF
  4580         WRITE RPT-RECORD FROM LD-MSG-LINE
  4590         GO TO 3000-EXIT
  4600     END-IF
  4610     WRITE RPT-RECORD FROM LD-COL-LINE
  4620     PERFORM VARYING LD-IX FROM 1 BY 1 UNTIL LD-IX > LD-STEP-MAX
  4630         PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
  4640     END-PERFORM
  4650
  4660     MOVE LD-WORST-RC TO LD-WORST-RC-ED
  4670     WRITE RPT-RECORD FROM LD-WORST-LINE
  4680     EVALUATE TRUE
  4690         WHEN LD-FAILED-COUNT > 0 AND LD-SIGNED
  4700             MOVE "FAILED - SIGNED OFF" TO LD-STATUS-TEXT
  4710         WHEN LD-FAILED-COUNT > 0
  4720             MOVE "FAILED - SIGN-OFF REQUIRED (LEDSIGNJ)"
  4730                 TO LD-STATUS-TEXT
  4740         WHEN LD-WORST-RC > 0
  4750             MOVE "WARNINGS" TO LD-STATUS-TEXT
  4760         WHEN OTHER
  4770             MOVE "CLEAN" TO LD-STATUS-TEXT
  4780     END-EVALUATE
  4790     WRITE RPT-RECORD FROM LD-STATUS-LINE
  4800     IF LD-SIGNED
  4810         MOVE LD-SIGN-USER TO LD-SGN-USER
  4820         MOVE LD-SIGN-DATE TO LD-SGN-DATE
  4830         MOVE LD-SIGN-TIME TO LD-SGN-TIME
  4840         MOVE LD-SIGN-NOTE TO LD-SGN-NOTE
  4850         WRITE RPT-RECORD FROM LD-SIGN-LINE
  4860     END-IF.
  4870 3000-EXIT.
  4880     EXIT.
  4890
  4900******************************************************************
  4910*    3100-PRINT-ONE-STEP                                        *
  4920*    THE SUMMARY LINE FOR STEP LD-IX.                            *
  4930******************************************************************
  4940 3100-PRINT-ONE-STEP.
  4950     IF LD-SL-ATTEMPTS(LD-IX) = 0
  4960         MOVE LD-NM-STEP(LD-IX) TO LD-NR-STEP
  4970         MOVE LD-NM-PROGRAM(LD-IX) TO LD-NR-PROGRAM
  4980         WRITE RPT-RECORD FROM LD-NOT-RUN-LINE
  4990         GO TO 3100-EXIT
  5000     END-IF
  5010     MOVE LD-NM-STEP(LD-IX) TO LD-DTL-STEP
  5020     MOVE LD-NM-PROGRAM(LD-IX) TO LD-DTL-PROGRAM
  5030     MOVE LD-SL-RC(LD-IX) TO LD-DTL-RC
  5040     MOVE LD-SL-COUNT-IN(LD-IX) TO LD-DTL-COUNT-IN
  5050     MOVE LD-SL-COUNT-OUT(LD-IX) TO LD-DTL-COUNT-OUT
  5060     MOVE LD-SL-EXCEPT(LD-IX) TO LD-DTL-EXCEPT
  5070     MOVE LD-SL-ATTEMPTS(LD-IX) TO LD-DTL-ATTEMPTS
  5080     MOVE LD-SL-TIME(LD-IX) TO LD-DTL-TIME
  5090     MOVE LD-SL-VERDICT(LD-IX) TO LD-DTL-VERDICT
  5100     WRITE RPT-RECORD FROM LD-DTL-LINE.
  5110 3100-EXIT.
  5120     EXIT.
  5130
  5140******************************************************************
  5150*    4000-CHECK-HOLD                                            *
  5160*    THE GATE AT THE TOP OF BERN100J.  A NIGHT WITH A STEP AT RC *
  5170*    8 OR WORSE AND NO SIGN-OFF HOLDS THE JOB, RC 20.            *
  5180******************************************************************
  5190 4000-CHECK-HOLD.
  5200     IF NOT LD-RUN-FOUND OR LD-FAILED-COUNT = 0
  5210         GO TO 4000-EXIT
  5220     END-IF
  5230     IF LD-SIGNED
  5240         DISPLAY "BERN105 - RUN " LD-RUN-ID " FAILED, SIGNED OFF "
  5250             "BY " LD-SIGN-USER " - RELEASED"
  5260         GO TO 4000-EXIT
  5270     END-IF
  5280     MOVE "BERN100J HELD: THE RUN ABOVE ENDED RC 8 OR WORSE AND"
  5290         TO LD-MSG-TEXT
  5300     WRITE RPT-RECORD FROM LD-MSG-LINE
  5310     MOVE "NOBODY HAS SIGNED IT OFF.  REVIEW IT, RUN LEDSIGNJ FOR"
  5320         TO LD-MSG-TEXT
  5330     WRITE RPT-RECORD FROM LD-MSG-LINE
  5340     MOVE "THIS RUN ID, THEN RESUBMIT BERN100J." TO LD-MSG-TEXT
  5350     WRITE RPT-RECORD FROM LD-MSG-LINE
  5360     DISPLAY "BERN105 - RUN " LD-RUN-ID " HAS " LD-FAILED-COUNT
  5370         " STEP(S) AT RC 8 OR WORSE, NOT SIGNED OFF - JOB HELD"
  5380     MOVE 20 TO RETURN-CODE.
  5390 4000-EXIT.
  5400     EXIT.
  5410
  5420******************************************************************
  5430*    5000-SIGN-OFF                                              *
  5440*    APPENDS THE SIGN-OFF RECORD FOR THE RUN ON THE CARD.        *
  5450*    OPENED EXTEND, SAME IDIOM AS THE STEPS' OWN POSTINGS.       *
  5460******************************************************************
  5470 5000-SIGN-OFF.
  5480     IF NOT LD-RUN-FOUND
  5490         DISPLAY "BERN105 - RUN " LD-RUN-ID " NOT ON THE LEDGER, "
  5500             "NOTHING SIGNED"
  5510         MOVE 8 TO RETURN-CODE
  5520         GO TO 5000-EXIT
  5530     END-IF
  5540     IF LD-SIGNED
  5550         DISPLAY "BERN105 - RUN " LD-RUN-ID " ALREADY SIGNED OFF "
  5560             "BY " LD-SIGN-USER ", NOTHING WRITTEN"
  5570         MOVE 4 TO RETURN-CODE
  5580         GO TO 5000-EXIT
  5590     END-IF
  5600     IF LD-FAILED-COUNT = 0
  5610         DISPLAY "BERN105 - RUN " LD-RUN-ID " HAS NO STEP AT "
  5620             "RC 8 OR WORSE, NOTHING TO SIGN"
  5630         MOVE 4 TO RETURN-CODE
  5640         GO TO 5000-EXIT
  5650     END-IF
  5660
  5670     OPEN EXTEND RUNLEDG
  5680     IF NOT LD-LEDG-OK
  5690         DISPLAY "BERN105 - RUNLEDG OPEN FAILED, STATUS = "
  5700             LD-LEDG-STATUS
  5710         MOVE 16 TO RETURN-CODE
  5720         GO TO 5000-EXIT
  5730     END-IF
  5740     MOVE SPACES TO RUN-LEDGER-RECORD
  5750     MOVE LD-RUN-ID TO LG-RUN-ID
  5760     MOVE "O" TO LG-TYPE
  5770     MOVE "SIGNOFF" TO LG-STEP
  5780     MOVE "BERN105" TO LG-PROGRAM
  5790     ACCEPT LG-DATE FROM DATE YYYYMMDD
  5800     ACCEPT LG-TIME FROM TIME
  5810     MOVE LD-WORST-RC TO LG-RC
  5820     MOVE ZERO TO LG-COUNT-IN
  5830     MOVE ZERO TO LG-COUNT-OUT
  5840     MOVE LD-FAILED-COUNT TO LG-EXCEPTIONS
  5850     MOVE LD-CARD-USER TO LG-USER
  5860     MOVE LD-CARD-NOTE TO LG-VERDICT
  5870     IF LD-CARD-NOTE = SPACES
  5880         MOVE "SIGNED OFF WITHOUT A NOTE" TO LG-VERDICT
  5890     END-IF
  5900     WRITE RUN-LEDGER-RECORD
  5910     IF NOT LD-LEDG-OK
  5920         DISPLAY "BERN105 - RUNLEDG WRITE FAILED, STATUS = "
  5930             LD-LEDG-STATUS
  5940         MOVE 16 TO RETURN-CODE
  5950         GO TO 5000-CLOSE-LEDGER
  5960     END-IF
  5970     MOVE "SIGN-OFF RECORDED - THE NEXT BERN100J WILL RUN"
  5980         TO LD-MSG-TEXT
  5990     WRITE RPT-RECORD FROM LD-MSG-LINE
  6000     DISPLAY "BERN105 - RUN " LD-RUN-ID " SIGNED OFF BY "
  6010         LD-CARD-USER.
  6020
  6030 5000-CLOSE-LEDGER.
  6040     CLOSE RUNLEDG.
  6050 5000-EXIT.
  6060     EXIT.
  6070
  6080******************************************************************
  6090*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  6100******************************************************************
  6110 9999-EXIT.
  6120     STOP RUN.
