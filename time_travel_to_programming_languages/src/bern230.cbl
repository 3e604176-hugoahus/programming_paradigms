   100******************************************************************
   110*                                                                *
   120*    BERN230 - ONLINE RATE-MASTER MAINTENANCE TRANSACTION        *
   130*                                                                *
   140*    PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID BN60) THAT   *
   150*    REPLACES THE RATEMAST IN-STREAM DECK IN BERN100J.  EVERY    *
   160*    RATE CHANGE USED TO BE A JCL EDIT THAT NOBODY BUT ITS       *
   170*    AUTHOR EVER LOOKED AT, AND THE EXCPRPT BOUNDS CHECK ONLY    *
   180*    CATCHES A RATE THAT IS IMPOSSIBLE, NOT ONE THAT IS          *
   190*    PLAUSIBLE BUT WRONG.  THE RATE MASTER IS NOW THE RATEMAST   *
   200*    KSDS (SEE CPRMK), KEYED BY TERM, FREQUENCY, TIMING AND      *
   210*    EFFECTIVE DATE, AND THE RATE DESK MAINTAINS IT HERE ONE     *
   220*    LINE AT A TIME:                                             *
   230*                                                                *
   240*        I  INQUIRE   SHOW THE LINE, APPROVED AND PENDING        *
   250*        A  ADD       NEW DATED LINE, HELD AS PENDING            *
   260*        C  CHANGE    NEW RATE FOR AN EXISTING LINE, PENDING     *
   270*        E  END-DATE  LAST DAY THE LINE MAY BE PRICED, PENDING   *
   280*        V  APPROVE   A SECOND USER -- NEVER THE MAKER --        *
   290*                     MAKES THE PENDING CHANGE THE APPROVED      *
   300*                     IMAGE                                      *
   310*        R  REJECT    THE CHECKER THROWS THE PENDING CHANGE      *
   320*                     AWAY (OR THE MAKER WITHDRAWS IT)           *
   330*                                                                *
   340*    BERN300 AND BERN310 PRICE FROM THE APPROVED IMAGE ONLY, SO  *
   350*    NOTHING A SINGLE USER KEYS CAN REACH FACOUT.  THE USER ID   *
   360*    IS THE SIGNED-ON CICS USER (ASSIGN USERID) -- BN60 IS       *
   370*    DEFINED TO REQUIRE SIGN-ON, SO MAKER AND CHECKER ARE REAL   *
   380*    PEOPLE, NOT A TERMINAL'S DEFAULT USER.                      *
   390*                                                                *
   400*    EVERY SUBMIT, APPROVAL AND REJECTION IS WRITTEN TO THE      *
   410*    BNRL EXTRAPARTITION TD QUEUE (DATASET                       *
   420*    ACTUAR.BERN300.RATELOG, SEE CPRLG) WITH MAKER, CHECKER,     *
   430*    BOTH TIMESTAMPS AND THE BEFORE AND AFTER IMAGES; BERN330    *
   440*    PRINTS THE DAY'S ENTRIES AS THE DAILY RATE-CHANGE REPORT.   *
   450*    THE RATEMAST UPDATE IS WRITTEN FIRST AND THE LOG SECOND --  *
   460*    IF THE LOG WRITE FAILS THE TASK ROLLS BACK, SO NO CHANGE    *
   470*    EVER STANDS WITHOUT ITS LOG ENTRY (RATEMAST IS DEFINED      *
   480*    RECOVERABLE IN THE FILE DEFINITION FOR THAT REASON).        *
   490*                                                                *
   500*    SCREEN LAYOUT IS THE BERNMP4 MAP IN THE BERNSET MAPSET      *
   510*    (src/bms/BERNSET.bms).                                      *
   520*                                                                *
   530******************************************************************
   540 IDENTIFICATION DIVISION.
   550 PROGRAM-ID.     BERN230.
   560 AUTHOR.         H-LARSSON-WILHELMSSON.
   570 INSTALLATION.   ACTUARIAL-SYSTEMS.
   580 DATE-WRITTEN.   10/15/2026.
   590 DATE-COMPILED.
   600
   610******************************************************************
   620*  MODIFICATION HISTORY                                        *
   630*  DATE        BY   DESCRIPTION                                 *
   640*  ----------  ---  ----------------------------------------   *
   650*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   660******************************************************************
   670
   680 ENVIRONMENT DIVISION.
   690
   700 DATA DIVISION.
   710 WORKING-STORAGE SECTION.
   720*    COMMAREA PASSED BACK TO THIS TASK ON RETURN -- ITS ONLY JOB
   730*    IS TO MAKE EIBCALEN NONZERO ON REENTRY, SAME AS BERN200.
   740 01  WS-COMMAREA           PIC X(01).
   750
   760*    ONE RATEMAST LINE, READ AND REWRITTEN BY KEY -- SAME
   770*    COPYBOOK BERN300 AND BERN310 READ THE KSDS WITH.
   780     COPY CPRMK.
   790
   800*    ONE CHANGE-LOG ENTRY FOR THE BNRL QUEUE -- SAME COPYBOOK
   810*    BERN330 PRINTS THE DAILY REPORT FROM.
   820     COPY CPRLG.
   830
   840*    THE KEY AS EDITED OFF THE SCREEN, IN RK-KEY ORDER.  KEPT
   850*    APART FROM THE RECORD SO A READ THAT FAILS (OR A NEW LINE
   860*    BUILT FROM SPACES) CANNOT LOSE IT.
   870 01  WS-KEY.
   880     02  WS-TERM           PIC 9(03).
   890     02  WS-FREQ           PIC 9(02).
   900     02  WS-DUE            PIC X(01).
   910     02  WS-EFF-DATE       PIC 9(08).
   920
   930*    DATES AS KEYED, WITH A YEAR/MONTH/DAY VIEW FOR THE RANGE
   940*    EDIT.
   950 01  WS-DATE-X             PIC X(08) VALUE SPACES.
   960 01  WS-DATE-PARTS REDEFINES WS-DATE-X.
   970     02  WS-DATE-YYYY      PIC 9(04).
   980     02  WS-DATE-MM        PIC 9(02).
   990     02  WS-DATE-DD        PIC 9(02).
  1000 01  WS-END-X              PIC X(08) VALUE SPACES.
  1010
  1020*    THE NEW RATE AS KEYED.  SIX CHARACTERS WITH AN IMPLIED
  1030*    POINT, READ BACK THROUGH THE REDEFINES FOR THE BOUNDS
  1040*    EDIT -- SAME TREATMENT AS BERN220'S WS-RATE-X.
  1050 01  WS-RATE-X             PIC X(06) VALUE "000000".
  1060 01  WS-RATE REDEFINES WS-RATE-X
  1070                           PIC 9(02)V9(04).
  1080
  1090*    PLAUSIBILITY BOUNDS -- THE SAME ONES BERN300'S 2050 EDIT
  1100*    APPLIES, SO A LINE THE BATCH WOULD THROW OUT NEVER GETS AS
  1110*    FAR AS THE CHECKER.
  1120 01  WS-RATE-FLOOR         PIC 9(02)V9(04) VALUE 00.0100.
  1130 01  WS-RATE-CEILING       PIC 9(02)V9(04) VALUE 25.0000.
  1140 01  WS-TERM-FLOOR         PIC 9(03) VALUE 1.
  1150 01  WS-TERM-CEILING       PIC 9(03) VALUE 100.
  1160
  1170*    DISPLAY COPY OF A STORED RATE FOR THE MAP.
  1180 01  WS-SHOW-RATE-X        PIC X(06) VALUE "000000".
  1190 01  WS-SHOW-RATE REDEFINES WS-SHOW-RATE-X
  1200                           PIC 9(02)V9(04).
  1210 01  WS-RATE-EDIT          PIC Z9.9999.
  1220 01  WS-STAMP-EDIT.
  1230     02  WS-STAMP-DATE     PIC X(08).
  1240     02  FILLER            PIC X(01) VALUE SPACE.
  1250     02  WS-STAMP-TIME     PIC X(06).
  1260
  1270*    THE PRICED PART OF THE LINE AS IT STOOD BEFORE THIS
  1280*    ACTION -- THE LOG'S BEFORE IMAGE.
  1290 01  WS-BEFORE-IMAGE.
  1300     02  WS-BEFORE-STATUS  PIC X(01).
  1310     02  WS-BEFORE-RATE    PIC X(06).
  1320     02  WS-BEFORE-END     PIC X(08).
  1330
  1340*    WHO AND WHEN.  THE USER ID IS THE SIGNED-ON USER; THE
  1350*    DATE AND TIME ARE THE TASK'S ABSOLUTE TIME FORMATTED THE
  1360*    WAY THE BATCH LOGS CARRY THEIRS (YYYYMMDD, HHMMSS).
  1370 01  WS-USERID             PIC X(08) VALUE SPACES.
  1380 01  WS-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
  1390 01  WS-TODAY              PIC X(08) VALUE SPACES.
  1400 01  WS-NOW                PIC X(06) VALUE SPACES.
  1410
  1420 01  WS-ACTION             PIC X(01) VALUE SPACE.
  1430     88  WS-ACT-INQUIRE            VALUE "I".
  1440     88  WS-ACT-ADD                VALUE "A".
  1450     88  WS-ACT-CHANGE             VALUE "C".
  1460     88  WS-ACT-END-DATE           VALUE "E".
  1470     88  WS-ACT-APPROVE            VALUE "V".
  1480     88  WS-ACT-REJECT             VALUE "R".
  1490     88  WS-ACT-VALID              VALUE "I" "A" "C" "E" "V" "R".
  1500
  1510*    SET BY THE EDIT PARAGRAPHS -- "Y" ONLY WHEN EVERY FIELD
  1520*    THEY LOOKED AT PASSED, SO THE CALLER CAN GO NO FURTHER
  1530*    ON A BAD FIELD WITHOUT REPEATING THE EDIT.
  1540 01  WS-EDIT-SW            PIC X(01) VALUE "N".
  1550     88  WS-EDIT-OK                VALUE "Y".
  1560 01  WS-LOG-SW             PIC X(01) VALUE "N".
  1570     88  WS-LOG-OK                 VALUE "Y".
  1580
  1590 01  WS-RESP               PIC S9(08) USAGE BINARY VALUE 0.
  1600
  1610*    STANDARD CICS-SUPPLIED COPYBOOKS -- ATTENTION-ID VALUES AND
  1620*    BMS ATTRIBUTE-BYTE CONSTANTS.
  1630     COPY DFHAID.
  1640     COPY DFHBMSCA.
  1650
  1660*    SYMBOLIC MAP FOR BERNMP4, MAPSET BERNSET.
  1670     COPY BERNMP4.
  1680
  1690 PROCEDURE DIVISION.
  1700
  1710 0000-MAINLINE.
  1720     IF EIBCALEN = 0
  1730         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
  1740     ELSE
  1750         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
  1760     END-IF
  1770     GO TO 9999-EXIT.
  1780
  1790******************************************************************
  1800*    1000-SEND-INITIAL-MAP                                      *
  1810*    FIRST ENTRY INTO BN60 (EIBCALEN = 0) -- SEND A BLANK MAP    *
  1820*    AND RETURN, PASSING BACK A COMMAREA SO THE NEXT ENTRY (THE  *
  1830*    USER'S KEYSTROKE) TAKES THE REENTRY BRANCH.                 *
  1840******************************************************************
  1850 1000-SEND-INITIAL-MAP.
  1860     MOVE LOW-VALUES TO BERNMP4I
  1870     PERFORM 4200-CLEAR-LINE-FIELDS THRU 4200-EXIT
  1880     MOVE SPACES TO MSGOUT4O
  1890     EXEC CICS SEND MAP('BERNMP4')
  1900         MAPSET('BERNSET')
  1910         ERASE
  1920     END-EXEC
  1930     EXEC CICS RETURN TRANSID('BN60')
  1940         COMMAREA(WS-COMMAREA)
  1950         LENGTH(1)
  1960     END-EXEC.
  1970 1000-EXIT.
  1980     EXIT.
  1990
  2000******************************************************************
  2010*    2000-PROCESS-REQUEST                                       *
  2020*    REENTRY -- PF3 ENDS THE CONVERSATION; ENTER EDITS THE       *
  2030*    ACTION AND KEY, CARRIES OUT THE ACTION, AND RE-SENDS THE    *
  2040*    MAP WITH THE LINE AS IT NOW STANDS.                         *
  2050******************************************************************
  2060 2000-PROCESS-REQUEST.
  2070     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
  2080         EXEC CICS SEND TEXT
  2090             FROM('BERN230 - RATE MAINTENANCE ENDED')
  2100             LENGTH(32)
  2110             ERASE
  2120             FREEKB
  2130         END-EXEC
  2140         EXEC CICS RETURN
  2150         END-EXEC
  2160     END-IF
  2170
  2180     EXEC CICS RECEIVE MAP('BERNMP4')
  2190         MAPSET('BERNSET')
  2200         INTO(BERNMP4I)
  2210         RESP(WS-RESP)
  2220     END-EXEC
  2230
  2240     PERFORM 4200-CLEAR-LINE-FIELDS THRU 4200-EXIT
  2250     MOVE SPACES TO MSGOUT4O
  2260     IF WS-RESP NOT = DFHRESP(NORMAL)
  2270         MOVE "MAP RECEIVE FAILED, RE-KEY THE REQUEST"
  2280             TO MSGOUT4O
  2290     ELSE
  2300         PERFORM 2100-EDIT-KEY THRU 2100-EXIT
  2310         IF WS-EDIT-OK
  2320             PERFORM 2200-GET-USER-AND-TIME THRU 2200-EXIT
  2330             EVALUATE TRUE
  2340                 WHEN WS-ACT-INQUIRE
  2350                     PERFORM 3000-INQUIRE-LINE THRU 3000-EXIT
  2360                 WHEN WS-ACT-ADD
  2370                     PERFORM 3100-ADD-LINE THRU 3100-EXIT
  2380                 WHEN WS-ACT-CHANGE
  2390                     PERFORM 3200-CHANGE-LINE THRU 3200-EXIT
  2400                 WHEN WS-ACT-END-DATE
  2410                     PERFORM 3300-END-DATE-LINE THRU 3300-EXIT
  2420                 WHEN WS-ACT-APPROVE
  2430                     PERFORM 3400-APPROVE-CHANGE THRU 3400-EXIT
  2440                 WHEN WS-ACT-REJECT
  2450                     PERFORM 3500-REJECT-CHANGE THRU 3500-EXIT
  2460             END-EVALUATE
  2470         END-IF
  2480     END-IF
  2490
  2500     EXEC CICS SEND MAP('BERNMP4')
  2510         MAPSET('BERNSET')
  2520         DATAONLY
  2530         CURSOR
  2540     END-EXEC
  2550     EXEC CICS RETURN TRANSID('BN60')
  2560         COMMAREA(WS-COMMAREA)
  2570         LENGTH(1)
  2580     END-EXEC.
  2590 2000-EXIT.
  2600     EXIT.
  2610
  2620******************************************************************
  2630*    2100-EDIT-KEY                                               *
  2640*    EDITS THE ACTION AND THE FOUR KEY FIELDS THE WAY BERN220    *
  2650*    EDITS ITS LOOKUP KEY (BLANK FREQUENCY = ANNUAL, BLANK       *
  2660*    TIMING = IN ARREARS), PLUS THE EFFECTIVE DATE, AND BUILDS   *
  2670*    WS-KEY.  WS-EDIT-SW COMES BACK "Y" ONLY IF ALL OF IT        *
  2680*    PASSED.                                                     *
  2690******************************************************************
  2700 2100-EDIT-KEY.
  2710     MOVE "N" TO WS-EDIT-SW
  2720     MOVE SPACE TO WS-ACTION
  2730     IF ACTN4L > 0
  2740         MOVE ACTN4I TO WS-ACTION
  2750     END-IF
  2760     IF NOT WS-ACT-VALID
  2770         MOVE "ENTER AN ACTION - I, A, C, E, V OR R" TO MSGOUT4O
  2780         GO TO 2100-EXIT
  2790     END-IF
  2800
  2810     IF TERM4L = 0 OR TERM4I = SPACES
  2820         MOVE "ENTER A TERM IN YEARS (999)" TO MSGOUT4O
  2830         GO TO 2100-EXIT
  2840     END-IF
  2850     IF TERM4I IS NOT NUMERIC
  2860         MOVE "TERM MUST BE NUMERIC, 999" TO MSGOUT4O
  2870         GO TO 2100-EXIT
  2880     END-IF
  2890     MOVE TERM4I TO WS-TERM
  2900
  2910     MOVE 1 TO WS-FREQ
  2920     IF FREQ4L > 0 AND FREQ4I NOT = SPACES
  2930         IF FREQ4I IS NOT NUMERIC
  2940             MOVE "FREQUENCY MUST BE 01 THRU 12 (BLANK = 01)"
  2950                 TO MSGOUT4O
  2960             GO TO 2100-EXIT
  2970         END-IF
  2980         MOVE FREQ4I TO WS-FREQ
  2990         IF WS-FREQ < 1 OR WS-FREQ > 12
  3000             MOVE "FREQUENCY MUST BE 01 THRU 12 (BLANK = 01)"
  3010                 TO MSGOUT4O
  3020             GO TO 2100-EXIT
  3030         END-IF
  3040     END-IF
  3050
  3060     MOVE "I" TO WS-DUE
  3070     IF DUE4L > 0 AND DUE4I NOT = SPACE
  3080         MOVE DUE4I TO WS-DUE
  3090     END-IF
  3100     IF WS-DUE NOT = "I" AND WS-DUE NOT = "D"
  3110         MOVE "DUE FLAG MUST BE D, I OR BLANK" TO MSGOUT4O
  3120         GO TO 2100-EXIT
  3130     END-IF
  3140
  3150     IF EFF4L = 0 OR EFF4I = SPACES
  3160         MOVE "ENTER THE EFFECTIVE DATE, YYYYMMDD" TO MSGOUT4O
  3170         GO TO 2100-EXIT
  3180     END-IF
  3190     MOVE EFF4I TO WS-DATE-X
  3200     PERFORM 2150-EDIT-DATE THRU 2150-EXIT
  3210     IF NOT WS-EDIT-OK
  3220         MOVE "EFFECTIVE DATE MUST BE A VALID YYYYMMDD"
  3230             TO MSGOUT4O
  3240         GO TO 2100-EXIT
  3250     END-IF
  3260     MOVE WS-DATE-X TO WS-EFF-DATE.
  3270 2100-EXIT.
  3280     EXIT.
  3290
  3300******************************************************************
  3310*    2150-EDIT-DATE                                              *
  3320*    WS-DATE-X MUST BE EIGHT DIGITS WITH A MONTH OF 01-12 AND A  *
  3330*    DAY OF 01-31.  SETS WS-EDIT-SW; THE CALLER SUPPLIES THE     *
  3340*    MESSAGE, SINCE ONLY IT KNOWS WHICH DATE WAS BAD.            *
  3350******************************************************************
  3360 2150-EDIT-DATE.
  3370     MOVE "N" TO WS-EDIT-SW
  3380     IF WS-DATE-X IS NOT NUMERIC
  3390         GO TO 2150-EXIT
  3400     END-IF
  3410     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
  3420         GO TO 2150-EXIT
  3430     END-IF
  3440     IF WS-DATE-DD < 1 OR WS-DATE-DD > 31
  3450         GO TO 2150-EXIT
  3460     END-IF
  3470     MOVE "Y" TO WS-EDIT-SW.
  3480 2150-EXIT.
  3490     EXIT.
  3500
  3510******************************************************************
  3520*    2200-GET-USER-AND-TIME                                      *
  3530*    THE SIGNED-ON USER ID AND THE CURRENT DATE AND TIME, FOR    *
  3540*    THE MAKER/CHECKER FIELDS AND THE LOG.                       *
  3550******************************************************************
  3560 2200-GET-USER-AND-TIME.
  3570     EXEC CICS ASSIGN USERID(WS-USERID)
  3580     END-EXEC
  3590     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
  3600     END-EXEC
  3610     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
  3620         YYYYMMDD(WS-TODAY)
  3630         TIME(WS-NOW)
  3640     END-EXEC.
  3650 2200-EXIT.
  3660     EXIT.
  3670
  3680******************************************************************
  3690*    3000-INQUIRE-LINE                                           *
  3700*    READ-ONLY: SHOW THE LINE, APPROVED AND PENDING IMAGES.      *
  3710******************************************************************
  3720 3000-INQUIRE-LINE.
  3730     EXEC CICS READ DATASET('RATEMAST')
  3740         INTO(RATE-KEYED-RECORD)
  3750         RIDFLD(WS-KEY)
  3760         KEYLENGTH(14)
  3770         RESP(WS-RESP)
  3780     END-EXEC
  3790     IF WS-RESP = DFHRESP(NOTFND)
  3800         MOVE "NO SUCH LINE ON THE RATE MASTER" TO MSGOUT4O
  3810         GO TO 3000-EXIT
  3820     END-IF
  3830     IF WS-RESP NOT = DFHRESP(NORMAL)
  3840         MOVE "RATE MASTER READ FAILED - CALL OPERATIONS"
  3850             TO MSGOUT4O
  3860         GO TO 3000-EXIT
  3870     END-IF
  3880     PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  3890     MOVE "OK" TO MSGOUT4O.
  3900 3000-EXIT.
  3910     EXIT.
  3920
  3930******************************************************************
  3940*    3100-ADD-LINE                                               *
  3950*    A NEW DATED LINE GOES ON FILE WITH STATUS P -- NO APPROVED  *
  3960*    IMAGE, SO THE BATCH JOBS CANNOT SEE IT -- AND THE RATE AND  *
  3970*    OPTIONAL END DATE AS THE PENDING CHANGE.  THE TERM BOUNDS   *
  3980*    ARE CHECKED HERE RATHER THAN IN 2100 SO THAT A LINE THE     *
  3990*    OLD DECK CARRIED OUTSIDE THEM CAN STILL BE INQUIRED ON AND  *
  4000*    END-DATED.                                                  *
  4010******************************************************************
  4020 3100-ADD-LINE.
  4030     IF WS-TERM < WS-TERM-FLOOR OR WS-TERM > WS-TERM-CEILING
  4040         MOVE "TERM OUTSIDE 1-100 YEAR PLAUSIBILITY BOUNDS"
  4050             TO MSGOUT4O
  4060         GO TO 3100-EXIT
  4070     END-IF
  4080     PERFORM 3800-EDIT-NEW-RATE THRU 3800-EXIT
  4090     IF NOT WS-EDIT-OK
  4100         GO TO 3100-EXIT
  4110     END-IF
  4120     MOVE SPACES TO WS-END-X
  4130     IF END4L > 0 AND END4I NOT = SPACES
  4140         PERFORM 3850-EDIT-END-DATE THRU 3850-EXIT
  4150         IF NOT WS-EDIT-OK
  4160             GO TO 3100-EXIT
  4170         END-IF
  4180     END-IF
  4190
  4200     MOVE SPACES TO RATE-KEYED-RECORD
  4210     MOVE WS-KEY TO RK-KEY
  4220     MOVE "P" TO RK-STATUS
  4230     MOVE "A" TO RK-PEND-ACTION
  4240     MOVE WS-RATE-X TO RK-PEND-RATE
  4250     MOVE WS-END-X TO RK-PEND-END-DATE
  4260     MOVE WS-USERID TO RK-MAKER
  4270     MOVE WS-TODAY TO RK-MAKE-DATE
  4280     MOVE WS-NOW TO RK-MAKE-TIME
  4290     EXEC CICS WRITE DATASET('RATEMAST')
  4300         FROM(RATE-KEYED-RECORD)
  4310         RIDFLD(WS-KEY)
  4320         RESP(WS-RESP)
  4330     END-EXEC
  4340     IF WS-RESP = DFHRESP(DUPREC)
  4350         MOVE "LINE ALREADY ON FILE - USE C OR E" TO MSGOUT4O
  4360         GO TO 3100-EXIT
  4370     END-IF
  4380     IF WS-RESP NOT = DFHRESP(NORMAL)
  4390         MOVE "RATE MASTER UPDATE FAILED - CALL OPERATIONS"
  4400             TO MSGOUT4O
  4410         GO TO 3100-EXIT
  4420     END-IF
  4430
  4440     MOVE SPACES TO WS-BEFORE-IMAGE
  4450     PERFORM 3900-LOG-SUBMIT THRU 3900-EXIT
  4460     IF NOT WS-LOG-OK
  4470         GO TO 3100-EXIT
  4480     END-IF
  4490     PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  4500     MOVE "SUBMITTED - PENDING APPROVAL BY A SECOND USER"
  4510         TO MSGOUT4O.
  4520 3100-EXIT.
  4530     EXIT.
  4540
  4550******************************************************************
  4560*    3200-CHANGE-LINE                                            *
  4570*    A NEW RATE FOR AN APPROVED LINE, HELD AS PENDING.  THE      *
  4580*    APPROVED RATE KEEPS PRICING UNTIL THE CHECKER SAYS SO.      *
  4590******************************************************************
  4600 3200-CHANGE-LINE.
  4610     PERFORM 3800-EDIT-NEW-RATE THRU 3800-EXIT
  4620     IF NOT WS-EDIT-OK
  4630         GO TO 3200-EXIT
  4640     END-IF
  4650     PERFORM 3700-READ-FOR-CHANGE THRU 3700-EXIT
  4660     IF NOT WS-EDIT-OK
  4670         GO TO 3200-EXIT
  4680     END-IF
  4690     IF WS-RATE-X = RK-RATE
  4700         EXEC CICS UNLOCK DATASET('RATEMAST')
  4710         END-EXEC
  4720         MOVE "NEW RATE IS THE SAME AS THE APPROVED RATE"
  4730             TO MSGOUT4O
  4740         GO TO 3200-EXIT
  4750     END-IF
  4760
  4770     MOVE "C" TO RK-PEND-ACTION
  4780     MOVE WS-RATE-X TO RK-PEND-RATE
  4790     MOVE RK-END-DATE TO RK-PEND-END-DATE
  4800     PERFORM 3750-REWRITE-PENDING THRU 3750-EXIT
  4810     IF NOT WS-EDIT-OK
  4820         GO TO 3200-EXIT
  4830     END-IF
  4840     PERFORM 3900-LOG-SUBMIT THRU 3900-EXIT
  4850     IF NOT WS-LOG-OK
  4860         GO TO 3200-EXIT
  4870     END-IF
  4880     PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  4890     MOVE "SUBMITTED - PENDING APPROVAL BY A SECOND USER"
  4900         TO MSGOUT4O.
  4910 3200-EXIT.
  4920     EXIT.
  4930
  4940******************************************************************
  4950*    3300-END-DATE-LINE                                          *
  4960*    THE LAST DAY AN APPROVED LINE MAY BE PRICED, HELD AS        *
  4970*    PENDING.  ONCE APPROVED, A RUN DATED AFTER THE END DATE NO  *
  4980*    LONGER SELECTS THE LINE AND THE PRODUCT FALLS BACK TO THE   *
  4990*    LINE IT HAD SUPERSEDED (OR, IF THERE IS NONE, IS NOT        *
  5000*    PRICED AT ALL).                                             *
  5010******************************************************************
  5020 3300-END-DATE-LINE.
  5030     IF END4L = 0 OR END4I = SPACES
  5040         MOVE "ENTER THE END DATE, YYYYMMDD" TO MSGOUT4O
  5050         GO TO 3300-EXIT
  5060     END-IF
  5070     PERFORM 3850-EDIT-END-DATE THRU 3850-EXIT
  5080     IF NOT WS-EDIT-OK
  5090         GO TO 3300-EXIT
  5100     END-IF
  5110     PERFORM 3700-READ-FOR-CHANGE THRU 3700-EXIT
  5120     IF NOT WS-EDIT-OK
  5130         GO TO 3300-EXIT
  5140     END-IF
  5150     IF WS-END-X = RK-END-DATE
  5160         EXEC CICS UNLOCK DATASET('RATEMAST')
  5170         END-EXEC
  5180         MOVE "END DATE IS THE SAME AS THE APPROVED ONE"
  5190             TO MSGOUT4O
  5200         GO TO 3300-EXIT
  5210     END-IF
  5220
  5230     MOVE "E" TO RK-PEND-ACTION
  5240     MOVE RK-RATE TO RK-PEND-RATE
  5250     MOVE WS-END-X TO RK-PEND-END-DATE
  5260     PERFORM 3750-REWRITE-PENDING THRU 3750-EXIT
  5270     IF NOT WS-EDIT-OK
  5280         GO TO 3300-EXIT
  5290     END-IF
  5300     PERFORM 3900-LOG-SUBMIT THRU 3900-EXIT
  5310     IF NOT WS-LOG-OK
  5320         GO TO 3300-EXIT
  5330     END-IF
  5340     PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  5350     MOVE "SUBMITTED - PENDING APPROVAL BY A SECOND USER"
  5360         TO MSGOUT4O.
  5370 3300-EXIT.
  5380     EXIT.
  5390
  5400******************************************************************
  5410*    3400-APPROVE-CHANGE                                         *
  5420*    THE CHECKER'S SIDE.  ANYONE BUT THE MAKER MAY APPROVE: THE  *
  5430*    PENDING IMAGE BECOMES THE APPROVED IMAGE, THE CHECKER IS    *
  5440*    STAMPED ON THE LINE, AND THE LOG GETS BOTH IMAGES WITH THE  *
  5450*    MAKER'S AND CHECKER'S TIMESTAMPS.                           *
  5460******************************************************************
  5470 3400-APPROVE-CHANGE.
  5480     PERFORM 3600-READ-PENDING THRU 3600-EXIT
  5490     IF NOT WS-EDIT-OK
  5500         GO TO 3400-EXIT
  5510     END-IF
  5520     IF RK-MAKER = WS-USERID
  5530         EXEC CICS UNLOCK DATASET('RATEMAST')
  5540         END-EXEC
  5550         PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  5560         MOVE "YOU MADE THIS CHANGE - ANOTHER USER MUST APPROVE"
  5570             TO MSGOUT4O
  5580         GO TO 3400-EXIT
  5590     END-IF
  5600
  5610     MOVE SPACES TO RATE-LOG-RECORD
  5620     MOVE "A" TO RL-EVENT
  5630     PERFORM 3950-LOG-CHECKER-FIELDS THRU 3950-EXIT
  5640
  5650     MOVE "A" TO RK-STATUS
  5660     MOVE RK-PEND-RATE TO RK-RATE
  5670     MOVE RK-PEND-END-DATE TO RK-END-DATE
  5680     MOVE SPACE TO RK-PEND-ACTION
  5690     MOVE SPACES TO RK-PEND-RATE
  5700     MOVE SPACES TO RK-PEND-END-DATE
  5710     MOVE WS-USERID TO RK-CHECKER
  5720     EXEC CICS REWRITE DATASET('RATEMAST')
  5730         FROM(RATE-KEYED-RECORD)
  5740         RESP(WS-RESP)
  5750     END-EXEC
  5760     IF WS-RESP NOT = DFHRESP(NORMAL)
  5770         MOVE "RATE MASTER UPDATE FAILED - CALL OPERATIONS"
  5780             TO MSGOUT4O
  5790         GO TO 3400-EXIT
  5800     END-IF
  5810
  5820     MOVE RK-STATUS TO RL-AFTER-STATUS
  5830     MOVE RK-RATE TO RL-AFTER-RATE
  5840     MOVE RK-END-DATE TO RL-AFTER-END
  5850     PERFORM 4000-WRITE-LOG THRU 4000-EXIT
  5860     IF NOT WS-LOG-OK
  5870         GO TO 3400-EXIT
  5880     END-IF
  5890     PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  5900     MOVE "APPROVED - PRICED FROM THE NEXT BERN300 RUN"
  5910         TO MSGOUT4O.
  5920 3400-EXIT.
  5930     EXIT.
  5940
  5950******************************************************************
  5960*    3500-REJECT-CHANGE                                          *
  5970*    THROWS THE PENDING CHANGE AWAY.  A CHECKER REJECTS IT; THE  *
  5980*    MAKER MAY ALSO WITHDRAW THEIR OWN -- EITHER WAY THE         *
  5990*    APPROVED IMAGE IS UNTOUCHED.  A REJECTED NEW LINE HAS NO    *
  6000*    APPROVED IMAGE TO FALL BACK ON, SO IT IS DELETED.           *
  6010******************************************************************
  6020 3500-REJECT-CHANGE.
  6030     PERFORM 3600-READ-PENDING THRU 3600-EXIT
  6040     IF NOT WS-EDIT-OK
  6050         GO TO 3500-EXIT
  6060     END-IF
  6070
  6080     MOVE SPACES TO RATE-LOG-RECORD
  6090     MOVE "R" TO RL-EVENT
  6100     PERFORM 3950-LOG-CHECKER-FIELDS THRU 3950-EXIT
  6110
  6120     IF RK-PENDING-ADD
  6130         EXEC CICS DELETE DATASET('RATEMAST')
  6140             RESP(WS-RESP)
  6150         END-EXEC
  6160     ELSE
  6170         MOVE SPACE TO RK-PEND-ACTION
  6180         MOVE SPACES TO RK-PEND-RATE
  6190         MOVE SPACES TO RK-PEND-END-DATE
  6200         EXEC CICS REWRITE DATASET('RATEMAST')
  6210             FROM(RATE-KEYED-RECORD)
  6220             RESP(WS-RESP)
  6230         END-EXEC
  6240         MOVE RK-STATUS TO RL-AFTER-STATUS
  6250         MOVE RK-RATE TO RL-AFTER-RATE
  6260         MOVE RK-END-DATE TO RL-AFTER-END
  6270     END-IF
  6280     IF WS-RESP NOT = DFHRESP(NORMAL)
  6290         MOVE "RATE MASTER UPDATE FAILED - CALL OPERATIONS"
  6300             TO MSGOUT4O
  6310         GO TO 3500-EXIT
  6320     END-IF
  6330
  6340     PERFORM 4000-WRITE-LOG THRU 4000-EXIT
  6350     IF NOT WS-LOG-OK
  6360         GO TO 3500-EXIT
  6370     END-IF
  6380     IF RK-PENDING-ADD
  6390         IF RK-MAKER = WS-USERID
  6400             MOVE "WITHDRAWN - NEW LINE REMOVED" TO MSGOUT4O
  6410         ELSE
  6420             MOVE "REJECTED - NEW LINE REMOVED" TO MSGOUT4O
  6430         END-IF
  6440         GO TO 3500-EXIT
  6450     END-IF
  6460     PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  6470     IF RK-MAKER = WS-USERID
  6480         MOVE "WITHDRAWN - APPROVED IMAGE UNCHANGED" TO MSGOUT4O
  6490     ELSE
  6500         MOVE "REJECTED - APPROVED IMAGE UNCHANGED" TO MSGOUT4O
  6510     END-IF.
  6520 3500-EXIT.
  6530     EXIT.
  6540
  6550******************************************************************
  6560*    3600-READ-PENDING                                           *
  6570*    READS THE LINE FOR UPDATE ON BEHALF OF APPROVE AND REJECT,  *
  6580*    WHICH BOTH NEED SOMETHING PENDING TO ACT ON.  KEEPS THE     *
  6590*    BEFORE IMAGE.  WS-EDIT-SW "Y" MEANS THE RECORD IS HELD.     *
  6600******************************************************************
  6610 3600-READ-PENDING.
  6620     MOVE "N" TO WS-EDIT-SW
  6630     EXEC CICS READ DATASET('RATEMAST')
  6640         INTO(RATE-KEYED-RECORD)
  6650         RIDFLD(WS-KEY)
  6660         KEYLENGTH(14)
  6670         UPDATE
  6680         RESP(WS-RESP)
  6690     END-EXEC
  6700     IF WS-RESP = DFHRESP(NOTFND)
  6710         MOVE "NO SUCH LINE ON THE RATE MASTER" TO MSGOUT4O
  6720         GO TO 3600-EXIT
  6730     END-IF
  6740     IF WS-RESP NOT = DFHRESP(NORMAL)
  6750         MOVE "RATE MASTER READ FAILED - CALL OPERATIONS"
  6760             TO MSGOUT4O
  6770         GO TO 3600-EXIT
  6780     END-IF
  6790     IF RK-NOTHING-PENDING
  6800         EXEC CICS UNLOCK DATASET('RATEMAST')
  6810         END-EXEC
  6820         PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  6830         MOVE "NOTHING PENDING ON THIS LINE" TO MSGOUT4O
  6840         GO TO 3600-EXIT
  6850     END-IF
  6860     MOVE RK-STATUS TO WS-BEFORE-STATUS
  6870     MOVE RK-RATE TO WS-BEFORE-RATE
  6880     MOVE RK-END-DATE TO WS-BEFORE-END
  6890     MOVE "Y" TO WS-EDIT-SW.
  6900 3600-EXIT.
  6910     EXIT.
  6920
  6930******************************************************************
  6940*    3700-READ-FOR-CHANGE                                        *
  6950*    READS THE LINE FOR UPDATE ON BEHALF OF CHANGE AND END-DATE, *
  6960*    WHICH BOTH NEED AN APPROVED LINE WITH NOTHING ALREADY       *
  6970*    PENDING -- ONE CHANGE AT A TIME, SO THE CHECKER ALWAYS      *
  6980*    APPROVES EXACTLY WHAT THE LOG SAYS WAS SUBMITTED.  KEEPS    *
  6990*    THE BEFORE IMAGE.  WS-EDIT-SW "Y" MEANS THE RECORD IS HELD. *
  7000******************************************************************
  7010 3700-READ-FOR-CHANGE.
  7020     MOVE "N" TO WS-EDIT-SW
  7030     EXEC CICS READ DATASET('RATEMAST')
  7040         INTO(RATE-KEYED-RECORD)
  7050         RIDFLD(WS-KEY)
  7060         KEYLENGTH(14)
  7070         UPDATE
  7080         RESP(WS-RESP)
  7090     END-EXEC
  7100     IF WS-RESP = DFHRESP(NOTFND)
  7110         MOVE "NO SUCH LINE - USE A TO ADD IT" TO MSGOUT4O
  7120         GO TO 3700-EXIT
  7130     END-IF
  7140     IF WS-RESP NOT = DFHRESP(NORMAL)
  7150         MOVE "RATE MASTER READ FAILED - CALL OPERATIONS"
  7160             TO MSGOUT4O
  7170         GO TO 3700-EXIT
  7180     END-IF
  7190     IF NOT RK-APPROVED OR NOT RK-NOTHING-PENDING
  7200         EXEC CICS UNLOCK DATASET('RATEMAST')
  7210         END-EXEC
  7220         PERFORM 4100-SHOW-LINE THRU 4100-EXIT
  7230         MOVE "A CHANGE IS ALREADY PENDING - V OR R IT FIRST"
  7240             TO MSGOUT4O
  7250         GO TO 3700-EXIT
  7260     END-IF
  7270     MOVE RK-STATUS TO WS-BEFORE-STATUS
  7280     MOVE RK-RATE TO WS-BEFORE-RATE
  7290     MOVE RK-END-DATE TO WS-BEFORE-END
  7300     MOVE "Y" TO WS-EDIT-SW.
  7310 3700-EXIT.
  7320     EXIT.
  7330
  7340******************************************************************
  7350*    3750-REWRITE-PENDING                                        *
  7360*    STAMPS THE MAKER ON A LINE 3700 HOLDS AND REWRITES IT WITH  *
  7370*    ITS NEW PENDING CHANGE.  WS-EDIT-SW "Y" ON SUCCESS.         *
  7380******************************************************************
  7390 3750-REWRITE-PENDING.
  7400     MOVE "N" TO WS-EDIT-SW
  7410     MOVE WS-USERID TO RK-MAKER
  7420     MOVE WS-TODAY TO RK-MAKE-DATE
  7430     MOVE WS-NOW TO RK-MAKE-TIME
  7440     EXEC CICS REWRITE DATASET('RATEMAST')
  7450         FROM(RATE-KEYED-RECORD)
  7460         RESP(WS-RESP)
  7470     END-EXEC
  7480     IF WS-RESP NOT = DFHRESP(NORMAL)
  7490         MOVE "RATE MASTER UPDATE FAILED - CALL OPERATIONS"
  7500             TO MSGOUT4O
  7510         GO TO 3750-EXIT
  7520     END-IF
  7530     MOVE "Y" TO WS-EDIT-SW.
  7540 3750-EXIT.
  7550     EXIT.
  7560
  7570******************************************************************
  7580*    3800-EDIT-NEW-RATE                                          *
  7590*    THE KEYED RATE MUST BE SIX DIGITS (99V9999) INSIDE THE      *
  7600*    PLAUSIBILITY BOUNDS.  LEAVES IT IN WS-RATE-X.               *
  7610******************************************************************
  7620 3800-EDIT-NEW-RATE.
  7630     MOVE "N" TO WS-EDIT-SW
  7640     IF RATE4L = 0 OR RATE4I = SPACES
  7650         MOVE "ENTER THE NEW RATE (99V9999, E.G. 050000)"
  7660             TO MSGOUT4O
  7670         GO TO 3800-EXIT
  7680     END-IF
  7690     IF RATE4I IS NOT NUMERIC
  7700         MOVE "RATE MUST BE NUMERIC, 99V9999" TO MSGOUT4O
  7710         GO TO 3800-EXIT
  7720     END-IF
  7730     MOVE RATE4I TO WS-RATE-X
  7740     IF WS-RATE < WS-RATE-FLOOR OR WS-RATE > WS-RATE-CEILING
  7750         MOVE "RATE OUTSIDE 0.01-25 PCT PLAUSIBILITY BOUNDS"
  7760             TO MSGOUT4O
  7770         GO TO 3800-EXIT
  7780     END-IF
  7790     MOVE "Y" TO WS-EDIT-SW.
  7800 3800-EXIT.
  7810     EXIT.
  7820
  7830******************************************************************
  7840*    3850-EDIT-END-DATE                                          *
  7850*    THE KEYED END DATE MUST BE A VALID DATE AFTER THE LINE'S    *
  7860*    EFFECTIVE DATE.  LEAVES IT IN WS-END-X.                     *
  7870******************************************************************
  7880 3850-EDIT-END-DATE.
  7890     MOVE END4I TO WS-DATE-X
  7900     PERFORM 2150-EDIT-DATE THRU 2150-EXIT
  7910     IF NOT WS-EDIT-OK
  7920         MOVE "END DATE MUST BE A VALID YYYYMMDD" TO MSGOUT4O
  7930         GO TO 3850-EXIT
  7940     END-IF
  7950     IF WS-DATE-X NOT > WS-EFF-DATE
  7960         MOVE "N" TO WS-EDIT-SW
  7970         MOVE "END DATE MUST BE AFTER THE EFFECTIVE DATE"
  7980             TO MSGOUT4O
  7990         GO TO 3850-EXIT
  8000     END-IF
  8010     MOVE WS-DATE-X TO WS-END-X.
  8020 3850-EXIT.
  8030     EXIT.
  8040
  8050******************************************************************
  8060*    3900-LOG-SUBMIT                                             *
  8070*    LOG ENTRY FOR A NEW PENDING CHANGE: THE MAKER AND THEIR     *
  8080*    TIMESTAMP, THE LINE AS IT STOOD, AND WHAT IT WILL BECOME    *
  8090*    IF THE CHECKER APPROVES IT.                                 *
  8100******************************************************************
  8110 3900-LOG-SUBMIT.
  8120     MOVE SPACES TO RATE-LOG-RECORD
  8130     MOVE "S" TO RL-EVENT
  8140     MOVE RK-PEND-ACTION TO RL-ACTION
  8150     MOVE WS-KEY TO RL-KEY
  8160     MOVE RK-MAKER TO RL-MAKER
  8170     MOVE RK-MAKE-DATE TO RL-MAKE-DATE
  8180     MOVE RK-MAKE-TIME TO RL-MAKE-TIME
  8190     MOVE WS-BEFORE-IMAGE TO RL-BEFORE
  8200     MOVE "A" TO RL-AFTER-STATUS
  8210     MOVE RK-PEND-RATE TO RL-AFTER-RATE
  8220     MOVE RK-PEND-END-DATE TO RL-AFTER-END
  8230     PERFORM 4000-WRITE-LOG THRU 4000-EXIT.
  8240 3900-EXIT.
  8250     EXIT.
  8260
  8270******************************************************************
  8280*    3950-LOG-CHECKER-FIELDS                                     *
  8290*    FILLS THE PART OF AN APPROVE/REJECT LOG ENTRY THAT HAS TO   *
  8300*    BE TAKEN BEFORE THE LINE IS CHANGED: THE ACTION, KEY,       *
  8310*    MAKER AND MAKER TIMESTAMP OFF THE PENDING CHANGE, THE       *
  8320*    CHECKER AND NOW, AND THE BEFORE IMAGE.                      *
  8330******************************************************************
  8340 3950-LOG-CHECKER-FIELDS.
  8350     MOVE RK-PEND-ACTION TO RL-ACTION
  8360     MOVE WS-KEY TO RL-KEY
  8370     MOVE RK-MAKER TO RL-MAKER
  8380     MOVE RK-MAKE-DATE TO RL-MAKE-DATE
  8390     MOVE RK-MAKE-TIME TO RL-MAKE-TIME
  8400     MOVE WS-USERID TO RL-CHECKER
  8410     MOVE WS-TODAY TO RL-CHECK-DATE
  8420     MOVE WS-NOW TO RL-CHECK-TIME
  8430     MOVE WS-BEFORE-IMAGE TO RL-BEFORE.
  8440 3950-EXIT.
  8450     EXIT.
  8460
  8470******************************************************************
  8480*    4000-WRITE-LOG                                              *
  8490*    ONE CPRLG RECORD TO THE BNRL QUEUE.  THE RATEMAST UPDATE    *
  8500*    HAS ALREADY BEEN DONE; IF THE LOG CANNOT BE WRITTEN THE     *
  8510*    UPDATE IS ROLLED BACK SO IT NEVER STANDS UNLOGGED.          *
  8520******************************************************************
  8530 4000-WRITE-LOG.
  8540     MOVE "N" TO WS-LOG-SW
  8550     EXEC CICS WRITEQ TD QUEUE('BNRL')
  8560         FROM(RATE-LOG-RECORD)
  8570         LENGTH(100)
  8580         RESP(WS-RESP)
  8590     END-EXEC
  8600     IF WS-RESP NOT = DFHRESP(NORMAL)
  8610         EXEC CICS SYNCPOINT ROLLBACK
  8620         END-EXEC
  8630         PERFORM 4200-CLEAR-LINE-FIELDS THRU 4200-EXIT
  8640         MOVE "CHANGE LOG WRITE FAILED - NOTHING SAVED, CALL OPS"
  8650             TO MSGOUT4O
  8660         GO TO 4000-EXIT
  8670     END-IF
  8680     MOVE "Y" TO WS-LOG-SW.
  8690 4000-EXIT.
  8700     EXIT.
  8710
  8720******************************************************************
  8730*    4100-SHOW-LINE                                              *
  8740*    FORMATS THE LINE IN RATE-KEYED-RECORD INTO THE OUTPUT MAP   *
  8750*    FIELDS: STATUS, APPROVED IMAGE, PENDING CHANGE, WHO MADE    *
  8760*    IT AND WHEN, AND WHO LAST APPROVED THE LINE.                *
  8770******************************************************************
  8780 4100-SHOW-LINE.
  8790     EVALUATE TRUE
  8800         WHEN RK-PENDING-ADD
  8810             MOVE "NEW - NOT YET LIVE" TO STAT4O
  8820         WHEN RK-APPROVED AND RK-NOTHING-PENDING
  8830             MOVE "APPROVED" TO STAT4O
  8840         WHEN RK-APPROVED
  8850             MOVE "CHANGE PENDING" TO STAT4O
  8860         WHEN OTHER
  8870             MOVE "UNKNOWN STATUS" TO STAT4O
  8880     END-EVALUATE
  8890
  8900     MOVE RK-RATE TO WS-SHOW-RATE-X
  8910     IF WS-SHOW-RATE-X IS NUMERIC
  8920         MOVE WS-SHOW-RATE TO WS-RATE-EDIT
  8930         MOVE WS-RATE-EDIT TO CRATE4O
  8940     END-IF
  8950     MOVE RK-END-DATE TO CEND4O
  8960
  8970     EVALUATE TRUE
  8980         WHEN RK-PEND-ADD
  8990             MOVE "ADD" TO PACT4O
  9000         WHEN RK-PEND-CHANGE
  9010             MOVE "CHANGE" TO PACT4O
  9020         WHEN RK-PEND-END
  9030             MOVE "END-DATE" TO PACT4O
  9040     END-EVALUATE
  9050     MOVE RK-PEND-RATE TO WS-SHOW-RATE-X
  9060     IF WS-SHOW-RATE-X IS NUMERIC
  9070         MOVE WS-SHOW-RATE TO WS-RATE-EDIT
  9080         MOVE WS-RATE-EDIT TO PRATE4O
  9090     END-IF
  9100     MOVE RK-PEND-END-DATE TO PEND4O
  9110
  9120     MOVE RK-MAKER TO MAKER4O
  9130     MOVE RK-MAKE-DATE TO WS-STAMP-DATE
  9140     MOVE RK-MAKE-TIME TO WS-STAMP-TIME
  9150     MOVE WS-STAMP-EDIT TO MKTS4O
  9160     MOVE RK-CHECKER TO CHKR4O.
  9170 4100-EXIT.
  9180     EXIT.
  9190
  9200******************************************************************
  9210*    4200-CLEAR-LINE-FIELDS                                      *
  9220*    BLANKS THE OUTPUT FIELDS THAT DESCRIBE A LINE, SO A FAILED  *
  9230*    ACTION NEVER LEAVES THE PREVIOUS LINE'S VALUES ON SCREEN.   *
  9240******************************************************************
  9250 4200-CLEAR-LINE-FIELDS.
  9260     MOVE SPACES TO STAT4O
  9270     MOVE SPACES TO CRATE4O
  9280     MOVE SPACES TO CEND4O
  9290     MOVE SPACES TO PACT4O
  9300     MOVE SPACES TO PRATE4O
  9310     MOVE SPACES TO PEND4O
  9320     MOVE SPACES TO MAKER4O
  9330     MOVE SPACES TO MKTS4O
  9340     MOVE SPACES TO CHKR4O.
  9350 4200-EXIT.
  9360     EXIT.
  9370
  9380******************************************************************
  9390*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  9400******************************************************************
  9410 9999-EXIT.
  9420     GOBACK.
