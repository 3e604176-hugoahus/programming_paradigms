   100******************************************************************
   110*                                                                *
   120*    BERN145 - YEAR-END ROLLOVER OF THE AUDIT LOG, THE REJECTS   *
   130*              FILE AND THE TRANSMISSION REGISTER                *
   140*                                                                *
   150*    AUDITLOG, REJECTS AND TRANSREG ARE ALL APPENDED TO NIGHTLY  *
   160*    AND NEVER SHRINK, AND BERN120/140/170/190 READ THE WHOLE    *
   170*    AUDIT LOG FROM ITS FIRST RECORD EVERY TIME.  ONCE A YEAR    *
   180*    THIS STEP MOVES A FINISHED YEAR'S RECORDS OUT TO DATED      *
   190*    ARCHIVES AND WRITES WHAT IS LEFT AS THE NEW ACTIVE FILES    *
   200*    (OLD MASTER IN, NEW MASTER OUT, COPIED BACK BY THE LAST     *
   210*    STEPS OF BERN145J, SAME AS BERN180'S TRANSNEW):             *
   220*                                                                *
   230*      AUDITLOG  THE RECORDS UP TO THE FIRST ONE DATED AFTER     *
   240*                THE YEAR GO TO AUDARCH; THE NEW LOG ON AUDNEW   *
   250*                OPENS WITH A SEALED CARRY-FORWARD RECORD (SEE   *
   260*                CPAUD) HOLDING THE LAST ARCHIVED AU-SEQ AND     *
   270*                AU-HASH, THE RECORD COUNT AND THE CONTROL       *
   280*                TOTALS, SO BERN140 STILL VERIFIES THE CHAIN     *
   290*                ACROSS THE CUT.  A CARRY-FORWARD RECORD FROM    *
   300*                THE YEAR BEFORE GOES TO THE HEAD OF THE ARCHIVE *
   310*                SO THE ARCHIVE VERIFIES ON ITS OWN TOO.         *
   320*      REJECTS   BY RJ-RUN-DATE -- THE YEAR AND EARLIER TO       *
   330*                REJARCH, THE REST TO REJNEW.                    *
   340*      TRANSREG  ONLY ACKNOWLEDGED ENTRIES (TR-ACKED) OF THE     *
   350*                YEAR AND EARLIER GO TO TRNARCH; AN ENTRY STILL  *
   360*                AWAITING ITS ACK STAYS ON TRNNEW WHATEVER ITS   *
   370*                DATE, SO BERN180 KEEPS CHASING IT.              *
   380*                                                                *
   390*    RECORDS OLDER THAN THE YEAR ARE ARCHIVED WITH IT, SO THE    *
   400*    FIRST ROLL OF A LOG THAT GREW FOR SEVERAL YEARS TAKES THEM  *
   410*    ALL.  THE AUDIT LOG IS NEVER REORDERED: A RECORD OF THE     *
   420*    YEAR FOUND AFTER A LATER ONE STAYS ON THE ACTIVE LOG, WHERE *
   430*    THE CHAIN NEEDS IT.                                         *
   440*                                                                *
   450*    THE ROLLCARD NAMES THE YEAR IN COLUMNS 1-4 (BLANK OR NO     *
   460*    CARD = LAST YEAR).  ONLY A YEAR THAT HAS ENDED CAN BE       *
   470*    ROLLED, AND NOT ONE THE LOG'S CARRY-FORWARD RECORD SAYS     *
   480*    WAS ROLLED ALREADY.  RC 4 WHEN SOMETHING THE YEAR COULD     *
   490*    HAVE TAKEN WAS KEPT ACTIVE (REPORTED), RC 16 ON A BAD CARD  *
   500*    OR ANY FILE FAILURE -- THE ACTIVE FILES MUST THEN NOT BE    *
   510*    REPLACED.                                                   *
   520*                                                                *
   530******************************************************************
   540 IDENTIFICATION DIVISION.
   550 PROGRAM-ID.     BERN145.
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
   660*  10/15/2026  HLW  CARRY THE NEW RESTORE-RECORD CONDITION      *
   670*                   NAMES IN CPAUD ACROSS TO THE NEW-LOG        *
   680*                   LAYOUT.                                     *
   690*                   RESEQUENCED.                                *
   700*  10/15/2026  HLW  LEAVE KEYED-STORE RESTORE RECORDS OUT OF    *
   710*                   THE YEAR'S CONTROL TOTALS -- THEIR          *
   720*                   CHECKSUMS REPEAT THE RESTORED RUN'S.        *
   730*                   RESEQUENCED.                                *
   740******************************************************************
   750
   760 ENVIRONMENT DIVISION.
   770 INPUT-OUTPUT SECTION.
   780 FILE-CONTROL.
   790*    ROLLCARD - OPTIONAL ONE-CARD OVERRIDE OF THE YEAR ROLLED.
   800     SELECT OPTIONAL ROLLCARD ASSIGN TO "ROLLCARD"
   810         ORGANIZATION IS LINE SEQUENTIAL
   820         FILE STATUS IS YE-CARD-STATUS.
   830*    AUDITLOG - THE ACTIVE AUDIT LOG, READ ONCE.
   840     SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
   850         ORGANIZATION IS LINE SEQUENTIAL
   860         FILE STATUS IS YE-AUDIT-STATUS.
   870*    AUDARCH - THE YEAR'S DATED AUDIT LOG ARCHIVE.
   880     SELECT AUDARCH ASSIGN TO "AUDARCH"
   890         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS YE-AUDARCH-STATUS.
   910*    AUDNEW - THE NEW ACTIVE AUDIT LOG, CARRY-FORWARD FIRST.
   920     SELECT AUDNEW ASSIGN TO "AUDNEW"
   930         ORGANIZATION IS LINE SEQUENTIAL
   940         FILE STATUS IS YE-AUDNEW-STATUS.
   950*    REJECTS - THE ACTIVE CONTROL-CARD REJECTS FILE.
   960     SELECT OPTIONAL REJECTS ASSIGN TO "REJECTS"
   970         ORGANIZATION IS LINE SEQUENTIAL
   980         FILE STATUS IS YE-REJECTS-STATUS.
   990*    REJARCH / REJNEW - THE YEAR'S ARCHIVE AND THE NEW ACTIVE.
  1000     SELECT REJARCH ASSIGN TO "REJARCH"
  1010         ORGANIZATION IS LINE SEQUENTIAL
  1020         FILE STATUS IS YE-REJARCH-STATUS.
  1030     SELECT REJNEW ASSIGN TO "REJNEW"
  1040         ORGANIZATION IS LINE SEQUENTIAL
  1050         FILE STATUS IS YE-REJNEW-STATUS.
  1060*    TRANSREG - THE ACTIVE TRANSMISSION REGISTER.
  1070     SELECT OPTIONAL TRANSREG ASSIGN TO "TRANSREG"
  1080         ORGANIZATION IS LINE SEQUENTIAL
  1090         FILE STATUS IS YE-TRANSREG-STATUS.
  1100*    TRNARCH / TRNNEW - THE YEAR'S ARCHIVE AND THE NEW ACTIVE.
  1110     SELECT TRNARCH ASSIGN TO "TRNARCH"
  1120         ORGANIZATION IS LINE SEQUENTIAL
  1130         FILE STATUS IS YE-TRNARCH-STATUS.
  1140     SELECT TRNNEW ASSIGN TO "TRNNEW"
  1150         ORGANIZATION IS LINE SEQUENTIAL
  1160         FILE STATUS IS YE-TRNNEW-STATUS.
  1170*    RPTOUT - PRINT-IMAGE ROLLOVER REPORT.
  1180     SELECT RPTOUT ASSIGN TO "RPTOUT"
  1190         ORGANIZATION IS LINE SEQUENTIAL
  1200         FILE STATUS IS YE-RPTOUT-STATUS.
  1210
  1220 DATA DIVISION.
  1230 FILE SECTION.
  1240 FD  ROLLCARD.
  1250 01  ROLL-CARD.
  1260     02  RL-YEAR             PIC X(04).
  1270     02  FILLER              PIC X(76).
  1280
  1290 FD  AUDITLOG.
  1300     COPY CPAUD.
  1310
  1320 FD  AUDARCH.
  1330 01  AUDARCH-RECORD          PIC X(137).
  1340
  1350*    THE NEW LOG CARRIES THE CPAUD LAYOUT UNDER ITS OWN NAMES SO
  1360*    THE CARRY-FORWARD RECORD CAN BE BUILT IN PLACE.
  1370 FD  AUDNEW.
  1380     COPY CPAUD REPLACING
  1390         ==AUDIT-RECORD==      BY ==AUDNEW-RECORD==
  1400         ==AU-RUN-DATE==       BY ==AN-RUN-DATE==
  1410         ==AU-RUN-TIME==       BY ==AN-RUN-TIME==
  1420         ==AU-SUBMITTER==      BY ==AN-SUBMITTER==
  1430         ==AU-CF-AUDIT-COUNT== BY ==AN-CF-AUDIT-COUNT==
  1440         ==AU-N==              BY ==AN-N==
  1450         ==AU-CF-YEAR==        BY ==AN-CF-YEAR==
  1460         ==AU-MODE==           BY ==AN-MODE==
  1470         ==AU-CARRY-FORWARD==  BY ==AN-CARRY-FORWARD==
  1480         ==AU-RESTORE==        BY ==AN-RESTORE==
  1490         ==AU-NOT-A-RUN==      BY ==AN-NOT-A-RUN==
  1500         ==AU-CHECKSUM==       BY ==AN-CHECKSUM==
  1510         ==AU-CHECKSUM-2==     BY ==AN-CHECKSUM-2==
  1520         ==AU-REQ==            BY ==AN-REQ==
  1530         ==AU-RUN-ID==         BY ==AN-RUN-ID==
  1540         ==AU-CF-SEAL==        BY ==AN-CF-SEAL==
  1550         ==AU-SEQ==            BY ==AN-SEQ==
  1560         ==AU-HASH==           BY ==AN-HASH==.
  1570
  1580 FD  REJECTS.
  1590     COPY CPREJ.
  1600
  1610 FD  REJARCH.
  1620 01  REJARCH-RECORD          PIC X(125).
  1630
  1640 FD  REJNEW.
  1650 01  REJNEW-RECORD           PIC X(125).
  1660
  1670 FD  TRANSREG.
  1680     COPY CPTRN.
  1690
  1700 FD  TRNARCH.
  1710 01  TRNARCH-RECORD          PIC X(128).
  1720
  1730 FD  TRNNEW.
  1740 01  TRNNEW-RECORD           PIC X(128).
  1750
  1760 FD  RPTOUT.
  1770 01  RPT-RECORD              PIC X(133).
  1780
  1790 WORKING-STORAGE SECTION.
  1800*    TODAY, THE YEAR BEING ROLLED, AND A WORK AREA FOR PULLING
  1810*    THE YEAR OFF ANY YYYYMMDD DATE.
  1820 01  YE-TODAY                PIC X(08) VALUE SPACES.
  1830 01  YE-TODAY-R REDEFINES YE-TODAY.
  1840     02  YE-TODAY-YYYY       PIC 9(04).
  1850     02  FILLER              PIC X(04).
  1860 01  YE-NOW                  PIC X(06) VALUE SPACES.
  1870 01  YE-ROLL-YEAR            PIC 9(04) VALUE ZERO.
  1880 01  YE-DATE-X               PIC X(08) VALUE SPACES.
  1890 01  YE-DATE-R REDEFINES YE-DATE-X.
  1900     02  YE-DATE-YYYY        PIC 9(04).
  1910     02  FILLER              PIC X(04).
  1920
  1930*    WHERE THE AUDIT LOG IS CUT.  THE ANCHOR IS THE LAST
  1940*    ARCHIVED CHAINED RECORD'S SEQUENCE AND HASH, TAKEN THE
  1950*    SAME WAY BERN100'S 0200-LOAD-AUDIT-POSITION TAKES THEM.
  1960 01  YE-SPLIT-SW             PIC X(01) VALUE "N".
  1970     88  YE-SPLIT-DONE               VALUE "Y".
  1980 01  YE-ANCHOR-SEQ           PIC 9(09) VALUE ZERO.
  1990 01  YE-ANCHOR-HASH          PIC 9(09) VALUE ZERO.
  2000 01  YE-PRIOR-CF-YEAR        PIC 9(04) VALUE ZERO.
  2010
  2020*    THE YEAR'S CONTROL TOTALS -- SUMS OF THE ARCHIVED RECORDS'
  2030*    AU-CHECKSUM AND AU-CHECKSUM-2.  A SUM THAT OVERFLOWS IS
  2040*    CARRIED AS ALL NINES, THE SAME SENTINEL BERN100 PUTS IN A
  2050*    CHECKSUM TOO WIDE FOR ITS FIELD, AND STOPS ADDING.
  2060 01  YE-CHK-TOTAL            PIC S9(18)V9(06) VALUE ZERO.
  2070 01  YE-CHK2-TOTAL           PIC S9(18)V9(06) VALUE ZERO.
  2080 01  YE-CHK-OVER-SW          PIC X(01) VALUE "N".
  2090     88  YE-CHK-OVER                 VALUE "Y".
  2100 01  YE-CHK2-OVER-SW         PIC X(01) VALUE "N".
  2110     88  YE-CHK2-OVER                VALUE "Y".
  2120
  2130*    SEAL WORK AREA.  THE FOLD MIRRORS BERN140'S
  2140*    3500-COMPUTE-SEAL EXACTLY (SEE CPAUD) -- THE TWO MUST
  2150*    CHANGE TOGETHER.
  2160 01  YE-SEAL-HASH            PIC S9(18) USAGE BINARY VALUE 0.
  2170 01  YE-HASH-MODULUS         PIC S9(9) USAGE BINARY
  2180                             VALUE 999999937.
  2190 01  YE-HASH-IN              PIC S9(18) USAGE BINARY VALUE 0.
  2200 01  YE-HASH-QUOT            PIC S9(18) USAGE BINARY VALUE 0.
  2210 01  YE-HASH-CHK             PIC S9(18)V9(06) VALUE ZERO.
  2220 01  YE-HASH-CHK-ABS         PIC S9(18)V9(06) VALUE ZERO.
  2230 01  YE-HASH-CHK-INT         PIC S9(18) USAGE BINARY VALUE 0.
  2240 01  YE-HASH-CHK-DEC         PIC S9(9) USAGE BINARY VALUE 0.
  2250 01  YE-HASH-DT              PIC 9(08) VALUE ZERO.
  2260 01  YE-HASH-TM              PIC 9(06) VALUE ZERO.
  2270
  2280*    COUNTS, PER FILE: READ, ARCHIVED, KEPT ACTIVE, AND THE
  2290*    RECORDS THE YEAR COULD HAVE TAKEN BUT DID NOT.
  2300 01  YE-AUD-READ             PIC S9(9) USAGE BINARY VALUE 0.
  2310 01  YE-AUD-ARCHIVED         PIC S9(9) USAGE BINARY VALUE 0.
  2320 01  YE-AUD-KEPT             PIC S9(9) USAGE BINARY VALUE 0.
  2330 01  YE-AUD-LATE             PIC S9(9) USAGE BINARY VALUE 0.
  2340 01  YE-AUD-EARLIER          PIC S9(9) USAGE BINARY VALUE 0.
  2350 01  YE-REJ-READ             PIC S9(9) USAGE BINARY VALUE 0.
  2360 01  YE-REJ-ARCHIVED         PIC S9(9) USAGE BINARY VALUE 0.
  2370 01  YE-REJ-KEPT             PIC S9(9) USAGE BINARY VALUE 0.
  2380 01  YE-REJ-UNDATED          PIC S9(9) USAGE BINARY VALUE 0.
  2390 01  YE-TRN-READ             PIC S9(9) USAGE BINARY VALUE 0.
  2400 01  YE-TRN-ARCHIVED         PIC S9(9) USAGE BINARY VALUE 0.
  2410 01  YE-TRN-KEPT             PIC S9(9) USAGE BINARY VALUE 0.
  2420 01  YE-TRN-UNACKED          PIC S9(9) USAGE BINARY VALUE 0.
  2430 01  YE-TRN-UNDATED          PIC S9(9) USAGE BINARY VALUE 0.
  2440
  2450 01  YE-CARD-STATUS          PIC X(02) VALUE "00".
  2460     88  YE-CARD-OK                  VALUE "00".
  2470     88  YE-CARD-MISSING             VALUE "05" "35".
  2480 01  YE-AUDIT-STATUS         PIC X(02) VALUE "00".
  2490     88  YE-AUDIT-OK                 VALUE "00".
  2500     88  YE-AUDIT-MISSING            VALUE "05" "35".
  2510     88  YE-AUDIT-EOF                VALUE "10".
  2520 01  YE-AUDARCH-STATUS       PIC X(02) VALUE "00".
  2530     88  YE-AUDARCH-OK               VALUE "00".
  2540 01  YE-AUDNEW-STATUS        PIC X(02) VALUE "00".
  2550     88  YE-AUDNEW-OK                VALUE "00".
  2560 01  YE-REJECTS-STATUS       PIC X(02) VALUE "00".
  2570     88  YE-REJECTS-OK               VALUE "00".
  2580     88  YE-REJECTS-MISSING          VALUE "05" "35".
  2590     88  YE-REJECTS-EOF              VALUE "10".
  2600 01  YE-REJARCH-STATUS       PIC X(02) VALUE "00".
  2610     88  YE-REJARCH-OK               VALUE "00".
  2620 01  YE-REJNEW-STATUS        PIC X(02) VALUE "00".
  2630     88  YE-REJNEW-OK                VALUE "00".
  2640 01  YE-TRANSREG-STATUS      PIC X(02) VALUE "00".
  2650     88  YE-TRANSREG-OK              VALUE "00".
  2660     88  YE-TRANSREG-MISSING         VALUE "05" "35".
  2670     88  YE-TRANSREG-EOF             VALUE "10".
  2680 01  YE-TRNARCH-STATUS       PIC X(02) VALUE "00".
  2690     88  YE-TRNARCH-OK               VALUE "00".
  2700 01  YE-TRNNEW-STATUS        PIC X(02) VALUE "00".
  2710     88  YE-TRNNEW-OK                VALUE "00".
  2720 01  YE-RPTOUT-STATUS        PIC X(02) VALUE "00".
  2730     88  YE-RPTOUT-OK                VALUE "00".
  2740
  2750*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  2760 01  YE-HDR-LINE.
  2770     02  FILLER              PIC X(01) VALUE "1".
  2780     02  FILLER              PIC X(31) VALUE
  2790         "BERN145 - YEAR-END ROLLOVER OF ".
  2800     02  YE-HDR-YEAR         PIC 9(04).
  2810     02  FILLER              PIC X(07) VALUE "   RUN ".
  2820     02  YE-HDR-DATE         PIC X(08).
  2830     02  FILLER              PIC X(01) VALUE SPACE.
  2840     02  YE-HDR-TIME         PIC X(06).
  2850     02  FILLER              PIC X(75) VALUE SPACES.
  2860 01  YE-COL-LINE.
  2870     02  FILLER              PIC X(01) VALUE "0".
  2880     02  FILLER              PIC X(44) VALUE
  2890         " FILE             READ     ARCHIVED         ".
  2900     02  FILLER              PIC X(44) VALUE
  2910         "KEPT    NOT TAKEN".
  2920     02  FILLER              PIC X(44) VALUE SPACES.
  2930 01  YE-CNT-LINE.
  2940     02  FILLER              PIC X(03) VALUE SPACES.
  2950     02  YE-CNT-FILE         PIC X(08).
  2960     02  FILLER              PIC X(02) VALUE SPACES.
  2970     02  YE-CNT-READ         PIC ZZZ,ZZZ,ZZ9.
  2980     02  FILLER              PIC X(02) VALUE SPACES.
  2990     02  YE-CNT-ARCHIVED     PIC ZZZ,ZZZ,ZZ9.
  3000     02  FILLER              PIC X(02) VALUE SPACES.
  3010     02  YE-CNT-KEPT         PIC ZZZ,ZZZ,ZZ9.
  3020     02  FILLER              PIC X(02) VALUE SPACES.
  3030     02  YE-CNT-NOT-TAKEN    PIC ZZZ,ZZZ,ZZ9.
  3040     02  FILLER              PIC X(70) VALUE SPACES.
  3050 01  YE-NUM-LINE.
  3060     02  FILLER              PIC X(03) VALUE SPACES.
  3070     02  YE-NUM-LABEL        PIC X(40) VALUE SPACES.
  3080     02  YE-NUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
  3090     02  FILLER              PIC X(79) VALUE SPACES.
  3100*    SEQUENCE, HASH AND SEAL PRINT UNEDITED, AS BERN140 SHOWS
  3110*    THEM, SO THE TWO REPORTS CAN BE TIED BY EYE.
  3120 01  YE-KEY-LINE.
  3130     02  FILLER              PIC X(03) VALUE SPACES.
  3140     02  YE-KEY-LABEL        PIC X(40) VALUE SPACES.
  3150     02  YE-KEY-VALUE        PIC 9(09).
  3160     02  FILLER              PIC X(81) VALUE SPACES.
  3170 01  YE-PRIOR-LINE.
  3180     02  FILLER              PIC X(03) VALUE SPACES.
  3190     02  FILLER              PIC X(40) VALUE
  3200         "ARCHIVE OPENS WITH THE CARRY-FORWARD OF".
  3210     02  YE-PRIOR-YEAR       PIC 9(04).
  3220     02  FILLER              PIC X(86) VALUE SPACES.
  3230 01  YE-TOT-LINE.
  3240     02  FILLER              PIC X(03) VALUE SPACES.
  3250     02  YE-TOT-LABEL        PIC X(40) VALUE SPACES.
  3260     02  YE-TOT-VALUE        PIC -(18)9.9(06).
  3270     02  FILLER              PIC X(64) VALUE SPACES.
  3280 01  YE-MSG-LINE.
  3290     02  FILLER              PIC X(01) VALUE SPACE.
  3300     02  YE-MSG-TEXT         PIC X(70) VALUE SPACES.
  3310     02  FILLER              PIC X(62) VALUE SPACES.
  3320
  3330 PROCEDURE DIVISION.
  3340
  3350 0000-MAINLINE.
  3360     PERFORM 1000-SETTLE-YEAR THRU 1000-EXIT
  3370     PERFORM 2000-ROLL-AUDIT-LOG THRU 2000-EXIT
  3380     PERFORM 3000-ROLL-REJECTS THRU 3000-EXIT
  3390     PERFORM 4000-ROLL-REGISTER THRU 4000-EXIT
  3400     PERFORM 8000-WRAP-UP THRU 8000-EXIT
  3410     GO TO 9999-EXIT.
  3420
  3430******************************************************************
  3440*    1000-SETTLE-YEAR                                           *
  3450*    THE ROLLCARD YEAR, OR LAST YEAR WITHOUT ONE.  A YEAR THAT   *
  3460*    HAS NOT ENDED CANNOT BE ROLLED -- ITS RECORDS ARE STILL     *
  3470*    BEING WRITTEN.                                              *
  3480******************************************************************
  3490 1000-SETTLE-YEAR.
  3500     ACCEPT YE-TODAY FROM DATE YYYYMMDD
  3510     ACCEPT YE-NOW FROM TIME
  3520     COMPUTE YE-ROLL-YEAR = YE-TODAY-YYYY - 1
  3530
  3540     OPEN OUTPUT RPTOUT
  3550     IF NOT YE-RPTOUT-OK
  3560         DISPLAY "BERN145 - RPTOUT OPEN FAILED, STATUS = "
  3570             YE-RPTOUT-STATUS
  3580         MOVE 16 TO RETURN-CODE
  3590         GO TO 9999-EXIT
  3600     END-IF
  3610
  3620     OPEN INPUT ROLLCARD
  3630     IF YE-CARD-MISSING
  3640         GO TO 1000-CLOSE-CARD
  3650     END-IF
  3660     IF NOT YE-CARD-OK
  3670         DISPLAY "BERN145 - ROLLCARD OPEN FAILED, STATUS = "
  3680             YE-CARD-STATUS
  3690         MOVE 16 TO RETURN-CODE
  3700         GO TO 9999-EXIT
  3710     END-IF
  3720     READ ROLLCARD
  3730         AT END
  3740             GO TO 1000-CLOSE-CARD
  3750     END-READ
  3760     IF RL-YEAR IS NUMERIC
  3770         MOVE RL-YEAR TO YE-ROLL-YEAR
  3780     ELSE
  3790         IF RL-YEAR NOT = SPACES
  3800             DISPLAY "BERN145 - ROLLCARD YEAR NOT YYYY: " RL-YEAR
  3810             MOVE 16 TO RETURN-CODE
  3820             GO TO 9999-EXIT
  3830         END-IF
  3840     END-IF.
  3850
  3860 1000-CLOSE-CARD.
  3870     CLOSE ROLLCARD
  3880     MOVE YE-ROLL-YEAR TO YE-HDR-YEAR
  3890     MOVE YE-TODAY TO YE-HDR-DATE
  3900     MOVE YE-NOW TO YE-HDR-TIME
  3910     WRITE RPT-RECORD FROM YE-HDR-LINE
  3920     IF YE-ROLL-YEAR NOT < YE-TODAY-YYYY
  3930         DISPLAY "BERN145 - " YE-ROLL-YEAR
  3940             " HAS NOT ENDED, NOTHING ROLLED"
  3950         MOVE "YEAR HAS NOT ENDED - NOTHING ROLLED" TO YE-MSG-TEXT
  3960         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  3970         MOVE 16 TO RETURN-CODE
  3980         GO TO 9999-EXIT
  3990     END-IF.
  4000 1000-EXIT.
  4010     EXIT.
  4020
  4030******************************************************************
  4040*    2000-ROLL-AUDIT-LOG                                        *
  4050*    ONE PASS: ARCHIVE UNTIL THE FIRST RECORD DATED AFTER THE    *
  4060*    YEAR, THEN THE CARRY-FORWARD RECORD AND EVERYTHING FROM     *
  4070*    THAT RECORD ON TO THE NEW LOG.  A LOG THAT NEVER REACHES    *
  4080*    A LATER YEAR GETS ITS CARRY-FORWARD RECORD AT THE END, AND  *
  4090*    THE NEW LOG IS THAT ONE RECORD.                             *
  4100******************************************************************
  4110 2000-ROLL-AUDIT-LOG.
  4120     OPEN OUTPUT AUDARCH
  4130     IF NOT YE-AUDARCH-OK
  4140         DISPLAY "BERN145 - AUDARCH OPEN FAILED, STATUS = "
  4150             YE-AUDARCH-STATUS
  4160         MOVE 16 TO RETURN-CODE
  4170         GO TO 9999-EXIT
  4180     END-IF
  4190     OPEN OUTPUT AUDNEW
  4200     IF NOT YE-AUDNEW-OK
  4210         DISPLAY "BERN145 - AUDNEW OPEN FAILED, STATUS = "
  4220             YE-AUDNEW-STATUS
  4230         MOVE 16 TO RETURN-CODE
  4240         GO TO 9999-EXIT
  4250     END-IF
  4260
  4270     OPEN INPUT AUDITLOG
  4280     IF YE-AUDIT-MISSING
  4290         GO TO 2000-CLOSE-AUDIT
  4300     END-IF
  4310     IF NOT YE-AUDIT-OK
  4320         DISPLAY "BERN145 - AUDITLOG OPEN FAILED, STATUS = "
  4330             YE-AUDIT-STATUS
  4340         MOVE 16 TO RETURN-CODE
  4350         GO TO 9999-EXIT
  4360     END-IF
  4370
  4380     PERFORM UNTIL YE-AUDIT-EOF
  4390         READ AUDITLOG
  4400             AT END
  4410                 CONTINUE
  4420             NOT AT END
  4430                 PERFORM 2100-SPLIT-ONE-AUDIT THRU 2100-EXIT
  4440         END-READ
  4450     END-PERFORM
  4460
  4470 2000-CLOSE-AUDIT.
  4480     CLOSE AUDITLOG
  4490     IF NOT YE-SPLIT-DONE
  4500         PERFORM 2500-WRITE-CARRY-FORWARD THRU 2500-EXIT
  4510     END-IF
  4520     CLOSE AUDARCH
  4530     CLOSE AUDNEW.
  4540 2000-EXIT.
  4550     EXIT.
  4560
  4570******************************************************************
  4580*    2100-SPLIT-ONE-AUDIT                                       *
  4590*    ONE AUDIT RECORD TO THE ARCHIVE OR THE NEW LOG.  A CARRY-   *
  4600*    FORWARD RECORD IS ONLY EXPECTED FIRST (BERN140 ALREADY      *
  4610*    PASSED THE LOG); IT HEADS THE ARCHIVE, AND MUST BE FOR AN   *
  4620*    EARLIER YEAR THAN THE ONE BEING ROLLED.  A RESTORE RECORD   *
  4630*    IS ARCHIVED AND CHAINED BUT ADDS NOTHING TO THE CONTROL     *
  4640*    TOTALS: ITS CHECKSUMS ARE THE RESTORED RUN'S OWN, ALREADY   *
  4650*    COUNTED (OR ROLLED) WITH THAT RUN.                          *
  4660******************************************************************
  4670 2100-SPLIT-ONE-AUDIT.
  4680     ADD 1 TO YE-AUD-READ
  4690     IF YE-SPLIT-DONE
  4700         MOVE AU-RUN-DATE TO YE-DATE-X
  4710         IF YE-DATE-YYYY IS NUMERIC
  4720             AND YE-DATE-YYYY NOT > YE-ROLL-YEAR
  4730             ADD 1 TO YE-AUD-LATE
  4740         END-IF
  4750         GO TO 2100-WRITE-NEW
  4760     END-IF
  4770
  4780     IF AU-CARRY-FORWARD
  4790         IF YE-AUD-READ NOT = 1
  4800             DISPLAY "BERN145 - CARRY-FORWARD RECORD AT POSITION "
  4810                 YE-AUD-READ ", RUN BERN140 ON THE LOG FIRST"
  4820             MOVE 16 TO RETURN-CODE
  4830             GO TO 9999-EXIT
  4840         END-IF
  4850         IF AU-CF-YEAR NOT < YE-ROLL-YEAR
  4860             DISPLAY "BERN145 - THE LOG WAS ALREADY ROLLED FOR "
  4870                 AU-CF-YEAR ", NOTHING ROLLED"
  4880             MOVE "YEAR ALREADY ROLLED - NOTHING ROLLED"
  4890                 TO YE-MSG-TEXT
  4900             PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  4910             MOVE 16 TO RETURN-CODE
  4920             GO TO 9999-EXIT
  4930         END-IF
  4940         MOVE AU-CF-YEAR TO YE-PRIOR-CF-YEAR
  4950         MOVE AU-SEQ TO YE-ANCHOR-SEQ
  4960         MOVE AU-HASH TO YE-ANCHOR-HASH
  4970         GO TO 2100-WRITE-ARCHIVE
  4980     END-IF
  4990
  5000     MOVE AU-RUN-DATE TO YE-DATE-X
  5010     IF YE-DATE-YYYY IS NUMERIC
  5020         AND YE-DATE-YYYY > YE-ROLL-YEAR
  5030         PERFORM 2500-WRITE-CARRY-FORWARD THRU 2500-EXIT
  5040         MOVE "Y" TO YE-SPLIT-SW
  5050         GO TO 2100-WRITE-NEW
  5060     END-IF
  5070
  5080     ADD 1 TO YE-AUD-ARCHIVED
  5090     IF YE-DATE-YYYY IS NUMERIC
  5100         AND YE-DATE-YYYY < YE-ROLL-YEAR
  5110         ADD 1 TO YE-AUD-EARLIER
  5120     END-IF
  5130     IF AU-SEQ IS NUMERIC
  5140         MOVE AU-SEQ TO YE-ANCHOR-SEQ
  5150         IF AU-HASH IS NUMERIC
  5160             MOVE AU-HASH TO YE-ANCHOR-HASH
  5170         ELSE
  5180             MOVE 0 TO YE-ANCHOR-HASH
  5190         END-IF
  5200     END-IF
  5210     IF AU-RESTORE
  5220         GO TO 2100-WRITE-ARCHIVE
  5230     END-IF
  5240     PERFORM 2200-ADD-CONTROL-TOTALS THRU 2200-EXIT.
  5250
  5260 2100-WRITE-ARCHIVE.
  5270     WRITE AUDARCH-RECORD FROM AUDIT-RECORD
  5280     IF NOT YE-AUDARCH-OK
  5290         DISPLAY "BERN145 - AUDARCH WRITE FAILED, STATUS = "
  5300             YE-AUDARCH-STATUS
  5310         MOVE 16 TO RETURN-CODE
  5320         GO TO 9999-EXIT
  5330     END-IF
  5340     GO TO 2100-EXIT.
  5350
  5360 2100-WRITE-NEW.
  5370     ADD 1 TO YE-AUD-KEPT
  5380     WRITE AUDNEW-RECORD FROM AUDIT-RECORD
  5390     IF NOT YE-AUDNEW-OK
  5400         DISPLAY "BERN145 - AUDNEW WRITE FAILED, STATUS = "
  5410             YE-AUDNEW-STATUS
  5420         MOVE 16 TO RETURN-CODE
  5430         GO TO 9999-EXIT
  5440     END-IF.
  5450 2100-EXIT.
  5460     EXIT.
  5470
  5480******************************************************************
  5490*    2200-ADD-CONTROL-TOTALS                                    *
  5500*    THE ARCHIVED RECORD'S TWO CHECKSUMS INTO THE YEAR'S         *
  5510*    TOTALS.  A CHECKSUM THAT IS NOT A NUMBER (A RECORD FROM     *
  5520*    BEFORE THE FIELD EXISTED) ADDS NOTHING.                     *
  5530******************************************************************
  5540 2200-ADD-CONTROL-TOTALS.
  5550     IF AU-CHECKSUM IS NUMERIC AND NOT YE-CHK-OVER
  5560         ADD AU-CHECKSUM TO YE-CHK-TOTAL
  5570             ON SIZE ERROR
  5580                 MOVE 999999999999999999.999999 TO YE-CHK-TOTAL
  5590                 MOVE "Y" TO YE-CHK-OVER-SW
  5600         END-ADD
  5610     END-IF
  5620     IF AU-CHECKSUM-2 IS NUMERIC AND NOT YE-CHK2-OVER
  5630         ADD AU-CHECKSUM-2 TO YE-CHK2-TOTAL
  5640             ON SIZE ERROR
  5650                 MOVE 999999999999999999.999999 TO YE-CHK2-TOTAL
  5660                 MOVE "Y" TO YE-CHK2-OVER-SW
  5670         END-ADD
  5680     END-IF.
  5690 2200-EXIT.
  5700     EXIT.
  5710
  5720******************************************************************
  5730*    2500-WRITE-CARRY-FORWARD                                   *
  5740*    THE NEW LOG'S FIRST RECORD, LAID OUT AND SEALED AS CPAUD    *
  5750*    DESCRIBES.  AN ANCHOR OF ZERO (NOTHING CHAINED ARCHIVED)    *
  5760*    IS WHAT A FRESH CHAIN STARTS FROM, SO IT NEEDS NO SPECIAL   *
  5770*    CASE ANYWHERE.                                              *
  5780******************************************************************
  5790 2500-WRITE-CARRY-FORWARD.
  5800     MOVE SPACES TO AUDNEW-RECORD
  5810     MOVE YE-TODAY TO AN-RUN-DATE
  5820     MOVE YE-NOW TO AN-RUN-TIME
  5830     MOVE YE-AUD-ARCHIVED TO AN-CF-AUDIT-COUNT
  5840     MOVE YE-ROLL-YEAR TO AN-CF-YEAR
  5850     MOVE "*" TO AN-MODE
  5860     MOVE YE-CHK-TOTAL TO AN-CHECKSUM
  5870     MOVE YE-CHK2-TOTAL TO AN-CHECKSUM-2
  5880     MOVE ZERO TO AN-REQ
  5890     MOVE YE-ANCHOR-SEQ TO AN-SEQ
  5900     MOVE YE-ANCHOR-HASH TO AN-HASH
  5910     PERFORM 5100-COMPUTE-SEAL THRU 5100-EXIT
  5920     MOVE YE-SEAL-HASH TO AN-CF-SEAL
  5930     WRITE AUDNEW-RECORD
  5940     IF NOT YE-AUDNEW-OK
  5950         DISPLAY "BERN145 - AUDNEW WRITE FAILED, STATUS = "
  5960             YE-AUDNEW-STATUS
  5970         MOVE 16 TO RETURN-CODE
  5980         GO TO 9999-EXIT
  5990     END-IF.
  6000 2500-EXIT.
  6010     EXIT.
  6020
  6030******************************************************************
  6040*    3000-ROLL-REJECTS                                          *
  6050*    BY RJ-RUN-DATE: THE YEAR AND EARLIER TO REJARCH, THE REST   *
  6060*    TO REJNEW.  A RECORD WITH NO READABLE DATE IS KEPT.         *
  6070******************************************************************
  6080 3000-ROLL-REJECTS.
  6090     OPEN OUTPUT REJARCH
  6100     IF NOT YE-REJARCH-OK
  6110         DISPLAY "BERN145 - REJARCH OPEN FAILED, STATUS = "
  6120             YE-REJARCH-STATUS
  6130         MOVE 16 TO RETURN-CODE
  6140         GO TO 9999-EXIT
  6150     END-IF
  6160     OPEN OUTPUT REJNEW
  6170     IF NOT YE-REJNEW-OK
  6180         DISPLAY "BERN145 - REJNEW OPEN FAILED, STATUS = "
  6190             YE-REJNEW-STATUS
  6200         MOVE 16 TO RETURN-CODE
  6210         GO TO 9999-EXIT
  6220     END-IF
  6230
  6240     OPEN INPUT REJECTS
  6250     IF YE-REJECTS-MISSING
  6260         GO TO 3000-CLOSE-REJECTS
  6270     END-IF
  6280     IF NOT YE-REJECTS-OK
  6290         DISPLAY "BERN145 - REJECTS OPEN FAILED, STATUS = "
  6300             YE-REJECTS-STATUS
  6310         MOVE 16 TO RETURN-CODE
  6320         GO TO 9999-EXIT
  6330     END-IF
  6340
  6350     PERFORM UNTIL YE-REJECTS-EOF
  6360         READ REJECTS
  6370             AT END
  6380                 CONTINUE
  6390             NOT AT END
  6400                 PERFORM 3100-SPLIT-ONE-REJECT THRU 3100-EXIT
  6410         END-READ
  6420     END-PERFORM
  6430
  6440 3000-CLOSE-REJECTS.
  6450     CLOSE REJECTS
  6460     CLOSE REJARCH
  6470     CLOSE REJNEW.
  6480 3000-EXIT.
  6490     EXIT.
  6500
  6510******************************************************************
  6520*    3100-SPLIT-ONE-REJECT                                      *
  6530******************************************************************
  6540 3100-SPLIT-ONE-REJECT.
  6550     ADD 1 TO YE-REJ-READ
  6560     MOVE RJ-RUN-DATE TO YE-DATE-X
  6570     IF YE-DATE-YYYY IS NOT NUMERIC
  6580         ADD 1 TO YE-REJ-UNDATED
  6590         GO TO 3100-WRITE-NEW
  6600     END-IF
  6610     IF YE-DATE-YYYY > YE-ROLL-YEAR
  6620         GO TO 3100-WRITE-NEW
  6630     END-IF
  6640
  6650     ADD 1 TO YE-REJ-ARCHIVED
  6660     WRITE REJARCH-RECORD FROM REJECT-RECORD
  6670     IF NOT YE-REJARCH-OK
  6680         DISPLAY "BERN145 - REJARCH WRITE FAILED, STATUS = "
  6690             YE-REJARCH-STATUS
  6700         MOVE 16 TO RETURN-CODE
  6710         GO TO 9999-EXIT
  6720     END-IF
  6730     GO TO 3100-EXIT.
  6740
  6750 3100-WRITE-NEW.
  6760     ADD 1 TO YE-REJ-KEPT
  6770     WRITE REJNEW-RECORD FROM REJECT-RECORD
  6780     IF NOT YE-REJNEW-OK
  6790         DISPLAY "BERN145 - REJNEW WRITE FAILED, STATUS = "
  6800             YE-REJNEW-STATUS
  6810         MOVE 16 TO RETURN-CODE
  6820         GO TO 9999-EXIT
  6830     END-IF.
  6840 3100-EXIT.
  6850     EXIT.
  6860
  6870******************************************************************
  6880*    4000-ROLL-REGISTER                                         *
  6890*    ACKNOWLEDGED ENTRIES OF THE YEAR AND EARLIER TO TRNARCH,    *
  6900*    EVERYTHING ELSE TO TRNNEW -- AN OPEN TRANSMISSION STAYS ON  *
  6910*    THE ACTIVE REGISTER HOWEVER OLD IT IS.                      *
  6920******************************************************************
  6930 4000-ROLL-REGISTER.
  6940     OPEN OUTPUT TRNARCH
  6950     IF NOT YE-TRNARCH-OK
  6960         DISPLAY "BERN145 - TRNARCH OPEN FAILED, STATUS = "
  6970             YE-TRNARCH-STATUS
  6980         MOVE 16 TO RETURN-CODE
  6990         GO TO 9999-EXIT
  7000     END-IF
  7010     OPEN OUTPUT TRNNEW
  7020     IF NOT YE-TRNNEW-OK
  7030         DISPLAY "BERN145 - TRNNEW OPEN FAILED, STATUS = "
  7040             YE-TRNNEW-STATUS
  7050         MOVE 16 TO RETURN-CODE
  7060         GO TO 9999-EXIT
  7070     END-IF
  7080
  7090     OPEN INPUT TRANSREG
  7100     IF YE-TRANSREG-MISSING
  7110         GO TO 4000-CLOSE-TRANSREG
  7120     END-IF
  7130     IF NOT YE-TRANSREG-OK
  7140         DISPLAY "BERN145 - TRANSREG OPEN FAILED, STATUS = "
  7150             YE-TRANSREG-STATUS
  7160         MOVE 16 TO RETURN-CODE
  7170         GO TO 9999-EXIT
  7180     END-IF
  7190
  7200     PERFORM UNTIL YE-TRANSREG-EOF
  7210         READ TRANSREG
  7220             AT END
  7230                 CONTINUE
  7240             NOT AT END
  7250                 PERFORM 4100-SPLIT-ONE-ENTRY THRU 4100-EXIT
  7260         END-READ
  7270     END-PERFORM
  7280
  7290 4000-CLOSE-TRANSREG.
  7300     CLOSE TRANSREG
  7310     CLOSE TRNARCH
  7320     CLOSE TRNNEW.
  7330 4000-EXIT.
  7340     EXIT.
  7350
  7360******************************************************************
  7370*    4100-SPLIT-ONE-ENTRY                                       *
  7380******************************************************************
  7390 4100-SPLIT-ONE-ENTRY.
  7400     ADD 1 TO YE-TRN-READ
  7410     MOVE TR-RUN-DATE TO YE-DATE-X
  7420     IF YE-DATE-YYYY IS NOT NUMERIC
  7430         ADD 1 TO YE-TRN-UNDATED
  7440         GO TO 4100-WRITE-NEW
  7450     END-IF
  7460     IF YE-DATE-YYYY > YE-ROLL-YEAR
  7470         GO TO 4100-WRITE-NEW
  7480     END-IF
  7490     IF NOT TR-ACKED
  7500         ADD 1 TO YE-TRN-UNACKED
  7510         GO TO 4100-WRITE-NEW
  7520     END-IF
  7530
  7540     ADD 1 TO YE-TRN-ARCHIVED
  7550     WRITE TRNARCH-RECORD FROM TRANSMIT-RECORD
  7560     IF NOT YE-TRNARCH-OK
  7570         DISPLAY "BERN145 - TRNARCH WRITE FAILED, STATUS = "
  7580             YE-TRNARCH-STATUS
  7590         MOVE 16 TO RETURN-CODE
  7600         GO TO 9999-EXIT
  7610     END-IF
  7620     GO TO 4100-EXIT.
  7630
  7640 4100-WRITE-NEW.
  7650     ADD 1 TO YE-TRN-KEPT
  7660     WRITE TRNNEW-RECORD FROM TRANSMIT-RECORD
  7670     IF NOT YE-TRNNEW-OK
  7680         DISPLAY "BERN145 - TRNNEW WRITE FAILED, STATUS = "
  7690             YE-TRNNEW-STATUS
  7700         MOVE 16 TO RETURN-CODE
  7710         GO TO 9999-EXIT
  7720     END-IF.
  7730 4100-EXIT.
  7740     EXIT.
  7750
  7760******************************************************************
  7770*    5100-COMPUTE-SEAL                                          *
  7780*    THE CARRY-FORWARD SEAL OFF THE RECORD BUILT IN AUDNEW --    *
  7790*    SEEDED WITH THE CARRIED HASH, FOLDING THE FIELDS IN THE     *
  7800*    ORDER THE CPAUD CONTRACT LISTS.  MIRRORED BY BERN140'S      *
  7810*    3500-COMPUTE-SEAL.                                          *
  7820******************************************************************
  7830 5100-COMPUTE-SEAL.
  7840     MOVE AN-HASH TO YE-SEAL-HASH
  7850
  7860     MOVE AN-SEQ TO YE-HASH-IN
  7870     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
  7880     MOVE AN-RUN-DATE TO YE-HASH-DT
  7890     MOVE YE-HASH-DT TO YE-HASH-IN
  7900     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
  7910     MOVE AN-RUN-TIME TO YE-HASH-TM
  7920     MOVE YE-HASH-TM TO YE-HASH-IN
  7930     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
  7940     MOVE AN-CF-YEAR TO YE-HASH-IN
  7950     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
  7960     MOVE AN-CF-AUDIT-COUNT TO YE-HASH-IN
  7970     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
  7980
  7990     MOVE AN-CHECKSUM TO YE-HASH-CHK
  8000     PERFORM 5250-FOLD-CHECKSUM THRU 5250-EXIT
  8010     MOVE AN-CHECKSUM-2 TO YE-HASH-CHK
  8020     PERFORM 5250-FOLD-CHECKSUM THRU 5250-EXIT.
  8030 5100-EXIT.
  8040     EXIT.
  8050
  8060******************************************************************
  8070*    5200-FOLD-ONE-VALUE                                        *
  8080*    ONE FOLD STEP: H = MOD(H * 31 + V, 999999937), SAME AS     *
  8090*    THE AUDIT CHAIN ITSELF.                                    *
  8100******************************************************************
  8110 5200-FOLD-ONE-VALUE.
  8120     COMPUTE YE-SEAL-HASH = YE-SEAL-HASH * 31
  8130     COMPUTE YE-SEAL-HASH = YE-SEAL-HASH + YE-HASH-IN
  8140     DIVIDE YE-SEAL-HASH BY YE-HASH-MODULUS
  8150         GIVING YE-HASH-QUOT
  8160         REMAINDER YE-HASH-IN
  8170     MOVE YE-HASH-IN TO YE-SEAL-HASH.
  8180 5200-EXIT.
  8190     EXIT.
  8200
  8210******************************************************************
  8220*    5250-FOLD-CHECKSUM                                         *
  8230*    SIGN FLAG, REDUCED INTEGER PART, SIX DECIMAL DIGITS --     *
  8240*    SAME AS THE AUDIT CHAIN'S CHECKSUM FOLD.                   *
  8250******************************************************************
  8260 5250-FOLD-CHECKSUM.
  8270     IF YE-HASH-CHK < 0
  8280         MOVE 1 TO YE-HASH-IN
  8290         COMPUTE YE-HASH-CHK-ABS = YE-HASH-CHK * -1
  8300     ELSE
  8310         MOVE 0 TO YE-HASH-IN
  8320         MOVE YE-HASH-CHK TO YE-HASH-CHK-ABS
  8330     END-IF
  8340     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
  8350     COMPUTE YE-HASH-CHK-INT = YE-HASH-CHK-ABS
  8360     DIVIDE YE-HASH-CHK-INT BY YE-HASH-MODULUS
  8370         GIVING YE-HASH-QUOT
  8380         REMAINDER YE-HASH-IN
  8390     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT
  8400     COMPUTE YE-HASH-CHK-DEC =
  8410         (YE-HASH-CHK-ABS - YE-HASH-CHK-INT) * 1000000
  8420     MOVE YE-HASH-CHK-DEC TO YE-HASH-IN
  8430     PERFORM 5200-FOLD-ONE-VALUE THRU 5200-EXIT.
  8440 5250-EXIT.
  8450     EXIT.
  8460
  8470******************************************************************
  8480*    7000-WRITE-MESSAGE                                         *
  8490******************************************************************
  8500 7000-WRITE-MESSAGE.
  8510     WRITE RPT-RECORD FROM YE-MSG-LINE
  8520     MOVE SPACES TO YE-MSG-TEXT.
  8530 7000-EXIT.
  8540     EXIT.
  8550
  8560******************************************************************
  8570*    8000-WRAP-UP                                               *
  8580*    COUNTS PER FILE, THE CARRY-FORWARD RECORD AS WRITTEN, AND   *
  8590*    THE RETURN CODE: RC 4 WHEN ANYTHING THE YEAR COULD HAVE     *
  8600*    TAKEN WAS KEPT ACTIVE INSTEAD, SO SOMEONE LOOKS AT WHY.     *
  8610******************************************************************
  8620 8000-WRAP-UP.
  8630     WRITE RPT-RECORD FROM YE-COL-LINE
  8640     MOVE "AUDITLOG" TO YE-CNT-FILE
  8650     MOVE YE-AUD-READ TO YE-CNT-READ
  8660     MOVE YE-AUD-ARCHIVED TO YE-CNT-ARCHIVED
  8670     MOVE YE-AUD-KEPT TO YE-CNT-KEPT
  8680     MOVE YE-AUD-LATE TO YE-CNT-NOT-TAKEN
  8690     WRITE RPT-RECORD FROM YE-CNT-LINE
  8700     MOVE "REJECTS" TO YE-CNT-FILE
  8710     MOVE YE-REJ-READ TO YE-CNT-READ
  8720     MOVE YE-REJ-ARCHIVED TO YE-CNT-ARCHIVED
  8730     MOVE YE-REJ-KEPT TO YE-CNT-KEPT
  8740     MOVE YE-REJ-UNDATED TO YE-CNT-NOT-TAKEN
  8750     WRITE RPT-RECORD FROM YE-CNT-LINE
  8760     MOVE "TRANSREG" TO YE-CNT-FILE
  8770     MOVE YE-TRN-READ TO YE-CNT-READ
  8780     MOVE YE-TRN-ARCHIVED TO YE-CNT-ARCHIVED
  8790     MOVE YE-TRN-KEPT TO YE-CNT-KEPT
  8800     COMPUTE YE-CNT-NOT-TAKEN = YE-TRN-UNACKED + YE-TRN-UNDATED
  8810     WRITE RPT-RECORD FROM YE-CNT-LINE
  8820
  8830     MOVE SPACES TO YE-MSG-TEXT
  8840     PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  8850     MOVE "CARRY-FORWARD RECORD AT THE HEAD OF THE NEW AUDIT LOG:"
  8860         TO YE-MSG-TEXT
  8870     PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  8880     MOVE "LAST ARCHIVED SEQUENCE (AU-SEQ)" TO YE-KEY-LABEL
  8890     MOVE YE-ANCHOR-SEQ TO YE-KEY-VALUE
  8900     WRITE RPT-RECORD FROM YE-KEY-LINE
  8910     MOVE "LAST ARCHIVED HASH (AU-HASH)" TO YE-KEY-LABEL
  8920     MOVE YE-ANCHOR-HASH TO YE-KEY-VALUE
  8930     WRITE RPT-RECORD FROM YE-KEY-LINE
  8940     MOVE "AUDIT RECORDS ARCHIVED" TO YE-NUM-LABEL
  8950     MOVE YE-AUD-ARCHIVED TO YE-NUM-VALUE
  8960     WRITE RPT-RECORD FROM YE-NUM-LINE
  8970     MOVE "  OF WHICH FROM EARLIER YEARS" TO YE-NUM-LABEL
  8980     MOVE YE-AUD-EARLIER TO YE-NUM-VALUE
  8990     WRITE RPT-RECORD FROM YE-NUM-LINE
  9000     MOVE "CONTROL TOTAL (AU-CHECKSUM)" TO YE-TOT-LABEL
  9010     MOVE YE-CHK-TOTAL TO YE-TOT-VALUE
  9020     WRITE RPT-RECORD FROM YE-TOT-LINE
  9030     MOVE "CONTROL TOTAL (AU-CHECKSUM-2)" TO YE-TOT-LABEL
  9040     MOVE YE-CHK2-TOTAL TO YE-TOT-VALUE
  9050     WRITE RPT-RECORD FROM YE-TOT-LINE
  9060     MOVE "SEAL (AU-CF-SEAL)" TO YE-KEY-LABEL
  9070     MOVE YE-SEAL-HASH TO YE-KEY-VALUE
  9080     WRITE RPT-RECORD FROM YE-KEY-LINE
  9090     IF YE-PRIOR-CF-YEAR > 0
  9100         MOVE YE-PRIOR-CF-YEAR TO YE-PRIOR-YEAR
  9110         WRITE RPT-RECORD FROM YE-PRIOR-LINE
  9120     END-IF
  9130     IF YE-CHK-OVER OR YE-CHK2-OVER
  9140         MOVE "A CONTROL TOTAL OVERFLOWED - CARRIED AS ALL NINES"
  9150             TO YE-MSG-TEXT
  9160         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  9170     END-IF
  9180
  9190     DISPLAY "BERN145 - ROLLED " YE-ROLL-YEAR
  9200         ": AUDITLOG " YE-AUD-ARCHIVED
  9210         " REJECTS " YE-REJ-ARCHIVED
  9220         " TRANSREG " YE-TRN-ARCHIVED " ARCHIVED"
  9230     MOVE SPACES TO YE-MSG-TEXT
  9240     PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  9250     IF YE-AUD-LATE > 0
  9260         MOVE "AUDIT RECORDS OF THE YEAR AFTER A LATER ONE - KEPT"
  9270             TO YE-MSG-TEXT
  9280         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  9290         MOVE 4 TO RETURN-CODE
  9300     END-IF
  9310     IF YE-TRN-UNACKED > 0
  9320         MOVE "TRANSMISSIONS OF THE YEAR AWAITING ACK - KEPT"
  9330             TO YE-MSG-TEXT
  9340         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  9350         MOVE 4 TO RETURN-CODE
  9360     END-IF
  9370     IF YE-REJ-UNDATED > 0 OR YE-TRN-UNDATED > 0
  9380         MOVE "RECORDS WITH NO READABLE RUN DATE - KEPT"
  9390             TO YE-MSG-TEXT
  9400         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  9410         MOVE 4 TO RETURN-CODE
  9420     END-IF
  9430     IF RETURN-CODE = 0
  9440         MOVE "ROLLOVER COMPLETE - NEW FILES READY TO GO ACTIVE"
  9450             TO YE-MSG-TEXT
  9460         PERFORM 7000-WRITE-MESSAGE THRU 7000-EXIT
  9470     END-IF
  9480     CLOSE RPTOUT.
  9490 8000-EXIT.
  9500     EXIT.
  9510
  9520******************************************************************
  9530*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  9540******************************************************************
  9550 9999-EXIT.
  9560     STOP RUN.
