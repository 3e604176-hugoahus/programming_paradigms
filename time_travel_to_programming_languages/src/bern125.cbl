   100******************************************************************
   110*                                                                *
   120*    BERN125 - PER-SUBMITTER COMPLETION NOTICES                  *
   130*                                                                *
   140*    AN ANALYST WHO QUEUED A REQUEST ON BN30 HAD TO KEEP COMING  *
   150*    BACK TO THE SCREEN TO SEE WHETHER IT RAN -- AND ONCE THE    *
   160*    NIGHT HAD READ THE BNAU/BNRJ QUEUES THE SCREEN COULD ONLY   *
   170*    SAY SO.  THIS STEP RUNS AT THE END OF BERN100J AND WRITES   *
   180*    ONE NOTICE PER SUBMITTER WITH ANYTHING IN THE RUN JUST      *
   190*    FINISHED -- THE NEWEST BERN100 RUN ON THE RUN-CONTROL       *
   200*    LEDGER -- TO THE OUTBOUND DATASET THE MAIL GATEWAY PICKS    *
   210*    UP (SEE CPNTF).  EACH NOTICE CARRIES:                       *
   220*                                                                *
   230*      EVERY REQUEST OF THE SUBMITTER THE RUN COMPLETED, OFF     *
   240*      AUDITLOG: REQUEST, N, MODE, RUN ID AND AU-CHECKSUM        *
   250*      EVERY REQUEST OF THE SUBMITTER THE RUN REJECTED, OFF      *
   260*      REJECTS: THE REASON AND THE CARD IMAGE AS PUNCHED         *
   270*      THE OUTCOME OF THE RECON (BERN110) AND VERIFY (BERN150)   *
   280*      STEPS FOR THE RUN, OFF THE LEDGER -- THE LATEST RECORD    *
   290*      OF EACH, OR NOT RUN WHERE THE JOB BYPASSED THE STEP       *
   300*                                                                *
   310*    A SUBMITTER WITH NOTHING IN THE RUN GETS NO NOTICE.  THE    *
   320*    NOTICE GOES TO SUB-CONTACT ON SUBMAST; A SUBMITTER NOT ON   *
   330*    SUBMAST, OR WITH NO CONTACT, GETS NONE AND IS LISTED ON     *
   340*    RPTOUT INSTEAD.  A RUN THIS STEP HAS ALREADY WRITTEN THE    *
   350*    NOTICES FOR (A LEDGER RECORD OF ITS OWN UNDER THE RUN,      *
   360*    BELOW RC 16) IS NOT NOTIFIED TWICE -- WHICH IS ALSO WHAT    *
   370*    HAPPENS WHEN BERN100 DID NOT GET AS FAR AS POSTING A NEW    *
   380*    RUN AND THE NEWEST ON THE LEDGER IS STILL LAST NIGHT'S.     *
   390*                                                                *
   400*    RC 0 NORMAL.  RC 4 A SUBMITTER COULD NOT BE NOTIFIED, MORE  *
   410*    RECORDS THAN THE TABLES HOLD, NO BERN100 RUN ON THE LEDGER, *
   420*    OR THE RUN WAS ALREADY NOTIFIED.  RC 16 A FILE COULD NOT BE *
   430*    OPENED OR READ.  THE NOTIFY DATASET ALWAYS GETS ITS HEADER  *
   440*    AND TRAILER, SO AN EMPTY NIGHT IS AN EMPTY FILE, NOT A      *
   450*    MISSING ONE.                                                *
   460*                                                                *
   470******************************************************************
   480 IDENTIFICATION DIVISION.
   490 PROGRAM-ID.     BERN125.
   500 AUTHOR.         H-LARSSON-WILHELMSSON.
   510 INSTALLATION.   ACTUARIAL-SYSTEMS.
   520 DATE-WRITTEN.   10/15/2026.
   530 DATE-COMPILED.
   540
   550******************************************************************
   560*  MODIFICATION HISTORY                                        *
   570*  DATE        BY   DESCRIPTION                                 *
   580*  ----------  ---  ----------------------------------------   *
   590*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   600******************************************************************
   610
   620 ENVIRONMENT DIVISION.
   630 INPUT-OUTPUT SECTION.
   640 FILE-CONTROL.
   650*    RUNLEDG - NIGHTLY RUN-CONTROL LEDGER (SEE CPLED), READ FOR
   660*    THE RUN AND ITS RECON/VERIFY OUTCOME AND THEN APPENDED TO.
   670     SELECT OPTIONAL RUNLEDG ASSIGN TO "RUNLEDG"
   680         ORGANIZATION IS LINE SEQUENTIAL
   690         FILE STATUS IS NF-LEDG-STATUS.
   700*    AUDITLOG - ONE RECORD PER COMPLETED REQUEST (SEE CPAUD).
   710     SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
   720         ORGANIZATION IS LINE SEQUENTIAL
   730         FILE STATUS IS NF-AUDIT-STATUS.
   740*    REJECTS - ONE RECORD PER DROPPED CONTROL CARD (SEE CPREJ).
   750     SELECT OPTIONAL REJECTS ASSIGN TO "REJECTS"
   760         ORGANIZATION IS LINE SEQUENTIAL
   770         FILE STATUS IS NF-REJECT-STATUS.
   780*    SUBMAST - KEYED SUBMITTER MASTER, READ BY USER ID FOR THE
   790*    CONTACT.  OPTIONAL: WITHOUT IT NOBODY CAN BE ADDRESSED, AND
   800*    EVERY SUBMITTER IS LISTED AS NOT NOTIFIED.
   810     SELECT OPTIONAL SUBMAST ASSIGN TO "SUBMAST"
   820         ORGANIZATION IS INDEXED
   830         ACCESS MODE IS RANDOM
   840         RECORD KEY IS SUB-USERID
   850         FILE STATUS IS NF-SUBMAST-STATUS.
   860*    NOTIFY - THE NOTICES FOR THE MAIL GATEWAY (SEE CPNTF).
   870     SELECT NOTIFY ASSIGN TO "NOTIFY"
   880         ORGANIZATION IS LINE SEQUENTIAL
   890         FILE STATUS IS NF-NOTIFY-STATUS.
   900*    RPTOUT - PRINT-IMAGE CONTROL LISTING OF THE NOTICES.
   910     SELECT RPTOUT ASSIGN TO "RPTOUT"
   920         ORGANIZATION IS LINE SEQUENTIAL
   930         FILE STATUS IS NF-RPTOUT-STATUS.
   940
   950 DATA DIVISION.
   960 FILE SECTION.
   970 FD  RUNLEDG.
   980     COPY CPLED.
   990
  1000 FD  AUDITLOG.
  1010     COPY CPAUD.
  1020
  1030 FD  REJECTS.
  1040     COPY CPREJ.
  1050
  1060 FD  SUBMAST.
  1070     COPY CPSUB.
  1080
  1090 FD  NOTIFY.
  1100     COPY CPNTF.
  1110
  1120 FD  RPTOUT.
  1130 01  RPT-RECORD              PIC X(133).
  1140
  1150 WORKING-STORAGE SECTION.
  1160*    THE RUN THE NOTICES ARE FOR -- THE NEWEST BERN100 RUN ON
  1170*    THE LEDGER -- AND WHETHER THIS STEP HAS ALREADY DONE IT.
  1180 01  NF-RUN-ID               PIC X(14) VALUE SPACES.
  1190 01  NF-RUN-FOUND-SW         PIC X(01) VALUE "N".
  1200     88  NF-RUN-FOUND                VALUE "Y".
  1210 01  NF-SENT-SW              PIC X(01) VALUE "N".
  1220     88  NF-ALREADY-SENT             VALUE "Y".
  1230 01  NF-PROGRAM              PIC X(08) VALUE "BERN125".
  1240
  1250*    THE CHECKING STEPS EACH NOTICE REPORTS ON, IN JOB ORDER,
  1260*    WITH THE PROGRAM EACH RUNS -- SAME FORM AS BERN105'S STEP
  1270*    TABLE.  POSTED "N" IS A STEP WITH NO RECORD UNDER THE RUN.
  1280 01  NF-CHK-NAMES-INIT.
  1290     02  FILLER              PIC X(16) VALUE "RECON   BERN110 ".
  1300     02  FILLER              PIC X(16) VALUE "VERIFY  BERN150 ".
  1310 01  NF-CHK-NAMES REDEFINES NF-CHK-NAMES-INIT.
  1320     02  NF-CHK-NAME         OCCURS 2 TIMES.
  1330         03  NF-CN-STEP      PIC X(08).
  1340         03  NF-CN-PROGRAM   PIC X(08).
  1350 01  NF-CHK-TABLE.
  1360     02  NF-CHK-SLOT         OCCURS 2 TIMES.
  1370         03  NF-CK-POSTED    PIC X(01).
  1380         03  NF-CK-RC        PIC 9(04).
  1390         03  NF-CK-VERDICT   PIC X(50).
  1400 01  NF-CHK-MAX              PIC S9(4) USAGE BINARY VALUE 2.
  1410
  1420*    THE RUN'S COMPLETED REQUESTS, OFF AUDITLOG.  BERN100 TAKES
  1430*    AT MOST 100 CARDS A RUN (BN-MAX-REQS), SO 200 ALLOWS FOR A
  1440*    HAND RERUN UNDER THE SAME RUN ID WITH ROOM TO SPARE.
  1450 01  NF-DONE-MAX             PIC S9(4) USAGE BINARY VALUE 200.
  1460 01  NF-DONE-COUNT           PIC S9(4) USAGE BINARY VALUE 0.
  1470 01  NF-DONE-TABLE.
  1480     02  NF-DONE-ENTRY       OCCURS 200 TIMES.
  1490         03  NF-DN-SUBM      PIC X(08).
  1500         03  NF-DN-REQ       PIC 9(03).
  1510         03  NF-DN-N         PIC 9(04).
  1520         03  NF-DN-MODE      PIC X(01).
  1530         03  NF-DN-CHECKSUM  PIC S9(18)V9(06).
  1540
  1550*    THE RUN'S REJECTED CARDS, OFF REJECTS.  A DECK TOO BIG FOR
  1560*    BERN100'S TABLE REJECTS EVERY CARD PAST THE 100TH, SO THIS
  1570*    TABLE IS SIZED LIKE THE ONE ABOVE.
  1580 01  NF-REJ-MAX              PIC S9(4) USAGE BINARY VALUE 200.
  1590 01  NF-REJ-COUNT            PIC S9(4) USAGE BINARY VALUE 0.
  1600 01  NF-REJ-TABLE.
  1610     02  NF-REJ-ENTRY        OCCURS 200 TIMES.
  1620         03  NF-RJ-SUBM      PIC X(08).
  1630         03  NF-RJ-REQ       PIC 9(03).
  1640         03  NF-RJ-REASON    PIC 9(02).
  1650         03  NF-RJ-CARD      PIC X(80).
  1660
  1670*    EVERY SUBMITTER WITH SOMETHING IN THE RUN, IN THE ORDER
  1680*    FIRST MET, WITH THEIR COUNTS -- ONE NOTICE EACH.
  1690 01  NF-SUBM-MAX             PIC S9(4) USAGE BINARY VALUE 200.
  1700 01  NF-SUBM-COUNT           PIC S9(4) USAGE BINARY VALUE 0.
  1710 01  NF-SUBM-TABLE.
  1720     02  NF-SUBM-ENTRY       OCCURS 200 TIMES.
  1730         03  NF-SB-USERID    PIC X(08).
  1740         03  NF-SB-DONE      PIC S9(4) USAGE BINARY.
  1750         03  NF-SB-REJ       PIC S9(4) USAGE BINARY.
  1760
  1770*    THE SUBMITTER BEING LOOKED UP OR ADDED, AND WHERE.
  1780 01  NF-KEY-SUBM             PIC X(08) VALUE SPACES.
  1790 01  NF-SX                   PIC S9(4) USAGE BINARY VALUE 0.
  1800 01  NF-IX                   PIC S9(4) USAGE BINARY VALUE 0.
  1810
  1820*    COUNTS FOR THE TOTALS AND THE LEDGER.
  1830 01  NF-TAKEN-COUNT          PIC S9(9) USAGE BINARY VALUE 0.
  1840 01  NF-OVERFLOW-COUNT       PIC S9(9) USAGE BINARY VALUE 0.
  1850 01  NF-NOTICE-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1860 01  NF-UNSENT-COUNT         PIC S9(9) USAGE BINARY VALUE 0.
  1870 01  NF-LINE-COUNT           PIC S9(9) USAGE BINARY VALUE 0.
  1880 01  NF-NOTICE-LINE          PIC S9(4) USAGE BINARY VALUE 0.
  1890
  1900*    WHY A SUBMITTER COULD NOT BE NOTIFIED -- SPACES IF THEY
  1910*    CAN BE.
  1920 01  NF-UNSENT-REASON        PIC X(40) VALUE SPACES.
  1930
  1940 01  NF-SUBMAST-OPEN-SW      PIC X(01) VALUE "N".
  1950     88  NF-SUBMAST-AVAILABLE        VALUE "Y".
  1960
  1970 01  NF-LEDG-STATUS          PIC X(02) VALUE "00".
  1980     88  NF-LEDG-OK                  VALUE "00".
  1990     88  NF-LEDG-MISSING             VALUE "05" "35".
  2000     88  NF-LEDG-EOF                 VALUE "10".
  2010 01  NF-AUDIT-STATUS         PIC X(02) VALUE "00".
  2020     88  NF-AUDIT-OK                 VALUE "00".
  2030     88  NF-AUDIT-MISSING            VALUE "05" "35".
  2040     88  NF-AUDIT-EOF                VALUE "10".
  2050 01  NF-REJECT-STATUS        PIC X(02) VALUE "00".
  2060     88  NF-REJECT-OK                VALUE "00".
  2070     88  NF-REJECT-MISSING           VALUE "05" "35".
  2080     88  NF-REJECT-EOF               VALUE "10".
  2090 01  NF-SUBMAST-STATUS       PIC X(02) VALUE "00".
  2100     88  NF-SUBMAST-OK               VALUE "00".
  2110     88  NF-SUBMAST-NOTFND           VALUE "23".
  2120 01  NF-NOTIFY-STATUS        PIC X(02) VALUE "00".
  2130     88  NF-NOTIFY-OK                VALUE "00".
  2140 01  NF-RPTOUT-STATUS        PIC X(02) VALUE "00".
  2150     88  NF-RPTOUT-OK                VALUE "00".
  2160
  2170*    NOTICE TEXT LINES, 80 BYTES EACH (NT-TEXT).  EACH IS BUILT
  2180*    HERE AND MOVED TO NF-TEXT-OUT FOR 4900-WRITE-LINE.
  2190 01  NF-TEXT-OUT             PIC X(80) VALUE SPACES.
  2200 01  NF-TXT-TITLE.
  2210     02  FILLER              PIC X(13) VALUE "BERN100J RUN ".
  2220     02  NF-TT-RUN-ID        PIC X(14).
  2230     02  FILLER              PIC X(25) VALUE
  2240         " - COMPLETION NOTICE FOR ".
  2250     02  NF-TT-SUBM          PIC X(08).
  2260     02  FILLER              PIC X(20) VALUE SPACES.
  2270 01  NF-TXT-DONE-HDR.
  2280     02  FILLER              PIC X(25) VALUE
  2290         "  REQ     N  MODE  RUN ID".
  2300     02  FILLER              PIC X(33) VALUE SPACES.
  2310     02  FILLER              PIC X(08) VALUE "CHECKSUM".
  2320     02  FILLER              PIC X(14) VALUE SPACES.
  2330 01  NF-TXT-DONE.
  2340     02  FILLER              PIC X(02) VALUE SPACES.
  2350     02  NF-TD-REQ           PIC 9(03).
  2360     02  FILLER              PIC X(02) VALUE SPACES.
  2370     02  NF-TD-N             PIC ZZZ9.
  2380     02  FILLER              PIC X(03) VALUE SPACES.
  2390     02  NF-TD-MODE          PIC X(01).
  2400     02  FILLER              PIC X(04) VALUE SPACES.
  2410     02  NF-TD-RUN-ID        PIC X(14).
  2420     02  FILLER              PIC X(02) VALUE SPACES.
  2430     02  NF-TD-CHECKSUM      PIC ----,---,---,---,---,--9.999999.
  2440     02  FILLER              PIC X(14) VALUE SPACES.
  2450 01  NF-TXT-REJ.
  2460     02  FILLER              PIC X(02) VALUE SPACES.
  2470     02  FILLER              PIC X(04) VALUE "REQ ".
  2480     02  NF-TR-REQ           PIC 9(03).
  2490     02  FILLER              PIC X(02) VALUE SPACES.
  2500     02  FILLER              PIC X(07) VALUE "REASON ".
  2510     02  NF-TR-REASON        PIC 9(02).
  2520     02  FILLER              PIC X(02) VALUE SPACES.
  2530     02  NF-TR-TEXT          PIC X(24).
  2540     02  FILLER              PIC X(34) VALUE SPACES.
  2550 01  NF-TXT-STEP.
  2560     02  FILLER              PIC X(02) VALUE SPACES.
  2570     02  NF-TS-STEP          PIC X(08).
  2580     02  NF-TS-PROGRAM       PIC X(08).
  2590     02  FILLER              PIC X(03) VALUE "RC ".
  2600     02  NF-TS-RC            PIC ZZZ9.
  2610     02  FILLER              PIC X(02) VALUE SPACES.
  2620     02  NF-TS-VERDICT       PIC X(50).
  2630     02  FILLER              PIC X(03) VALUE SPACES.
  2640 01  NF-TXT-NOT-RUN.
  2650     02  FILLER              PIC X(02) VALUE SPACES.
  2660     02  NF-TN-STEP          PIC X(08).
  2670     02  NF-TN-PROGRAM       PIC X(08).
  2680     02  FILLER              PIC X(62) VALUE
  2690         "NOT RUN - THE JOB BYPASSED IT OR STOPPED BEFORE IT".
  2700
  2710*    THE SUBJECT ON THE ADDRESS RECORD.
  2720 01  NF-SUBJECT-LINE.
  2730     02  FILLER              PIC X(13) VALUE "BERN100J RUN ".
  2740     02  NF-SJ-RUN-ID        PIC X(14).
  2750     02  FILLER              PIC X(02) VALUE ": ".
  2760     02  NF-SJ-DONE          PIC ZZ9.
  2770     02  FILLER              PIC X(12) VALUE " COMPLETED, ".
  2780     02  NF-SJ-REJ           PIC ZZ9.
  2790     02  FILLER              PIC X(09) VALUE " REJECTED".
  2800     02  FILLER              PIC X(04) VALUE SPACES.
  2810
  2820*    PRINT LINES.  COLUMN 1 IS ANSI CARRIAGE CONTROL.
  2830 01  NF-HDR-LINE.
  2840     02  FILLER              PIC X(01) VALUE "1".
  2850     02  FILLER              PIC X(45) VALUE
  2860         "BERN125 - SUBMITTER COMPLETION NOTICES, RUN ".
  2870     02  NF-HDR-RUN-ID       PIC X(14).
  2880     02  FILLER              PIC X(73) VALUE SPACES.
  2890 01  NF-COL-LINE.
  2900     02  FILLER              PIC X(01) VALUE "0".
  2910     02  FILLER              PIC X(18) VALUE "NOTICE  SUBMITTER".
  2920     02  FILLER              PIC X(22) VALUE
  2930         "  COMPLETED  REJECTED".
  2940     02  FILLER              PIC X(92) VALUE "  SENT TO".
  2950 01  NF-DTL-LINE.
  2960     02  FILLER              PIC X(01) VALUE SPACE.
  2970     02  NF-DTL-NOTICE       PIC ZZZZ9 BLANK WHEN ZERO.
  2980     02  FILLER              PIC X(03) VALUE SPACES.
  2990     02  NF-DTL-SUBM         PIC X(08).
  3000     02  FILLER              PIC X(03) VALUE SPACES.
  3010     02  NF-DTL-DONE         PIC ZZZ,ZZ9.
  3020     02  FILLER              PIC X(03) VALUE SPACES.
  3030     02  NF-DTL-REJ          PIC ZZZ,ZZ9.
  3040     02  FILLER              PIC X(02) VALUE SPACES.
  3050     02  NF-DTL-SENT-TO      PIC X(40).
  3060     02  FILLER              PIC X(54) VALUE SPACES.
  3070 01  NF-MSG-LINE.
  3080     02  FILLER              PIC X(01) VALUE SPACE.
  3090     02  NF-MSG-TEXT         PIC X(70) VALUE SPACES.
  3100     02  FILLER              PIC X(62) VALUE SPACES.
  3110 01  NF-TOT-LINE.
  3120     02  FILLER              PIC X(01) VALUE "0".
  3130     02  NF-TOT-NOTICES      PIC ZZ,ZZ9.
  3140     02  FILLER              PIC X(20) VALUE
  3150         " NOTICE(S) WRITTEN, ".
  3160     02  NF-TOT-UNSENT       PIC ZZ,ZZ9.
  3170     02  FILLER              PIC X(30) VALUE
  3180         " SUBMITTER(S) NOT NOTIFIED".
  3190     02  FILLER              PIC X(70) VALUE SPACES.
  3200
  3210 PROCEDURE DIVISION.
  3220
  3230 0000-MAINLINE.
  3240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
  3250     PERFORM 2000-FIND-RUN THRU 2000-EXIT
  3260     IF NF-RUN-FOUND AND NOT NF-ALREADY-SENT
  3270         PERFORM 3000-LOAD-AUDIT THRU 3000-EXIT
  3280         PERFORM 3500-LOAD-REJECTS THRU 3500-EXIT
  3290     END-IF
  3300     PERFORM 4000-WRITE-NOTICES THRU 4000-EXIT
  3310     PERFORM 8000-WRAP-UP THRU 8000-EXIT
  3320     GO TO 9999-EXIT.
  3330
  3340******************************************************************
  3350*    1000-INITIALIZE                                             *
  3360*    OPENS THE CONTROL LISTING AND THE SUBMITTER MASTER.  A      *
  3370*    MASTER THAT WILL NOT OPEN IS REPORTED ONCE; THE STEP GOES   *
  3380*    ON, AND EVERY SUBMITTER IS THEN LISTED AS NOT NOTIFIED.     *
  3390******************************************************************
  3400 1000-INITIALIZE.
  3410     OPEN OUTPUT RPTOUT
  3420     IF NOT NF-RPTOUT-OK
  3430         DISPLAY "BERN125 - RPTOUT OPEN FAILED, STATUS = "
  3440             NF-RPTOUT-STATUS
  3450         MOVE 16 TO RETURN-CODE
  3460         GO TO 9999-EXIT
  3470     END-IF
  3480
  3490     OPEN INPUT SUBMAST
  3500     IF NF-SUBMAST-OK
  3510         MOVE "Y" TO NF-SUBMAST-OPEN-SW
  3520     ELSE
  3530         DISPLAY "BERN125 - SUBMAST NOT AVAILABLE, STATUS = "
  3540             NF-SUBMAST-STATUS " - NO SUBMITTER CAN BE NOTIFIED"
  3550     END-IF.
  3560 1000-EXIT.
  3570     EXIT.
  3580
  3590******************************************************************
  3600*    2000-FIND-RUN                                               *
  3610*    ONE PASS OVER THE LEDGER.  EACH BERN100 STEP RECORD WITH    *
  3620*    A NEW RUN ID STARTS A NEW RUN AND FORGETS THE LAST, SO AT   *
  3630*    END OF FILE WHAT IS HELD IS THE NEWEST RUN: THE LATEST      *
  3640*    RECON AND VERIFY RECORDS UNDER IT, AND WHETHER THIS STEP    *
  3650*    HAS ALREADY POSTED A COMPLETED RECORD (BELOW RC 16) FOR     *
  3660*    IT.  SAME WALK AS BERN105'S 2000-LOAD-LEDGER.               *
  3670******************************************************************
  3680 2000-FIND-RUN.
  3690     PERFORM 2200-CLEAR-RUN THRU 2200-EXIT
  3700     OPEN INPUT RUNLEDG
  3710     IF NF-LEDG-MISSING
  3720         GO TO 2000-CLOSE-LEDGER
  3730     END-IF
  3740     IF NOT NF-LEDG-OK
  3750         DISPLAY "BERN125 - RUNLEDG OPEN FAILED, STATUS = "
  3760             NF-LEDG-STATUS
  3770         MOVE 16 TO RETURN-CODE
  3780         GO TO 9999-EXIT
  3790     END-IF
  3800
  3810     PERFORM UNTIL NF-LEDG-EOF
  3820         READ RUNLEDG
  3830             AT END
  3840                 CONTINUE
  3850             NOT AT END
  3860                 IF LG-STEP-STATUS AND LG-PROGRAM = "BERN100"
  3870                     AND LG-RUN-ID NOT = NF-RUN-ID
  3880                     PERFORM 2200-CLEAR-RUN THRU 2200-EXIT
  3890                     MOVE LG-RUN-ID TO NF-RUN-ID
  3900                     MOVE "Y" TO NF-RUN-FOUND-SW
  3910                 END-IF
  3920                 IF NF-RUN-FOUND AND LG-RUN-ID = NF-RUN-ID
  3930                     PERFORM 2100-APPLY-RECORD THRU 2100-EXIT
  3940                 END-IF
  3950         END-READ
  3960     END-PERFORM.
  3970
  3980 2000-CLOSE-LEDGER.
  3990     CLOSE RUNLEDG
  4000     MOVE NF-RUN-ID TO NF-HDR-RUN-ID
  4010     WRITE RPT-RECORD FROM NF-HDR-LINE
  4020     IF NOT NF-RUN-FOUND
  4030         MOVE "NO BERN100 RUN ON THE LEDGER YET - NO NOTICES"
  4040             TO NF-MSG-TEXT
  4050         WRITE RPT-RECORD FROM NF-MSG-LINE
  4060         DISPLAY "BERN125 - NO BERN100 RUN ON THE LEDGER"
  4070         MOVE 4 TO RETURN-CODE
  4080         GO TO 2000-EXIT
  4090     END-IF
  4100     IF NF-ALREADY-SENT
  4110         MOVE "THIS RUN WAS ALREADY NOTIFIED - NOTHING WRITTEN"
  4120             TO NF-MSG-TEXT
  4130         WRITE RPT-RECORD FROM NF-MSG-LINE
  4140         DISPLAY "BERN125 - RUN " NF-RUN-ID
  4150             " ALREADY NOTIFIED, NOTHING WRITTEN"
  4160         MOVE 4 TO RETURN-CODE
  4170     END-IF.
  4180 2000-EXIT.
  4190     EXIT.
  4200
  4210******************************************************************
  4220*    2100-APPLY-RECORD                                           *
  4230*    ONE STEP-STATUS RECORD OF THE RUN.  A RECON OR VERIFY       *
  4240*    RECORD REPLACES WHAT WAS HELD FOR ITS STEP, SO A STEP       *
  4250*    RESTARTED BY HAND IS REPORTED BY ITS LATEST ATTEMPT.        *
  4260******************************************************************
  4270 2100-APPLY-RECORD.
  4280     IF NOT LG-STEP-STATUS
  4290         GO TO 2100-EXIT
  4300     END-IF
  4310     IF LG-PROGRAM = NF-PROGRAM
  4320         IF LG-RC < 16
  4330             MOVE "Y" TO NF-SENT-SW
  4340         END-IF
  4350         GO TO 2100-EXIT
  4360     END-IF
  4370     PERFORM VARYING NF-IX FROM 1 BY 1
  4380             UNTIL NF-IX > NF-CHK-MAX
  4390                OR NF-CN-STEP(NF-IX) = LG-STEP
  4400         CONTINUE
  4410     END-PERFORM
  4420     IF NF-IX > NF-CHK-MAX
  4430         GO TO 2100-EXIT
  4440     END-IF
  4450     MOVE "Y" TO NF-CK-POSTED(NF-IX)
  4460     MOVE LG-RC TO NF-CK-RC(NF-IX)
  4470     MOVE LG-VERDICT TO NF-CK-VERDICT(NF-IX).
  4480 2100-EXIT.
  4490     EXIT.
  4500
  4510******************************************************************
  4520*    2200-CLEAR-RUN                                              *
  4530*    FORGETS THE RUN HELD SO FAR.                                *
  4540******************************************************************
  4550 2200-CLEAR-RUN.
  4560     PERFORM VARYING NF-IX FROM 1 BY 1 UNTIL NF-IX > NF-CHK-MAX
  4570         MOVE "N" TO NF-CK-POSTED(NF-IX)
  4580         MOVE ZERO TO NF-CK-RC(NF-IX)
  4590         MOVE SPACES TO NF-CK-VERDICT(NF-IX)
  4600     END-PERFORM
  4610     MOVE "N" TO NF-SENT-SW.
  4620 2200-EXIT.
  4630     EXIT.
  4640
  4650******************************************************************
  4660*    3000-LOAD-AUDIT                                             *
  4670*    THE RUN'S COMPLETED REQUESTS: EVERY AUDIT RECORD CARRYING   *
  4680*    ITS RUN ID.  CARRY-FORWARD AND RESTORE RECORDS ARE NOT      *
  4690*    RUNS (A RESTORE CARRIES THE RUN IT PUT BACK) AND ARE        *
  4700*    SKIPPED.                                                    *
  4710******************************************************************
  4720 3000-LOAD-AUDIT.
  4730     OPEN INPUT AUDITLOG
  4740     IF NF-AUDIT-MISSING
  4750         GO TO 3000-CLOSE-AUDIT
  4760     END-IF
  4770     IF NOT NF-AUDIT-OK
  4780         DISPLAY "BERN125 - AUDITLOG OPEN FAILED, STATUS = "
  4790             NF-AUDIT-STATUS
  4800         MOVE 16 TO RETURN-CODE
  4810         GO TO 9999-EXIT
  4820     END-IF
  4830
  4840     PERFORM UNTIL NF-AUDIT-EOF
  4850         READ AUDITLOG
  4860             AT END
  4870                 CONTINUE
  4880             NOT AT END
  4890                 IF AU-RUN-ID = NF-RUN-ID AND NOT AU-NOT-A-RUN
  4900                     PERFORM 3100-TAKE-AUDIT THRU 3100-EXIT
  4910                 END-IF
  4920         END-READ
  4930     END-PERFORM.
  4940
  4950 3000-CLOSE-AUDIT.
  4960     CLOSE AUDITLOG.
  4970 3000-EXIT.
  4980     EXIT.
  4990
  5000******************************************************************
  5010*    3100-TAKE-AUDIT                                             *
  5020*    ONE COMPLETED REQUEST INTO THE TABLE, UNDER ITS SUBMITTER.  *
  5030*    PAST THE END OF EITHER TABLE IT IS COUNTED AS AN OVERFLOW   *
  5040*    AND LEFT OUT.                                               *
  5050******************************************************************
  5060 3100-TAKE-AUDIT.
  5070     ADD 1 TO NF-TAKEN-COUNT
  5080     MOVE AU-SUBMITTER TO NF-KEY-SUBM
  5090     PERFORM 3900-FIND-SUBMITTER THRU 3900-EXIT
  5100     IF NF-SX = 0 OR NF-DONE-COUNT NOT < NF-DONE-MAX
  5110         ADD 1 TO NF-OVERFLOW-COUNT
  5120         GO TO 3100-EXIT
  5130     END-IF
  5140     ADD 1 TO NF-DONE-COUNT
  5150     ADD 1 TO NF-SB-DONE(NF-SX)
  5160     MOVE AU-SUBMITTER TO NF-DN-SUBM(NF-DONE-COUNT)
  5170     MOVE AU-REQ TO NF-DN-REQ(NF-DONE-COUNT)
  5180     MOVE AU-N TO NF-DN-N(NF-DONE-COUNT)
  5190     MOVE AU-MODE TO NF-DN-MODE(NF-DONE-COUNT)
  5200     MOVE AU-CHECKSUM TO NF-DN-CHECKSUM(NF-DONE-COUNT).
  5210 3100-EXIT.
  5220     EXIT.
  5230
  5240******************************************************************
  5250*    3500-LOAD-REJECTS                                           *
  5260*    THE RUN'S REJECTED CARDS: EVERY REJECT RECORD CARRYING ITS  *
  5270*    RUN ID.  A CARD WITH NO SUBMITTER IS FILED UNDER UNKNOWN,   *
  5280*    THE NAME BERN100 GIVES IT.                                  *
  5290******************************************************************
  5300 3500-LOAD-REJECTS.
  5310     OPEN INPUT REJECTS
  5320     IF NF-REJECT-MISSING
  5330         GO TO 3500-CLOSE-REJECTS
  5340     END-IF
  5350     IF NOT NF-REJECT-OK
  5360         DISPLAY "BERN125 - REJECTS OPEN FAILED, STATUS = "
  5370             NF-REJECT-STATUS
  5380         MOVE 16 TO RETURN-CODE
  5390         GO TO 9999-EXIT
  5400     END-IF
  5410
  5420     PERFORM UNTIL NF-REJECT-EOF
  5430         READ REJECTS
  5440             AT END
  5450                 CONTINUE
  5460             NOT AT END
  5470                 IF RJ-RUN-ID = NF-RUN-ID
  5480                     PERFORM 3600-TAKE-REJECT THRU 3600-EXIT
  5490                 END-IF
  5500         END-READ
  5510     END-PERFORM.
  5520
  5530 3500-CLOSE-REJECTS.
  5540     CLOSE REJECTS.
  5550 3500-EXIT.
  5560     EXIT.
  5570
  5580******************************************************************
  5590*    3600-TAKE-REJECT                                            *
  5600*    ONE REJECTED CARD INTO THE TABLE, AS 3100 DOES.             *
  5610******************************************************************
  5620 3600-TAKE-REJECT.
  5630     ADD 1 TO NF-TAKEN-COUNT
  5640     MOVE RJ-CARD-SUBM TO NF-KEY-SUBM
  5650     IF NF-KEY-SUBM = SPACES
  5660         MOVE "UNKNOWN" TO NF-KEY-SUBM
  5670     END-IF
  5680     PERFORM 3900-FIND-SUBMITTER THRU 3900-EXIT
  5690     IF NF-SX = 0 OR NF-REJ-COUNT NOT < NF-REJ-MAX
  5700         ADD 1 TO NF-OVERFLOW-COUNT
  5710         GO TO 3600-EXIT
  5720     END-IF
  5730     ADD 1 TO NF-REJ-COUNT
  5740     ADD 1 TO NF-SB-REJ(NF-SX)
  5750     MOVE NF-KEY-SUBM TO NF-RJ-SUBM(NF-REJ-COUNT)
  5760     MOVE RJ-REQ TO NF-RJ-REQ(NF-REJ-COUNT)
  5770     MOVE RJ-REASON TO NF-RJ-REASON(NF-REJ-COUNT)
  5780     MOVE RJ-CARD TO NF-RJ-CARD(NF-REJ-COUNT).
  5790 3600-EXIT.
  5800     EXIT.
  5810
  5820******************************************************************
  5830*    3900-FIND-SUBMITTER                                         *
  5840*    NF-SX TO THE SUBMITTER TABLE ENTRY FOR NF-KEY-SUBM, ADDING  *
  5850*    ONE IF THE SUBMITTER IS NEW.  ZERO WHEN THE TABLE IS FULL.  *
  5860******************************************************************
  5870 3900-FIND-SUBMITTER.
  5880     PERFORM VARYING NF-SX FROM 1 BY 1
  5890             UNTIL NF-SX > NF-SUBM-COUNT
  5900                OR NF-SB-USERID(NF-SX) = NF-KEY-SUBM
  5910         CONTINUE
  5920     END-PERFORM
  5930     IF NF-SX NOT > NF-SUBM-COUNT
  5940         GO TO 3900-EXIT
  5950     END-IF
  5960     IF NF-SUBM-COUNT NOT < NF-SUBM-MAX
  5970         MOVE ZERO TO NF-SX
  5980         GO TO 3900-EXIT
  5990     END-IF
  6000     ADD 1 TO NF-SUBM-COUNT
  6010     MOVE NF-SUBM-COUNT TO NF-SX
  6020     MOVE NF-KEY-SUBM TO NF-SB-USERID(NF-SX)
  6030     MOVE ZERO TO NF-SB-DONE(NF-SX)
  6040     MOVE ZERO TO NF-SB-REJ(NF-SX).
  6050 3900-EXIT.
  6060     EXIT.
  6070
  6080******************************************************************
  6090*    4000-WRITE-NOTICES                                          *
  6100*    THE NOTIFY DATASET: THE HEADER, ONE NOTICE PER SUBMITTER    *
  6110*    IN THE TABLE (NONE WHEN THE RUN WAS NOT LOADED), AND THE    *
  6120*    TRAILER WITH THE NOTICE AND TEXT-LINE COUNTS.               *
  6130******************************************************************
  6140 4000-WRITE-NOTICES.
  6150     OPEN OUTPUT NOTIFY
  6160     IF NOT NF-NOTIFY-OK
  6170         DISPLAY "BERN125 - NOTIFY OPEN FAILED, STATUS = "
  6180             NF-NOTIFY-STATUS
  6190         MOVE 16 TO RETURN-CODE
  6200         GO TO 9999-EXIT
  6210     END-IF
  6220     MOVE SPACES TO NOTICE-RECORD
  6230     MOVE "H" TO NT-REC-TYPE
  6240     MOVE NF-PROGRAM TO NT-SOURCE
  6250     MOVE NF-RUN-ID TO NT-RUN-ID
  6260     MOVE ZERO TO NT-NOTICE-NO
  6270     ACCEPT NT-HDR-DATE FROM DATE YYYYMMDD
  6280     ACCEPT NT-HDR-TIME FROM TIME
  6290     PERFORM 4950-WRITE-NOTIFY THRU 4950-EXIT
  6300
  6310     IF NF-SUBM-COUNT > 0
  6320         WRITE RPT-RECORD FROM NF-COL-LINE
  6330     END-IF
  6340     PERFORM 4100-ONE-SUBMITTER THRU 4100-EXIT
  6350         VARYING NF-SX FROM 1 BY 1 UNTIL NF-SX > NF-SUBM-COUNT
  6360
  6370     MOVE SPACES TO NOTICE-RECORD
  6380     MOVE "T" TO NT-REC-TYPE
  6390     MOVE NF-PROGRAM TO NT-SOURCE
  6400     MOVE NF-RUN-ID TO NT-RUN-ID
  6410     MOVE ZERO TO NT-NOTICE-NO
  6420     MOVE NF-NOTICE-COUNT TO NT-TRL-NOTICES
  6430     MOVE NF-LINE-COUNT TO NT-TRL-LINES
  6440     PERFORM 4950-WRITE-NOTIFY THRU 4950-EXIT
  6450     CLOSE NOTIFY.
  6460 4000-EXIT.
  6470     EXIT.
  6480
  6490******************************************************************
  6500*    4100-ONE-SUBMITTER                                          *
  6510*    THE NOTICE FOR SUBMITTER NF-SX: THE ADDRESS RECORD, THEN    *
  6520*    THE TITLE, THE COMPLETED REQUESTS, THE REJECTED ONES WITH   *
  6530*    THEIR CARDS, AND THE RECON AND VERIFY OUTCOME.  ONE LINE    *
  6540*    ON THE CONTROL LISTING EITHER WAY.                          *
  6550******************************************************************
  6560 4100-ONE-SUBMITTER.
  6570     PERFORM 4200-FIND-CONTACT THRU 4200-EXIT
  6580     MOVE NF-SB-USERID(NF-SX) TO NF-DTL-SUBM
  6590     MOVE NF-SB-DONE(NF-SX) TO NF-DTL-DONE
  6600     MOVE NF-SB-REJ(NF-SX) TO NF-DTL-REJ
  6610     IF NF-UNSENT-REASON NOT = SPACES
  6620         ADD 1 TO NF-UNSENT-COUNT
  6630         MOVE ZERO TO NF-DTL-NOTICE
  6640         MOVE NF-UNSENT-REASON TO NF-DTL-SENT-TO
  6650         WRITE RPT-RECORD FROM NF-DTL-LINE
  6660         DISPLAY "BERN125 - " NF-SB-USERID(NF-SX)
  6670             " " NF-UNSENT-REASON
  6680         GO TO 4100-EXIT
  6690     END-IF
  6700
  6710     ADD 1 TO NF-NOTICE-COUNT
  6720     MOVE ZERO TO NF-NOTICE-LINE
  6730     MOVE NF-NOTICE-COUNT TO NF-DTL-NOTICE
  6740     MOVE SUB-CONTACT TO NF-DTL-SENT-TO
  6750     WRITE RPT-RECORD FROM NF-DTL-LINE
  6760
  6770     MOVE SPACES TO NOTICE-RECORD
  6780     MOVE "A" TO NT-REC-TYPE
  6790     MOVE NF-PROGRAM TO NT-SOURCE
  6800     MOVE NF-RUN-ID TO NT-RUN-ID
  6810     MOVE NF-NOTICE-COUNT TO NT-NOTICE-NO
  6820     MOVE NF-SB-USERID(NF-SX) TO NT-SUBMITTER
  6830     MOVE SUB-CONTACT TO NT-CONTACT
  6840     MOVE NF-RUN-ID TO NF-SJ-RUN-ID
  6850     MOVE NF-SB-DONE(NF-SX) TO NF-SJ-DONE
  6860     MOVE NF-SB-REJ(NF-SX) TO NF-SJ-REJ
  6870     MOVE NF-SUBJECT-LINE TO NT-SUBJECT
  6880     PERFORM 4950-WRITE-NOTIFY THRU 4950-EXIT
  6890
  6900     MOVE NF-RUN-ID TO NF-TT-RUN-ID
  6910     MOVE NF-SB-USERID(NF-SX) TO NF-TT-SUBM
  6920     MOVE NF-TXT-TITLE TO NF-TEXT-OUT
  6930     PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  6940     MOVE SPACES TO NF-TEXT-OUT
  6950     PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  6960
  6970     IF NF-SB-DONE(NF-SX) = 0
  6980         MOVE "REQUESTS COMPLETED: NONE" TO NF-TEXT-OUT
  6990         PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  7000     ELSE
  7010         MOVE "REQUESTS COMPLETED:" TO NF-TEXT-OUT
  7020         PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  7030         MOVE NF-TXT-DONE-HDR TO NF-TEXT-OUT
  7040         PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  7050         PERFORM 4300-DONE-LINE THRU 4300-EXIT
  7060             VARYING NF-IX FROM 1 BY 1 UNTIL NF-IX > NF-DONE-COUNT
  7070     END-IF
  7080     MOVE SPACES TO NF-TEXT-OUT
  7090     PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  7100
  7110     IF NF-SB-REJ(NF-SX) = 0
  7120         MOVE "REQUESTS REJECTED: NONE" TO NF-TEXT-OUT
  7130         PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  7140     ELSE
  7150         MOVE "REQUESTS REJECTED, EACH WITH ITS CARD AS PUNCHED:"
  7160             TO NF-TEXT-OUT
  7170         PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  7180         PERFORM 4400-REJECT-LINES THRU 4400-EXIT
  7190             VARYING NF-IX FROM 1 BY 1 UNTIL NF-IX > NF-REJ-COUNT
  7200     END-IF
  7210     MOVE SPACES TO NF-TEXT-OUT
  7220     PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  7230
  7240     MOVE "CHECKS ON THE RUN:" TO NF-TEXT-OUT
  7250     PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  7260     PERFORM 4500-CHECK-LINE THRU 4500-EXIT
  7270         VARYING NF-IX FROM 1 BY 1 UNTIL NF-IX > NF-CHK-MAX.
  7280 4100-EXIT.
  7290     EXIT.
  7300
  7310******************************************************************
  7320*    4200-FIND-CONTACT                                           *
  7330*    READS SUBMAST FOR SUBMITTER NF-SX.  NF-UNSENT-REASON        *
  7340*    COMES BACK SPACES WITH SUB-CONTACT SET, OR SAYS WHY THE     *
  7350*    SUBMITTER CANNOT BE NOTIFIED.                               *
  7360******************************************************************
  7370 4200-FIND-CONTACT.
  7380     MOVE SPACES TO NF-UNSENT-REASON
  7390     IF NOT NF-SUBMAST-AVAILABLE
  7400         MOVE "NOT NOTIFIED - SUBMAST NOT AVAILABLE"
  7410             TO NF-UNSENT-REASON
  7420         GO TO 4200-EXIT
  7430     END-IF
  7440     MOVE NF-SB-USERID(NF-SX) TO SUB-USERID
  7450     READ SUBMAST
  7460     IF NF-SUBMAST-NOTFND
  7470         MOVE "NOT NOTIFIED - NOT ON SUBMAST" TO NF-UNSENT-REASON
  7480         GO TO 4200-EXIT
  7490     END-IF
  7500     IF NOT NF-SUBMAST-OK
  7510         MOVE "NOT NOTIFIED - SUBMAST READ FAILED"
  7520             TO NF-UNSENT-REASON
  7530         DISPLAY "BERN125 - SUBMAST READ FAILED, STATUS = "
  7540             NF-SUBMAST-STATUS
  7550         GO TO 4200-EXIT
  7560     END-IF
  7570     IF SUB-CONTACT = SPACES
  7580         MOVE "NOT NOTIFIED - NO CONTACT ON SUBMAST"
  7590             TO NF-UNSENT-REASON
  7600     END-IF.
  7610 4200-EXIT.
  7620     EXIT.
  7630
  7640******************************************************************
  7650*    4300-DONE-LINE                                              *
  7660*    ONE COMPLETED REQUEST, IF IT IS THIS SUBMITTER'S.           *
  7670******************************************************************
  7680 4300-DONE-LINE.
  7690     IF NF-DN-SUBM(NF-IX) NOT = NF-SB-USERID(NF-SX)
  7700         GO TO 4300-EXIT
  7710     END-IF
  7720     MOVE NF-DN-REQ(NF-IX) TO NF-TD-REQ
  7730     MOVE NF-DN-N(NF-IX) TO NF-TD-N
  7740     MOVE NF-DN-MODE(NF-IX) TO NF-TD-MODE
  7750     MOVE NF-RUN-ID TO NF-TD-RUN-ID
  7760     MOVE NF-DN-CHECKSUM(NF-IX) TO NF-TD-CHECKSUM
  7770     MOVE NF-TXT-DONE TO NF-TEXT-OUT
  7780     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
  7790 4300-EXIT.
  7800     EXIT.
  7810
  7820******************************************************************
  7830*    4400-REJECT-LINES                                           *
  7840*    ONE REJECTED CARD, IF IT IS THIS SUBMITTER'S: THE REASON,   *
  7850*    SPELLED OUT AS BERN130 DOES, THEN THE CARD IMAGE ON A LINE  *
  7860*    OF ITS OWN.                                                 *
  7870******************************************************************
  7880 4400-REJECT-LINES.
  7890     IF NF-RJ-SUBM(NF-IX) NOT = NF-SB-USERID(NF-SX)
  7900         GO TO 4400-EXIT
  7910     END-IF
  7920     MOVE NF-RJ-REQ(NF-IX) TO NF-TR-REQ
  7930     MOVE NF-RJ-REASON(NF-IX) TO NF-TR-REASON
  7940     MOVE NF-RJ-REASON(NF-IX) TO RJ-REASON
  7950     EVALUATE TRUE
  7960         WHEN RJ-UNKNOWN-SUBMITTER
  7970             MOVE "SUBMITTER NOT ON MASTER" TO NF-TR-TEXT
  7980         WHEN RJ-NOT-AUTHORIZED
  7990             MOVE "SUBMITTER NOT AUTHORIZED" TO NF-TR-TEXT
  8000         WHEN RJ-OVER-CEILING
  8010             MOVE "N OVER AUTHORIZED LIMIT" TO NF-TR-TEXT
  8020         WHEN RJ-N-OUT-OF-RANGE
  8030             MOVE "N OUT OF TABLE RANGE" TO NF-TR-TEXT
  8040         WHEN RJ-MASTER-READ-ERROR
  8050             MOVE "AUTH MASTER READ ERROR" TO NF-TR-TEXT
  8060         WHEN RJ-DECK-FULL
  8070             MOVE "DECK EXCEEDS REQ TABLE" TO NF-TR-TEXT
  8080         WHEN OTHER
  8090             MOVE "UNRECOGNIZED REASON" TO NF-TR-TEXT
  8100     END-EVALUATE
  8110     MOVE NF-TXT-REJ TO NF-TEXT-OUT
  8120     PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  8130     MOVE NF-RJ-CARD(NF-IX) TO NF-TEXT-OUT
  8140     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
  8150 4400-EXIT.
  8160     EXIT.
  8170
  8180******************************************************************
  8190*    4500-CHECK-LINE                                             *
  8200*    THE OUTCOME OF CHECKING STEP NF-IX FOR THE RUN: ITS RC AND  *
  8210*    VERDICT OFF THE LEDGER, OR NOT RUN.                         *
  8220******************************************************************
  8230 4500-CHECK-LINE.
  8240     IF NF-CK-POSTED(NF-IX) NOT = "Y"
  8250         MOVE NF-CN-STEP(NF-IX) TO NF-TN-STEP
  8260         MOVE NF-CN-PROGRAM(NF-IX) TO NF-TN-PROGRAM
  8270         MOVE NF-TXT-NOT-RUN TO NF-TEXT-OUT
  8280         PERFORM 4900-WRITE-LINE THRU 4900-EXIT
  8290         GO TO 4500-EXIT
  8300     END-IF
  8310     MOVE NF-CN-STEP(NF-IX) TO NF-TS-STEP
  8320     MOVE NF-CN-PROGRAM(NF-IX) TO NF-TS-PROGRAM
  8330     MOVE NF-CK-RC(NF-IX) TO NF-TS-RC
  8340     MOVE NF-CK-VERDICT(NF-IX) TO NF-TS-VERDICT
  8350     MOVE NF-TXT-STEP TO NF-TEXT-OUT
  8360     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
  8370 4500-EXIT.
  8380     EXIT.
  8390
  8400******************************************************************
  8410*    4900-WRITE-LINE                                             *
  8420*    NF-TEXT-OUT AS THE NEXT TEXT LINE OF THE CURRENT NOTICE.    *
  8430******************************************************************
  8440 4900-WRITE-LINE.
  8450     ADD 1 TO NF-NOTICE-LINE
  8460     ADD 1 TO NF-LINE-COUNT
  8470     MOVE SPACES TO NOTICE-RECORD
  8480     MOVE "L" TO NT-REC-TYPE
  8490     MOVE NF-PROGRAM TO NT-SOURCE
  8500     MOVE NF-RUN-ID TO NT-RUN-ID
  8510     MOVE NF-NOTICE-COUNT TO NT-NOTICE-NO
  8520     MOVE NF-NOTICE-LINE TO NT-LINE-NO
  8530     MOVE NF-TEXT-OUT TO NT-TEXT
  8540     PERFORM 4950-WRITE-NOTIFY THRU 4950-EXIT.
  8550 4900-EXIT.
  8560     EXIT.
  8570
  8580******************************************************************
  8590*    4950-WRITE-NOTIFY                                           *
  8600*    WRITES NOTICE-RECORD.  A FAILED WRITE ENDS THE STEP RC 16;  *
  8610*    THE GATEWAY REFUSES A FILE WITH NO TRAILER, SO NOTHING      *
  8620*    HALF-WRITTEN GOES OUT.                                      *
  8630******************************************************************
  8640 4950-WRITE-NOTIFY.
  8650     WRITE NOTICE-RECORD
  8660     IF NOT NF-NOTIFY-OK
  8670         DISPLAY "BERN125 - NOTIFY WRITE FAILED, STATUS = "
  8680             NF-NOTIFY-STATUS
  8690         MOVE 16 TO RETURN-CODE
  8700         GO TO 9999-EXIT
  8710     END-IF.
  8720 4950-EXIT.
  8730     EXIT.
  8740
  8750******************************************************************
  8760*    8000-WRAP-UP                                                *
  8770*    TOTALS ON THE CONTROL LISTING AND THE RETURN CODE: RC 4     *
  8780*    WHEN A SUBMITTER WAS NOT NOTIFIED OR THE TABLES OVERFLOWED  *
  8790*    -- THE NOTICES THAT WENT ARE GOOD, BUT SOMEBODY HAS TO      *
  8800*    TELL THE REST BY HAND.                                      *
  8810******************************************************************
  8820 8000-WRAP-UP.
  8830     IF NF-OVERFLOW-COUNT > 0
  8840         MOVE "MORE RECORDS THAN THE TABLES HOLD - SOME REQUESTS"
  8850             TO NF-MSG-TEXT
  8860         WRITE RPT-RECORD FROM NF-MSG-LINE
  8870         MOVE "ARE IN NO NOTICE; SEE AUDITLOG AND REJECTS"
  8880             TO NF-MSG-TEXT
  8890         WRITE RPT-RECORD FROM NF-MSG-LINE
  8900         DISPLAY "BERN125 - " NF-OVERFLOW-COUNT
  8910             " RECORD(S) LEFT OUT, TABLES FULL"
  8920         MOVE 4 TO RETURN-CODE
  8930     END-IF
  8940     IF NF-RUN-FOUND AND NOT NF-ALREADY-SENT
  8950         AND NF-SUBM-COUNT = 0
  8960         MOVE "NOTHING COMPLETED OR REJECTED IN THE RUN"
  8970             TO NF-MSG-TEXT
  8980         WRITE RPT-RECORD FROM NF-MSG-LINE
  8990     END-IF
  9000     MOVE NF-NOTICE-COUNT TO NF-TOT-NOTICES
  9010     MOVE NF-UNSENT-COUNT TO NF-TOT-UNSENT
  9020     WRITE RPT-RECORD FROM NF-TOT-LINE
  9030     IF NF-UNSENT-COUNT > 0
  9040         MOVE 4 TO RETURN-CODE
  9050     END-IF
  9060     CLOSE RPTOUT
  9070     IF NF-SUBMAST-AVAILABLE
  9080         CLOSE SUBMAST
  9090     END-IF.
  9100 8000-EXIT.
  9110     EXIT.
  9120
  9130******************************************************************
  9140*    9000-POST-LEDGER                                            *
  9150*    APPENDS THIS STEP'S STATUS RECORD TO THE NIGHTLY RUN-       *
  9160*    CONTROL LEDGER (SEE CPLED) UNDER THE RUN IT NOTIFIED --     *
  9170*    RC, RECORDS TAKEN AND NOTICES WRITTEN, AND THE SUBMITTERS   *
  9180*    NOT NOTIFIED AS EXCEPTIONS.  PERFORMED FROM 9999-EXIT SO    *
  9190*    EVERY ENDING, THE FATAL ONES INCLUDED, IS POSTED.  A        *
  9200*    LEDGER THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE    *
  9210*    STEP'S OWN RETURN CODE ALONE.  A RECORD BELOW RC 16 IS      *
  9220*    WHAT STOPS THE RUN BEING NOTIFIED TWICE (SEE 2100).         *
  9230******************************************************************
  9240 9000-POST-LEDGER.
  9250     OPEN EXTEND RUNLEDG
  9260     IF NOT NF-LEDG-OK AND NOT NF-LEDG-MISSING
  9270         DISPLAY "BERN125 - RUNLEDG OPEN FAILED, STATUS = "
  9280             NF-LEDG-STATUS
  9290         GO TO 9000-EXIT
  9300     END-IF
  9310
  9320     MOVE SPACES TO RUN-LEDGER-RECORD
  9330     MOVE NF-RUN-ID TO LG-RUN-ID
  9340     MOVE "S" TO LG-TYPE
  9350     MOVE "NOTIFY" TO LG-STEP
  9360     MOVE NF-PROGRAM TO LG-PROGRAM
  9370     ACCEPT LG-DATE FROM DATE YYYYMMDD
  9380     ACCEPT LG-TIME FROM TIME
  9390     MOVE RETURN-CODE TO LG-RC
  9400     MOVE NF-TAKEN-COUNT TO LG-COUNT-IN
  9410     MOVE NF-NOTICE-COUNT TO LG-COUNT-OUT
  9420     ADD NF-UNSENT-COUNT NF-OVERFLOW-COUNT GIVING LG-EXCEPTIONS
  9430     EVALUATE TRUE
  9440         WHEN RETURN-CODE > 8
  9450             MOVE "NOTICES NOT WRITTEN - SEE SYSOUT" TO LG-VERDICT
  9460         WHEN NOT NF-RUN-FOUND
  9470             MOVE "NO BERN100 RUN ON THE LEDGER - NO NOTICES"
  9480                 TO LG-VERDICT
  9490         WHEN NF-ALREADY-SENT
  9500             MOVE "RUN ALREADY NOTIFIED - NOTHING WRITTEN"
  9510                 TO LG-VERDICT
  9520         WHEN NF-UNSENT-COUNT > 0 OR NF-OVERFLOW-COUNT > 0
  9530             MOVE "SOME SUBMITTERS NOT NOTIFIED - SEE RPTOUT"
  9540                 TO LG-VERDICT
  9550         WHEN NF-NOTICE-COUNT = 0
  9560             MOVE "NOTHING IN THE RUN TO NOTIFY" TO LG-VERDICT
  9570         WHEN OTHER
  9580             MOVE "NOTICES WRITTEN FOR THE MAIL GATEWAY"
  9590                 TO LG-VERDICT
  9600     END-EVALUATE
  9610     WRITE RUN-LEDGER-RECORD
  9620     IF NOT NF-LEDG-OK
  9630         DISPLAY "BERN125 - RUNLEDG WRITE FAILED, STATUS = "
  9640             NF-LEDG-STATUS
  9650     END-IF.
  9660
  9670 9000-CLOSE-LEDGER.
  9680     CLOSE RUNLEDG.
  9690 9000-EXIT.
  9700     EXIT.
  9710
  9720******************************************************************
  9730*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  9740******************************************************************
  9750 9999-EXIT.
  9760     PERFORM 9000-POST-LEDGER THRU 9000-EXIT
  9770     STOP RUN.
