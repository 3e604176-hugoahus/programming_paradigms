   100******************************************************************
   110*                                                                *
   120*    BERN240 - ONLINE SUBMITTER AUTHORIZATION MAINTENANCE        *
   130*                                                                *
   140*    PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID BN70) FOR    *
   150*    THE SUBMAST AUTHORIZATION MASTER BERN100 CHECKS EVERY       *
   160*    CONTROL CARD AGAINST (SEE CPSUB).  UNTIL NOW THE ONLY WAY   *
   170*    TO CHANGE ONE ANALYST'S CEILING WAS TO RERUN SUBLOADJ,      *
   180*    WHICH REDEFINES THE WHOLE CLUSTER FROM AN IN-STREAM DECK,   *
   190*    AND NOTHING RECORDED WHO HAD BEEN GRANTED OR REVOKED WHAT.  *
   200*    SECURITY ADMINISTRATION NOW MAINTAINS ONE SUBMITTER AT A    *
   210*    TIME HERE:                                                  *
   220*                                                                *
   230*        I  INQUIRE     SHOW THE SUBMITTER AS IT STANDS          *
   240*        A  ADD         NEW SUBMITTER, DEPARTMENT AND CEILING    *
   250*                       REQUIRED, AUTHORIZED UNLESS KEYED N      *
   260*        C  CHANGE      ANY OF DEPARTMENT, AUTHORIZED FLAG,      *
   270*                       CEILING AND MAIL CONTACT -- BLANK FIELDS *
   280*                       ARE UNCHANGED, CONTACT NONE REMOVES IT   *
   290*        D  DEACTIVATE  AUTHORIZED FLAG TO N.  THE RECORD STAYS  *
   300*                       ON FILE, SO BERN100 STILL REJECTS THE    *
   310*                       USER BY NAME AND THE HISTORY STILL       *
   320*                       JOINS TO IT; A LATER C WITH Y REINSTATES *
   330*                                                                *
   340*    NOBODY MAY ADD OR CHANGE THEIR OWN ENTRY -- THE SIGNED-ON   *
   350*    USER (ASSIGN USERID) IS COMPARED WITH THE KEYED ONE.        *
   360*                                                                *
   370*    THE MAIL CONTACT IS WHERE BERN125 SENDS THE SUBMITTER'S     *
   380*    NOTICE AFTER EACH BERN100J RUN.  IT IS OPTIONAL -- A        *
   390*    SUBMITTER WITHOUT ONE IS STILL AUTHORIZED, JUST NOT         *
   400*    NOTIFIED -- AND IT HAS NO BEARING ON WHAT BERN100 ACCEPTS.  *
   410*                                                                *
   420*    EVERY ADD, CHANGE AND DEACTIVATION IS WRITTEN TO THE BNSH   *
   430*    EXTRAPARTITION TD QUEUE (DATASET ACTUAR.BERN100.SUBHIST,    *
   440*    SEE CPSHS) WITH THE CHANGING USER, DATE AND TIME AND THE    *
   450*    BEFORE AND AFTER IMAGES; BERN195 READS IT FOR THE           *
   460*    QUARTERLY RECERTIFICATION REPORT.  SUBMAST IS UPDATED       *
   470*    FIRST AND THE HISTORY SECOND -- IF THE HISTORY WRITE FAILS  *
   480*    THE TASK ROLLS BACK, SO NO CHANGE STANDS WITHOUT ITS        *
   490*    HISTORY RECORD, SAME AS BN60 (SUBMAST IS DEFINED            *
   500*    RECOVERABLE IN THE FILE DEFINITION FOR THAT REASON).        *
   510*                                                                *
   520*    SCREEN LAYOUT IS THE BERNMP5 MAP IN THE BERNSET MAPSET      *
   530*    (src/bms/BERNSET.bms).                                      *
   540*                                                                *
   550******************************************************************
   560 IDENTIFICATION DIVISION.
   570 PROGRAM-ID.     BERN240.
   580 AUTHOR.         H-LARSSON-WILHELMSSON.
   590 INSTALLATION.   ACTUARIAL-SYSTEMS.
   600 DATE-WRITTEN.   10/15/2026.
   610 DATE-COMPILED.
   620
   630******************************************************************
   640*  MODIFICATION HISTORY                                        *
   650*  DATE        BY   DESCRIPTION                                 *
   660*  ----------  ---  ----------------------------------------   *
   670*  10/15/2026  HLW  ORIGINAL VERSION.                           *
   680*  10/15/2026  HLW  MAIL CONTACT FIELD ON BN70 FOR BERN125 RUN  *
   690*                   NOTICES; CARRIED ON THE HISTORY RECORD.     *
   700*                   RESEQUENCED.                                *
   710******************************************************************
   720
   730 ENVIRONMENT DIVISION.
   740
   750 DATA DIVISION.
   760 WORKING-STORAGE SECTION.
   770*    COMMAREA PASSED BACK TO THIS TASK ON RETURN -- ITS ONLY JOB
   780*    IS TO MAKE EIBCALEN NONZERO ON REENTRY, SAME AS BERN200.
   790 01  WS-COMMAREA           PIC X(01).
   800
   810*    ONE SUBMAST ENTRY, READ AND REWRITTEN BY KEY -- SAME
   820*    COPYBOOK BERN100 CHECKS THE CONTROL CARDS WITH.
   830     COPY CPSUB.
   840
   850*    ONE HISTORY RECORD FOR THE BNSH QUEUE -- SAME COPYBOOK
   860*    BERN195 READS FOR THE RECERTIFICATION REPORT.
   870     COPY CPSHS.
   880
   890*    THE KEY AS EDITED OFF THE SCREEN.  KEPT APART FROM THE
   900*    RECORD SO A READ THAT FAILS (OR A NEW ENTRY BUILT FROM
   910*    SPACES) CANNOT LOSE IT.
   920 01  WS-KEY                PIC X(08) VALUE SPACES.
   930
   940*    THE FIELDS AS KEYED AND EDITED.  SPACES MEAN "NOT KEYED",
   950*    WHICH ON A CHANGE MEANS "LEAVE AS IT IS".
   960 01  WS-NEW-DEPT           PIC X(04) VALUE SPACES.
   970 01  WS-NEW-AUTH           PIC X(01) VALUE SPACE.
   980 01  WS-NEW-MAX-N-X        PIC X(04) VALUE SPACES.
   990 01  WS-NEW-MAX-N REDEFINES WS-NEW-MAX-N-X
  1000                           PIC 9(04).
  1010 01  WS-NEW-CONTACT        PIC X(40) VALUE SPACES.
  1020     88  WS-CONTACT-REMOVE         VALUE "NONE".
  1030 01  FILLER REDEFINES WS-NEW-CONTACT.
  1040     02  WS-NEW-CONTACT-1ST
  1050                           PIC X(01).
  1060     02  FILLER            PIC X(39).
  1070
  1080*    CONTACT EDIT COUNTS -- "@" SIGNS, CHARACTERS BEFORE THE
  1090*    FIRST SPACE, AND SPACES IN ALL.  AN ADDRESS WITH NO
  1100*    EMBEDDED SPACE HAS EXACTLY 40 - LENGTH SPACES.
  1110 01  WS-AT-COUNT           PIC S9(04) COMP VALUE 0.
  1120 01  WS-AT-END-COUNT       PIC S9(04) COMP VALUE 0.
  1130 01  WS-CONTACT-LEN        PIC S9(04) COMP VALUE 0.
  1140 01  WS-SPACE-COUNT        PIC S9(04) COMP VALUE 0.
  1150
  1160*    CEILING BOUNDS.  THE TOP IS BERN100'S BN-MAX-N -- THE
  1170*    LARGEST N ITS NUMS TABLE HOLDS -- SO NOBODY IS GRANTED A
  1180*    CEILING THE BATCH COULD NEVER HONOUR.
  1190 01  WS-MAX-N-FLOOR        PIC 9(04) VALUE 1.
  1200 01  WS-MAX-N-CEILING      PIC 9(04) VALUE 200.
  1210
  1220*    THE THREE FIELDS BERN100 ACTS ON, AS THEY STOOD BEFORE
  1230*    THIS ACTION -- THE HISTORY RECORD'S BEFORE IMAGE.
  1240 01  WS-BEFORE-IMAGE.
  1250     02  WS-BEFORE-DEPT    PIC X(04).
  1260     02  WS-BEFORE-AUTH    PIC X(01).
  1270     02  WS-BEFORE-MAX-N   PIC X(04).
  1280*    THE CONTACT AS IT STOOD -- KEPT APART FROM THE IMAGE ABOVE,
  1290*    WHICH IS MOVED WHOLE TO SH-BEFORE (CPSHS HOLDS NO BEFORE
  1300*    CONTACT).  USED ONLY TO SPOT A CHANGE THAT CHANGES NOTHING.
  1310 01  WS-BEFORE-CONTACT     PIC X(40).
  1320
  1330 01  WS-STAMP-EDIT.
  1340     02  WS-STAMP-DATE     PIC X(08).
  1350     02  FILLER            PIC X(01) VALUE SPACE.
  1360     02  WS-STAMP-TIME     PIC X(06).
  1370
  1380*    WHO AND WHEN.  THE USER ID IS THE SIGNED-ON USER; THE
  1390*    DATE AND TIME ARE THE TASK'S ABSOLUTE TIME FORMATTED THE
  1400*    WAY THE BATCH LOGS CARRY THEIRS (YYYYMMDD, HHMMSS).
  1410 01  WS-USERID             PIC X(08) VALUE SPACES.
  1420 01  WS-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
  1430 01  WS-TODAY              PIC X(08) VALUE SPACES.
  1440 01  WS-NOW                PIC X(06) VALUE SPACES.
  1450
  1460 01  WS-ACTION             PIC X(01) VALUE SPACE.
  1470     88  WS-ACT-INQUIRE            VALUE "I".
  1480     88  WS-ACT-ADD                VALUE "A".
  1490     88  WS-ACT-CHANGE             VALUE "C".
  1500     88  WS-ACT-DEACTIVATE         VALUE "D".
  1510     88  WS-ACT-VALID              VALUE "I" "A" "C" "D".
  1520
  1530*    SET BY THE EDIT PARAGRAPHS -- "Y" ONLY WHEN EVERY FIELD
  1540*    THEY LOOKED AT PASSED, SO THE CALLER CAN GO NO FURTHER
  1550*    ON A BAD FIELD WITHOUT REPEATING THE EDIT.
  1560 01  WS-EDIT-SW            PIC X(01) VALUE "N".
  1570     88  WS-EDIT-OK                VALUE "Y".
  1580 01  WS-LOG-SW             PIC X(01) VALUE "N".
  1590     88  WS-LOG-OK                 VALUE "Y".
  1600
  1610 01  WS-RESP               PIC S9(08) USAGE BINARY VALUE 0.
  1620
  1630*    STANDARD CICS-SUPPLIED COPYBOOKS -- ATTENTION-ID VALUES AND
  1640*    BMS ATTRIBUTE-BYTE CONSTANTS.
  1650     COPY DFHAID.
  1660     COPY DFHBMSCA.
  1670
  1680*    SYMBOLIC MAP FOR BERNMP5, MAPSET BERNSET.
  1690     COPY BERNMP5.
  1700
  1710 PROCEDURE DIVISION.
  1720
  1730 0000-MAINLINE.
  1740     IF EIBCALEN = 0
  1750         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
  1760     ELSE
  1770         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
  1780     END-IF
  1790     GO TO 9999-EXIT.
  1800
  1810******************************************************************
  1820*    1000-SEND-INITIAL-MAP                                      *
  1830*    FIRST ENTRY INTO BN70 (EIBCALEN = 0) -- SEND A BLANK MAP    *
  1840*    AND RETURN, PASSING BACK A COMMAREA SO THE NEXT ENTRY (THE  *
  1850*    USER'S KEYSTROKE) TAKES THE REENTRY BRANCH.                 *
  1860******************************************************************
  1870 1000-SEND-INITIAL-MAP.
  1880     MOVE LOW-VALUES TO BERNMP5I
  1890     PERFORM 4200-CLEAR-ENTRY-FIELDS THRU 4200-EXIT
  1900     MOVE SPACES TO MSGOUT5O
  1910     EXEC CICS SEND MAP('BERNMP5')
  1920         MAPSET('BERNSET')
  1930         ERASE
  1940     END-EXEC
  1950     EXEC CICS RETURN TRANSID('BN70')
  1960         COMMAREA(WS-COMMAREA)
  1970         LENGTH(1)
  1980     END-EXEC.
  1990 1000-EXIT.
  2000     EXIT.
  2010
  2020******************************************************************
  2030*    2000-PROCESS-REQUEST                                       *
  2040*    REENTRY -- PF3 ENDS THE CONVERSATION; ENTER EDITS THE       *
  2050*    ACTION AND USER ID, CARRIES OUT THE ACTION, AND RE-SENDS    *
  2060*    THE MAP WITH THE ENTRY AS IT NOW STANDS.                    *
  2070******************************************************************
  2080 2000-PROCESS-REQUEST.
  2090     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
  2100         EXEC CICS SEND TEXT
  2110             FROM('BERN240 - SUBMITTER MAINTENANCE ENDED')
  2120             LENGTH(37)
  2130             ERASE
  2140             FREEKB
  2150         END-EXEC
  2160         EXEC CICS RETURN
  2170         END-EXEC
  2180     END-IF
  2190
  2200     EXEC CICS RECEIVE MAP('BERNMP5')
  2210         MAPSET('BERNSET')
  2220         INTO(BERNMP5I)
  2230         RESP(WS-RESP)
  2240     END-EXEC
  2250
  2260     PERFORM 4200-CLEAR-ENTRY-FIELDS THRU 4200-EXIT
  2270     MOVE SPACES TO MSGOUT5O
  2280     IF WS-RESP NOT = DFHRESP(NORMAL)
  2290         MOVE "MAP RECEIVE FAILED, RE-KEY THE REQUEST"
  2300             TO MSGOUT5O
  2310     ELSE
  2320         PERFORM 2100-EDIT-KEY THRU 2100-EXIT
  2330         IF WS-EDIT-OK
  2340             PERFORM 2200-GET-USER-AND-TIME THRU 2200-EXIT
  2350             EVALUATE TRUE
  2360                 WHEN WS-ACT-INQUIRE
  2370                     PERFORM 3000-INQUIRE-SUBMITTER THRU 3000-EXIT
  2380                 WHEN WS-ACT-ADD
  2390                     PERFORM 3100-ADD-SUBMITTER THRU 3100-EXIT
  2400                 WHEN WS-ACT-CHANGE
  2410                     PERFORM 3200-CHANGE-SUBMITTER THRU 3200-EXIT
  2420                 WHEN WS-ACT-DEACTIVATE
  2430                     PERFORM 3300-DEACTIVATE-SUBMITTER
  2440                         THRU 3300-EXIT
  2450             END-EVALUATE
  2460         END-IF
  2470     END-IF
  2480
  2490     EXEC CICS SEND MAP('BERNMP5')
  2500         MAPSET('BERNSET')
  2510         DATAONLY
  2520         CURSOR
  2530     END-EXEC
  2540     EXEC CICS RETURN TRANSID('BN70')
  2550         COMMAREA(WS-COMMAREA)
  2560         LENGTH(1)
  2570     END-EXEC.
  2580 2000-EXIT.
  2590     EXIT.
  2600
  2610******************************************************************
  2620*    2100-EDIT-KEY                                               *
  2630*    EDITS THE ACTION AND THE SUBMITTER USER ID AND BUILDS       *
  2640*    WS-KEY.  WS-EDIT-SW COMES BACK "Y" ONLY IF BOTH PASSED.     *
  2650******************************************************************
  2660 2100-EDIT-KEY.
  2670     MOVE "N" TO WS-EDIT-SW
  2680     MOVE SPACE TO WS-ACTION
  2690     IF ACTN5L > 0
  2700         MOVE ACTN5I TO WS-ACTION
  2710     END-IF
  2720     IF NOT WS-ACT-VALID
  2730         MOVE "ENTER AN ACTION - I, A, C OR D" TO MSGOUT5O
  2740         GO TO 2100-EXIT
  2750     END-IF
  2760
  2770     IF USER5L = 0 OR USER5I = SPACES
  2780         MOVE "ENTER THE SUBMITTER USER ID" TO MSGOUT5O
  2790         GO TO 2100-EXIT
  2800     END-IF
  2810     MOVE USER5I TO WS-KEY
  2820     MOVE "Y" TO WS-EDIT-SW.
  2830 2100-EXIT.
  2840     EXIT.
  2850
  2860******************************************************************
  2870*    2200-GET-USER-AND-TIME                                      *
  2880*    THE SIGNED-ON USER ID AND THE CURRENT DATE AND TIME, FOR    *
  2890*    THE HISTORY RECORD.                                         *
  2900******************************************************************
  2910 2200-GET-USER-AND-TIME.
  2920     EXEC CICS ASSIGN USERID(WS-USERID)
  2930     END-EXEC
  2940     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
  2950     END-EXEC
  2960     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
  2970         YYYYMMDD(WS-TODAY)
  2980         TIME(WS-NOW)
  2990     END-EXEC.
  3000 2200-EXIT.
  3010     EXIT.
  3020
  3030******************************************************************
  3040*    2300-EDIT-FIELDS                                            *
  3050*    EDITS WHICHEVER OF DEPARTMENT, AUTHORIZED FLAG, CEILING AND *
  3060*    CONTACT WERE KEYED INTO WS-NEW-DEPT, WS-NEW-AUTH,           *
  3070*    WS-NEW-MAX-N-X AND WS-NEW-CONTACT (SPACES WHERE NOT         *
  3080*    KEYED).  A CONTACT IS NONE, OR ONE "@" WITH SOMETHING ON    *
  3090*    EACH SIDE AND NO EMBEDDED SPACE.  WS-EDIT-SW "Y" IF ALL     *
  3100*    PASSED.                                                     *
  3110******************************************************************
  3120 2300-EDIT-FIELDS.
  3130     MOVE "N" TO WS-EDIT-SW
  3140     MOVE SPACES TO WS-NEW-DEPT
  3150     MOVE SPACE TO WS-NEW-AUTH
  3160     MOVE SPACES TO WS-NEW-MAX-N-X
  3170     MOVE SPACES TO WS-NEW-CONTACT
  3180     IF DEPT5L > 0
  3190         MOVE DEPT5I TO WS-NEW-DEPT
  3200     END-IF
  3210
  3220     IF AUTH5L > 0 AND AUTH5I NOT = SPACE
  3230         MOVE AUTH5I TO WS-NEW-AUTH
  3240         IF WS-NEW-AUTH NOT = "Y" AND WS-NEW-AUTH NOT = "N"
  3250             MOVE "AUTHORIZED FLAG MUST BE Y OR N" TO MSGOUT5O
  3260             GO TO 2300-EXIT
  3270         END-IF
  3280     END-IF
  3290
  3300     IF MAXN5L > 0 AND MAXN5I NOT = SPACES
  3310         IF MAXN5I IS NOT NUMERIC
  3320             MOVE "CEILING MUST BE NUMERIC, 4 DIGITS" TO MSGOUT5O
  3330             GO TO 2300-EXIT
  3340         END-IF
  3350         MOVE MAXN5I TO WS-NEW-MAX-N-X
  3360         IF WS-NEW-MAX-N < WS-MAX-N-FLOOR
  3370             OR WS-NEW-MAX-N > WS-MAX-N-CEILING
  3380             MOVE "CEILING MUST BE 0001 THRU 0200" TO MSGOUT5O
  3390             GO TO 2300-EXIT
  3400         END-IF
  3410     END-IF
  3420
  3430     IF CONT5L > 0 AND CONT5I NOT = SPACES
  3440         MOVE CONT5I TO WS-NEW-CONTACT
  3450         IF NOT WS-CONTACT-REMOVE
  3460             MOVE 0 TO WS-AT-COUNT
  3470             MOVE 0 TO WS-AT-END-COUNT
  3480             MOVE 0 TO WS-CONTACT-LEN
  3490             MOVE 0 TO WS-SPACE-COUNT
  3500             INSPECT WS-NEW-CONTACT TALLYING WS-AT-COUNT
  3510                 FOR ALL "@"
  3520             INSPECT WS-NEW-CONTACT TALLYING WS-AT-END-COUNT
  3530                 FOR ALL "@ "
  3540             INSPECT WS-NEW-CONTACT TALLYING WS-CONTACT-LEN
  3550                 FOR CHARACTERS BEFORE INITIAL SPACE
  3560             INSPECT WS-NEW-CONTACT TALLYING WS-SPACE-COUNT
  3570                 FOR ALL SPACES
  3580             IF WS-SPACE-COUNT NOT = 40 - WS-CONTACT-LEN
  3590                 MOVE "CONTACT MAY NOT CONTAIN SPACES" TO MSGOUT5O
  3600                 GO TO 2300-EXIT
  3610             END-IF
  3620             IF WS-AT-COUNT NOT = 1
  3630                 OR WS-AT-END-COUNT NOT = 0
  3640                 OR WS-NEW-CONTACT-1ST = "@"
  3650                 MOVE "CONTACT MUST BE A MAIL ADDRESS, OR NONE"
  3660                     TO MSGOUT5O
  3670                 GO TO 2300-EXIT
  3680             END-IF
  3690         END-IF
  3700     END-IF
  3710     MOVE "Y" TO WS-EDIT-SW.
  3720 2300-EXIT.
  3730     EXIT.
  3740
  3750******************************************************************
  3760*    2400-CHECK-NOT-SELF                                         *
  3770*    NOBODY MAINTAINS THEIR OWN AUTHORIZATION.  WS-EDIT-SW "Y"   *
  3780*    IF THE KEYED USER IS SOMEONE ELSE.                          *
  3790******************************************************************
  3800 2400-CHECK-NOT-SELF.
  3810     MOVE "Y" TO WS-EDIT-SW
  3820     IF WS-KEY = WS-USERID
  3830         MOVE "N" TO WS-EDIT-SW
  3840         MOVE "YOU MAY NOT MAINTAIN YOUR OWN AUTHORIZATION"
  3850             TO MSGOUT5O
  3860     END-IF.
  3870 2400-EXIT.
  3880     EXIT.
  3890
  3900******************************************************************
  3910*    3000-INQUIRE-SUBMITTER                                      *
  3920*    READ-ONLY: SHOW THE ENTRY AS IT STANDS.                     *
  3930******************************************************************
  3940 3000-INQUIRE-SUBMITTER.
  3950     EXEC CICS READ DATASET('SUBMAST')
  3960         INTO(SUBMITTER-RECORD)
  3970         RIDFLD(WS-KEY)
  3980         KEYLENGTH(8)
  3990         RESP(WS-RESP)
  4000     END-EXEC
  4010     IF WS-RESP = DFHRESP(NOTFND)
  4020         MOVE "NO SUCH SUBMITTER ON SUBMAST" TO MSGOUT5O
  4030         GO TO 3000-EXIT
  4040     END-IF
  4050     IF WS-RESP NOT = DFHRESP(NORMAL)
  4060         MOVE "SUBMAST READ FAILED - CALL OPERATIONS" TO MSGOUT5O
  4070         GO TO 3000-EXIT
  4080     END-IF
  4090     PERFORM 4100-SHOW-ENTRY THRU 4100-EXIT
  4100     MOVE "OK" TO MSGOUT5O.
  4110 3000-EXIT.
  4120     EXIT.
  4130
  4140******************************************************************
  4150*    3100-ADD-SUBMITTER                                          *
  4160*    A NEW ENTRY NEEDS A DEPARTMENT AND A CEILING; THE FLAG      *
  4170*    DEFAULTS TO Y, SINCE ADDING SOMEONE IS NORMALLY TO LET      *
  4180*    THEM RUN.  THE CONTACT MAY BE LEFT OFF (OR KEYED NONE); THE *
  4190*    MESSAGE SAYS SO, SINCE SUCH A SUBMITTER GETS NO NOTICES.    *
  4200******************************************************************
  4210 3100-ADD-SUBMITTER.
  4220     PERFORM 2400-CHECK-NOT-SELF THRU 2400-EXIT
  4230     IF NOT WS-EDIT-OK
  4240         GO TO 3100-EXIT
  4250     END-IF
  4260     PERFORM 2300-EDIT-FIELDS THRU 2300-EXIT
  4270     IF NOT WS-EDIT-OK
  4280         GO TO 3100-EXIT
  4290     END-IF
  4300     IF WS-NEW-DEPT = SPACES
  4310         MOVE "ENTER THE DEPARTMENT" TO MSGOUT5O
  4320         GO TO 3100-EXIT
  4330     END-IF
  4340     IF WS-NEW-MAX-N-X = SPACES
  4350         MOVE "ENTER THE CEILING (LARGEST N)" TO MSGOUT5O
  4360         GO TO 3100-EXIT
  4370     END-IF
  4380     IF WS-NEW-AUTH = SPACE
  4390         MOVE "Y" TO WS-NEW-AUTH
  4400     END-IF
  4410
  4420     MOVE SPACES TO SUBMITTER-RECORD
  4430     MOVE WS-KEY TO SUB-USERID
  4440     MOVE WS-NEW-DEPT TO SUB-DEPT
  4450     MOVE WS-NEW-AUTH TO SUB-AUTH-FLAG
  4460     MOVE WS-NEW-MAX-N TO SUB-MAX-N
  4470     IF NOT WS-CONTACT-REMOVE
  4480         MOVE WS-NEW-CONTACT TO SUB-CONTACT
  4490     END-IF
  4500     EXEC CICS WRITE DATASET('SUBMAST')
  4510         FROM(SUBMITTER-RECORD)
  4520         RIDFLD(WS-KEY)
  4530         RESP(WS-RESP)
  4540     END-EXEC
  4550     IF WS-RESP = DFHRESP(DUPREC)
  4560         MOVE "SUBMITTER ALREADY ON FILE - USE C" TO MSGOUT5O
  4570         GO TO 3100-EXIT
  4580     END-IF
  4590     IF WS-RESP NOT = DFHRESP(NORMAL)
  4600         MOVE "SUBMAST UPDATE FAILED - CALL OPERATIONS"
  4610             TO MSGOUT5O
  4620         GO TO 3100-EXIT
  4630     END-IF
  4640
  4650     MOVE SPACES TO WS-BEFORE-IMAGE
  4660     MOVE "A" TO SH-ACTION
  4670     PERFORM 4000-WRITE-HISTORY THRU 4000-EXIT
  4680     IF NOT WS-LOG-OK
  4690         GO TO 3100-EXIT
  4700     END-IF
  4710     PERFORM 4100-SHOW-ENTRY THRU 4100-EXIT
  4720     IF SUB-CONTACT = SPACES
  4730         MOVE "ADDED - NO CONTACT, SO NO RUN NOTICES" TO MSGOUT5O
  4740     ELSE
  4750         MOVE "ADDED" TO MSGOUT5O
  4760     END-IF.
  4770 3100-EXIT.
  4780     EXIT.
  4790
  4800******************************************************************
  4810*    3200-CHANGE-SUBMITTER                                       *
  4820*    APPLIES WHICHEVER FIELDS WERE KEYED.  A CHANGE THAT WOULD   *
  4830*    LEAVE THE ENTRY AS IT WAS IS REFUSED RATHER THAN LOGGED,    *
  4840*    SO THE HISTORY ONLY EVER HOLDS REAL CHANGES.                *
  4850******************************************************************
  4860 3200-CHANGE-SUBMITTER.
  4870     PERFORM 2400-CHECK-NOT-SELF THRU 2400-EXIT
  4880     IF NOT WS-EDIT-OK
  4890         GO TO 3200-EXIT
  4900     END-IF
  4910     PERFORM 2300-EDIT-FIELDS THRU 2300-EXIT
  4920     IF NOT WS-EDIT-OK
  4930         GO TO 3200-EXIT
  4940     END-IF
  4950     PERFORM 3600-READ-FOR-UPDATE THRU 3600-EXIT
  4960     IF NOT WS-EDIT-OK
  4970         GO TO 3200-EXIT
  4980     END-IF
  4990
  5000     IF WS-NEW-DEPT NOT = SPACES
  5010         MOVE WS-NEW-DEPT TO SUB-DEPT
  5020     END-IF
  5030     IF WS-NEW-AUTH NOT = SPACE
  5040         MOVE WS-NEW-AUTH TO SUB-AUTH-FLAG
  5050     END-IF
  5060     IF WS-NEW-MAX-N-X NOT = SPACES
  5070         MOVE WS-NEW-MAX-N TO SUB-MAX-N
  5080     END-IF
  5090     IF WS-CONTACT-REMOVE
  5100         MOVE SPACES TO SUB-CONTACT
  5110     ELSE
  5120         IF WS-NEW-CONTACT NOT = SPACES
  5130             MOVE WS-NEW-CONTACT TO SUB-CONTACT
  5140         END-IF
  5150     END-IF
  5160     IF SUB-DEPT = WS-BEFORE-DEPT
  5170         AND SUB-AUTH-FLAG = WS-BEFORE-AUTH
  5180         AND SUB-MAX-N = WS-BEFORE-MAX-N
  5190         AND SUB-CONTACT = WS-BEFORE-CONTACT
  5200         EXEC CICS UNLOCK DATASET('SUBMAST')
  5210         END-EXEC
  5220         PERFORM 4100-SHOW-ENTRY THRU 4100-EXIT
  5230         MOVE "NOTHING KEYED DIFFERS FROM THE ENTRY ON FILE"
  5240             TO MSGOUT5O
  5250         GO TO 3200-EXIT
  5260     END-IF
  5270
  5280     PERFORM 3700-REWRITE-ENTRY THRU 3700-EXIT
  5290     IF NOT WS-EDIT-OK
  5300         GO TO 3200-EXIT
  5310     END-IF
  5320     MOVE "C" TO SH-ACTION
  5330     PERFORM 4000-WRITE-HISTORY THRU 4000-EXIT
  5340     IF NOT WS-LOG-OK
  5350         GO TO 3200-EXIT
  5360     END-IF
  5370     PERFORM 4100-SHOW-ENTRY THRU 4100-EXIT
  5380     MOVE "CHANGED - BERN100 USES IT FROM ITS NEXT RUN"
  5390         TO MSGOUT5O.
  5400 3200-EXIT.
  5410     EXIT.
  5420
  5430******************************************************************
  5440*    3300-DEACTIVATE-SUBMITTER                                   *
  5450*    AUTHORIZED FLAG TO N.  DEPARTMENT AND CEILING ARE KEPT, SO  *
  5460*    A LATER REINSTATEMENT (C WITH Y) NEEDS ONLY THE FLAG.       *
  5470******************************************************************
  5480 3300-DEACTIVATE-SUBMITTER.
  5490     PERFORM 2400-CHECK-NOT-SELF THRU 2400-EXIT
  5500     IF NOT WS-EDIT-OK
  5510         GO TO 3300-EXIT
  5520     END-IF
  5530     PERFORM 3600-READ-FOR-UPDATE THRU 3600-EXIT
  5540     IF NOT WS-EDIT-OK
  5550         GO TO 3300-EXIT
  5560     END-IF
  5570     IF NOT SUB-AUTHORIZED
  5580         EXEC CICS UNLOCK DATASET('SUBMAST')
  5590         END-EXEC
  5600         PERFORM 4100-SHOW-ENTRY THRU 4100-EXIT
  5610         MOVE "SUBMITTER IS ALREADY DEACTIVATED" TO MSGOUT5O
  5620         GO TO 3300-EXIT
  5630     END-IF
  5640
  5650     MOVE "N" TO SUB-AUTH-FLAG
  5660     PERFORM 3700-REWRITE-ENTRY THRU 3700-EXIT
  5670     IF NOT WS-EDIT-OK
  5680         GO TO 3300-EXIT
  5690     END-IF
  5700     MOVE "D" TO SH-ACTION
  5710     PERFORM 4000-WRITE-HISTORY THRU 4000-EXIT
  5720     IF NOT WS-LOG-OK
  5730         GO TO 3300-EXIT
  5740     END-IF
  5750     PERFORM 4100-SHOW-ENTRY THRU 4100-EXIT
  5760     MOVE "DEACTIVATED - BERN100 WILL REJECT THIS USER"
  5770         TO MSGOUT5O.
  5780 3300-EXIT.
  5790     EXIT.
  5800
  5810******************************************************************
  5820*    3600-READ-FOR-UPDATE                                        *
  5830*    READS THE ENTRY FOR UPDATE ON BEHALF OF CHANGE AND          *
  5840*    DEACTIVATE AND KEEPS THE BEFORE IMAGE.  WS-EDIT-SW "Y"      *
  5850*    MEANS THE RECORD IS HELD.                                   *
  5860******************************************************************
  5870 3600-READ-FOR-UPDATE.
  5880     MOVE "N" TO WS-EDIT-SW
  5890     EXEC CICS READ DATASET('SUBMAST')
  5900         INTO(SUBMITTER-RECORD)
  5910         RIDFLD(WS-KEY)
  5920         KEYLENGTH(8)
  5930         UPDATE
  5940         RESP(WS-RESP)
  5950     END-EXEC
  5960     IF WS-RESP = DFHRESP(NOTFND)
  5970         MOVE "NO SUCH SUBMITTER - USE A TO ADD" TO MSGOUT5O
  5980         GO TO 3600-EXIT
  5990     END-IF
  6000     IF WS-RESP NOT = DFHRESP(NORMAL)
  6010         MOVE "SUBMAST READ FAILED - CALL OPERATIONS" TO MSGOUT5O
  6020         GO TO 3600-EXIT
  6030     END-IF
  6040     MOVE SUB-DEPT TO WS-BEFORE-DEPT
  6050     MOVE SUB-AUTH-FLAG TO WS-BEFORE-AUTH
  6060     MOVE SUB-MAX-N TO WS-BEFORE-MAX-N
  6070     MOVE SUB-CONTACT TO WS-BEFORE-CONTACT
  6080     MOVE "Y" TO WS-EDIT-SW.
  6090 3600-EXIT.
  6100     EXIT.
  6110
  6120******************************************************************
  6130*    3700-REWRITE-ENTRY                                          *
  6140*    REWRITES THE ENTRY 3600 HOLDS.  WS-EDIT-SW "Y" ON SUCCESS.  *
  6150******************************************************************
  6160 3700-REWRITE-ENTRY.
  6170     MOVE "N" TO WS-EDIT-SW
  6180     EXEC CICS REWRITE DATASET('SUBMAST')
  6190         FROM(SUBMITTER-RECORD)
  6200         RESP(WS-RESP)
  6210     END-EXEC
  6220     IF WS-RESP NOT = DFHRESP(NORMAL)
  6230         MOVE "SUBMAST UPDATE FAILED - CALL OPERATIONS"
  6240             TO MSGOUT5O
  6250         GO TO 3700-EXIT
  6260     END-IF
  6270     MOVE "Y" TO WS-EDIT-SW.
  6280 3700-EXIT.
  6290     EXIT.
  6300
  6310******************************************************************
  6320*    4000-WRITE-HISTORY                                          *
  6330*    ONE CPSHS RECORD TO THE BNSH QUEUE: SH-ACTION IS SET BY THE *
  6340*    CALLER, THE BEFORE IMAGE IS IN WS-BEFORE-IMAGE AND THE      *
  6350*    AFTER IMAGE, CONTACT INCLUDED, IS THE ENTRY AS JUST         *
  6360*    WRITTEN.  THE SUBMAST UPDATE HAS ALREADY BEEN DONE; IF THE  *
  6370*    HISTORY CANNOT BE WRITTEN THE UPDATE IS ROLLED BACK SO IT   *
  6380*    NEVER STANDS UNRECORDED.                                    *
  6390******************************************************************
  6400 4000-WRITE-HISTORY.
  6410     MOVE "N" TO WS-LOG-SW
  6420     MOVE WS-KEY TO SH-USERID
  6430     MOVE WS-USERID TO SH-CHG-USER
  6440     MOVE WS-TODAY TO SH-CHG-DATE
  6450     MOVE WS-NOW TO SH-CHG-TIME
  6460     MOVE WS-BEFORE-IMAGE TO SH-BEFORE
  6470     MOVE SUB-DEPT TO SH-AFTER-DEPT
  6480     MOVE SUB-AUTH-FLAG TO SH-AFTER-AUTH
  6490     MOVE SUB-MAX-N TO SH-AFTER-MAX-N
  6500     MOVE SUB-CONTACT TO SH-AFTER-CONTACT
  6510     EXEC CICS WRITEQ TD QUEUE('BNSH')
  6520         FROM(SUBMITTER-HISTORY-RECORD)
  6530         LENGTH(100)
  6540         RESP(WS-RESP)
  6550     END-EXEC
  6560     IF WS-RESP NOT = DFHRESP(NORMAL)
  6570         EXEC CICS SYNCPOINT ROLLBACK
  6580         END-EXEC
  6590         PERFORM 4200-CLEAR-ENTRY-FIELDS THRU 4200-EXIT
  6600         MOVE "HISTORY WRITE FAILED - NOTHING SAVED, CALL OPS"
  6610             TO MSGOUT5O
  6620         GO TO 4000-EXIT
  6630     END-IF
  6640     MOVE WS-USERID TO CHGBY5O
  6650     MOVE WS-TODAY TO WS-STAMP-DATE
  6660     MOVE WS-NOW TO WS-STAMP-TIME
  6670     MOVE WS-STAMP-EDIT TO CHGTS5O
  6680     MOVE "Y" TO WS-LOG-SW.
  6690 4000-EXIT.
  6700     EXIT.
  6710
  6720******************************************************************
  6730*    4100-SHOW-ENTRY                                             *
  6740*    FORMATS THE ENTRY IN SUBMITTER-RECORD INTO THE OUTPUT MAP   *
  6750*    FIELDS.                                                     *
  6760******************************************************************
  6770 4100-SHOW-ENTRY.
  6780     IF SUB-AUTHORIZED
  6790         MOVE "AUTHORIZED" TO STAT5O
  6800     ELSE
  6810         MOVE "DEACTIVATED" TO STAT5O
  6820     END-IF
  6830     MOVE SUB-DEPT TO CDEPT5O
  6840     MOVE SUB-MAX-N TO CMAXN5O
  6850     MOVE SUB-CONTACT TO CCONT5O.
  6860 4100-EXIT.
  6870     EXIT.
  6880
  6890******************************************************************
  6900*    4200-CLEAR-ENTRY-FIELDS                                     *
  6910*    BLANKS THE OUTPUT FIELDS THAT DESCRIBE AN ENTRY, SO A       *
  6920*    FAILED ACTION NEVER LEAVES THE PREVIOUS ONE ON SCREEN.      *
  6930******************************************************************
  6940 4200-CLEAR-ENTRY-FIELDS.
  6950     MOVE SPACES TO STAT5O
  6960     MOVE SPACES TO CDEPT5O
  6970     MOVE SPACES TO CMAXN5O
  6980     MOVE SPACES TO CCONT5O
  6990     MOVE SPACES TO CHGBY5O
  7000     MOVE SPACES TO CHGTS5O.
  7010 4200-EXIT.
  7020     EXIT.
  7030
  7040******************************************************************
  7050*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  7060******************************************************************
  7070 9999-EXIT.
  7080     GOBACK.
