   580*                   RESEQUENCED.                                *
   590*  09/02/2026  HLW  SHOW THE ANALYST'S OWN REJECTS (BNRJ        *
   600*                   QUEUE, SEE CPREJ) UNDER THE AUDIT ENTRIES.  *
   610*  10/15/2026  HLW  PASS OVER THE YEAR-END CARRY-FORWARD RECORD *
   620*                   (SEE CPAUD) ON THE BNAU QUEUE -- IT IS NOT  *
   630*                   A RUN.                                      *
   640*                   RESEQUENCED.                                *
   650*  10/15/2026  HLW  ALSO PASS OVER THE KEYED-STORE RESTORE      *
   660*                   RECORD BERN115 WRITES (SEE CPAUD) ON THE    *
   670*                   BNAU QUEUE -- IT IS NOT A RUN EITHER.       *
   680*                   RESEQUENCED.                                *
   690*  10/15/2026  HLW  ACCEPT MODE F (FAULHABER POWER SUMS)        *
   700*                   ALONGSIDE B AND E.                          *
   710*                   RESEQUENCED.                                *
   720******************************************************************
   730
   740 ENVIRONMENT DIVISION.
   750
   760 DATA DIVISION.
   770 WORKING-STORAGE SECTION.
   780*    COMMAREA PASSED BACK TO THIS TASK ON RETURN -- ITS ONLY JOB
   790*    IS TO MAKE EIBCALEN NONZERO ON REENTRY, SAME AS BERN200.
   800 01  WS-COMMAREA           PIC X(01).
   810
   820*    THE REQUEST CARD IMAGE EXACTLY AS BERN100 READS IT OFF THE
   830*    CTLCARD DECK -- SAME COPYBOOK, SO THE TWO SIDES CANNOT
   840*    DRIFT APART.
   850     COPY CPCTL.
   860
   870*    ONE AUDIT-LOG RECORD AS READ BACK OFF THE BNAU QUEUE --
   880*    SAME COPYBOOK THE BATCH SIDE WRITES WITH.  THE REDEFINES
   890*    CARVES OFF THE DISPLAYABLE HEAD OF THE RECORD (DATE, TIME,
   900*    SUBMITTER, N, MODE AND THE START OF THE CONTROL TOTAL) FOR
   910*    THE 70-COLUMN MAP FIELDS.
   920     COPY CPAUD.
   930 01  WS-AUD-IMAGE REDEFINES AUDIT-RECORD.
   940     02  WS-AUD-HEAD         PIC X(70).
   950     02  FILLER              PIC X(67).
   960
   970*    RING OF THE LAST FEW AUDIT ENTRIES, NEWEST LAST, FORMATTED
   980*    FOR THE AUD1-AUD4 MAP FIELDS.
   990 01  WS-AUD-RING.
  1000     02  WS-AUD-LINE         PIC X(70) OCCURS 4 TIMES.
  1010 01  WS-AUD-COUNT            PIC S9(4) USAGE BINARY VALUE 0.
  1020 01  WS-AUD-I                PIC S9(4) USAGE BINARY VALUE 0.
  1030 01  WS-AUD-LEN              PIC S9(4) USAGE BINARY VALUE 137.
  1040
  1050*    ONE REJECT RECORD AS READ OFF THE BNRJ QUEUE -- SAME
  1060*    COPYBOOK THE BATCH SIDE WRITES WITH (CPREJ).
  1070     COPY CPREJ.
  1080
  1090*    RING OF THE LAST TWO REJECTS FOR THE REJ1/REJ2 MAP FIELDS,
  1100*    NEWEST LAST, FILTERED TO THE KEYED SUBMITTER WHEN ONE IS
  1110*    ON THE SCREEN.
  1120 01  WS-REJ-RING.
  1130     02  WS-REJ-LINE         PIC X(70) OCCURS 2 TIMES.
  1140 01  WS-REJ-COUNT            PIC S9(4) USAGE BINARY VALUE 0.
  1150 01  WS-REJ-LEN              PIC S9(4) USAGE BINARY VALUE 125.
  1160 01  WS-REJ-RESP             PIC S9(08) USAGE BINARY VALUE 0.
  1170 01  WS-REJ-FILTER           PIC X(08) VALUE SPACES.
  1180
  1190*    DISPLAY SHAPE FOR ONE REJECT LINE -- TIMESTAMP, SPELLED-OUT
  1200*    REASON AND THE HEAD OF THE CARD IMAGE.
  1210 01  WS-REJ-EDIT.
  1220     02  WS-REJ-EDIT-DATE    PIC X(08).
  1230     02  FILLER              PIC X(01) VALUE SPACE.
  1240     02  WS-REJ-EDIT-TIME    PIC X(06).
  1250     02  FILLER              PIC X(01) VALUE SPACE.
  1260     02  WS-REJ-EDIT-REASON  PIC X(24).
  1270     02  FILLER              PIC X(01) VALUE SPACE.
  1280     02  WS-REJ-EDIT-CARD    PIC X(13).
  1290     02  FILLER              PIC X(16) VALUE SPACES.
  1300
  1310*    N AS KEYED, AND THE SAME CEILING 1200-VALIDATE-N ENFORCES
  1320*    IN THE BATCH PROGRAM (BN-MAX-N THERE).
  1330 01  WS-N                    PIC S9(04) USAGE BINARY VALUE 0.
  1340 01  WS-MAX-N                PIC S9(04) USAGE BINARY VALUE 200.
  1350
  1360 01  WS-MODE                 PIC X(01) VALUE "B".
  1370 01  WS-RESP                 PIC S9(08) USAGE BINARY VALUE 0.
  1380
  1390*    STANDARD CICS-SUPPLIED COPYBOOKS -- ATTENTION-ID VALUES AND
  1400*    BMS ATTRIBUTE-BYTE CONSTANTS.
  1410     COPY DFHAID.
  1420     COPY DFHBMSCA.
  1430
  1440*    SYMBOLIC MAP FOR BERNMP2, MAPSET BERNSET.
  1450     COPY BERNMP2.
  1460
  1470 PROCEDURE DIVISION.
  1480
  1490 0000-MAINLINE.
  1500     IF EIBCALEN = 0
  1510         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
  1520     ELSE
  1530         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
  1540     END-IF
  1550     GO TO 9999-EXIT.
  1560
  1570******************************************************************
  1580*    1000-SEND-INITIAL-MAP                                      *
  1590*    FIRST ENTRY INTO BN30 (EIBCALEN = 0) -- SEND A BLANK MAP    *
  1600*    WITH THE CURRENT RUN HISTORY ALREADY FILLED IN, AND         *
  1610*    RETURN, PASSING BACK A COMMAREA SO THE NEXT ENTRY TAKES     *
  1620*    THE REENTRY BRANCH.                                         *
  1630******************************************************************
  1640 1000-SEND-INITIAL-MAP.
  1650*    NO MAP HAS BEEN RECEIVED YET, SO THE INPUT AREA IS RAW
  1660*    WORKING STORAGE -- CLEAR IT BEFORE ANYTHING (LIKE THE
  1670*    REJECT FILTER) LOOKS AT THE SUBMITTER FIELDS.
  1680     MOVE LOW-VALUES TO BERNMP2I
  1690     MOVE SPACES TO MSGOUT2O
  1700     PERFORM 3000-SHOW-RUN-HISTORY THRU 3000-EXIT
  1710     PERFORM 4000-SHOW-REJECTS THRU 4000-EXIT
  1720     EXEC CICS SEND MAP('BERNMP2')
  1730         MAPSET('BERNSET')
  1740         ERASE
  1750     END-EXEC
  1760     EXEC CICS RETURN TRANSID('BN30')
  1770         COMMAREA(WS-COMMAREA)
  1780         LENGTH(1)
  1790     END-EXEC.
  1800 1000-EXIT.
  1810     EXIT.
  1820
  1830******************************************************************
  1840*    2000-PROCESS-REQUEST                                       *
  1850*    REENTRY -- PF3 ENDS THE CONVERSATION; ENTER VALIDATES THE   *
  1860*    KEYED FIELDS, QUEUES THE CARD IMAGE, AND RE-SENDS THE MAP   *
  1870*    WITH THE RESULT AND THE LATEST RUN HISTORY.                 *
  1880******************************************************************
  1890 2000-PROCESS-REQUEST.
  1900     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
  1910         EXEC CICS SEND TEXT
  1920             FROM('BERN210 - REQUEST SCREEN ENDED')
  1930             LENGTH(30)
  1940             ERASE
  1950             FREEKB
  1960         END-EXEC
  1970         EXEC CICS RETURN
  1980         END-EXEC
  1990     END-IF
  2000
  2010     EXEC CICS RECEIVE MAP('BERNMP2')
  2020         MAPSET('BERNSET')
  2030         INTO(BERNMP2I)
  2040         RESP(WS-RESP)
  2050     END-EXEC
  2060
  2070     MOVE SPACES TO MSGOUT2O
  2080     IF WS-RESP NOT = DFHRESP(NORMAL)
  2090         MOVE "MAP RECEIVE FAILED, RE-KEY THE REQUEST"
  2100             TO MSGOUT2O
  2110     ELSE
  2120         PERFORM 2100-EDIT-AND-QUEUE THRU 2100-EXIT
  2130     END-IF
  2140
  2150     PERFORM 3000-SHOW-RUN-HISTORY THRU 3000-EXIT
  2160     PERFORM 4000-SHOW-REJECTS THRU 4000-EXIT
  2170     EXEC CICS SEND MAP('BERNMP2')
  2180         MAPSET('BERNSET')
  2190         DATAONLY
  2200         CURSOR
  2210     END-EXEC
  2220     EXEC CICS RETURN TRANSID('BN30')
  2230         COMMAREA(WS-COMMAREA)
  2240         LENGTH(1)
  2250     END-EXEC.
  2260 2000-EXIT.
  2270     EXIT.
  2280
  2290******************************************************************
  2300*    2100-EDIT-AND-QUEUE                                        *
  2310*    FIELD EDITS MIRROR WHAT THE BATCH SIDE ENFORCES: N MUST BE  *
  2320*    NUMERIC AND 0 THRU 200 (1200-VALIDATE-N), MODE B, E OR F    *
  2330*    (BLANK DEFAULTS TO B, AS ON THE CARD), SUBMITTER REQUIRED   *
  2340*    -- THE SUBMAST AUTHORIZATION CHECK ITSELF STAYS IN BERN100  *
  2350*    SO THERE IS EXACTLY ONE PLACE A REQUEST CAN BE REFUSED ON   *
  2360*    ENTITLEMENT GROUNDS.  A CLEAN REQUEST GOES TO THE BNRQ      *
  2370*    QUEUE AS A CPCTL CARD IMAGE.                                *
  2380******************************************************************
  2390 2100-EDIT-AND-QUEUE.
  2400     IF NINL = 0 OR NINI = SPACES
  2410         MOVE "ENTER N (0-200)" TO MSGOUT2O
  2420         GO TO 2100-EXIT
  2430     END-IF
  2440     IF NINI IS NOT NUMERIC
  2450         MOVE "N MUST BE NUMERIC" TO MSGOUT2O
  2460         GO TO 2100-EXIT
  2470     END-IF
  2480     MOVE NINI TO WS-N
  2490     IF WS-N < 0 OR WS-N > WS-MAX-N
  2500         MOVE "N IS OUT OF RANGE, MUST BE 0 THRU 200"
  2510             TO MSGOUT2O
  2520         GO TO 2100-EXIT
  2530     END-IF
  2540
  2550     MOVE "B" TO WS-MODE
  2560     IF MODEINL > 0 AND MODEINI NOT = SPACE
  2570         MOVE MODEINI TO WS-MODE
  2580     END-IF
  2590     IF WS-MODE NOT = "B" AND WS-MODE NOT = "E"
  2600         AND WS-MODE NOT = "F"
  2610         MOVE "MODE MUST BE B, E OR F (BLANK = B)" TO MSGOUT2O
  2620         GO TO 2100-EXIT
  2630     END-IF
  2640
  2650     IF SUBMINL = 0 OR SUBMINI = SPACES
  2660         MOVE "ENTER YOUR SUBMITTER ID" TO MSGOUT2O
  2670         GO TO 2100-EXIT
  2680     END-IF
  2690
  2700     MOVE SPACES TO CONTROL-CARD
  2710     MOVE WS-N TO CC-N
  2720     MOVE WS-MODE TO CC-MODE
  2730     MOVE SUBMINI TO CC-SUBMITTER
  2740     EXEC CICS WRITEQ TD QUEUE('BNRQ')
  2750         FROM(CONTROL-CARD)
  2760         LENGTH(80)
  2770         RESP(WS-RESP)
  2780     END-EXEC
  2790     IF WS-RESP NOT = DFHRESP(NORMAL)
  2800         MOVE "REQUEST QUEUE WRITE FAILED - CALL OPERATIONS"
  2810             TO MSGOUT2O
  2820         GO TO 2100-EXIT
  2830     END-IF
  2840     MOVE "REQUEST QUEUED - RUNS IN THE NEXT BATCH WINDOW"
  2850         TO MSGOUT2O.
  2860 2100-EXIT.
  2870     EXIT.
  2880
  2890******************************************************************
  2900*    3000-SHOW-RUN-HISTORY                                      *
  2910*    READS THE BNAU EXTRAPARTITION QUEUE (THE AUDITLOG DATASET)  *
  2920*    FORWARD, KEEPING THE LAST FOUR ENTRIES IN A RING, NEWEST    *
  2930*    LAST, AND MOVES THEM TO THE AUD1-AUD4 MAP FIELDS.  QZERO    *
  2940*    ON THE VERY FIRST READ MEANS THE REGION CURSOR IS ALREADY   *
  2950*    AT END-OF-FILE FROM AN EARLIER PASS -- THE RING FROM THAT   *
  2960*    PASS IS GONE WITH THE TASK, SO SAY SO RATHER THAN SHOWING   *
  2970*    AN EMPTY LIST AS IF NO RUN EVER HAPPENED.                   *
  2980******************************************************************
  2990 3000-SHOW-RUN-HISTORY.
  3000     MOVE 0 TO WS-AUD-COUNT
  3010     PERFORM VARYING WS-AUD-I FROM 1 BY 1 UNTIL WS-AUD-I > 4
  3020         MOVE SPACES TO WS-AUD-LINE(WS-AUD-I)
  3030     END-PERFORM
  3040
  3050     PERFORM 3100-READ-ONE-AUDIT THRU 3100-EXIT
  3060     IF WS-AUD-COUNT = 0
  3070         MOVE "NO ENTRIES READABLE - LOG EMPTY, OR ALREADY "
  3080             TO AUD1O
  3090         MOVE "READ (ASK OPS TO REOPEN THE BNAU QUEUE)"
  3100             TO AUD2O
  3110         MOVE SPACES TO AUD3O
  3120         MOVE SPACES TO AUD4O
  3130         GO TO 3000-EXIT
  3140     END-IF
  3150
  3160     PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
  3170         PERFORM 3100-READ-ONE-AUDIT THRU 3100-EXIT
  3180     END-PERFORM
  3190
  3200     MOVE WS-AUD-LINE(1) TO AUD1O
  3210     MOVE WS-AUD-LINE(2) TO AUD2O
  3220     MOVE WS-AUD-LINE(3) TO AUD3O
  3230     MOVE WS-AUD-LINE(4) TO AUD4O.
  3240 3000-EXIT.
  3250     EXIT.
  3260
  3270******************************************************************
  3280*    3100-READ-ONE-AUDIT                                        *
  3290*    ONE RECORD OFF THE BNAU QUEUE INTO THE RING.  ANYTHING      *
  3300*    OTHER THAN NORMAL (QZERO AT END-OF-QUEUE, OR AN OPS         *
  3310*    PROBLEM) JUST STOPS THE LOOP -- WS-RESP CARRIES THE         *
  3320*    VERDICT BACK TO 3000.                                       *
  3330******************************************************************
  3340 3100-READ-ONE-AUDIT.
  3350     MOVE 137 TO WS-AUD-LEN
  3360     EXEC CICS READQ TD QUEUE('BNAU')
  3370         INTO(AUDIT-RECORD)
  3380         LENGTH(WS-AUD-LEN)
  3390         RESP(WS-RESP)
  3400     END-EXEC
  3410     IF WS-RESP NOT = DFHRESP(NORMAL)
  3420         GO TO 3100-EXIT
  3430     END-IF
  3440*    THE YEAR-END CARRY-FORWARD AND KEYED-STORE RESTORE
  3450*    RECORDS (SEE CPAUD) ARE NOT RUNS -- PASS OVER THEM TO THE
  3460*    NEXT ENTRY.
  3470     IF AU-NOT-A-RUN
  3480         GO TO 3100-READ-ONE-AUDIT
  3490     END-IF
  3500     ADD 1 TO WS-AUD-COUNT
  3510*    SLIDE THE RING UP AND PUT THE NEWEST ENTRY LAST.
  3520     MOVE WS-AUD-LINE(2) TO WS-AUD-LINE(1)
  3530     MOVE WS-AUD-LINE(3) TO WS-AUD-LINE(2)
  3540     MOVE WS-AUD-LINE(4) TO WS-AUD-LINE(3)
  3550     MOVE WS-AUD-HEAD TO WS-AUD-LINE(4).
  3560 3100-EXIT.
  3570     EXIT.
  3580
  3590******************************************************************
  3600*    4000-SHOW-REJECTS                                         *
  3610*    READS THE BNRJ EXTRAPARTITION QUEUE (THE REJECTS DATASET) *
  3620*    FORWARD, KEEPING THE LAST TWO ENTRIES FOR THE SUBMITTER   *
  3630*    ON THE SCREEN (OR THE LAST TWO OVERALL WHEN NO SUBMITTER  *
  3640*    IS KEYED), NEWEST LAST, AND MOVES THEM TO THE REJ1/REJ2   *
  3650*    MAP FIELDS.  SAME REGION-CURSOR CAVEAT AS THE BNAU READ   *
  3660*    IN 3000-SHOW-RUN-HISTORY.                                 *
  3670******************************************************************
  3680 4000-SHOW-REJECTS.
  3690     MOVE 0 TO WS-REJ-COUNT
  3700     MOVE SPACES TO WS-REJ-LINE(1)
  3710     MOVE SPACES TO WS-REJ-LINE(2)
  3720     MOVE SPACES TO WS-REJ-FILTER
  3730     IF SUBMINL > 0 AND SUBMINI NOT = SPACES
  3740         MOVE SUBMINI TO WS-REJ-FILTER
  3750     END-IF
  3760
  3770     PERFORM 4100-READ-ONE-REJECT THRU 4100-EXIT
  3780     PERFORM UNTIL WS-REJ-RESP NOT = DFHRESP(NORMAL)
  3790         PERFORM 4100-READ-ONE-REJECT THRU 4100-EXIT
  3800     END-PERFORM
  3810
  3820     IF WS-REJ-COUNT = 0
  3830         MOVE "NO REJECTS READABLE - NONE ON FILE, OR QUEUE "
  3840             TO REJ1O
  3850         MOVE "ALREADY READ (ASK OPS TO REOPEN BNRJ)"
  3860             TO REJ2O
  3870         GO TO 4000-EXIT
  3880     END-IF
  3890
  3900     MOVE WS-REJ-LINE(1) TO REJ1O
  3910     MOVE WS-REJ-LINE(2) TO REJ2O.
  3920 4000-EXIT.
  3930     EXIT.
  3940
  3950******************************************************************
  3960*    4100-READ-ONE-REJECT                                      *
  3970*    ONE RECORD OFF THE BNRJ QUEUE INTO THE RING -- RECORDS     *
  3980*    FOR OTHER SUBMITTERS ARE PASSED OVER WHEN A SUBMITTER IS  *
  3990*    KEYED.  ANYTHING OTHER THAN NORMAL STOPS THE LOOP, SAME   *
  4000*    AS 3100-READ-ONE-AUDIT.                                   *
  4010******************************************************************
  4020 4100-READ-ONE-REJECT.
  4030     MOVE 125 TO WS-REJ-LEN
  4040     EXEC CICS READQ TD QUEUE('BNRJ')
  4050         INTO(REJECT-RECORD)
  4060         LENGTH(WS-REJ-LEN)
  4070         RESP(WS-REJ-RESP)
  4080     END-EXEC
  4090     IF WS-REJ-RESP NOT = DFHRESP(NORMAL)
  4100         GO TO 4100-EXIT
  4110     END-IF
  4120     IF WS-REJ-FILTER NOT = SPACES
  4130         AND RJ-CARD-SUBM NOT = WS-REJ-FILTER
  4140         GO TO 4100-EXIT
  4150     END-IF
  4160     ADD 1 TO WS-REJ-COUNT
  4170     MOVE RJ-RUN-DATE TO WS-REJ-EDIT-DATE
  4180     MOVE RJ-RUN-TIME TO WS-REJ-EDIT-TIME
  4190     EVALUATE TRUE
  4200         WHEN RJ-UNKNOWN-SUBMITTER
  4210             MOVE "SUBMITTER NOT ON MASTER" TO WS-REJ-EDIT-REASON
  4220         WHEN RJ-NOT-AUTHORIZED
  4230             MOVE "SUBMITTER NOT AUTHORIZED"
  4240                 TO WS-REJ-EDIT-REASON
  4250         WHEN RJ-OVER-CEILING
  4260             MOVE "N OVER AUTHORIZED LIMIT"
  4270                 TO WS-REJ-EDIT-REASON
  4280         WHEN RJ-N-OUT-OF-RANGE
  4290             MOVE "N OUT OF TABLE RANGE" TO WS-REJ-EDIT-REASON
  4300         WHEN RJ-MASTER-READ-ERROR
  4310             MOVE "AUTH MASTER READ ERROR" TO WS-REJ-EDIT-REASON
  4320         WHEN RJ-DECK-FULL
  4330             MOVE "DECK EXCEEDS REQ TABLE" TO WS-REJ-EDIT-REASON
  4340         WHEN OTHER
  4350             MOVE "UNRECOGNIZED REASON" TO WS-REJ-EDIT-REASON
  4360     END-EVALUATE
  4370     MOVE RJ-CARD TO WS-REJ-EDIT-CARD
  4380*    SLIDE THE TWO-DEEP RING UP AND PUT THE NEWEST ENTRY LAST.
  4390     MOVE WS-REJ-LINE(2) TO WS-REJ-LINE(1)
  4400     MOVE WS-REJ-EDIT TO WS-REJ-LINE(2).
  4410 4100-EXIT.
  4420     EXIT.
  4430
  4440
  4450******************************************************************
  4460*    9999-EXIT - COMMON PROGRAM TERMINATION POINT.              *
  4470******************************************************************
  4480 9999-EXIT.
  4490     GOBACK.
  4500
  4510
  4520
  4530
  4540
