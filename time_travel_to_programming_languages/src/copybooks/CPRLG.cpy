   100******************************************************************
   110*    CPRLG     -  RATE-MASTER CHANGE LOG RECORD                  *
   120*                                                                *
   130*    ONE 100-BYTE RECORD PER EVENT IN THE LIFE OF A RATE-MASTER  *
   140*    CHANGE: SUBMITTED BY THE MAKER, THEN APPROVED OR REJECTED   *
   150*    BY A SECOND USER.  WRITTEN BY BERN230 (TRANSACTION BN60)    *
   160*    TO THE BNRL EXTRAPARTITION TD QUEUE, WHICH IS THE           *
   170*    ACTUAR.BERN300.RATELOG DATASET, AND PRINTED BY BERN330'S    *
   180*    DAILY RATE-CHANGE REPORT.  THE BEFORE AND AFTER IMAGES ARE  *
   190*    THE PRICED PART OF THE LINE (STATUS, RATE, END DATE) -- THE *
   200*    KEY IS CARRIED ONCE.  ON A SUBMIT THE CHECKER FIELDS ARE    *
   210*    BLANK AND THE AFTER IMAGE IS WHAT THE LINE WILL BECOME IF   *
   220*    APPROVED; ON AN APPROVAL IT IS WHAT THE LINE NOW IS; ON A   *
   230*    REJECT IT IS THE UNCHANGED BEFORE IMAGE (OR BLANK FOR A     *
   240*    REJECTED NEW LINE, WHICH IS REMOVED).                       *
   250******************************************************************
   260 01  RATE-LOG-RECORD.
   270     02  RL-EVENT            PIC X(01).
   280         88  RL-SUBMITTED            VALUE "S".
   290         88  RL-APPROVED             VALUE "A".
   300         88  RL-REJECTED             VALUE "R".
   310     02  RL-ACTION           PIC X(01).
   320         88  RL-ADD                  VALUE "A".
   330         88  RL-CHANGE               VALUE "C".
   340         88  RL-END-DATE             VALUE "E".
   350     02  RL-KEY.
   360         03  RL-TERM         PIC 9(03).
   370         03  RL-FREQ         PIC 9(02).
   380         03  RL-DUE          PIC X(01).
   390         03  RL-EFF-DATE     PIC 9(08).
   400     02  RL-MAKER            PIC X(08).
   410     02  RL-MAKE-DATE        PIC X(08).
   420     02  RL-MAKE-TIME        PIC X(06).
   430     02  RL-CHECKER          PIC X(08).
   440     02  RL-CHECK-DATE       PIC X(08).
   450     02  RL-CHECK-TIME       PIC X(06).
   460     02  RL-BEFORE.
   470         03  RL-BEFORE-STATUS PIC X(01).
   480         03  RL-BEFORE-RATE  PIC X(06).
   490         03  RL-BEFORE-END   PIC X(08).
   500     02  RL-AFTER.
   510         03  RL-AFTER-STATUS PIC X(01).
   520         03  RL-AFTER-RATE   PIC X(06).
   530         03  RL-AFTER-END    PIC X(08).
   540     02  FILLER              PIC X(10).
