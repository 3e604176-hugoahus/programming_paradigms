   100******************************************************************
   110*    CPSHS     -  SUBMITTER AUTHORIZATION HISTORY RECORD         *
   120*                                                                *
   130*    ONE RECORD PER ADD, CHANGE OR DEACTIVATION OF A SUBMAST     *
   140*    ENTRY AT THE BN70 SCREEN (BERN240), WRITTEN TO THE BNSH     *
   150*    EXTRAPARTITION TD QUEUE (DATASET ACTUAR.BERN100.SUBHIST).   *
   160*    SH-CHG-USER IS THE SIGNED-ON USER WHO MADE THE CHANGE AND   *
   170*    SH-USERID THE SUBMITTER IT WAS MADE TO; THE BEFORE AND      *
   180*    AFTER IMAGES CARRY THE THREE FIELDS BERN100 ACTS ON, SO     *
   190*    "WHO GRANTED WHAT, AND WHEN" IS ANSWERED FROM THIS FILE     *
   200*    ALONE.  AN ADD HAS A BLANK BEFORE IMAGE.  THE CEILINGS ARE  *
   210*    CARRIED AS CHARACTERS FOR THAT REASON.  BERN195 READS THE   *
   220*    FILE FOR THE QUARTERLY RECERTIFICATION REPORT.              *
   230******************************************************************
   240 01  SUBMITTER-HISTORY-RECORD.
   250     02  SH-USERID           PIC X(08).
   260     02  SH-ACTION           PIC X(01).
   270         88  SH-ADD                  VALUE "A".
   280         88  SH-CHANGE               VALUE "C".
   290         88  SH-DEACTIVATE           VALUE "D".
   300     02  SH-CHG-USER         PIC X(08).
   310     02  SH-CHG-DATE         PIC X(08).
   320     02  SH-CHG-TIME         PIC X(06).
   330     02  SH-BEFORE.
   340         03  SH-BEFORE-DEPT  PIC X(04).
   350         03  SH-BEFORE-AUTH  PIC X(01).
   360         03  SH-BEFORE-MAX-N PIC X(04).
   370     02  SH-AFTER.
   380         03  SH-AFTER-DEPT   PIC X(04).
   390         03  SH-AFTER-AUTH   PIC X(01).
   400         03  SH-AFTER-MAX-N  PIC X(04).
   401*    THE MAIL CONTACT AS IT STANDS AFTER THE ACTION (SEE
   402*    SUB-CONTACT IN CPSUB).  NOT AN AUTHORIZATION, SO THERE IS
   403*    NO BEFORE IMAGE -- THE PREVIOUS RECORD FOR THE SUBMITTER
   404*    HOLDS IT -- BUT A CHANGE THAT ONLY REDIRECTS THE NOTICES
   405*    IS STILL A CHANGE RECORD, WITH EQUAL BEFORE AND AFTER
   406*    IMAGES.  BLANK ON RECORDS WRITTEN BEFORE THE FIELD CAME.
   407     02  SH-AFTER-CONTACT    PIC X(40).
   410     02  FILLER              PIC X(11).
