   160*    A REQUEST ABOVE THE SUBMITTER'S AUTHORIZED CEILING, IS     *
   170*    REJECTED WITH RC 12, SO AU-SUBMITTER ON THE AUDIT LOG IS   *
   180*    AN ACCOUNTABILITY TRAIL RATHER THAN FREE TEXT.  LOADED     *
   190*    BY THE SUBLOAD JOB, WHICH REPROS 80-COLUMN CARD IMAGES     *
   200*    STRAIGHT INTO THE CLUSTER -- HENCE THE FULL CARD-WIDTH     *
   210*    RECORD, SAME AS CPCTL -- AND MAINTAINED ONE ENTRY AT A     *
   211*    TIME ON THE BN70 SCREEN (BERN240), WHICH WRITES A CPSHS    *
   212*    HISTORY RECORD FOR EVERY CHANGE.                           *
   220******************************************************************
   230 01  SUBMITTER-RECORD.
   240     02  SUB-USERID          PIC X(08).
   290         88  SUB-AUTHORIZED          VALUE "Y".
   300     02  FILLER              PIC X(02) VALUE SPACES.
   310     02  SUB-MAX-N           PIC 9(04).
   320     02  FILLER              PIC X(02) VALUE SPACES.
   321*    MAIL ADDRESS BERN125 SENDS THE SUBMITTER'S COMPLETION
   322*    NOTICE TO AFTER EACH BERN100J RUN (SEE CPNTF).  BLANK MEANS
   323*    NO NOTICE -- BERN125 LISTS THE SUBMITTER AS UNDELIVERABLE.
   324*    NOT AN AUTHORIZATION: BERN100 NEVER LOOKS AT IT.
   325     02  SUB-CONTACT         PIC X(40).
   326     02  FILLER              PIC X(15) VALUE SPACES.
   330
