   230*    ENOUGH FOR EVERY N THE TABLE SUPPORTS.  AU-CHECKSUM-2 IS THE
   231*    SAME SHAPE, COVERING EUL-NUMS INSTEAD OF NUM -- IT IS ONLY
   232*    POPULATED ON A MODE E RUN; IT STAYS ZERO ON A MODE B RUN,
   233*    WHICH NEVER BUILDS A EUL-NUMS TABLE TO CHECKSUM.  ON A
   234*    MODE F RUN IT COVERS THE FAULHABER COEFFICIENTS THE RUN
   235*    ARCHIVED TO FAULOUT INSTEAD (SEE CPFAUL).
   240 01  AUDIT-RECORD.
   250     02  AU-RUN-DATE         PIC X(08).
   260     02  FILLER              PIC X(02) VALUE SPACES.
   270     02  AU-RUN-TIME         PIC X(06).
   280     02  FILLER              PIC X(02) VALUE SPACES.
   290     02  AU-SUBMITTER        PIC X(08).
   291*    ON THE CARRY-FORWARD RECORD, THE RECORDS ARCHIVED.
   292     02  AU-CF-AUDIT-COUNT REDEFINES AU-SUBMITTER
   293                             PIC 9(08).
   300     02  FILLER              PIC X(02) VALUE SPACES.
   310     02  AU-N                PIC 9(04).
   311*    ON THE CARRY-FORWARD RECORD, THE YEAR ROLLED.
   312     02  AU-CF-YEAR REDEFINES AU-N
   313                             PIC 9(04).
   320     02  FILLER              PIC X(02) VALUE SPACES.
   330     02  AU-MODE             PIC X(01).
   331         88  AU-CARRY-FORWARD        VALUE "*".
   332         88  AU-RESTORE              VALUE "R".
   333         88  AU-NOT-A-RUN            VALUE "*" "R".
   340     02  FILLER              PIC X(02) VALUE SPACES.
   350     02  AU-CHECKSUM         PIC S9(18)V9(06)
   360                             SIGN LEADING SEPARATE.
   390*    RERUN OR A SECOND SAME-DAY EXECUTION NO LONGER MAKES
   392*    "NEWEST RECORD" AMBIGUOUS DOWNSTREAM.
   394     02  AU-RUN-ID           PIC X(14).
   395*    ON THE CARRY-FORWARD RECORD, ITS SEAL.
   396     02  AU-CF-SEAL REDEFINES AU-RUN-ID
   397                             PIC 9(09).
   398     02  FILLER              PIC X(02) VALUE SPACES.
   400*    AU-SEQ AND AU-HASH MAKE THE LOG TAMPER-EVIDENT: AU-SEQ
   402*    RUNS 1, 2, 3, ... ACROSS THE WHOLE LIFE OF THE DATASET,
   434     02  FILLER              PIC X(02) VALUE SPACES.
   436     02  AU-HASH             PIC 9(09).
   438     02  FILLER              PIC X(05) VALUE SPACES.
   440*
   442*    YEAR-END CARRY-FORWARD RECORD.  BERN145 MOVES A FINISHED
   444*    YEAR'S RECORDS TO A DATED ARCHIVE AND STARTS THE NEW ACTIVE
   446*    LOG WITH ONE CARRY-FORWARD RECORD, AU-MODE "*" (88
   448*    AU-CARRY-FORWARD), SO THE CHAIN SURVIVES THE CUT:
   450*      AU-SEQ, AU-HASH    THE LAST ARCHIVED RECORD'S, SO THE
   452*                         FIRST RECORD AFTER IT STILL CHAINS
   454*                         (ZERO WHEN NO ARCHIVED RECORD WAS
   456*                         CHAINED -- THE CHAIN THEN STARTS AT 1)
   458*      AU-RUN-DATE/TIME   WHEN THE ROLL RAN
   460*      AU-CF-AUDIT-COUNT  RECORDS ARCHIVED, NOT COUNTING AN
   462*                         EARLIER CARRY-FORWARD RECORD
   464*      AU-CF-YEAR         THE YEAR ROLLED
   466*      AU-CHECKSUM(-2)    SUMS OF THE ARCHIVED RECORDS' CONTROL
   467*                         TOTALS, LEAVING OUT RESTORE RECORDS
   468*                         (THEIRS REPEAT THE RESTORED RUN'S),
   469*                         ALL NINES ONCE A SUM OVERFLOWS
   470*      AU-REQ             ZERO
   472*      AU-CF-SEAL         SEAL OVER THE FIELDS ABOVE
   474*    THE SEAL IS THE AU-HASH FOLD, SEEDED WITH THE CARRIED
   476*    AU-HASH, OVER AU-SEQ, ROLL DATE, ROLL TIME, AU-CF-YEAR,
   478*    AU-CF-AUDIT-COUNT AND THE TWO CHECKSUM TOTALS (EACH FOLDED
   480*    AS A CHECKSUM IS ABOVE), IN THAT ORDER.  WRITER (BERN145
   482*    5100-COMPUTE-SEAL) AND VERIFIER (BERN140 3500-COMPUTE-SEAL)
   484*    MUST STAY IN STEP.  THE RECORD IS ONLY VALID AS THE FIRST
   486*    RECORD OF A LOG; THE NEXT ROLL CARRIES IT TO THE HEAD OF
   488*    THAT YEAR'S ARCHIVE, SO EVERY ARCHIVE VERIFIES ON ITS OWN.
   490*    PROGRAMS THAT REPORT ON RUNS SKIP IT.
   492*
   494*    KEYED-STORE RESTORE RECORD.  BERN115 RELOADS NUMVSAM AND
   496*    FACVSAM FROM ONE EARLIER RUN'S ARCHIVES AND, ONCE THE RELOAD
   498*    HAS VERIFIED AGAINST THAT RUN'S OWN AUDIT RECORDS, APPENDS
   500*    ONE RECORD WITH AU-MODE "R" (88 AU-RESTORE), CHAINED LIKE
   502*    ANY OTHER:
   504*      AU-RUN-DATE/TIME   WHEN THE RESTORE RAN
   506*      AU-SUBMITTER       WHO ASKED FOR IT (OFF THE RESTORE CARD)
   508*      AU-N               HIGHEST B INDEX RELOADED
   510*      AU-CHECKSUM(-2)    TOTALS OF THE B AND G TABLES AS READ
   512*                         BACK FROM THE RELOADED STORE
   514*      AU-REQ             THE RUN'S REQUESTS VERIFIED
   516*      AU-RUN-ID          THE RUN RESTORED -- NOT A NEW RUN
   518*    BERN120 LISTS RESTORES IN A SECTION OF THEIR OWN.  88
   520*    AU-NOT-A-RUN COVERS THIS AND THE CARRY-FORWARD RECORD; THE
   522*    PROGRAMS THAT REPORT ON RUNS SKIP BOTH.
