   100******************************************************************
   110*    CPMORT    -  MORTALITY TABLE RECORD FOR BERN310             *
   120*                                                                *
   130*    ONE 80-COLUMN RECORD PER AGE OF A MORTALITY TABLE: THE      *
   140*    PUBLISHED TABLE ID (E.G. "AM92", "PMA08"), THE DATE THE     *
   150*    VALUATION ACTUARY ADOPTED THAT VERSION (YYYYMMDD), THE SEX  *
   160*    ("M", "F" OR "U" FOR A UNISEX TABLE), THE AGE AND THE       *
   170*    ANNUAL PROBABILITY OF DEATH QX.  BERN310 KEEPS, PER TABLE   *
   180*    ID AND SEX, THE NEWEST VERSION DATED ON OR BEFORE THE RUN   *
   190*    DATE -- THE SAME EFFECTIVE-DATE RULE BERN300 APPLIES TO     *
   200*    CPRMST -- SO A REVISED TABLE IS LOADED ALONGSIDE THE OLD    *
   210*    ONE AND TAKES OVER ON ITS DATE.  AGE AND QX ARE CARRIED AS  *
   220*    RAW CHARACTERS (QX IN 9V9(9) COLUMNS) AND ONLY READ BACK    *
   230*    NUMERICALLY ONCE THEY PASS BERN310'S EDITS, SO A BAD LINE   *
   240*    STILL REACHES THE EXCEPTION REPORT INTACT.                  *
   250******************************************************************
   260 01  MORTALITY-RECORD.
   270     02  MT-TABLE-ID         PIC X(08).
   280     02  FILLER              PIC X(02) VALUE SPACES.
   290     02  MT-EFF-DATE         PIC 9(08).
   300     02  FILLER              PIC X(02) VALUE SPACES.
   310     02  MT-SEX              PIC X(01).
   320         88  MT-SEX-VALID            VALUE "M" "F" "U".
   330     02  FILLER              PIC X(02) VALUE SPACES.
   340     02  MT-AGE              PIC X(03).
   350     02  FILLER              PIC X(02) VALUE SPACES.
   360     02  MT-QX               PIC X(10).
   370     02  FILLER              PIC X(42) VALUE SPACES.
