   100******************************************************************
   110*    BERNMP5   -  SYMBOLIC MAP FOR THE BERN240 SUBMITTER         *
   120*                 AUTHORIZATION MAINTENANCE SCREEN               *
   130*                                                                *
   140*    HAND-MAINTAINED TO MATCH THE FIELD ORDER/LENGTHS IN THE     *
   150*    BERNMP5 MAP OF THE BERNSET MAPSET (src/bms/BERNSET.bms),    *
   160*    SAME CONVENTION AS BERNMAP THROUGH BERNMP4 -- WHEN THE      *
   170*    REAL ASSEMBLER GENERATES THIS COPYBOOK FROM THE DFHMDF      *
   180*    MACROS, REPLACE THIS FILE WITH ITS OUTPUT RATHER THAN       *
   190*    HAND-EDITING BOTH IN PARALLEL.                              *
   200******************************************************************
   210 01  BERNMP5I.
   220     02  FILLER              PIC X(12).
   230     02  ACTN5L              PIC S9(04) COMP.
   240     02  ACTN5F              PIC X(01).
   250     02  FILLER REDEFINES ACTN5F.
   260         03  ACTN5A          PIC X(01).
   270     02  ACTN5I              PIC X(01).
   280     02  USER5L              PIC S9(04) COMP.
   290     02  USER5F              PIC X(01).
   300     02  FILLER REDEFINES USER5F.
   310         03  USER5A          PIC X(01).
   320     02  USER5I              PIC X(08).
   330     02  DEPT5L              PIC S9(04) COMP.
   340     02  DEPT5F              PIC X(01).
   350     02  FILLER REDEFINES DEPT5F.
   360         03  DEPT5A          PIC X(01).
   370     02  DEPT5I              PIC X(04).
   380     02  AUTH5L              PIC S9(04) COMP.
   390     02  AUTH5F              PIC X(01).
   400     02  FILLER REDEFINES AUTH5F.
   410         03  AUTH5A          PIC X(01).
   420     02  AUTH5I              PIC X(01).
   430     02  MAXN5L              PIC S9(04) COMP.
   440     02  MAXN5F              PIC X(01).
   450     02  FILLER REDEFINES MAXN5F.
   460         03  MAXN5A          PIC X(01).
   470     02  MAXN5I              PIC X(04).
   471     02  CONT5L              PIC S9(04) COMP.
   472     02  CONT5F              PIC X(01).
   473     02  FILLER REDEFINES CONT5F.
   474         03  CONT5A          PIC X(01).
   475     02  CONT5I              PIC X(40).
   480 01  BERNMP5O.
   490     02  FILLER              PIC X(12).
   500     02  FILLER              PIC X(03).
   510     02  FILLER              PIC X(01).
   520     02  STAT5O              PIC X(20).
   530     02  FILLER              PIC X(03).
   540     02  FILLER              PIC X(01).
   550     02  CDEPT5O             PIC X(04).
   560     02  FILLER              PIC X(03).
   570     02  FILLER              PIC X(01).
   580     02  CMAXN5O             PIC X(04).
   581     02  FILLER              PIC X(03).
   582     02  FILLER              PIC X(01).
   583     02  CCONT5O             PIC X(40).
   590     02  FILLER              PIC X(03).
   600     02  FILLER              PIC X(01).
   610     02  CHGBY5O             PIC X(08).
   620     02  FILLER              PIC X(03).
   630     02  FILLER              PIC X(01).
   640     02  CHGTS5O             PIC X(15).
   650     02  FILLER              PIC X(03).
   660     02  FILLER              PIC X(01).
   670     02  MSGOUT5O            PIC X(50).
