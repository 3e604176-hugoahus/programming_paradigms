   100******************************************************************
   110*    BERNMP4   -  SYMBOLIC MAP FOR THE BERN230 RATE-MASTER       *
   120*                 MAINTENANCE SCREEN                             *
   130*                                                                *
   140*    HAND-MAINTAINED TO MATCH THE FIELD ORDER/LENGTHS IN THE    *
   150*    BERNMP4 MAP OF THE BERNSET MAPSET (src/bms/BERNSET.bms),   *
   160*    SAME CONVENTION AS BERNMAP, BERNMP2 AND BERNMP3 -- WHEN    *
   170*    THE REAL ASSEMBLER GENERATES THIS COPYBOOK FROM THE        *
   180*    DFHMDF MACROS, REPLACE THIS FILE WITH ITS OUTPUT RATHER    *
   190*    THAN HAND-EDITING BOTH IN PARALLEL.                        *
   200******************************************************************
   210 01  BERNMP4I.
   220     02  FILLER              PIC X(12).
   230     02  ACTN4L              PIC S9(04) COMP.
   240     02  ACTN4F              PIC X(01).
   250     02  FILLER REDEFINES ACTN4F.
   260         03  ACTN4A          PIC X(01).
   270     02  ACTN4I              PIC X(01).
   280     02  TERM4L              PIC S9(04) COMP.
   290     02  TERM4F              PIC X(01).
   300     02  FILLER REDEFINES TERM4F.
   310         03  TERM4A          PIC X(01).
   320     02  TERM4I              PIC X(03).
   330     02  FREQ4L              PIC S9(04) COMP.
   340     02  FREQ4F              PIC X(01).
   350     02  FILLER REDEFINES FREQ4F.
   360         03  FREQ4A          PIC X(01).
   370     02  FREQ4I              PIC X(02).
   380     02  DUE4L               PIC S9(04) COMP.
   390     02  DUE4F               PIC X(01).
   400     02  FILLER REDEFINES DUE4F.
   410         03  DUE4A           PIC X(01).
   420     02  DUE4I               PIC X(01).
   430     02  EFF4L               PIC S9(04) COMP.
   440     02  EFF4F               PIC X(01).
   450     02  FILLER REDEFINES EFF4F.
   460         03  EFF4A           PIC X(01).
   470     02  EFF4I               PIC X(08).
   480     02  RATE4L              PIC S9(04) COMP.
   490     02  RATE4F              PIC X(01).
   500     02  FILLER REDEFINES RATE4F.
   510         03  RATE4A          PIC X(01).
   520     02  RATE4I              PIC X(06).
   530     02  END4L               PIC S9(04) COMP.
   540     02  END4F               PIC X(01).
   550     02  FILLER REDEFINES END4F.
   560         03  END4A           PIC X(01).
   570     02  END4I               PIC X(08).
   580 01  BERNMP4O.
   590     02  FILLER              PIC X(12).
   600     02  FILLER              PIC X(03).
   610     02  FILLER              PIC X(01).
   620     02  STAT4O              PIC X(20).
   630     02  FILLER              PIC X(03).
   640     02  FILLER              PIC X(01).
   650     02  CRATE4O             PIC X(07).
   660     02  FILLER              PIC X(03).
   670     02  FILLER              PIC X(01).
   680     02  CEND4O              PIC X(08).
   690     02  FILLER              PIC X(03).
   700     02  FILLER              PIC X(01).
   710     02  PACT4O              PIC X(08).
   720     02  FILLER              PIC X(03).
   730     02  FILLER              PIC X(01).
   740     02  PRATE4O             PIC X(07).
   750     02  FILLER              PIC X(03).
   760     02  FILLER              PIC X(01).
   770     02  PEND4O              PIC X(08).
   780     02  FILLER              PIC X(03).
   790     02  FILLER              PIC X(01).
   800     02  MAKER4O             PIC X(08).
   810     02  FILLER              PIC X(03).
   820     02  FILLER              PIC X(01).
   830     02  MKTS4O              PIC X(15).
   840     02  FILLER              PIC X(03).
   850     02  FILLER              PIC X(01).
   860     02  CHKR4O              PIC X(08).
   870     02  FILLER              PIC X(03).
   880     02  FILLER              PIC X(01).
   890     02  MSGOUT4O            PIC X(50).
