   100******************************************************************
   110*    CPLAF     -  LIFE ANNUITY FACTOR RECORD FOR BERN310         *
   120*                                                                *
   130*    FIXED-WIDTH SEQUENTIAL RECORD, ONE PER AGE FOR EVERY        *
   140*    MORTALITY-TABLE/RATE-LINE BASIS BERN310 PRICES.  THE BASIS  *
   150*    (TABLE, SEX, TABLE VERSION DATE, RATE, TEMPORARY TERM AND   *
   160*    PAYMENTS PER YEAR) LEADS THE RECORD, THEN THE COMMUTATION   *
   170*    COLUMNS DX, NX, CX AND MX ON A RADIX OF 100,000 LIVES, THEN *
   180*    THE ANNUITY FACTORS: WHOLE-LIFE AND N-YEAR TEMPORARY, EACH  *
   190*    ANNUAL AND M-THLY (M = LF-FREQ), EACH DUE AND IMMEDIATE.    *
   200*    THE M-THLY FACTORS ARE WOOLHOUSE'S, CHECKED IN BERN310      *
   210*    AGAINST DIRECT PAYMENT-BY-PAYMENT SUMMATION.  SAME PICTURES *
   220*    AND SPACING AS CPFAC SO THE PRICING JOBS READ IT THE SAME   *
   230*    WAY.                                                        *
   240******************************************************************
   250 01  LIFE-FACTOR-RECORD.
   260     02  LF-TABLE-ID         PIC X(08).
   270     02  FILLER              PIC X(02) VALUE SPACES.
   280     02  LF-SEX              PIC X(01).
   290     02  FILLER              PIC X(02) VALUE SPACES.
   300     02  LF-TBL-EFF          PIC 9(08).
   310     02  FILLER              PIC X(02) VALUE SPACES.
   320     02  LF-RATE             PIC 9(02)V9(04).
   330     02  FILLER              PIC X(02) VALUE SPACES.
   340     02  LF-TERM             PIC 9(03).
   350     02  FILLER              PIC X(02) VALUE SPACES.
   360     02  LF-FREQ             PIC 9(02).
   370     02  FILLER              PIC X(02) VALUE SPACES.
   380     02  LF-AGE              PIC 9(03).
   390     02  FILLER              PIC X(02) VALUE SPACES.
   400     02  LF-DX               PIC S9(09)V9(09)
   410                             SIGN LEADING SEPARATE.
   420     02  FILLER              PIC X(02) VALUE SPACES.
   430     02  LF-NX               PIC S9(09)V9(09)
   440                             SIGN LEADING SEPARATE.
   450     02  FILLER              PIC X(02) VALUE SPACES.
   460     02  LF-CX               PIC S9(09)V9(09)
   470                             SIGN LEADING SEPARATE.
   480     02  FILLER              PIC X(02) VALUE SPACES.
   490     02  LF-MX               PIC S9(09)V9(09)
   500                             SIGN LEADING SEPARATE.
   510*    WHOLE-LIFE FACTORS: ANNUAL DUE/IMMEDIATE, M-THLY DUE/IMMED.
   520     02  FILLER              PIC X(02) VALUE SPACES.
   530     02  LF-AX-DUE           PIC S9(09)V9(09)
   540                             SIGN LEADING SEPARATE.
   550     02  FILLER              PIC X(02) VALUE SPACES.
   560     02  LF-AX-IMM           PIC S9(09)V9(09)
   570                             SIGN LEADING SEPARATE.
   580     02  FILLER              PIC X(02) VALUE SPACES.
   590     02  LF-AXM-DUE          PIC S9(09)V9(09)
   600                             SIGN LEADING SEPARATE.
   610     02  FILLER              PIC X(02) VALUE SPACES.
   620     02  LF-AXM-IMM          PIC S9(09)V9(09)
   630                             SIGN LEADING SEPARATE.
   640*    N-YEAR TEMPORARY FACTORS (N = LF-TERM), SAME FOUR TIMINGS.
   650     02  FILLER              PIC X(02) VALUE SPACES.
   660     02  LF-AXN-DUE          PIC S9(09)V9(09)
   670                             SIGN LEADING SEPARATE.
   680     02  FILLER              PIC X(02) VALUE SPACES.
   690     02  LF-AXN-IMM          PIC S9(09)V9(09)
   700                             SIGN LEADING SEPARATE.
   710     02  FILLER              PIC X(02) VALUE SPACES.
   720     02  LF-AXNM-DUE         PIC S9(09)V9(09)
   730                             SIGN LEADING SEPARATE.
   740     02  FILLER              PIC X(02) VALUE SPACES.
   750     02  LF-AXNM-IMM         PIC S9(09)V9(09)
   760                             SIGN LEADING SEPARATE.
   770     02  FILLER              PIC X(05) VALUE SPACES.
