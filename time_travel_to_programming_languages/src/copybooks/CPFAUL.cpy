   100******************************************************************
   110*    CPFAUL    -  FAULHABER POWER-SUM COEFFICIENT RECORD         *
   120*                                                                *
   130*    ONE RECORD PER COEFFICIENT OF THE POWER-SUM POLYNOMIAL      *
   140*                                                                *
   150*      S(P,N) = 1**P + 2**P + ... + N**P                         *
   160*             = SUM OVER K = 1 THRU P+1 OF C(P,K) * N**K         *
   170*                                                                *
   180*    WRITTEN BY A MODE F REQUEST OF BERN100 FOR EVERY POWER P    *
   190*    FROM 0 THROUGH THE CARD'S N.  FL-KEY IS THE POWER PLUS THE  *
   200*    EXPONENT OF N THE COEFFICIENT MULTIPLIES, AND EACH          *
   210*    REQUEST'S RECORDS GO OUT IN ASCENDING KEY ORDER.  THERE IS  *
   220*    NO CONSTANT TERM -- S(P,0) IS ZERO FOR EVERY P.             *
   230*                                                                *
   240*    FL-VALUE AND FL-MANTISSA/FL-EXPONENT CARRY THE DECIMAL      *
   250*    COPY THE SAME WAY CO-VALUE AND CO-MANTISSA/CO-EXPONENT DO   *
   260*    IN CPCOEF.  FL-NUMERATOR / FL-DENOMINATOR CARRY THE TERM    *
   270*    AS A FRACTION IN LOWEST TERMS, BUILT FROM THE CPRAT FORM    *
   280*    OF THE BERNOULLI NUMBER IT DEPENDS ON.  FL-EXACT-FLAG "Y"   *
   290*    MEANS THE FRACTION IS EXACT TO THE LAST DIGIT; "N" MEANS    *
   300*    THE BERNOULLI TERM, THE BINOMIAL OR THE PRODUCT OUTGREW     *
   310*    EXACT ARITHMETIC -- ONLY THE DECIMAL COPY IS MEANINGFUL     *
   320*    AND THE FRACTION IS ARCHIVED AS ZERO OVER ZERO.             *
   330*                                                                *
   340*    CALLING PROGRAM MUST COPY THIS REPLACING THE RECORD NAME    *
   350*    ==FAULHABER-OUT-RECORD== WHEN IT NEEDS ANOTHER NAME.        *
   360******************************************************************
   370 01  FAULHABER-OUT-RECORD.
   380     02  FL-KEY.
   390         03  FL-POWER        PIC 9(04).
   400         03  FL-TERM         PIC 9(04).
   410     02  FILLER              PIC X(02) VALUE SPACES.
   420     02  FL-VALUE            PIC S9(18)V9(06)
   430                             SIGN LEADING SEPARATE.
   440     02  FILLER              PIC X(02) VALUE SPACES.
   450     02  FL-NUMERATOR        PIC S9(31)
   460                             SIGN LEADING SEPARATE.
   470     02  FILLER              PIC X(02) VALUE SPACES.
   480     02  FL-DENOMINATOR      PIC 9(18).
   490     02  FILLER              PIC X(02) VALUE SPACES.
   500     02  FL-EXACT-FLAG       PIC X(01).
   510         88  FL-EXACT                VALUE "Y".
   520     02  FILLER              PIC X(02) VALUE SPACES.
   530     02  FL-MANTISSA         PIC S9(01)V9(14)
   540                             SIGN LEADING SEPARATE.
   550     02  FILLER              PIC X(02) VALUE SPACES.
   560     02  FL-EXPONENT         PIC S9(03)
   570                             SIGN LEADING SEPARATE.
   580     02  FILLER              PIC X(02) VALUE SPACES.
   590*    FL-REQ / FL-RUN-ID -- SAME DECK SEQUENCE AND RUN STAMP AS
   600*    CO-REQ / CO-RUN-ID IN CPCOEF.
   610     02  FL-REQ              PIC 9(03).
   620     02  FILLER              PIC X(02) VALUE SPACES.
   630     02  FL-RUN-ID           PIC X(14).
   640     02  FILLER              PIC X(05) VALUE SPACES.
   650
