   100******************************************************************
   110*    CPSCN     -  RATE-SHOCK SCENARIO CARD FOR BERN340           *
   120*                                                                *
   130*    ONE 80-COLUMN CARD IMAGE NAMING UP TO EIGHT PARALLEL SHOCKS *
   140*    TO THE ANNUAL EFFECTIVE RATE, IN BASIS POINTS, THAT THE     *
   150*    QUARTERLY SENSITIVITY RUN RE-PRICES EVERY FACTOR LINE AT.   *
   160*    EACH SHOCK IS A SIGN (+ OR -) FOLLOWED BY FOUR DIGITS, IN   *
   170*    COLUMNS 1-5, 7-11, 13-17 ... 43-47, E.G.                    *
   180*                                                                *
   190*        -0200 -0100 +0100 +0200                                 *
   200*                                                                *
   210*    A BLANK FIELD IS SKIPPED; THE SHOCKS PRINT IN CARD ORDER.   *
   220*    THE SCENARIO LIVES ON THE CARD, NOT IN THE PROGRAM, SO ALM  *
   230*    CAN ASK A DIFFERENT QUESTION EACH QUARTER WITHOUT A         *
   240*    RECOMPILE -- SAME REASONING AS CPVAL.                       *
   250******************************************************************
   260 01  SCENARIO-CARD.
   270     02  SC-SHOCK            OCCURS 8 TIMES.
   280         03  SC-SHOCK-SIGN   PIC X(01).
   290         03  SC-SHOCK-BP     PIC X(04).
   300         03  FILLER          PIC X(01).
   310     02  FILLER              PIC X(32).
