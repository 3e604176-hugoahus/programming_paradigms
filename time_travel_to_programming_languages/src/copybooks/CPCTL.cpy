   140*    TO CARRY THE COEFFICIENT TABLE OUT TO, SO N NO LONGER HAS  *
   150*    TO BE RECOMPILED INTO THE PROGRAM FOR EACH RUN.  CC-MODE   *
   160*    PICKS THE TABLE(S) TO PRODUCE: "B" = BERNOULLI ONLY        *
   170*    (DEFAULT), "E" = BERNOULLI PLUS THE EULER/GENOCCHI TABLE,  *
   171*    "F" = BERNOULLI PLUS THE FAULHABER POWER-SUM POLYNOMIALS   *
   172*    (SEE CPFAUL).                                              *
   180*    CC-SUBMITTER IDENTIFIES WHO/WHAT SUBMITTED THE RUN FOR THE *
   190*    AUDIT LOG; BLANK DEFAULTS TO "UNKNOWN".                    *
   191*    CARDS REACH THE DECK IN-STREAM, FROM THE BN30 SCREEN       *
   192*    (BERN210) THROUGH THE BNRQ QUEUE, AND FROM BERN300, WHICH  *
   193*    QUEUES A MODE B CARD UNDER SUBMITTER "BERN300" WHEN A RATE *
   194*    LINE RAN OUT OF COEFFICIENTS.                              *
   200******************************************************************
   210 01  CONTROL-CARD.
   220     02  CC-N                PIC 9(04).
