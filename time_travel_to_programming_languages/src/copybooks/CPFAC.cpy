   328     02  FILLER              PIC X(02) VALUE SPACES.
   330     02  FA-ANN-PV-P         PIC S9(09)V9(09)
   332                             SIGN LEADING SEPARATE.
   334     02  FILLER              PIC X(02) VALUE SPACES.
   335*    FA-RUN-ID IS THE BERN100 RUN WHOSE COEFFICIENTS PRICED THE
   336*    LINE (CO-RUN-ID OF THE NUMOUT GENERATION BERN300 READ), SO
   337*    BERN115 CAN PICK ONE RUN'S FACTORS OUT OF THE FACOUT
   338*    GENERATIONS WHEN IT RESTORES FACVSAM.
   339     02  FA-RUN-ID           PIC X(14).
   340     02  FILLER              PIC X(02) VALUE SPACES.
   341*    FA-CONV-FLAG IS "C" WHEN THE EULER-MACLAURIN SERIES BEHIND
   342*    THE LINE CONVERGED AND "T" WHEN IT RAN OUT OF NUMOUT
   343*    COEFFICIENTS FIRST.  A "T" LINE IS NOT LOADED TO FACVSAM
   344*    AND IS NOT TO BE PRICED FROM (SEE BERN300'S CNVRPT).
   345*    BLANK ON LINES WRITTEN BEFORE THE FLAG WAS CARRIED.
   346     02  FA-CONV-FLAG        PIC X(01).
   347         88  FA-CONVERGED            VALUE "C".
   348         88  FA-TABLE-SHORT          VALUE "T".
   349     02  FILLER              PIC X(01) VALUE SPACES.
   350
