   100******************************************************************
   110*    CPVAL     -  VALUATION CONTROL CARD FOR BERN320            *
   120*                                                                *
   130*    ONE 80-COLUMN CARD IMAGE: THE VALUATION DATE (YYYYMMDD,     *
   140*    NORMALLY THE LAST DAY OF THE MONTH BEING CLOSED) AND THE    *
   150*    TWO GENERAL-LEDGER ACCOUNTS THE RESERVE IS POSTED TO --     *
   160*    THE RESERVE LIABILITY (CREDITED) AND THE RESERVE EXPENSE    *
   170*    (DEBITED).  THE ACCOUNTS LIVE ON THE CARD, NOT IN THE       *
   180*    PROGRAM, SO FINANCE CAN REMAP THE CHART OF ACCOUNTS         *
   190*    WITHOUT A RECOMPILE, SAME REASONING AS CPCHG.  A BLANK OR   *
   200*    UNREADABLE FIELD FALLS BACK TO THE COMPILED-IN DEFAULT.     *
   210******************************************************************
   220 01  VALUATION-CARD.
   230     02  VC-VAL-DATE         PIC 9(08).
   240     02  FILLER              PIC X(02).
   250     02  VC-LIAB-ACCT        PIC X(10).
   260     02  FILLER              PIC X(02).
   270     02  VC-EXP-ACCT         PIC X(10).
   280     02  FILLER              PIC X(48).
