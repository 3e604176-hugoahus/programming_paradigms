   100******************************************************************
   110*    CPINF     -  IN-FORCE ANNUITY CONTRACT RECORD FOR BERN320  *
   120*                                                                *
   130*    ONE 80-COLUMN RECORD PER CONTRACT ON THE ADMINISTRATION     *
   140*    SYSTEM'S MONTH-END IN-FORCE EXTRACT.  RATE, TERM,           *
   150*    FREQUENCY AND TIMING CARRY THE SAME PICTURES AS THE RATE    *
   160*    MASTER (CPRMST), SO THEY BUILD THE FACVSAM FV-KEY           *
   170*    DIRECTLY -- TERM IS THE WHOLE YEARS REMAINING, FREQUENCY    *
   180*    01-12 WITH BLANK = ANNUAL, TIMING D FOR ANNUITY-DUE, I OR   *
   190*    BLANK FOR IN ARREARS.  IC-PAYMENT IS THE AMOUNT OF ONE      *
   200*    INSTALMENT (9(09)V99 COLUMNS).  PAYMENT AND RATE ARE        *
   210*    CARRIED AS RAW CHARACTERS AND READ BACK THROUGH A           *
   220*    REDEFINES ONLY AFTER THE NUMERIC EDIT PASSES, SAME IDIOM    *
   230*    AS RM-RATE, SO AN UNREADABLE CONTRACT STILL REACHES THE     *
   240*    EXCEPTION LISTING INTACT.                                   *
   250******************************************************************
   260 01  INFORCE-RECORD.
   270     02  IC-CONTRACT         PIC X(10).
   280     02  FILLER              PIC X(02).
   290     02  IC-PRODUCT          PIC X(06).
   300     02  FILLER              PIC X(02).
   310     02  IC-PAYMENT          PIC X(11).
   320     02  FILLER              PIC X(02).
   330     02  IC-RATE             PIC X(06).
   340     02  FILLER              PIC X(02).
   350     02  IC-TERM             PIC 9(03).
   360     02  FILLER              PIC X(02).
   370     02  IC-FREQ             PIC 9(02).
   380     02  FILLER              PIC X(02).
   390     02  IC-DUE              PIC X(01).
   400     02  FILLER              PIC X(29).
