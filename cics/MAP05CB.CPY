      * SRCH IS THE CUSTOMER SEARCH-AND-SELECT SCREEN (TESTG6SR) -
      * NAME/ZIP FILTERS, TEN RESULT LINES, AND THE ROW-NUMBER
      * SELECTION FIELD THAT TRANSFERS THE CHOSEN CUSTOMER INTO
      * GUI6.  SRBNR CARRIES THE TRAINING-MODE BANNER (G6TRNW.CPY).
      ***************************************************************
       01  SRCHI.
           02  FILLER     PIC X(12).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
           02  SRBNRL     PIC S9(4) COMP.
           02  SRBNRA     PIC X.
           02  SRBNRI     PIC X(40).
       01  SRCHO REDEFINES SRCHI.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  SELNOO     PIC X(2).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
           02  FILLER     PIC X(3).
           02  SRBNRO     PIC X(40).
