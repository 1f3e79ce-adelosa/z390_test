           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
           02  B2BNRL     PIC S9(4) COMP.
           02  B2BNRA     PIC X.
           02  B2BNRI     PIC X(40).
       01  BMS2O REDEFINES BMS2I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  FUYRO      PIC X(2).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
           02  FILLER     PIC X(3).
           02  B2BNRO     PIC X(40).
