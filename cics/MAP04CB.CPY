      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * OPS6 IS THE INTRA-DAY OPERATIONS STATUS SCREEN (TESTOPS1) -
      * TEN FULL-WIDTH DISPLAY LINES THE PROGRAM FORMATS ITSELF.
      ***************************************************************
       01  OPS6I.
           02  FILLER     PIC X(12).
           02  OPSL8L     PIC S9(4) COMP.
           02  OPSL8A     PIC X.
           02  OPSL8I     PIC X(78).
           02  OPSL9L     PIC S9(4) COMP.
           02  OPSL9A     PIC X.
           02  OPSL9I     PIC X(78).
           02  OPSL10L    PIC S9(4) COMP.
           02  OPSL10A    PIC X.
           02  OPSL10I    PIC X(78).
       01  OPS6O REDEFINES OPS6I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  OPSL7O     PIC X(78).
           02  FILLER     PIC X(3).
           02  OPSL8O     PIC X(78).
           02  FILLER     PIC X(3).
           02  OPSL9O     PIC X(78).
           02  FILLER     PIC X(3).
           02  OPSL10O    PIC X(78).
