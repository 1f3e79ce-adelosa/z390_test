      * APRV IS THE PENDING-CHANGE APPROVAL SCREEN (TESTG6AP) - ONE
      * PARKED GUI6 CHANGE AT A TIME: WHO ASKED, WHEN, THE BEFORE
      * AND AFTER VALUES, AND THE SUPERVISOR'S A/R DECISION WITH A
      * REASON FOR REJECTIONS.  APBNR CARRIES THE TRAINING-MODE
      * BANNER (G6TRNW.CPY).
      ***************************************************************
       01  APRVI.
           02  FILLER     PIC X(12).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
           02  APBNRL     PIC S9(4) COMP.
           02  APBNRA     PIC X.
           02  APBNRI     PIC X(40).
       01  APRVO REDEFINES APRVI.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  REASONO    PIC X(34).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
           02  FILLER     PIC X(3).
           02  APBNRO     PIC X(40).
