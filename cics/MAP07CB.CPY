      *
      * SECM IS THE OPERATOR SECURITY ADMINISTRATION SCREEN
      * (TESTSEC1) - ACTION, OPERATOR ID, DISPLAY NAME, PERMISSION
      * LETTERS, SUPERVISOR CLASS, AND THE GRANTED-BY/DATE ECHO,
      * PLUS A TEMPORARY GRANT'S EXPIRY DATE AND THE PERMISSIONS IT
      * REVERTS TO.
      ***************************************************************
       01  SECMI.
           02  FILLER     PIC X(12).
           02  SGDATEL    PIC S9(4) COMP.
           02  SGDATEA    PIC X.
           02  SGDATEI    PIC X(8).
           02  SEXPDTL    PIC S9(4) COMP.
           02  SEXPDTA    PIC X.
           02  SEXPDTI    PIC X(8).
           02  SPRIORL    PIC S9(4) COMP.
           02  SPRIORA    PIC X.
           02  SPRIORI    PIC X(8).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
           02  FILLER     PIC X(3).
           02  SGDATEO    PIC X(8).
           02  FILLER     PIC X(3).
           02  SEXPDTO    PIC X(8).
           02  FILLER     PIC X(3).
           02  SPRIORO    PIC X(8).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
