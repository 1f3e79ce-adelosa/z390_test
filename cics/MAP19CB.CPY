      ***************************************************************
      * MAP19CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP19 (MAP19.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * LGH6 IS THE LEGAL-HOLD MAINTENANCE SCREEN (TESTG6LH) -
      * ACTION CODE, HOLD ID, CUSTOMER, FROM/TO DATES, MATTER, AND
      * THE HOLD'S STATUS WITH WHO SET AND RELEASED IT AND WHEN.
      ***************************************************************
       01  LGH6I.
           02  FILLER     PIC X(12).
           02  ACTIONL    PIC S9(4) COMP.
           02  ACTIONA    PIC X.
           02  ACTIONI    PIC X(3).
           02  HOLDIDL    PIC S9(4) COMP.
           02  HOLDIDA    PIC X.
           02  HOLDIDI    PIC X(8).
           02  CUSTIDL    PIC S9(4) COMP.
           02  CUSTIDA    PIC X.
           02  CUSTIDI    PIC X(10).
           02  FROMDTL    PIC S9(4) COMP.
           02  FROMDTA    PIC X.
           02  FROMDTI    PIC X(8).
           02  TODATEL    PIC S9(4) COMP.
           02  TODATEA    PIC X.
           02  TODATEI    PIC X(8).
           02  MATTERL    PIC S9(4) COMP.
           02  MATTERA    PIC X.
           02  MATTERI    PIC X(30).
           02  HLDSTAL    PIC S9(4) COMP.
           02  HLDSTAA    PIC X.
           02  HLDSTAI    PIC X(1).
           02  SETBYL     PIC S9(4) COMP.
           02  SETBYA     PIC X.
           02  SETBYI     PIC X(3).
           02  SETDTL     PIC S9(4) COMP.
           02  SETDTA     PIC X.
           02  SETDTI     PIC X(8).
           02  RELBYL     PIC S9(4) COMP.
           02  RELBYA     PIC X.
           02  RELBYI     PIC X(3).
           02  RELDTL     PIC S9(4) COMP.
           02  RELDTA     PIC X.
           02  RELDTI     PIC X(8).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
       01  LGH6O REDEFINES LGH6I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  ACTIONO    PIC X(3).
           02  FILLER     PIC X(3).
           02  HOLDIDO    PIC X(8).
           02  FILLER     PIC X(3).
           02  CUSTIDO    PIC X(10).
           02  FILLER     PIC X(3).
           02  FROMDTO    PIC X(8).
           02  FILLER     PIC X(3).
           02  TODATEO    PIC X(8).
           02  FILLER     PIC X(3).
           02  MATTERO    PIC X(30).
           02  FILLER     PIC X(3).
           02  HLDSTAO    PIC X(1).
           02  FILLER     PIC X(3).
           02  SETBYO     PIC X(3).
           02  FILLER     PIC X(3).
           02  SETDTO     PIC X(8).
           02  FILLER     PIC X(3).
           02  RELBYO     PIC X(3).
           02  FILLER     PIC X(3).
           02  RELDTO     PIC X(8).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
