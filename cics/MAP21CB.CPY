      ***************************************************************
      * MAP21CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP21 (MAP21.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * PCR6 IS THE SOA PARTNER-CREDENTIAL MAINTENANCE SCREEN
      * (TESTG6PC) - ACTION CODE, PARTNER ID, SHARED KEY (SHOWN
      * MASKED), STATUS, EIGHT ALLOWED SERVICES, FOUR ALLOWED SOURCE
      * ADDRESSES, AND WHO LAST CHANGED THE ROW AND WHEN.
      ***************************************************************
       01  PCR6I.
           02  FILLER     PIC X(12).
           02  ACTIONL    PIC S9(4) COMP.
           02  ACTIONA    PIC X.
           02  ACTIONI    PIC X(3).
           02  PARTNRL    PIC S9(4) COMP.
           02  PARTNRA    PIC X.
           02  PARTNRI    PIC X(8).
           02  PKEYL      PIC S9(4) COMP.
           02  PKEYA      PIC X.
           02  PKEYI      PIC X(16).
           02  PSTATL     PIC S9(4) COMP.
           02  PSTATA     PIC X.
           02  PSTATI     PIC X(1).
           02  SVC1L      PIC S9(4) COMP.
           02  SVC1A      PIC X.
           02  SVC1I      PIC X(8).
           02  SVC2L      PIC S9(4) COMP.
           02  SVC2A      PIC X.
           02  SVC2I      PIC X(8).
           02  SVC3L      PIC S9(4) COMP.
           02  SVC3A      PIC X.
           02  SVC3I      PIC X(8).
           02  SVC4L      PIC S9(4) COMP.
           02  SVC4A      PIC X.
           02  SVC4I      PIC X(8).
           02  SVC5L      PIC S9(4) COMP.
           02  SVC5A      PIC X.
           02  SVC5I      PIC X(8).
           02  SVC6L      PIC S9(4) COMP.
           02  SVC6A      PIC X.
           02  SVC6I      PIC X(8).
           02  SVC7L      PIC S9(4) COMP.
           02  SVC7A      PIC X.
           02  SVC7I      PIC X(8).
           02  SVC8L      PIC S9(4) COMP.
           02  SVC8A      PIC X.
           02  SVC8I      PIC X(8).
           02  ADR1L      PIC S9(4) COMP.
           02  ADR1A      PIC X.
           02  ADR1I      PIC X(15).
           02  ADR2L      PIC S9(4) COMP.
           02  ADR2A      PIC X.
           02  ADR2I      PIC X(15).
           02  ADR3L      PIC S9(4) COMP.
           02  ADR3A      PIC X.
           02  ADR3I      PIC X(15).
           02  ADR4L      PIC S9(4) COMP.
           02  ADR4A      PIC X.
           02  ADR4I      PIC X(15).
           02  UPDBYL     PIC S9(4) COMP.
           02  UPDBYA     PIC X.
           02  UPDBYI     PIC X(3).
           02  UPDDTL     PIC S9(4) COMP.
           02  UPDDTA     PIC X.
           02  UPDDTI     PIC X(8).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
       01  PCR6O REDEFINES PCR6I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  ACTIONO    PIC X(3).
           02  FILLER     PIC X(3).
           02  PARTNRO    PIC X(8).
           02  FILLER     PIC X(3).
           02  PKEYO      PIC X(16).
           02  FILLER     PIC X(3).
           02  PSTATO     PIC X(1).
           02  FILLER     PIC X(3).
           02  SVC1O      PIC X(8).
           02  FILLER     PIC X(3).
           02  SVC2O      PIC X(8).
           02  FILLER     PIC X(3).
           02  SVC3O      PIC X(8).
           02  FILLER     PIC X(3).
           02  SVC4O      PIC X(8).
           02  FILLER     PIC X(3).
           02  SVC5O      PIC X(8).
           02  FILLER     PIC X(3).
           02  SVC6O      PIC X(8).
           02  FILLER     PIC X(3).
           02  SVC7O      PIC X(8).
           02  FILLER     PIC X(3).
           02  SVC8O      PIC X(8).
           02  FILLER     PIC X(3).
           02  ADR1O      PIC X(15).
           02  FILLER     PIC X(3).
           02  ADR2O      PIC X(15).
           02  FILLER     PIC X(3).
           02  ADR3O      PIC X(15).
           02  FILLER     PIC X(3).
           02  ADR4O      PIC X(15).
           02  FILLER     PIC X(3).
           02  UPDBYO     PIC X(3).
           02  FILLER     PIC X(3).
           02  UPDDTO     PIC X(8).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
