      ***************************************************************
      * MAP18CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP18 (MAP18.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * WLRV IS THE WATCH-LIST REVIEW SCREEN (TESTG6WR) - ONE OPEN
      * G6WLREV HIT AT A TIME: THE CUSTOMER AS SCREENED, THE LIST
      * ENTRY IT MATCHED AND HOW, WHERE AND WHEN THE HIT WAS RAISED,
      * AND THE COMPLIANCE OFFICER'S F/C/R DECISION WITH A NOTE.
      ***************************************************************
       01  WLRVI.
           02  FILLER     PIC X(12).
           02  RVPOSL     PIC S9(4) COMP.
           02  RVPOSA     PIC X.
           02  RVPOSI     PIC X(4).
           02  RVSTATL    PIC S9(4) COMP.
           02  RVSTATA    PIC X.
           02  RVSTATI    PIC X(12).
           02  RVCUSTL    PIC S9(4) COMP.
           02  RVCUSTA    PIC X.
           02  RVCUSTI    PIC X(10).
           02  RVCNAMEL   PIC S9(4) COMP.
           02  RVCNAMEA   PIC X.
           02  RVCNAMEI   PIC X(40).
           02  RVCADDRL   PIC S9(4) COMP.
           02  RVCADDRA   PIC X.
           02  RVCADDRI   PIC X(60).
           02  RVHITL     PIC S9(4) COMP.
           02  RVHITA     PIC X.
           02  RVHITI     PIC X(60).
           02  RVLNAMEL   PIC S9(4) COMP.
           02  RVLNAMEA   PIC X.
           02  RVLNAMEI   PIC X(40).
           02  RVOPENL    PIC S9(4) COMP.
           02  RVOPENA    PIC X.
           02  RVOPENI    PIC X(60).
           02  RVDECISL   PIC S9(4) COMP.
           02  RVDECISA   PIC X.
           02  RVDECISI   PIC X(1).
           02  RVNOTEL    PIC S9(4) COMP.
           02  RVNOTEA    PIC X.
           02  RVNOTEI    PIC X(34).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
       01  WLRVO REDEFINES WLRVI.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  RVPOSO     PIC X(4).
           02  FILLER     PIC X(3).
           02  RVSTATO    PIC X(12).
           02  FILLER     PIC X(3).
           02  RVCUSTO    PIC X(10).
           02  FILLER     PIC X(3).
           02  RVCNAMEO   PIC X(40).
           02  FILLER     PIC X(3).
           02  RVCADDRO   PIC X(60).
           02  FILLER     PIC X(3).
           02  RVHITO     PIC X(60).
           02  FILLER     PIC X(3).
           02  RVLNAMEO   PIC X(40).
           02  FILLER     PIC X(3).
           02  RVOPENO    PIC X(60).
           02  FILLER     PIC X(3).
           02  RVDECISO   PIC X(1).
           02  FILLER     PIC X(3).
           02  RVNOTEO    PIC X(34).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
