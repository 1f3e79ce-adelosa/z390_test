      ***************************************************************
      * MAP23CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP23 (MAP23.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * GUI6B IS THE GUI6 BEREAVEMENT PAGE (PF17) - THE CUSTOMER'S
      * NAME AND, ONCE A DEATH IS RECORDED, WHEN AND BY WHOM, OVER
      * THE DATE OF DEATH (YYYYMMDD), THE ESTATE CONTACT NAME,
      * ADDRESS AND ZIP, AND A REASON CODE, UNDER THE SAME GUI6H
      * HEADER AS THE MAIN PAGE.  FIELD NAMES CARRY A LEADING B SO
      * THEY NEVER COLLIDE WITH MAP01'S GUI6 FIELDS IN THE SAME
      * PROGRAM.
      ***************************************************************
       01  GUI6BI.
           02  FILLER     PIC X(12).
           02  BCNAMEL    PIC S9(4) COMP.
           02  BCNAMEA    PIC X.
           02  BCNAMEI    PIC X(40).
           02  BINFOL     PIC S9(4) COMP.
           02  BINFOA     PIC X.
           02  BINFOI     PIC X(40).
           02  BDODL      PIC S9(4) COMP.
           02  BDODA      PIC X.
           02  BDODI      PIC X(8).
           02  BENAMEL    PIC S9(4) COMP.
           02  BENAMEA    PIC X.
           02  BENAMEI    PIC X(40).
           02  BEADDRL    PIC S9(4) COMP.
           02  BEADDRA    PIC X.
           02  BEADDRI    PIC X(40).
           02  BEZIPL     PIC S9(4) COMP.
           02  BEZIPA     PIC X.
           02  BEZIPI     PIC X(5).
           02  BRSNCDL    PIC S9(4) COMP.
           02  BRSNCDA    PIC X.
           02  BRSNCDI    PIC X(2).
           02  BERRMSGL   PIC S9(4) COMP.
           02  BERRMSGA   PIC X.
           02  BERRMSGI   PIC X(34).
       01  GUI6BO REDEFINES GUI6BI.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  BCNAMEO    PIC X(40).
           02  FILLER     PIC X(3).
           02  BINFOO     PIC X(40).
           02  FILLER     PIC X(3).
           02  BDODO      PIC X(8).
           02  FILLER     PIC X(3).
           02  BENAMEO    PIC X(40).
           02  FILLER     PIC X(3).
           02  BEADDRO    PIC X(40).
           02  FILLER     PIC X(3).
           02  BEZIPO     PIC X(5).
           02  FILLER     PIC X(3).
           02  BRSNCDO    PIC X(2).
           02  FILLER     PIC X(3).
           02  BERRMSGO   PIC X(34).
