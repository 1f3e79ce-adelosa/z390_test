      ***************************************************************
      * MAP17CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP17 (MAP17.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * GUI6T IS THE GUI6 TYPED-ADDRESSES PAGE (PF11) - THE CURRENT
      * MAILING, RESIDENTIAL AND BILLING ADDRESSES FROM G6CADDR AND
      * ONE REPLACEMENT (TYPE M/R/B, ADDRESS, ZIP, REASON CODE),
      * UNDER THE SAME GUI6H HEADER AS THE MAIN PAGE.  FIELD NAMES
      * CARRY A LEADING T SO THEY NEVER COLLIDE WITH MAP01'S GUI6
      * FIELDS IN THE SAME PROGRAM.
      ***************************************************************
       01  GUI6TI.
           02  FILLER     PIC X(12).
           02  TMADDRL    PIC S9(4) COMP.
           02  TMADDRA    PIC X.
           02  TMADDRI    PIC X(40).
           02  TMZIPL     PIC S9(4) COMP.
           02  TMZIPA     PIC X.
           02  TMZIPI     PIC X(5).
           02  TRADDRL    PIC S9(4) COMP.
           02  TRADDRA    PIC X.
           02  TRADDRI    PIC X(40).
           02  TRZIPL     PIC S9(4) COMP.
           02  TRZIPA     PIC X.
           02  TRZIPI     PIC X(5).
           02  TBADDRL    PIC S9(4) COMP.
           02  TBADDRA    PIC X.
           02  TBADDRI    PIC X(40).
           02  TBZIPL     PIC S9(4) COMP.
           02  TBZIPA     PIC X.
           02  TBZIPI     PIC X(5).
           02  TTYPEL     PIC S9(4) COMP.
           02  TTYPEA     PIC X.
           02  TTYPEI     PIC X(1).
           02  TNEWADRL   PIC S9(4) COMP.
           02  TNEWADRA   PIC X.
           02  TNEWADRI   PIC X(40).
           02  TNEWZIPL   PIC S9(4) COMP.
           02  TNEWZIPA   PIC X.
           02  TNEWZIPI   PIC X(5).
           02  TRSNCDL    PIC S9(4) COMP.
           02  TRSNCDA    PIC X.
           02  TRSNCDI    PIC X(2).
           02  TERRMSGL   PIC S9(4) COMP.
           02  TERRMSGA   PIC X.
           02  TERRMSGI   PIC X(34).
       01  GUI6TO REDEFINES GUI6TI.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  TMADDRO    PIC X(40).
           02  FILLER     PIC X(3).
           02  TMZIPO     PIC X(5).
           02  FILLER     PIC X(3).
           02  TRADDRO    PIC X(40).
           02  FILLER     PIC X(3).
           02  TRZIPO     PIC X(5).
           02  FILLER     PIC X(3).
           02  TBADDRO    PIC X(40).
           02  FILLER     PIC X(3).
           02  TBZIPO     PIC X(5).
           02  FILLER     PIC X(3).
           02  TTYPEO     PIC X(1).
           02  FILLER     PIC X(3).
           02  TNEWADRO   PIC X(40).
           02  FILLER     PIC X(3).
           02  TNEWZIPO   PIC X(5).
           02  FILLER     PIC X(3).
           02  TRSNCDO    PIC X(2).
           02  FILLER     PIC X(3).
           02  TERRMSGO   PIC X(34).
