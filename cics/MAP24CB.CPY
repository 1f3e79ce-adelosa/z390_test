      ***************************************************************
      * MAP24CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP24 (MAP24.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * GUI6D IS THE GUI6 DIRECT-DEBIT PAGE (PF18) - THE CUSTOMER'S
      * NAME AND A LINE SAYING WHERE THE INSTRUCTION STANDS (ACTIVE
      * AND NEXT DUE, SUSPENDED AFTER A RETURN, CANCELLED), OVER THE
      * BANK ROUTING NUMBER, ACCOUNT NUMBER AND HOLDER, COLLECTION
      * DAY (01-28), FREQUENCY (M/Q/A), STATUS (A/C) AND A REASON
      * CODE, UNDER THE SAME GUI6H HEADER AS THE MAIN PAGE.  FIELD
      * NAMES CARRY A LEADING D SO THEY NEVER COLLIDE WITH MAP01'S
      * GUI6 FIELDS IN THE SAME PROGRAM.
      ***************************************************************
       01  GUI6DI.
           02  FILLER     PIC X(12).
           02  DCNAMEL    PIC S9(4) COMP.
           02  DCNAMEA    PIC X.
           02  DCNAMEI    PIC X(40).
           02  DINFOL     PIC S9(4) COMP.
           02  DINFOA     PIC X.
           02  DINFOI     PIC X(40).
           02  DROUTL     PIC S9(4) COMP.
           02  DROUTA     PIC X.
           02  DROUTI     PIC X(9).
           02  DACCTL     PIC S9(4) COMP.
           02  DACCTA     PIC X.
           02  DACCTI     PIC X(17).
           02  DANAMEL    PIC S9(4) COMP.
           02  DANAMEA    PIC X.
           02  DANAMEI    PIC X(30).
           02  DDAYL      PIC S9(4) COMP.
           02  DDAYA      PIC X.
           02  DDAYI      PIC X(2).
           02  DFREQL     PIC S9(4) COMP.
           02  DFREQA     PIC X.
           02  DFREQI     PIC X(1).
           02  DSTATL     PIC S9(4) COMP.
           02  DSTATA     PIC X.
           02  DSTATI     PIC X(1).
           02  DRSNCDL    PIC S9(4) COMP.
           02  DRSNCDA    PIC X.
           02  DRSNCDI    PIC X(2).
           02  DERRMSGL   PIC S9(4) COMP.
           02  DERRMSGA   PIC X.
           02  DERRMSGI   PIC X(34).
       01  GUI6DO REDEFINES GUI6DI.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  DCNAMEO    PIC X(40).
           02  FILLER     PIC X(3).
           02  DINFOO     PIC X(40).
           02  FILLER     PIC X(3).
           02  DROUTO     PIC X(9).
           02  FILLER     PIC X(3).
           02  DACCTO     PIC X(17).
           02  FILLER     PIC X(3).
           02  DANAMEO    PIC X(30).
           02  FILLER     PIC X(3).
           02  DDAYO      PIC X(2).
           02  FILLER     PIC X(3).
           02  DFREQO     PIC X(1).
           02  FILLER     PIC X(3).
           02  DSTATO     PIC X(1).
           02  FILLER     PIC X(3).
           02  DRSNCDO    PIC X(2).
           02  FILLER     PIC X(3).
           02  DERRMSGO   PIC X(34).
