           02  RSNCDL     PIC S9(4) COMP.
           02  RSNCDA     PIC X.
           02  RSNCDI     PIC X(2).
           02  CASEFL     PIC S9(4) COMP.
           02  CASEFA     PIC X.
           02  CASEFI     PIC X(13).
       01  GUI6O REDEFINES GUI6I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  CURSO      PIC X(9).
           02  FILLER     PIC X(3).
           02  RSNCDO     PIC X(2).
           02  FILLER     PIC X(3).
           02  CASEFO     PIC X(13).
       01  GUI6HI.
           02  FILLER     PIC X(12).
           02  PGTITLL    PIC S9(4) COMP.
