           02  FILLER              PIC X(1).
           02  PEND-CUST-ID        PIC X(10).
           02  FILLER              PIC X(1).
           02  PEND-BEFORE-REC     PIC X(237).
           02  FILLER              PIC X(1).
           02  PEND-AFTER-REC      PIC X(237).
           02  FILLER              PIC X(1).
           02  PEND-REASON         PIC X(34).
           02  FILLER              PIC X(1).
