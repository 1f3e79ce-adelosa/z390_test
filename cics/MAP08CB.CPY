      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * GUI6C IS THE GUI6 CONTACT-DETAILS PAGE (PF4) - CURRENT AND
      * REPLACEMENT PHONE/EMAIL AND THE CURRENT AND REPLACEMENT
      * CONTACT PREFERENCES (NO-MAIL, NO-EMAIL, NO-SHARE - Y OR N),
      * UNDER THE SAME GUI6H HEADER AS THE MAIN PAGE.  FIELD NAMES
      * CARRY A LEADING C SO THEY NEVER COLLIDE WITH MAP01'S GUI6
      * FIELDS IN THE SAME PROGRAM.
      ***************************************************************
       01  GUI6CI.
           02  FILLER     PIC X(12).
           02  CNEWEML    PIC S9(4) COMP.
           02  CNEWEMA    PIC X.
           02  CNEWEMI    PIC X(40).
           02  CMAILPL    PIC S9(4) COMP.
           02  CMAILPA    PIC X.
           02  CMAILPI    PIC X(1).
           02  CEMLPL     PIC S9(4) COMP.
           02  CEMLPA     PIC X.
           02  CEMLPI     PIC X(1).
           02  CSHRPL     PIC S9(4) COMP.
           02  CSHRPA     PIC X.
           02  CSHRPI     PIC X(1).
           02  CNEWMLPL   PIC S9(4) COMP.
           02  CNEWMLPA   PIC X.
           02  CNEWMLPI   PIC X(1).
           02  CNEWEMPL   PIC S9(4) COMP.
           02  CNEWEMPA   PIC X.
           02  CNEWEMPI   PIC X(1).
           02  CNEWSHPL   PIC S9(4) COMP.
           02  CNEWSHPA   PIC X.
           02  CNEWSHPI   PIC X(1).
           02  CERRMSGL   PIC S9(4) COMP.
           02  CERRMSGA   PIC X.
           02  CERRMSGI   PIC X(34).
           02  FILLER     PIC X(3).
           02  CNEWEMO    PIC X(40).
           02  FILLER     PIC X(3).
           02  CMAILPO    PIC X(1).
           02  FILLER     PIC X(3).
           02  CEMLPO     PIC X(1).
           02  FILLER     PIC X(3).
           02  CSHRPO     PIC X(1).
           02  FILLER     PIC X(3).
           02  CNEWMLPO   PIC X(1).
           02  FILLER     PIC X(3).
           02  CNEWEMPO   PIC X(1).
           02  FILLER     PIC X(3).
           02  CNEWSHPO   PIC X(1).
           02  FILLER     PIC X(3).
           02  CERRMSGO   PIC X(34).
