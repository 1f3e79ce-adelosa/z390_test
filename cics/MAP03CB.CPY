      * SVR6 IS THE PARTNER-SERVICE REGISTRY MAINTENANCE SCREEN
      * (TESTSVR1) - ACTION CODE, SERVICE NAME, AND THE REGISTRY
      * COLUMNS AN AUTHORIZED OPERATOR MAY SET (HOST, PORT, TLS FLAG,
      * SLA THRESHOLD, AND THE OPTIONAL SECONDARY HOST/PORT SOACMGR3
      * FAILS OVER TO).  SVCST ECHOES THE ROW'S CURRENT A/D STATUS.
      * MWSTRT/MWEND ARE A PLANNED MAINTENANCE WINDOW (YYYYMMDDHHMM)
      * FOR THE MWA/MWD ACTIONS, AND SHOW THE NEXT WINDOW ON SHW.
      * OURCRT/OUREXP AND PTNCRT/PTNEXP ARE THE SERVICE'S TLS
      * CERTIFICATES (OUR KEY-RING LABEL, THE PARTNER'S SUBJECT, AND
      * EACH EXPIRY AS YYYYMMDD) FOR THE CRT ACTION - SEE SOACERT.CPY.
      ***************************************************************
       01  SVR6I.
           02  FILLER     PIC X(12).
           02  THRESHL    PIC S9(4) COMP.
           02  THRESHA    PIC X.
           02  THRESHI    PIC X(9).
           02  ALTHOSTL   PIC S9(4) COMP.
           02  ALTHOSTA   PIC X.
           02  ALTHOSTI   PIC X(32).
           02  ALTPORTL   PIC S9(4) COMP.
           02  ALTPORTA   PIC X.
           02  ALTPORTI   PIC X(5).
           02  MWSTRTL    PIC S9(4) COMP.
           02  MWSTRTA    PIC X.
           02  MWSTRTI    PIC X(12).
           02  MWENDL     PIC S9(4) COMP.
           02  MWENDA     PIC X.
           02  MWENDI     PIC X(12).
           02  OURCRTL    PIC S9(4) COMP.
           02  OURCRTA    PIC X.
           02  OURCRTI    PIC X(24).
           02  OUREXPL    PIC S9(4) COMP.
           02  OUREXPA    PIC X.
           02  OUREXPI    PIC X(8).
           02  PTNCRTL    PIC S9(4) COMP.
           02  PTNCRTA    PIC X.
           02  PTNCRTI    PIC X(24).
           02  PTNEXPL    PIC S9(4) COMP.
           02  PTNEXPA    PIC X.
           02  PTNEXPI    PIC X(8).
           02  SVCSTL     PIC S9(4) COMP.
           02  SVCSTA     PIC X.
           02  SVCSTI     PIC X(1).
           02  FILLER     PIC X(3).
           02  THRESHO    PIC X(9).
           02  FILLER     PIC X(3).
           02  ALTHOSTO   PIC X(32).
           02  FILLER     PIC X(3).
           02  ALTPORTO   PIC X(5).
           02  FILLER     PIC X(3).
           02  MWSTRTO    PIC X(12).
           02  FILLER     PIC X(3).
           02  MWENDO     PIC X(12).
           02  FILLER     PIC X(3).
           02  OURCRTO    PIC X(24).
           02  FILLER     PIC X(3).
           02  OUREXPO    PIC X(8).
           02  FILLER     PIC X(3).
           02  PTNCRTO    PIC X(24).
           02  FILLER     PIC X(3).
           02  PTNEXPO    PIC X(8).
           02  FILLER     PIC X(3).
           02  SVCSTO     PIC X(1).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
