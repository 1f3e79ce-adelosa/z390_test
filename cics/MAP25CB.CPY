      ***************************************************************
      * MAP25CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP25 (MAP25.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * BUR6 IS THE AD HOC BATCH-UTILITY REQUEST SCREEN (TESTG6BU) -
      * ACTION CODE, REQUEST NUMBER, UTILITY CODE AND ITS NAME, THE
      * UTILITY PARAMETERS (CUSTOMER, CORRELATION ID, SERVICE,
      * FROM/TO DATES AND TIMES, IMAGE COPY, CLEAR FLAG AND DISPUTE
      * REFERENCE - EACH UTILITY USES ITS OWN FEW), THE REQUEST'S
      * STATUS, WHO ASKED AND WHEN, WHEN IT WAS SUBMITTED AND
      * FINISHED, ITS JOB, WHERE ITS OUTPUT WAS FILED AND WHY IT
      * FAILED, AND EIGHT LIST LINES FOR LST.
      ***************************************************************
       01  BUR6I.
           02  FILLER     PIC X(12).
           02  ACTIONL    PIC S9(4) COMP.
           02  ACTIONA    PIC X.
           02  ACTIONI    PIC X(3).
           02  REQNOL     PIC S9(4) COMP.
           02  REQNOA     PIC X.
           02  REQNOI     PIC X(8).
           02  UTILL      PIC S9(4) COMP.
           02  UTILA      PIC X.
           02  UTILI      PIC X(2).
           02  UTLDSCL    PIC S9(4) COMP.
           02  UTLDSCA    PIC X.
           02  UTLDSCI    PIC X(30).
           02  CUSTIDL    PIC S9(4) COMP.
           02  CUSTIDA    PIC X.
           02  CUSTIDI    PIC X(10).
           02  CORRIDL    PIC S9(4) COMP.
           02  CORRIDA    PIC X.
           02  CORRIDI    PIC X(16).
           02  SVCNML     PIC S9(4) COMP.
           02  SVCNMA     PIC X.
           02  SVCNMI     PIC X(8).
           02  FROMDTL    PIC S9(4) COMP.
           02  FROMDTA    PIC X.
           02  FROMDTI    PIC X(8).
           02  TODTL      PIC S9(4) COMP.
           02  TODTA      PIC X.
           02  TODTI      PIC X(8).
           02  FROMTML    PIC S9(4) COMP.
           02  FROMTMA    PIC X.
           02  FROMTMI    PIC X(8).
           02  TOTML      PIC S9(4) COMP.
           02  TOTMA      PIC X.
           02  TOTMI      PIC X(8).
           02  BACKUPL    PIC S9(4) COMP.
           02  BACKUPA    PIC X.
           02  BACKUPI    PIC X(8).
           02  CLEARL     PIC S9(4) COMP.
           02  CLEARA     PIC X.
           02  CLEARI     PIC X(1).
           02  DISPREFL   PIC S9(4) COMP.
           02  DISPREFA   PIC X.
           02  DISPREFI   PIC X(20).
           02  RSTATL     PIC S9(4) COMP.
           02  RSTATA     PIC X.
           02  RSTATI     PIC X(10).
           02  REQBYL     PIC S9(4) COMP.
           02  REQBYA     PIC X.
           02  REQBYI     PIC X(3).
           02  REQDTL     PIC S9(4) COMP.
           02  REQDTA     PIC X.
           02  REQDTI     PIC X(13).
           02  SUBDTL     PIC S9(4) COMP.
           02  SUBDTA     PIC X.
           02  SUBDTI     PIC X(13).
           02  ENDDTL     PIC S9(4) COMP.
           02  ENDDTA     PIC X.
           02  ENDDTI     PIC X(13).
           02  JOBNML     PIC S9(4) COMP.
           02  JOBNMA     PIC X.
           02  JOBNMI     PIC X(8).
           02  RPTNML     PIC S9(4) COMP.
           02  RPTNMA     PIC X.
           02  RPTNMI     PIC X(8).
           02  RPTDTL     PIC S9(4) COMP.
           02  RPTDTA     PIC X.
           02  RPTDTI     PIC X(8).
           02  RLINESL    PIC S9(4) COMP.
           02  RLINESA    PIC X.
           02  RLINESI    PIC X(6).
           02  RRSNL      PIC S9(4) COMP.
           02  RRSNA      PIC X.
           02  RRSNI      PIC X(30).
           02  LST01L     PIC S9(4) COMP.
           02  LST01A     PIC X.
           02  LST01I     PIC X(79).
           02  LST02L     PIC S9(4) COMP.
           02  LST02A     PIC X.
           02  LST02I     PIC X(79).
           02  LST03L     PIC S9(4) COMP.
           02  LST03A     PIC X.
           02  LST03I     PIC X(79).
           02  LST04L     PIC S9(4) COMP.
           02  LST04A     PIC X.
           02  LST04I     PIC X(79).
           02  LST05L     PIC S9(4) COMP.
           02  LST05A     PIC X.
           02  LST05I     PIC X(79).
           02  LST06L     PIC S9(4) COMP.
           02  LST06A     PIC X.
           02  LST06I     PIC X(79).
           02  LST07L     PIC S9(4) COMP.
           02  LST07A     PIC X.
           02  LST07I     PIC X(79).
           02  LST08L     PIC S9(4) COMP.
           02  LST08A     PIC X.
           02  LST08I     PIC X(79).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
       01  BUR6O REDEFINES BUR6I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  ACTIONO    PIC X(3).
           02  FILLER     PIC X(3).
           02  REQNOO     PIC X(8).
           02  FILLER     PIC X(3).
           02  UTILO      PIC X(2).
           02  FILLER     PIC X(3).
           02  UTLDSCO    PIC X(30).
           02  FILLER     PIC X(3).
           02  CUSTIDO    PIC X(10).
           02  FILLER     PIC X(3).
           02  CORRIDO    PIC X(16).
           02  FILLER     PIC X(3).
           02  SVCNMO     PIC X(8).
           02  FILLER     PIC X(3).
           02  FROMDTO    PIC X(8).
           02  FILLER     PIC X(3).
           02  TODTO      PIC X(8).
           02  FILLER     PIC X(3).
           02  FROMTMO    PIC X(8).
           02  FILLER     PIC X(3).
           02  TOTMO      PIC X(8).
           02  FILLER     PIC X(3).
           02  BACKUPO    PIC X(8).
           02  FILLER     PIC X(3).
           02  CLEARO     PIC X(1).
           02  FILLER     PIC X(3).
           02  DISPREFO   PIC X(20).
           02  FILLER     PIC X(3).
           02  RSTATO     PIC X(10).
           02  FILLER     PIC X(3).
           02  REQBYO     PIC X(3).
           02  FILLER     PIC X(3).
           02  REQDTO     PIC X(13).
           02  FILLER     PIC X(3).
           02  SUBDTO     PIC X(13).
           02  FILLER     PIC X(3).
           02  ENDDTO     PIC X(13).
           02  FILLER     PIC X(3).
           02  JOBNMO     PIC X(8).
           02  FILLER     PIC X(3).
           02  RPTNMO     PIC X(8).
           02  FILLER     PIC X(3).
           02  RPTDTO     PIC X(8).
           02  FILLER     PIC X(3).
           02  RLINESO    PIC X(6).
           02  FILLER     PIC X(3).
           02  RRSNO      PIC X(30).
           02  FILLER     PIC X(3).
           02  LST01O     PIC X(79).
           02  FILLER     PIC X(3).
           02  LST02O     PIC X(79).
           02  FILLER     PIC X(3).
           02  LST03O     PIC X(79).
           02  FILLER     PIC X(3).
           02  LST04O     PIC X(79).
           02  FILLER     PIC X(3).
           02  LST05O     PIC X(79).
           02  FILLER     PIC X(3).
           02  LST06O     PIC X(79).
           02  FILLER     PIC X(3).
           02  LST07O     PIC X(79).
           02  FILLER     PIC X(3).
           02  LST08O     PIC X(79).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
