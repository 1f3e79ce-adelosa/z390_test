      ***************************************************************
      * MAP22CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP22 (MAP22.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * CAS6 IS THE CUSTOMER CASE SCREEN (TESTG6CS) - ACTION CODE,
      * CASE NUMBER, CUSTOMER, CATEGORY AND ITS DESCRIPTION,
      * ASSIGNEE, STATUS, OPENED/TARGET/CLOSED DATES AND WHO, A
      * SUMMARY, A NOTE DATE AND TIME TO LINK, THE FOUR LINKED
      * NOTES, AND WHO LAST CHANGED THE CASE AND WHEN.
      ***************************************************************
       01  CAS6I.
           02  FILLER     PIC X(12).
           02  ACTIONL    PIC S9(4) COMP.
           02  ACTIONA    PIC X.
           02  ACTIONI    PIC X(3).
           02  CASENOL    PIC S9(4) COMP.
           02  CASENOA    PIC X.
           02  CASENOI    PIC X(8).
           02  CUSTIDL    PIC S9(4) COMP.
           02  CUSTIDA    PIC X.
           02  CUSTIDI    PIC X(10).
           02  CATEGL     PIC S9(4) COMP.
           02  CATEGA     PIC X.
           02  CATEGI     PIC X(4).
           02  CATDSCL    PIC S9(4) COMP.
           02  CATDSCA    PIC X.
           02  CATDSCI    PIC X(30).
           02  ASSIGNL    PIC S9(4) COMP.
           02  ASSIGNA    PIC X.
           02  ASSIGNI    PIC X(3).
           02  CSTATL     PIC S9(4) COMP.
           02  CSTATA     PIC X.
           02  CSTATI     PIC X(1).
           02  OPENDTL    PIC S9(4) COMP.
           02  OPENDTA    PIC X.
           02  OPENDTI    PIC X(8).
           02  OPENBYL    PIC S9(4) COMP.
           02  OPENBYA    PIC X.
           02  OPENBYI    PIC X(3).
           02  TARGDTL    PIC S9(4) COMP.
           02  TARGDTA    PIC X.
           02  TARGDTI    PIC X(8).
           02  CLOSDTL    PIC S9(4) COMP.
           02  CLOSDTA    PIC X.
           02  CLOSDTI    PIC X(8).
           02  CLOSBYL    PIC S9(4) COMP.
           02  CLOSBYA    PIC X.
           02  CLOSBYI    PIC X(3).
           02  SUMMRYL    PIC S9(4) COMP.
           02  SUMMRYA    PIC X.
           02  SUMMRYI    PIC X(30).
           02  NOTEDTL    PIC S9(4) COMP.
           02  NOTEDTA    PIC X.
           02  NOTEDTI    PIC X(8).
           02  NOTETML    PIC S9(4) COMP.
           02  NOTETMA    PIC X.
           02  NOTETMI    PIC X(8).
           02  LINK1L     PIC S9(4) COMP.
           02  LINK1A     PIC X.
           02  LINK1I     PIC X(17).
           02  LINK2L     PIC S9(4) COMP.
           02  LINK2A     PIC X.
           02  LINK2I     PIC X(17).
           02  LINK3L     PIC S9(4) COMP.
           02  LINK3A     PIC X.
           02  LINK3I     PIC X(17).
           02  LINK4L     PIC S9(4) COMP.
           02  LINK4A     PIC X.
           02  LINK4I     PIC X(17).
           02  UPDBYL     PIC S9(4) COMP.
           02  UPDBYA     PIC X.
           02  UPDBYI     PIC X(3).
           02  UPDDTL     PIC S9(4) COMP.
           02  UPDDTA     PIC X.
           02  UPDDTI     PIC X(8).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
       01  CAS6O REDEFINES CAS6I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  ACTIONO    PIC X(3).
           02  FILLER     PIC X(3).
           02  CASENOO    PIC X(8).
           02  FILLER     PIC X(3).
           02  CUSTIDO    PIC X(10).
           02  FILLER     PIC X(3).
           02  CATEGO     PIC X(4).
           02  FILLER     PIC X(3).
           02  CATDSCO    PIC X(30).
           02  FILLER     PIC X(3).
           02  ASSIGNO    PIC X(3).
           02  FILLER     PIC X(3).
           02  CSTATO     PIC X(1).
           02  FILLER     PIC X(3).
           02  OPENDTO    PIC X(8).
           02  FILLER     PIC X(3).
           02  OPENBYO    PIC X(3).
           02  FILLER     PIC X(3).
           02  TARGDTO    PIC X(8).
           02  FILLER     PIC X(3).
           02  CLOSDTO    PIC X(8).
           02  FILLER     PIC X(3).
           02  CLOSBYO    PIC X(3).
           02  FILLER     PIC X(3).
           02  SUMMRYO    PIC X(30).
           02  FILLER     PIC X(3).
           02  NOTEDTO    PIC X(8).
           02  FILLER     PIC X(3).
           02  NOTETMO    PIC X(8).
           02  FILLER     PIC X(3).
           02  LINK1O     PIC X(17).
           02  FILLER     PIC X(3).
           02  LINK2O     PIC X(17).
           02  FILLER     PIC X(3).
           02  LINK3O     PIC X(17).
           02  FILLER     PIC X(3).
           02  LINK4O     PIC X(17).
           02  FILLER     PIC X(3).
           02  UPDBYO     PIC X(3).
           02  FILLER     PIC X(3).
           02  UPDDTO     PIC X(8).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
