      ***************************************************************
      * MAP20CB.CPY - COBOL SYMBOLIC MAP FOR MAPSET MAP20 (MAP20.CPY
      * IS THE ASSEMBLER DSECT FORM OF THE SAME MAPSET).  SAME
      * L/A/I + REDEFINES-OVER-O CONVENTION AS MAP01CB.CPY.
      *
      * RPVW IS THE REPORT-REPOSITORY VIEWER (TESTG6VW) - REPORT,
      * DATE, FIND-TEXT AND START-COLUMN FILTERS, A HEADING LINE,
      * FOURTEEN LINES OF EITHER G6RPIX INDEX ROWS OR REPORT TEXT,
      * AND THE ROW-NUMBER SELECTION FIELD THAT OPENS A LISTED
      * REPORT.
      ***************************************************************
       01  RPVWI.
           02  FILLER     PIC X(12).
           02  VWRPTL     PIC S9(4) COMP.
           02  VWRPTA     PIC X.
           02  VWRPTI     PIC X(8).
           02  VWDATEL    PIC S9(4) COMP.
           02  VWDATEA    PIC X.
           02  VWDATEI    PIC X(8).
           02  VWFINDL    PIC S9(4) COMP.
           02  VWFINDA    PIC X.
           02  VWFINDI    PIC X(20).
           02  VWCOLL     PIC S9(4) COMP.
           02  VWCOLA     PIC X.
           02  VWCOLI     PIC X(3).
           02  VWHDRL     PIC S9(4) COMP.
           02  VWHDRA     PIC X.
           02  VWHDRI     PIC X(79).
           02  VL01L      PIC S9(4) COMP.
           02  VL01A      PIC X.
           02  VL01I      PIC X(79).
           02  VL02L      PIC S9(4) COMP.
           02  VL02A      PIC X.
           02  VL02I      PIC X(79).
           02  VL03L      PIC S9(4) COMP.
           02  VL03A      PIC X.
           02  VL03I      PIC X(79).
           02  VL04L      PIC S9(4) COMP.
           02  VL04A      PIC X.
           02  VL04I      PIC X(79).
           02  VL05L      PIC S9(4) COMP.
           02  VL05A      PIC X.
           02  VL05I      PIC X(79).
           02  VL06L      PIC S9(4) COMP.
           02  VL06A      PIC X.
           02  VL06I      PIC X(79).
           02  VL07L      PIC S9(4) COMP.
           02  VL07A      PIC X.
           02  VL07I      PIC X(79).
           02  VL08L      PIC S9(4) COMP.
           02  VL08A      PIC X.
           02  VL08I      PIC X(79).
           02  VL09L      PIC S9(4) COMP.
           02  VL09A      PIC X.
           02  VL09I      PIC X(79).
           02  VL10L      PIC S9(4) COMP.
           02  VL10A      PIC X.
           02  VL10I      PIC X(79).
           02  VL11L      PIC S9(4) COMP.
           02  VL11A      PIC X.
           02  VL11I      PIC X(79).
           02  VL12L      PIC S9(4) COMP.
           02  VL12A      PIC X.
           02  VL12I      PIC X(79).
           02  VL13L      PIC S9(4) COMP.
           02  VL13A      PIC X.
           02  VL13I      PIC X(79).
           02  VL14L      PIC S9(4) COMP.
           02  VL14A      PIC X.
           02  VL14I      PIC X(79).
           02  VWSELL     PIC S9(4) COMP.
           02  VWSELA     PIC X.
           02  VWSELI     PIC X(2).
           02  ERRMSGL    PIC S9(4) COMP.
           02  ERRMSGA    PIC X.
           02  ERRMSGI    PIC X(34).
       01  RPVWO REDEFINES RPVWI.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  VWRPTO     PIC X(8).
           02  FILLER     PIC X(3).
           02  VWDATEO    PIC X(8).
           02  FILLER     PIC X(3).
           02  VWFINDO    PIC X(20).
           02  FILLER     PIC X(3).
           02  VWCOLO     PIC X(3).
           02  FILLER     PIC X(3).
           02  VWHDRO     PIC X(79).
           02  FILLER     PIC X(3).
           02  VL01O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL02O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL03O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL04O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL05O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL06O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL07O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL08O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL09O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL10O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL11O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL12O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL13O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VL14O      PIC X(79).
           02  FILLER     PIC X(3).
           02  VWSELO     PIC X(2).
           02  FILLER     PIC X(3).
           02  ERRMSGO    PIC X(34).
