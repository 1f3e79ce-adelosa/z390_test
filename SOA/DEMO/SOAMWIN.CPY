      ***************************************************************
      * SOAMWIN.CPY - ONE PLANNED PARTNER MAINTENANCE WINDOW ON THE
      * SOAMWIN DATASET (80 BYTES PER WINDOW).  A PARTNER'S ADVANCE
      * NOTICE OF DOWNTIME IS KEYED ON THE SVR6 REGISTRY SCREEN
      * (TESTSVR1) AS ONE ROW HERE.  WHILE A WINDOW IS OPEN SOACMGR3
      * PARKS THE SERVICE'S ASYNC SENDS ON THE STORE-AND-FORWARD
      * QUEUE AND REFUSES ITS SYNCHRONOUS CALLS WITH RETURN CODE 28,
      * AND SOASLA1, SOASLM1 AND SOAPRF1 LEAVE THE WINDOW'S TRAFFIC
      * OUT OF THEIR COMPLIANCE FIGURES.
      *
      *   COLS  1- 8  SERVICE NAME (AS REGISTERED ON SOASVCRG)
      *   COLS 10-21  WINDOW START YYYYMMDDHHMM
      *   COLS 23-34  WINDOW END   YYYYMMDDHHMM (NOT INCLUDED)
      *   COLS 36-38  OPERATOR WHO KEYED THE WINDOW
      *   COLS 40-47  DATE KEYED
      ***************************************************************
       01  mwin-rec.
           02  mwin-svc          pic x(8).
           02  filler            pic x(1).
           02  mwin-start.
               03  mwin-start-date pic 9(8).
               03  mwin-start-hhmm pic 9(4).
           02  filler            pic x(1).
           02  mwin-end.
               03  mwin-end-date   pic 9(8).
               03  mwin-end-hhmm   pic 9(4).
           02  filler            pic x(1).
           02  mwin-opid         pic x(3).
           02  filler            pic x(1).
           02  mwin-keyed-date   pic 9(8).
           02  filler            pic x(33).
