      ***************************************************************
      * G6RPVCA.CPY - THE RPV6 REPORT-VIEWER CONVERSATION COMMAREA
      * (02-LEVEL FIELDS; COPY UNDER AN 01).  CUT AS A COPYBOOK WHEN
      * BUR6 STARTED HANDING A FINISHED REQUEST'S OUTPUT INTO RPV6 -
      * THE HANDING PROGRAM BUILDS THIS EXACT SHAPE WITH THE KEPT
      * MEMBER IN RPVCA-MEMBER AND RPVCA-HANDOFF 'Y', SO RPV6'S
      * FIRST TRIP OPENS THAT MEMBER INSTEAD OF RECEIVING A MAP
      * THAT IS NOT ITS OWN.
      ***************************************************************
           02  RPVCA-FIRST      PIC X(1).
      * 'L' LISTING THE INDEX, 'V' VIEWING A MEMBER.
           02  RPVCA-MODE       PIC X(1).
               88  RPVCA-LISTING    VALUE 'L'.
               88  RPVCA-VIEWING    VALUE 'V'.
      * LIST MODE - THE REPORT NAME FILTER (BLANK = ALL) AND THE
      * INDEX ROW AT THE TOP OF THE PAGE.
           02  RPVCA-FILTER     PIC X(8).
           02  RPVCA-LIST-TOP   PIC 9(4).
      * VIEW MODE - THE INDEX ROW OPENED, THE MEMBER LINE AT THE
      * TOP OF THE PAGE, AND THE FIRST REPORT COLUMN SHOWN.
           02  RPVCA-REPORT     PIC X(8).
           02  RPVCA-DATE       PIC X(8).
           02  RPVCA-MEMBER     PIC X(8).
           02  RPVCA-JOB        PIC X(8).
           02  RPVCA-LRECL      PIC 9(3).
           02  RPVCA-LINES      PIC 9(6).
           02  RPVCA-TOP        PIC 9(6).
           02  RPVCA-COL        PIC 9(3).
      * 'Y' ON THE FIRST TRIP AFTER ANOTHER SCREEN HANDED IN
      * RPVCA-MEMBER TO OPEN.
           02  RPVCA-HANDOFF    PIC X(1).
