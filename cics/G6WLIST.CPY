      ***************************************************************
      * G6WLIST.CPY - ONE SANCTIONS / WATCH-LIST ENTRY ON THE G6WLIST
      * REFERENCE DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM).
      * REBUILT WHOLE BY THE TESTG6WL LOAD JOB EACH TIME COMPLIANCE
      * SENDS A FRESH LIST - NOTHING ONLINE WRITES IT.  NAME AND
      * ADDRESS ARE HELD ALREADY NORMALISED (UPPER CASE, PUNCTUATION
      * BLANKED, RUNS OF SPACES CLOSED UP - SEE G6WLSTP.CPY) SO EVERY
      * SCREENING PASS COMPARES LIKE WITH LIKE.
      *
      * WLST-LIST-ID NAMES THE SOURCE LIST THE ENTRY CAME FROM;
      * WLST-ENTRY-ID IS THAT LIST'S OWN REFERENCE FOR THE ENTRY.
      * WLST-ADDR/WLST-ZIP ARE BLANK WHEN THE LIST GIVES NO ADDRESS.
      ***************************************************************
       01  WLST-REC.
           02  WLST-LIST-ID        PIC X(8).
           02  FILLER              PIC X(1).
           02  WLST-ENTRY-ID       PIC X(10).
           02  FILLER              PIC X(1).
           02  WLST-NAME           PIC X(40).
           02  FILLER              PIC X(1).
           02  WLST-ADDR           PIC X(40).
           02  FILLER              PIC X(1).
           02  WLST-ZIP            PIC X(5).
           02  FILLER              PIC X(1).
           02  WLST-LOAD-DATE      PIC 9(8).
