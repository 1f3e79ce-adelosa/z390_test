      ***************************************************************
      * G6WLAUD.CPY - ONE COMPLIANCE DECISION ON THE G6WLAUD AUDIT
      * STREAM (CBL_OPEN_FILE/CBL_WRITE_FILE, APPEND ONLY).  THE WLR6
      * SCREEN (TESTG6WR) WRITES A ROW FOR EVERY CLEAR, CONFIRM AND
      * RELEASE - WHO, WHEN, WHICH CUSTOMER AND LIST ENTRY, THE
      * STATUS BEFORE AND AFTER, AND THE OFFICER'S NOTE.  G6WLREV
      * ONLY KEEPS THE LATEST DECISION ON EACH HIT; THIS IS THE
      * HISTORY.
      *
      * WLAU-ACTION: 'CLEAR', 'CONFIRM', 'RELEASE'.
      ***************************************************************
       01  WLAU-REC.
           02  WLAU-DATE           PIC 9(8).
           02  WLAU-TIME           PIC 9(8).
           02  WLAU-OPID           PIC X(3).
           02  FILLER              PIC X(1).
           02  WLAU-ACTION         PIC X(8).
           02  FILLER              PIC X(1).
           02  WLAU-CUST-ID        PIC X(10).
           02  FILLER              PIC X(1).
           02  WLAU-LIST-ID        PIC X(8).
           02  FILLER              PIC X(1).
           02  WLAU-ENTRY-ID       PIC X(10).
           02  FILLER              PIC X(1).
           02  WLAU-HIT-TYPE       PIC X(1).
           02  FILLER              PIC X(1).
           02  WLAU-OLD-STATUS     PIC X(1).
           02  WLAU-NEW-STATUS     PIC X(1).
           02  FILLER              PIC X(1).
           02  WLAU-NOTE           PIC X(34).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
           02  FILLER              PIC X(1).
           02  WLAU-CHAIN-SEQ      PIC 9(9).
           02  WLAU-CHAIN-PREV     PIC 9(18).
