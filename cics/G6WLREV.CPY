      ***************************************************************
      * G6WLREV.CPY - ONE WATCH-LIST REVIEW ENTRY ON THE G6WLREV
      * DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM).  A POSSIBLE
      * MATCH BETWEEN A CUSTOMER AND A G6WLIST ENTRY OPENS A 'P' ROW
      * HERE - FROM THE TESTG6WS NIGHTLY SCREEN, OR FROM GUI6 WHEN A
      * NEW CUSTOMER IS ADDED OR A NAME CHANGES.  THE COMPLIANCE
      * OFFICER WORKS THE ROWS ON THE WLR6 SCREEN (TESTG6WR), WHICH
      * HOLDS THE FILE WHOLE IN STORAGE AND TRUNCATES AND REWRITES IT
      * (THE LATEST-STATE TECHNIQUE G6PENDG USES).
      *
      * WLRV-STATUS:
      *   'P' POSSIBLE MATCH, AWAITING REVIEW
      *   'F' CLEARED AS A FALSE POSITIVE
      *   'C' CONFIRMED - GUI6 REFUSES EVERY CHANGE TO THE CUSTOMER
      *   'R' RELEASED - A CONFIRMED HIT LIFTED BY COMPLIANCE
      *
      * WLRV-HIT-TYPE: 'N' FULL NAME MATCH, 'P' LIST NAME FOUND
      * WITHIN THE CUSTOMER NAME, 'A' ADDRESS AND ZIP MATCH.
      * WLRV-SOURCE: 'G6WS' NIGHTLY SCREEN, 'GUI6' ONLINE.
      *
      * THE CUSTOMER NAME/ADDRESS ARE AS SCREENED, SO A ROW ALREADY
      * DECIDED IS NOT RAISED AGAIN FOR THE SAME NAME - A NAME CHANGE
      * SCREENS AFRESH.  THE DECISION FIELDS HOLD THE LATEST DECISION;
      * THE FULL TRAIL IS ON G6WLAUD.
      ***************************************************************
       01  WLRV-REC.
           02  WLRV-STATUS         PIC X(1).
               88  WLRV-IS-POSSIBLE    VALUE 'P'.
               88  WLRV-IS-CLEARED     VALUE 'F'.
               88  WLRV-IS-CONFIRMED   VALUE 'C'.
               88  WLRV-IS-RELEASED    VALUE 'R'.
               88  WLRV-IS-OPEN        VALUE 'P' 'C'.
           02  FILLER              PIC X(1).
           02  WLRV-CUST-ID        PIC X(10).
           02  FILLER              PIC X(1).
           02  WLRV-HIT-TYPE       PIC X(1).
           02  FILLER              PIC X(1).
           02  WLRV-LIST-ID        PIC X(8).
           02  FILLER              PIC X(1).
           02  WLRV-ENTRY-ID       PIC X(10).
           02  FILLER              PIC X(1).
           02  WLRV-LIST-NAME      PIC X(40).
           02  FILLER              PIC X(1).
           02  WLRV-CUST-NAME      PIC X(40).
           02  FILLER              PIC X(1).
           02  WLRV-CUST-ADDR      PIC X(40).
           02  FILLER              PIC X(1).
           02  WLRV-CUST-ZIP       PIC X(5).
           02  FILLER              PIC X(1).
           02  WLRV-SOURCE         PIC X(4).
           02  FILLER              PIC X(1).
           02  WLRV-OPEN-DATE      PIC 9(8).
           02  WLRV-OPEN-TIME      PIC 9(8).
           02  WLRV-OPEN-OPID      PIC X(3).
           02  FILLER              PIC X(1).
           02  WLRV-DEC-DATE       PIC 9(8).
           02  WLRV-DEC-TIME       PIC 9(8).
           02  WLRV-DEC-OPID       PIC X(3).
           02  FILLER              PIC X(1).
           02  WLRV-DEC-NOTE       PIC X(34).
