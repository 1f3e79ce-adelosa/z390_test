      ***************************************************************
      * G6WLSTW.CPY - WATCH-LIST SCREENING, WORKING-STORAGE SIDE
      * (PAIR WITH G6WLSTP.CPY).  THE G6WLIST REFERENCE DATASET (SEE
      * G6WLIST.CPY) IS LOADED ONCE INTO WLS-TABLE; EVERY SCREENING
      * PASS THEN RUNS AGAINST STORAGE.  USED BY THE TESTG6WS NIGHTLY
      * SCREEN AND BY GUI6 ON A NEW CUSTOMER OR A NAME CHANGE; THE
      * TESTG6WL LOAD JOB USES ONLY THE NORMALISER.
      *
      * CALLERS SET WLS-CUST-NAME-WK, WLS-CUST-ADDR-WK AND
      * WLS-CUST-ZIP-WK AND PERFORM SCREEN-WATCH-LIST.  WLS-HIT-COUNT
      * COMES BACK WITH THE NUMBER OF ENTRIES HIT, AND EACH HIT ENTRY
      * CARRIES ITS WLS-HIT-TYPE: 'N' THE FULL NAME MATCHES, 'P' THE
      * LIST NAME APPEARS AS WHOLE WORDS WITHIN THE CUSTOMER NAME,
      * 'A' THE ADDRESS AND ZIP MATCH AN ADDRESS ON THE LIST.  A
      * MISSING OR EMPTY LIST SCREENS NOTHING AND HITS NOTHING -
      * WLS-COUNT ZERO TELLS THE CALLER SO.  ENTRIES PAST WLS-MAX ARE
      * COUNTED IN WLS-OVERFLOW AND NOT SCREENED.
      *
      * NORMALISE-WL-TEXT TAKES WLS-NORM-IN AND RETURNS WLS-NORM-OUT
      * UPPER CASE, WITH PUNCTUATION BLANKED, LEADING SPACES DROPPED
      * AND RUNS OF SPACES CLOSED UP TO ONE; WLS-NORM-LEN IS ITS
      * LENGTH WITHOUT TRAILING SPACES.
      ***************************************************************
       COPY G6WLIST.
       01  WLS-FILE-NAME           PIC X(8) VALUE 'G6WLIST'.
       01  WLS-FILE-ACC            PIC X(1) VALUE X'03'.
       01  WLS-FILE-DENY           PIC X(1) VALUE X'03'.
       01  WLS-FILE-DEV            PIC X(1) VALUE X'00'.
       01  WLS-FILE-HND            PIC X(4).
       01  WLS-FILE-FLG            PIC X(4) VALUE X'00000000'.
       01  WLS-FILE-RSV            PIC X(4) VALUE X'00000000'.
       01  WLS-FILE-STAT           PIC S9(9) COMP-5.
       01  WLS-FILE-LEN            PIC 9(8) COMP-5.
       01  WLS-FILE-EOF            PIC X(1).
       01  WLS-LOADED              PIC X(1) VALUE 'N'.
       01  WLS-COUNT               PIC 9(4) COMP VALUE 0.
       01  WLS-MAX                 PIC 9(4) COMP VALUE 500.
       01  WLS-OVERFLOW            PIC 9(5) COMP VALUE 0.
       01  WLS-TABLE.
           02  WLS-ENTRY OCCURS 500 TIMES
                         INDEXED BY WLS-IDX.
               03  WLS-LIST-ID     PIC X(8).
               03  WLS-ENTRY-ID    PIC X(10).
               03  WLS-NAME        PIC X(40).
               03  WLS-NAME-LEN    PIC 9(2) COMP.
               03  WLS-ADDR        PIC X(40).
               03  WLS-ZIP         PIC X(5).
               03  WLS-HIT-TYPE    PIC X(1).
       01  WLS-SCAN                PIC 9(4) COMP.
       01  WLS-HIT-COUNT           PIC 9(4) COMP VALUE 0.
      * SCREENING INPUT.
       01  WLS-CUST-NAME-WK        PIC X(40).
       01  WLS-CUST-ADDR-WK        PIC X(40).
       01  WLS-CUST-ZIP-WK         PIC X(5).
      * THE CUSTOMER NAME NORMALISED AND FRAMED IN SPACES, SO A LIST
      * NAME FRAMED THE SAME WAY ONLY MATCHES ON WORD BOUNDARIES.
       01  WLS-CUST-PADDED.
           02  FILLER              PIC X(1) VALUE SPACE.
           02  WLS-CUST-PAD-NAME   PIC X(40).
           02  FILLER              PIC X(1) VALUE SPACE.
       01  WLS-CUST-ADDR-NORM      PIC X(40).
       01  WLS-PATTERN             PIC X(42).
       01  WLS-PAT-LEN             PIC 9(2) COMP.
       01  WLS-TALLY               PIC 9(4) COMP.
      * NORMALISER.
       01  WLS-NORM-IN             PIC X(40).
       01  WLS-NORM-OUT            PIC X(40).
       01  WLS-NORM-LEN            PIC 9(2) COMP.
       01  WLS-NORM-WK             PIC X(40).
       01  WLS-NORM-POS            PIC 9(2) COMP.
       01  WLS-NORM-LAST-SP        PIC X(1).
