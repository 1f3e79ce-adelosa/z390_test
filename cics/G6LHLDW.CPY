      ***************************************************************
      * G6LHLDW.CPY - LEGAL-HOLD CHECK, WORKING-STORAGE SIDE (PAIR
      * WITH G6LHLDP.CPY).  THE G6LHOLD DATASET (SEE G6LHOLD.CPY) IS
      * LOADED ONCE INTO LHS-TABLE; EVERY JOB THAT PURGES OR ROLLS
      * DATA AWAY ON A RETENTION SCHEDULE ASKS IT BEFORE DELETING.
      *
      * CHECK-LEGAL-HOLD - CALLER SETS LHS-CUST-ID-WK (SPACES WHEN
      * THE RECORD BELONGS TO NO ONE CUSTOMER) AND LHS-DATE-WK (THE
      * RECORD'S DATE, ZERO WHEN UNDATED).
      * CHECK-LEGAL-HOLD-TEXT - CALLER SETS LHS-TEXT-WK/LHS-TEXT-LEN
      * TO A WHOLE RECORD IMAGE AND LHS-DATE-WK; A CUSTOMER HOLD
      * MATCHES WHEREVER ITS CUSTOMER ID APPEARS IN THE TEXT.
      * EITHER WAY LHS-HELD COMES BACK 'Y' WITH LHS-HELD-BY NAMING
      * THE FIRST ACTIVE HOLD THAT COVERS THE RECORD.  A HOLD FILE
      * PAST LHS-MAX CANNOT BE CHECKED IN FULL, SO EVERYTHING COMES
      * BACK HELD BY 'OVERFLOW' - NOTHING IS DELETED ON A GUESS.
      *
      * COMPUTE-HOLD-REACH - FOR THE JOBS THAT PURGE A FIXED WINDOW
      * OF DATED GENERATIONS (THE 31 DAYS BEFORE THE CUTOFF).  CALLER
      * SETS LHS-RUN-DATE-WK AND LHS-RETAIN-WK; LHS-REACH-DAYS COMES
      * BACK AS HOW MANY DAYS BEFORE THE CUTOFF TO WALK - 31, OR
      * FURTHER WHEN AN ACTIVE HOLD (OR ONE RELEASED WITHIN THE LAST
      * 31 DAYS) HAS BEEN KEEPING OLDER GENERATIONS, SO THE RUNS
      * AFTER A RELEASE CATCH UP ON WHAT THE HOLD KEPT.
      ***************************************************************
       COPY G6LHOLD.
       01  LHS-FILE-NAME           PIC X(8) VALUE 'G6LHOLD'.
       01  LHS-FILE-ACC            PIC X(1) VALUE X'03'.
       01  LHS-FILE-DENY           PIC X(1) VALUE X'03'.
       01  LHS-FILE-DEV            PIC X(1) VALUE X'00'.
       01  LHS-FILE-HND            PIC X(4).
       01  LHS-FILE-FLG            PIC X(4) VALUE X'00000000'.
       01  LHS-FILE-RSV            PIC X(4) VALUE X'00000000'.
       01  LHS-FILE-STAT           PIC S9(9) COMP-5.
       01  LHS-FILE-LEN            PIC 9(8) COMP-5.
       01  LHS-FILE-EOF            PIC X(1).
       01  LHS-LOADED              PIC X(1) VALUE 'N'.
       01  LHS-COUNT               PIC 9(4) COMP VALUE 0.
       01  LHS-MAX                 PIC 9(4) COMP VALUE 200.
       01  LHS-OVERFLOW            PIC 9(5) COMP VALUE 0.
      * ACTIVE HOLDS THAT NAME A CUSTOMER - ZERO LETS A CALLER SKIP
      * READING A WHOLE FILE JUST TO LOOK FOR CUSTOMER IDS.
       01  LHS-CUST-HOLDS          PIC 9(4) COMP VALUE 0.
       01  LHS-TABLE.
           02  LHS-ENTRY OCCURS 200 TIMES
                         INDEXED BY LHS-IDX.
               03  LHS-HOLD-ID     PIC X(8).
               03  LHS-STATUS      PIC X(1).
               03  LHS-CUST-ID     PIC X(10).
               03  LHS-FROM-DATE   PIC 9(8).
               03  LHS-TO-DATE     PIC 9(8).
               03  LHS-SET-DATE    PIC 9(8).
               03  LHS-REL-DATE    PIC 9(8).
       01  LHS-SCAN                PIC 9(4) COMP.
       01  LHS-MODE                PIC X(1).
       01  LHS-MATCH               PIC X(1).
       01  LHS-TALLY               PIC 9(4) COMP.
      * CHECK INPUT AND RESULT.
       01  LHS-CUST-ID-WK          PIC X(10).
       01  LHS-DATE-WK             PIC 9(8).
       01  LHS-TEXT-WK             PIC X(4154).
       01  LHS-TEXT-LEN            PIC 9(4) COMP.
       01  LHS-HELD                PIC X(1).
           88  LHS-IS-HELD             VALUE 'Y'.
       01  LHS-HELD-BY             PIC X(8).
      * REACH-BACK INPUT AND RESULT.
       01  LHS-RUN-DATE-WK         PIC 9(8).
       01  LHS-RETAIN-WK           PIC 9(4).
       01  LHS-REACH-DAYS          PIC 9(4) COMP.
       01  LHS-REACH-MAX           PIC 9(4) COMP VALUE 3660.
       01  LHS-RUN-INT             PIC S9(9) COMP.
       01  LHS-CUTOFF-INT          PIC S9(9) COMP.
       01  LHS-FLOOR-INT           PIC S9(9) COMP.
       01  LHS-WORK-INT            PIC S9(9) COMP.
