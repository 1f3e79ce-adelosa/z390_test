      * RETENTION.  READERS THAT NEED A DATE RANGE GO THROUGH THE
      * G6GENRW/G6GENRP CROSS-GENERATION READ LAYER.
      *
      * THE PURGE HONOURS THE G6LHOLD LEGAL HOLDS (G6LHLDW.CPY): A
      * GENERATION DATED INSIDE A HELD RANGE, OR HOLDING ANY RECORD
      * THAT CARRIES A HELD CUSTOMER'S ID, IS KEPT AND LISTED.
      *
      * G6GRPARM CARD, ONE EXECUTION PER STREAM:
      *   COLS  1- 8  LIVE STREAM DATASET NAME (E.G. GUI6AUD)
      *   COL      9  BLANK
      *   COLS 17-20  STREAM RECORD LENGTH
      *   COL     21  BLANK
      *   COLS 22-29  ROLLOVER DATE YYYYMMDD (BLANK = TODAY)
      *
      * THE MONTHLY DORMANCY SCAN (TESTG6DM) LOOKS BACK OVER THE AU
      * AND CJ GENERATIONS FOR ITS WHOLE THRESHOLD (365 DAYS BY
      * DEFAULT) - GIVE THOSE TWO CARDS A RETENTION AT LEAST THAT
      * LONG, OR THE SCAN HAS TO SHORTEN ITS THRESHOLD TO MATCH.
      *
        PROGRAM-ID. TESTG6GR.
        ENVIRONMENT DIVISION.
        01  WS-CUTOFF-INT       PIC 9(8) COMP.
        01  WS-PURGE-INT        PIC 9(8) COMP.
        01  WS-PURGE-DATE       PIC 9(8).
        01  WS-DAY-CT           PIC 9(4) COMP.
        01  WS-HELD-COUNT       PIC 9(5) VALUE 0.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.

        01  WS-GEN-STATUS       PIC S9(9) COMP-5.
        01  WS-GEN-OPENED       PIC X(1) VALUE 'N'.
        01  WS-REC-BUF          PIC X(600).
        01  WS-GEN-EOF          PIC X(1).
        COPY G6LHLDW.

        PROCEDURE DIVISION.
        MAINLINE.
                    ' TO ' WS-GEN-NAME.
            DISPLAY 'TESTG6GR GENERATIONS PURGED ='
                    WS-PURGE-COUNT.
            DISPLAY 'TESTG6GR GENERATIONS HELD   ='
                    WS-HELD-COUNT.
            STOP RUN.

        LOAD-PARM-CARD.

      * DELETE GENERATIONS PAST RETENTION - THE 31 CALENDAR DAYS
      * IMMEDIATELY BEFORE THE CUTOFF ARE CANDIDATES, SAME RULE AS
      * SOATLR1; ANYTHING OLDER IS LEFT FOR MANUAL REVIEW.  A LEGAL
      * HOLD THAT HAS BEEN KEEPING OLDER GENERATIONS WIDENS THE WALK
      * SO THEY ARE LISTED WHILE HELD AND PURGED ONCE RELEASED.
        PURGE-OLD-GENERATIONS.
            COMPUTE WS-CUTOFF-INT =
                FUNCTION INTEGER-OF-DATE (WS-ROLL-DATE)
                    - WS-RETAIN-DAYS.
            MOVE WS-ROLL-DATE   TO LHS-RUN-DATE-WK.
            MOVE WS-RETAIN-DAYS TO LHS-RETAIN-WK.
            PERFORM COMPUTE-HOLD-REACH.
            PERFORM PURGE-ONE-DAY
                VARYING WS-DAY-CT FROM 1 BY 1
                UNTIL WS-DAY-CT > LHS-REACH-DAYS.

        PURGE-ONE-DAY.
            COMPUTE WS-PURGE-INT = WS-CUTOFF-INT - WS-DAY-CT.
            STRING GP-PREFIX DELIMITED BY SIZE
                   WS-PURGE-DATE (3:6) DELIMITED BY SIZE
              INTO WS-GEN-NAME.
            PERFORM CHECK-GENERATION-HOLD.
            IF LHS-IS-HELD
                ADD 1 TO WS-HELD-COUNT
                DISPLAY 'TESTG6GR HELD GENERATION ' WS-GEN-NAME
                        ' HOLD ' LHS-HELD-BY
            ELSE
                CALL 'CBL_DELETE_FILE' USING WS-GEN-NAME
                    GIVING WS-GEN-STATUS
                IF WS-GEN-STATUS = 0
                    ADD 1 TO WS-PURGE-COUNT
                    DISPLAY 'TESTG6GR PURGED GENERATION '
                            WS-GEN-NAME
                END-IF
            END-IF.

      * HELD BY DATE FIRST; OTHERWISE, WHILE ANY HOLD NAMES A
      * CUSTOMER, READ THE GENERATION AND STOP AT THE FIRST RECORD
      * THAT CARRIES A HELD CUSTOMER'S ID.  A GENERATION THAT WILL
      * NOT OPEN IS NOT THERE, AND SO IS NOT HELD.
        CHECK-GENERATION-HOLD.
            MOVE SPACES TO LHS-CUST-ID-WK.
            MOVE WS-PURGE-DATE TO LHS-DATE-WK.
            PERFORM CHECK-LEGAL-HOLD.
            IF NOT LHS-IS-HELD AND LHS-CUST-HOLDS > 0
                CALL 'CBL_OPEN_FILE' USING WS-GEN-NAME
                         WS-IN-ACCESS WS-IN-DENY
                         WS-IN-DEVICE WS-GEN-HANDLE
                    GIVING WS-GEN-STATUS
                IF WS-GEN-STATUS = 0
                    MOVE 'N' TO WS-GEN-EOF
                    PERFORM SCAN-ONE-GENERATION-RECORD
                        UNTIL WS-GEN-EOF = 'Y' OR LHS-IS-HELD
                    CALL 'CBL_CLOSE_FILE' USING WS-GEN-HANDLE
                        GIVING WS-GEN-STATUS
                END-IF
            END-IF.

        SCAN-ONE-GENERATION-RECORD.
            MOVE WS-RECLEN-NUM TO WS-IN-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-GEN-HANDLE
                     WS-IN-RECLEN WS-IN-FLAGS
                     WS-IN-RESERVED WS-REC-BUF
                GIVING WS-GEN-STATUS.
            IF WS-GEN-STATUS NOT = 0
                MOVE 'Y' TO WS-GEN-EOF
            ELSE
                MOVE WS-REC-BUF TO LHS-TEXT-WK
                MOVE WS-RECLEN-NUM TO LHS-TEXT-LEN
                PERFORM CHECK-LEGAL-HOLD-TEXT
            END-IF.

        COPY G6LHLDP.
