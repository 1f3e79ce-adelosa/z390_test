      *
      * MORNING READINESS CHECK - RUN BEFORE THE ONLINE DAY OPENS.
      * SOAHLTH1 CHECKS THE PARTNERS; THIS JOB CHECKS US, IN THE
      * SEVEN PLACES THE BAD MORNINGS ALWAYS START:
      *
      *   1. A STALE SOACKPT CHECKPOINT LEFT BY A COMPLETED RUN
      *      (THE SAME DECODE CKPTMGR DOES BY HAND),
      *   3. UNREVIEWED ENTRIES ON THE SOASFDLQ DEAD-LETTER FILE,
      *   4. LAST NIGHT'S WINDOW INCOMPLETE ON THE RUNCTL STATE
      *      RECORD (A JOB STARTED AND NEVER ENDED),
      *   5. NO INBOUND FEED RECEIVED ON NUFEEDCT SINCE YESTERDAY,
      *   6. A CURRENCY WITH NO CURRATED RATE EFFECTIVE TODAY (THE
      *      NIGHTLY TESTG6FX IMPORT MISSED IT, OR HELD IT AND NO
      *      SUPERVISOR HAS CONFIRMED IT ON RTE6 YET),
      *   7. A DATASET INSIDE ITS CAPACITY WARNING MARGIN ON LAST
      *      NIGHT'S CAPMON1 RUN (CAPWARN).
      *
      * ONE GO/NO-GO CHECKLIST PRINTS ON G6RDRPT AND THE RETURN
      * CODE IS WHAT THE SCHEDULER HOLDS THE ONLINE OPEN ON -
      * 8 FOR A NO-GO (STALE CHECKPOINT, INCOMPLETE WINDOW),
      * 4 FOR WARNINGS ONLY (DEAD LETTERS, MISSING FEED, RATES NOT
      * CURRENT, CAPACITY MARGIN), 0 CLEAN.
      *
        PROGRAM-ID. READYCK1.
        ENVIRONMENT DIVISION.
        01  WS-STATE-REC.
            02  WS-STATE-DATE     PIC 9(8).
            02  WS-STATE-USED     PIC 9(2).
            02  WS-STATE-ENTRY OCCURS 20 TIMES
                                INDEXED BY WS-STATE-IDX.
                03  WS-STATE-JOB     PIC X(8).
                03  WS-STATE-FLAG    PIC X(1).
            02  FILLER              PIC X(9).
        01  WS-FEED-SEEN        PIC X(1).

      * RATE ROW - LAYOUT MIRRORS CURRATE-REC IN CURRATES.CPY.  ONE
      * SLOT PER DISTINCT CODE SEEN, FLAGGED WHEN A ROW EFFECTIVE
      * TODAY TURNS UP.  USD IS THE BASE CURRENCY - NEVER IMPORTED.
        01  WS-RT-REC.
            02  WS-RT-CODE          PIC X(3).
            02  FILLER              PIC X(1).
            02  WS-RT-EFF-DATE      PIC 9(8).
            02  FILLER              PIC X(10).
        01  WS-RT-TABLE.
            02  WS-RT-ENTRY OCCURS 20 TIMES
                                INDEXED BY WS-RT-IDX.
                03  WS-RT-SEEN-CODE  PIC X(3).
                03  WS-RT-TODAY      PIC X(1).
        01  WS-RT-USED          PIC 9(2) VALUE 0.
        01  WS-RT-MISSING       PIC 9(2) VALUE 0.
        01  WS-RT-HELD          PIC 9(2) VALUE 0.
        01  WS-RT-HELD-REC      PIC X(56).

      * CAPACITY WARNING ROW - LAYOUT MIRRORS CAPWARN-REC IN CAPMON1.
        01  WS-CW-REC.
            02  WS-CW-DATE          PIC 9(8).
            02  FILLER              PIC X(1).
            02  WS-CW-DSN           PIC X(8).
            02  FILLER              PIC X(63).
        01  WS-CW-COUNT         PIC 9(2) VALUE 0.
        01  WS-CW-FIRST         PIC X(8).

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM CHECK-DEAD-LETTERS.
            PERFORM CHECK-WINDOW-COMPLETE.
            PERFORM CHECK-FEED-ARRIVED.
            PERFORM CHECK-RATES-CURRENT.
            PERFORM CHECK-CAPACITY-MARGINS.
            MOVE SPACES TO G6RDRPT-REC.
            IF WS-NOGO-COUNT > 0
                STRING '** NO-GO - ' DELIMITED BY SIZE
                END-IF
            END-IF.

      * EVERY NON-BASE CURRENCY ON CURRATED SHOULD HAVE A ROW
      * EFFECTIVE TODAY AFTER THE NIGHTLY IMPORT.  THE SCREENS STILL
      * PRICE ON YESTERDAY'S RATE WITHOUT ONE, SO THIS IS A WARNING,
      * NOT A NO-GO - WITH THE G6RTHLD COUNT SO THE SUPERVISOR KNOWS
      * WHETHER RTE6 CONFIRMATIONS ARE WHAT IS OUTSTANDING.
        CHECK-RATES-CURRENT.
            MOVE 0 TO WS-RT-USED WS-RT-MISSING WS-RT-HELD.
            MOVE 'CURRATED' TO WS-CK-NAME.
            CALL 'CBL_OPEN_FILE' USING WS-CK-NAME
                     WS-CK-ACCESS WS-CK-DENY
                     WS-CK-DEVICE WS-CK-HANDLE
                GIVING WS-CK-STATUS.
            IF WS-CK-STATUS = 0
                MOVE 'N' TO WS-CK-EOF
                PERFORM SCAN-ONE-RATE-ROW
                    UNTIL WS-CK-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-CK-HANDLE
                    GIVING WS-CK-STATUS
            END-IF.
            PERFORM COUNT-ONE-MISSING-RATE
                VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-USED.
            MOVE 'G6RTHLD' TO WS-CK-NAME.
            CALL 'CBL_OPEN_FILE' USING WS-CK-NAME
                     WS-CK-ACCESS WS-CK-DENY
                     WS-CK-DEVICE WS-CK-HANDLE
                GIVING WS-CK-STATUS.
            IF WS-CK-STATUS = 0
                MOVE 'N' TO WS-CK-EOF
                PERFORM COUNT-ONE-HELD-RATE
                    UNTIL WS-CK-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-CK-HANDLE
                    GIVING WS-CK-STATUS
            END-IF.
            IF WS-RT-MISSING > 0
                PERFORM SAY-WARN
                STRING WS-RT-MISSING DELIMITED BY SIZE
                       ' CURRENCIES HAVE NO RATE FOR TODAY - '
                           DELIMITED BY SIZE
                       WS-RT-HELD DELIMITED BY SIZE
                       ' HELD ON RTE6' DELIMITED BY SIZE
                  INTO G6RDRPT-REC (12:60)
            ELSE
                PERFORM SAY-GO
                MOVE 'EXCHANGE RATES CURRENT FOR TODAY'
                  TO G6RDRPT-REC (12:60)
            END-IF.
            WRITE G6RDRPT-REC.

        SCAN-ONE-RATE-ROW.
            MOVE LENGTH OF WS-RT-REC TO WS-CK-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-CK-HANDLE
                     WS-CK-RECLEN WS-CK-FLAGS
                     WS-CK-RESERVED WS-RT-REC
                GIVING WS-CK-STATUS.
            IF WS-CK-STATUS NOT = 0
                MOVE 'Y' TO WS-CK-EOF
            ELSE
                IF WS-RT-CODE NOT = 'USD'
                    AND WS-RT-CODE NOT = SPACES
                    SET WS-RT-IDX TO 1
                    SEARCH WS-RT-ENTRY
                        AT END
                            PERFORM ADD-ONE-RATE-CODE
                        WHEN WS-RT-IDX > WS-RT-USED
                            PERFORM ADD-ONE-RATE-CODE
                        WHEN WS-RT-SEEN-CODE (WS-RT-IDX) = WS-RT-CODE
                            CONTINUE
                    END-SEARCH
                    IF WS-RT-IDX NOT > WS-RT-USED
                        AND WS-RT-EFF-DATE NUMERIC
                        AND WS-RT-EFF-DATE = WS-TODAY
                        MOVE 'Y' TO WS-RT-TODAY (WS-RT-IDX)
                    END-IF
                END-IF
            END-IF.

        ADD-ONE-RATE-CODE.
            IF WS-RT-USED < 20
                ADD 1 TO WS-RT-USED
                SET WS-RT-IDX TO WS-RT-USED
                MOVE WS-RT-CODE TO WS-RT-SEEN-CODE (WS-RT-IDX)
                MOVE 'N' TO WS-RT-TODAY (WS-RT-IDX)
            ELSE
                SET WS-RT-IDX TO 21
            END-IF.

        COUNT-ONE-MISSING-RATE.
            IF WS-RT-TODAY (WS-RT-IDX) NOT = 'Y'
                ADD 1 TO WS-RT-MISSING
            END-IF.

        COUNT-ONE-HELD-RATE.
            MOVE LENGTH OF WS-RT-HELD-REC TO WS-CK-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-CK-HANDLE
                     WS-CK-RECLEN WS-CK-FLAGS
                     WS-CK-RESERVED WS-RT-HELD-REC
                GIVING WS-CK-STATUS.
            IF WS-CK-STATUS NOT = 0
                MOVE 'Y' TO WS-CK-EOF
            ELSE
                ADD 1 TO WS-RT-HELD
            END-IF.

      * CAPMON1 REBUILDS CAPWARN EVERY NIGHT WITH ONE ROW PER DATASET
      * AT ITS WARNING PERCENT OF LIMIT OR DUE TO FILL INSIDE ITS
      * WARNING DAYS - SPACE HAS TO BE ADDED BEFORE IT RUNS OUT, BUT
      * NOTHING IS FULL YET, SO THIS IS A WARNING, NOT A NO-GO.  THE
      * DETAIL IS ON CAPRPT.
        CHECK-CAPACITY-MARGINS.
            MOVE 0 TO WS-CW-COUNT.
            MOVE SPACES TO WS-CW-FIRST.
            MOVE 'CAPWARN' TO WS-CK-NAME.
            CALL 'CBL_OPEN_FILE' USING WS-CK-NAME
                     WS-CK-ACCESS WS-CK-DENY
                     WS-CK-DEVICE WS-CK-HANDLE
                GIVING WS-CK-STATUS.
            IF WS-CK-STATUS = 0
                MOVE 'N' TO WS-CK-EOF
                PERFORM COUNT-ONE-CAPACITY-WARNING
                    UNTIL WS-CK-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-CK-HANDLE
                    GIVING WS-CK-STATUS
            END-IF.
            IF WS-CW-COUNT > 0
                PERFORM SAY-WARN
                STRING WS-CW-COUNT DELIMITED BY SIZE
                       ' DATASETS IN CAPACITY MARGIN, FIRST '
                           DELIMITED BY SIZE
                       WS-CW-FIRST DELIMITED BY SIZE
                       ' (SEE CAPRPT)' DELIMITED BY SIZE
                  INTO G6RDRPT-REC (12:60)
            ELSE
                PERFORM SAY-GO
                MOVE 'ALL DATASETS INSIDE THEIR CAPACITY LIMITS'
                  TO G6RDRPT-REC (12:60)
            END-IF.
            WRITE G6RDRPT-REC.

        COUNT-ONE-CAPACITY-WARNING.
            MOVE LENGTH OF WS-CW-REC TO WS-CK-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-CK-HANDLE
                     WS-CK-RECLEN WS-CK-FLAGS
                     WS-CK-RESERVED WS-CW-REC
                GIVING WS-CK-STATUS.
            IF WS-CK-STATUS NOT = 0
                MOVE 'Y' TO WS-CK-EOF
            ELSE
                ADD 1 TO WS-CW-COUNT
                IF WS-CW-FIRST = SPACES
                    MOVE WS-CW-DSN TO WS-CW-FIRST
                END-IF
            END-IF.

        SAY-GO.
            MOVE SPACES TO G6RDRPT-REC.
            MOVE '  GO    - ' TO G6RDRPT-REC (1:10).
