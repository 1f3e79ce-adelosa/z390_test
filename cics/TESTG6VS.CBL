      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * WHOLE-BOOK ADDRESS RE-VERIFICATION SWEEP.  GUI6 ONLY ASKS THE
      * ADDRVFY PARTNER ABOUT AN ADDRESS AT THE MOMENT A CHANGE IS
      * KEYED, SO MOST OF THE BOOK HAS NEVER BEEN THROUGH IT.  THIS
      * JOB BROWSES CUSTMAST IN KEY SEQUENCE (OR THE SLICE THE
      * G6VSPARM CARD NAMES) AND SENDS EVERY ACTIVE CUSTOMER'S
      * ADDRESS THROUGH SOACMGR3'S ADDRVFY SERVICE - THE SAME REQUEST
      * SHAPE GUI6 AND TESTG6AV SEND - REPORTING TO G6VSRPT EVERY
      * ADDRESS THE PARTNER STANDARDIZES DIFFERENTLY OR CALLS
      * UNDELIVERABLE, FOR THE CLERKS TO REVIEW.  NOTHING ON THE
      * ADDRESS ITSELF IS CHANGED HERE.
      *
      * A CLEAN ANSWER STAMPS CUST-ADDR-VFY-DATE (JOURNALED LIKE ANY
      * OTHER REWRITE), AND A CUSTOMER VERIFIED WITHIN THE SKIP
      * PERIOD - AND NOT CHANGED SINCE - IS PASSED OVER WITHOUT A
      * CALL.  A DIFFERENT OR UNDELIVERABLE ANSWER LEAVES THE STAMP
      * ALONE, SO THE CUSTOMER COMES UP AGAIN UNTIL SOMEONE FIXES IT.
      *
      * THE SWEEP PACES ITSELF.  SOACMGR3'S REGISTRY CAPS ONLY COUNT
      * THE CALLS OF THE RUN UNIT THEY LIVE IN, SO A BATCH JOB DRIVING
      * THE PARTNER FLAT OUT WOULD STARVE GUI6'S OWN ADDRVFY CALLS.
      * THE SWEEP HOLDS ITSELF TO A CALLS-PER-MINUTE RATE - BY DEFAULT
      * HALF THE ADDRVFY REGISTRY CAP, NEVER MORE THAN THE CAP - AND
      * WAITS OUT THE MINUTE WHEN IT GETS THERE, THE SAME WAY SOACMGR3
      * HOLDS AN OVER-CAP CALL.
      *
      * THE BROWSE POSITION IS CHECKPOINTED ON G6VSCKPT THE SAME WAY
      * TESTG6ZU CHECKPOINTS ITS OWN (CKPTMGR DECODES EITHER).  A RUN
      * THAT STOPS EARLY - THE PER-RUN CALL LIMIT REACHED, THE PARTNER
      * DOWN, IN MAINTENANCE OR OVER THE CALL BUDGET - LEAVES ITS
      * CHECKPOINT, AND THE NEXT RUN PICKS UP AFTER THE LAST CUSTOMER
      * IT FINISHED; A SWEEP THAT REACHES THE END OF ITS SLICE CLEARS
      * THE CHECKPOINT SO THE NEXT ONE STARTS AT THE TOP.
      *
      * G6VSPARM CARD (OPTIONAL):
      *   COLS  1-10  FIRST CUSTOMER ID (BLANK = START OF THE BOOK)
      *   COL     11  BLANK
      *   COLS 12-21  LAST CUSTOMER ID (BLANK = END OF THE BOOK)
      *   COL     22  BLANK
      *   COLS 23-25  SKIP DAYS - VERIFIED THIS RECENTLY IS PASSED
      *               OVER (BLANK = 365)
      *   COL     26  BLANK
      *   COLS 27-30  CALLS PER MINUTE (BLANK = HALF THE REGISTRY CAP)
      *   COL     31  BLANK
      *   COLS 32-37  MOST CALLS THIS RUN (BLANK = NO LIMIT)
      *
      * RETURN CODE 4 WHEN ANYTHING WAS REPORTED FOR REVIEW, 8 WHEN
      * THE SWEEP STOPPED SHORT OF THE END OF ITS SLICE.
      *
        PROGRAM-ID. TESTG6VS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6VSPARM ASSIGN TO G6VSPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6VSRPT ASSIGN TO G6VSRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.

        DATA DIVISION.
        FILE SECTION.
        FD  G6VSPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6VSPARM-REC.
            02  VS-FROM-ID          PIC X(10).
            02  FILLER              PIC X(1).
            02  VS-TO-ID            PIC X(10).
            02  FILLER              PIC X(1).
            02  VS-SKIP-DAYS        PIC X(3).
            02  FILLER              PIC X(1).
            02  VS-RATE             PIC X(4).
            02  FILLER              PIC X(1).
            02  VS-MAX-CALLS        PIC X(6).
            02  FILLER              PIC X(43).

        FD  G6VSRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6VSRPT-REC         PIC X(132).

        FD  CUSTMAST.
        COPY CUSTMAST.

        WORKING-STORAGE SECTION.
        COPY SOAMSG.
        COPY CUSTJRNW.
        01  WS-CM-EOF-SW        PIC X(1) VALUE 'N'.
            88  WS-CM-EOF          VALUE 'Y'.
        01  WS-STOP-SW          PIC X(1) VALUE 'N'.
            88  WS-STOPPED         VALUE 'Y'.
        01  WS-STOP-WHY         PIC X(40).
        01  WS-TODAY            PIC 9(8).
        01  WS-TO-ID            PIC X(10).
        01  WS-SKIP-DAYS        PIC 9(3) VALUE 365.
        01  WS-MAX-CALLS        PIC 9(6) VALUE 0.
        01  WS-DAYS-SINCE       PIC S9(7) COMP.

        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-ASKED-COUNT      PIC 9(7) VALUE 0.
        01  WS-RUN-CALLS        PIC 9(7) VALUE 0.
        01  WS-NOT-ACTIVE       PIC 9(7) VALUE 0.
        01  WS-RECENT-COUNT     PIC 9(7) VALUE 0.
        01  WS-CLEAN-COUNT      PIC 9(7) VALUE 0.
        01  WS-DIFF-COUNT       PIC 9(7) VALUE 0.
        01  WS-UNDEL-COUNT      PIC 9(7) VALUE 0.
        01  WS-UNASKED-COUNT    PIC 9(7) VALUE 0.
      * A RUN OF FAILED CALLS THIS LONG MEANS THE PARTNER IS NOT
      * ANSWERING - STOP AND LEAVE THE REST FOR THE NEXT RUN.
        01  WS-FAIL-STREAK      PIC 9(3) VALUE 0.
        01  WS-FAIL-LIMIT       PIC 9(3) VALUE 10.

        01  WS-AV-VERDICT       PIC X(1).
        01  WS-AV-ADDR          PIC X(40).
        01  WS-AV-ZIP           PIC X(5).
        01  WS-CALL-RC          PIC S9(4) COMP.
        01  WS-CALL-RC-ED       PIC 9(2).

      * THE ADDRVFY REGISTRY ROW - READ ONCE FOR ITS STATUS AND ITS
      * CALLS-PER-MINUTE CAP.
        COPY SOASVCRG.
        01  WS-RG-NAME          PIC X(8) VALUE 'SOASVCRG'.
        01  WS-RG-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-RG-DENY          PIC X(1) VALUE X'03'.
        01  WS-RG-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-RG-HANDLE        PIC X(4).
        01  WS-RG-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-RG-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-RG-STATUS        PIC S9(9) COMP-5.
        01  WS-RG-RECLEN        PIC 9(8) COMP-5.
        01  WS-RG-EOF           PIC X(1).
        01  WS-RG-FOUND         PIC X(1) VALUE 'N'.
        01  WS-RG-SVC-STATUS    PIC X(1).
        01  WS-RG-MAX-RATE      PIC 9(4) VALUE 0.

      * SELF-PACING - CALLS COUNTED AGAINST THE CURRENT HHMM MINUTE,
      * THE SAME WINDOW SOACMGR3'S RATE CAP USES.
        01  WS-RATE             PIC 9(4) VALUE 0.
        01  WS-RATE-NOTE        PIC X(40) VALUE SPACES.
        01  WS-PACE-TIME        PIC 9(8).
        01  WS-PACE-HHMM        PIC 9(4).
        01  WS-PACE-WIN         PIC 9(4) VALUE 0.
        01  WS-PACE-CNT         PIC 9(4) VALUE 0.
        01  WS-PACE-HOLDS       PIC 9(5) VALUE 0.

      * CHECKPOINT/RESTART CONTROL - SAME LATEST-STATE DATASET AND
      * RECORD SHAPE AS TESTG6ZU'S G6ZUCKPT, SO CKPTMGR READS BOTH.
        01  WS-CKPT-INTERVAL    PIC S9(4) COMP VALUE 100.
        01  WS-CKPT-SINCE       PIC S9(4) COMP VALUE 0.
        01  WS-CKPT-NAME        PIC X(8) VALUE 'G6VSCKPT'.
        01  WS-CKPT-ACCESS      PIC X(1) VALUE X'03'.
        01  WS-CKPT-ACCESS-OUT  PIC X(1) VALUE X'01'.
        01  WS-CKPT-DENY        PIC X(1) VALUE X'03'.
        01  WS-CKPT-DEVICE      PIC X(1) VALUE X'00'.
        01  WS-CKPT-HANDLE      PIC X(4).
        01  WS-CKPT-FLAGS       PIC X(4) VALUE X'00000000'.
        01  WS-CKPT-RESERVED    PIC X(4) VALUE X'00000000'.
        01  WS-CKPT-OPENED      PIC X(1) VALUE 'N'.
        01  WS-CKPT-STATUS      PIC S9(9) COMP-5.
        01  WS-CKPT-RECLEN      PIC 9(8) COMP-5.
        01  WS-CKPT-FOUND-SW    PIC X(1) VALUE 'N'.
            88  WS-CKPT-FOUND      VALUE 'Y'.
        01  WS-LAST-DONE-ID     PIC X(10) VALUE SPACES.
        01  WS-CKPT-REC.
            02  WS-CKPT-DATE        PIC 9(8).
            02  WS-CKPT-TIME        PIC 9(8).
            02  WS-CKPT-LAST-ID     PIC X(10).
            02  WS-CKPT-ASK-COUNT   PIC 9(7).
            02  WS-CKPT-SCAN-COUNT  PIC 9(7).

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM LOAD-SWEEP-PARM.
            OPEN OUTPUT G6VSRPT.
            MOVE 'WHOLE-BOOK ADDRESS RE-VERIFICATION SWEEP'
              TO G6VSRPT-REC.
            WRITE G6VSRPT-REC.
            PERFORM LOAD-ADDRVFY-REGISTRY.
            IF WS-RG-FOUND NOT = 'Y' OR WS-RG-SVC-STATUS NOT = 'A'
                MOVE SPACES TO G6VSRPT-REC
                STRING '** ADDRVFY IS NOT AN ACTIVE REGISTERED '
                           DELIMITED BY SIZE
                       'SERVICE - NOTHING SWEPT **' DELIMITED BY SIZE
                  INTO G6VSRPT-REC
                WRITE G6VSRPT-REC
                CLOSE G6VSRPT
                DISPLAY 'TESTG6VS ADDRVFY NOT ACTIVE - NOT RUN'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SET-SWEEP-RATE.
            PERFORM WRITE-RUN-HEADING.
            OPEN I-O CUSTMAST.
            PERFORM RESTART-FROM-CHECKPOINT.
            PERFORM SWEEP-ONE-CUSTOMER
                UNTIL WS-CM-EOF OR WS-STOPPED.
            IF WS-STOPPED
                IF WS-LAST-DONE-ID NOT = SPACES
                    PERFORM WRITE-CHECKPOINT
                END-IF
            ELSE
                PERFORM CLEAR-CHECKPOINT
            END-IF.
            PERFORM WRITE-SUMMARY.
            CLOSE CUSTMAST.
            CLOSE G6VSRPT.
            IF WS-CKPT-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-CKPT-HANDLE
                    GIVING WS-CKPT-STATUS
            END-IF.
            DISPLAY 'TESTG6VS SCANNED    =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6VS ASKED      =' WS-ASKED-COUNT.
            DISPLAY 'TESTG6VS VERIFIED   =' WS-CLEAN-COUNT.
            DISPLAY 'TESTG6VS DIFFERENT  =' WS-DIFF-COUNT.
            DISPLAY 'TESTG6VS UNDELIV    =' WS-UNDEL-COUNT.
            DISPLAY 'TESTG6VS NOT ASKED  =' WS-UNASKED-COUNT.
            IF WS-STOPPED
                DISPLAY 'TESTG6VS STOPPED - ' WS-STOP-WHY
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-DIFF-COUNT > 0 OR WS-UNDEL-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.

        LOAD-SWEEP-PARM.
            OPEN INPUT G6VSPARM.
            READ G6VSPARM
                AT END
                    MOVE SPACES TO G6VSPARM-REC
            END-READ.
            CLOSE G6VSPARM.
            MOVE VS-TO-ID TO WS-TO-ID.
            IF VS-SKIP-DAYS IS NUMERIC
                MOVE VS-SKIP-DAYS TO WS-SKIP-DAYS
            END-IF.
            IF VS-RATE IS NUMERIC
                MOVE VS-RATE TO WS-RATE
            END-IF.
            IF VS-MAX-CALLS IS NUMERIC
                MOVE VS-MAX-CALLS TO WS-MAX-CALLS
            END-IF.

        LOAD-ADDRVFY-REGISTRY.
            MOVE 'N' TO WS-RG-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-RG-NAME
                     WS-RG-ACCESS WS-RG-DENY
                     WS-RG-DEVICE WS-RG-HANDLE
                GIVING WS-RG-STATUS.
            IF WS-RG-STATUS = 0
                PERFORM READ-ONE-REGISTRY-ROW
                    UNTIL WS-RG-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RG-HANDLE
                    GIVING WS-RG-STATUS
            END-IF.

      * REGISTRY ROWS WRITTEN BEFORE THE CAP COLUMNS EXISTED CARRY
      * SPACES THERE - THE SAME "UNLIMITED" SOACMGR3 READS THEM AS.
        READ-ONE-REGISTRY-ROW.
            MOVE LENGTH OF SVCRG-REC TO WS-RG-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-RG-HANDLE
                     WS-RG-RECLEN WS-RG-FLAGS
                     WS-RG-RESERVED SVCRG-REC
                GIVING WS-RG-STATUS.
            IF WS-RG-STATUS NOT = 0
                MOVE 'Y' TO WS-RG-EOF
            ELSE
                IF SVCRG-NAME = 'ADDRVFY'
                    MOVE 'Y' TO WS-RG-FOUND
                    MOVE SVCRG-STATUS TO WS-RG-SVC-STATUS
                    IF SVCRG-MAX-RATE IS NUMERIC
                        MOVE SVCRG-MAX-RATE TO WS-RG-MAX-RATE
                    END-IF
                END-IF
            END-IF.

      * HALF THE REGISTRY CAP UNLESS THE CARD SAYS OTHERWISE, AND
      * NEVER ABOVE THE CAP.  A SERVICE WITH NO CAP GETS 60 A MINUTE
      * BY DEFAULT - STILL A SWEEP, NOT A FLOOD.
        SET-SWEEP-RATE.
            IF WS-RATE = 0
                IF WS-RG-MAX-RATE > 0
                    COMPUTE WS-RATE = WS-RG-MAX-RATE / 2
                    IF WS-RATE = 0
                        MOVE 1 TO WS-RATE
                    END-IF
                ELSE
                    MOVE 60 TO WS-RATE
                END-IF
            END-IF.
            IF WS-RG-MAX-RATE > 0 AND WS-RATE > WS-RG-MAX-RATE
                MOVE WS-RG-MAX-RATE TO WS-RATE
                MOVE ' (CARD RATE CUT BACK TO THE REGISTRY CAP)'
                  TO WS-RATE-NOTE
            END-IF.

        WRITE-RUN-HEADING.
            MOVE SPACES TO G6VSRPT-REC.
            STRING 'RUN DATE ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   '  SLICE ' DELIMITED BY SIZE
                   VS-FROM-ID DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-TO-ID DELIMITED BY SIZE
                   '  SKIP DAYS ' DELIMITED BY SIZE
                   WS-SKIP-DAYS DELIMITED BY SIZE
                   '  CALLS/MIN ' DELIMITED BY SIZE
                   WS-RATE DELIMITED BY SIZE
                   WS-RATE-NOTE DELIMITED BY SIZE
              INTO G6VSRPT-REC.
            WRITE G6VSRPT-REC.

      * A CHECKPOINT FROM A RUN THAT STOPPED EARLY WINS OVER THE
      * CARD'S FIRST CUSTOMER - THE SWEEP CARRIES ON FROM WHERE IT
      * GOT TO, WITH ITS COUNTS.  OTHERWISE START AT THE CARD'S FIRST
      * CUSTOMER, OR THE TOP OF THE BOOK.
        RESTART-FROM-CHECKPOINT.
            CALL 'CBL_OPEN_FILE' USING WS-CKPT-NAME
                     WS-CKPT-ACCESS WS-CKPT-DENY
                     WS-CKPT-DEVICE WS-CKPT-HANDLE
                GIVING WS-CKPT-STATUS.
            IF WS-CKPT-STATUS = 0
                MOVE 'Y' TO WS-CKPT-OPENED
                MOVE LENGTH OF WS-CKPT-REC TO WS-CKPT-RECLEN
                CALL 'CBL_READ_FILE' USING WS-CKPT-HANDLE
                         WS-CKPT-RECLEN WS-CKPT-FLAGS
                         WS-CKPT-RESERVED WS-CKPT-REC
                    GIVING WS-CKPT-STATUS
                IF WS-CKPT-STATUS = 0
                    AND WS-CKPT-LAST-ID NOT = SPACES
                    SET WS-CKPT-FOUND TO TRUE
                    MOVE WS-CKPT-ASK-COUNT  TO WS-ASKED-COUNT
                    MOVE WS-CKPT-SCAN-COUNT TO WS-SCANNED-COUNT
                END-IF
            END-IF.
            IF WS-CKPT-FOUND
                MOVE SPACES TO G6VSRPT-REC
                STRING 'RESTARTED AFTER CUSTOMER ' DELIMITED BY SIZE
                       WS-CKPT-LAST-ID DELIMITED BY SIZE
                       ' FROM THE CHECKPOINT OF ' DELIMITED BY SIZE
                       WS-CKPT-DATE DELIMITED BY SIZE
                  INTO G6VSRPT-REC
                WRITE G6VSRPT-REC
                MOVE WS-CKPT-LAST-ID TO CUST-ID
                START CUSTMAST KEY IS GREATER THAN CUST-ID
                    INVALID KEY
                        SET WS-CM-EOF TO TRUE
                END-START
            ELSE
                IF VS-FROM-ID NOT = SPACES
                    MOVE VS-FROM-ID TO CUST-ID
                ELSE
                    MOVE LOW-VALUES TO CUST-ID
                END-IF
                START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                    INVALID KEY
                        SET WS-CM-EOF TO TRUE
                END-START
            END-IF.
            IF NOT WS-CM-EOF
                PERFORM READ-NEXT-CUSTMAST
            END-IF.

      * THE SLICE ENDS AT THE CARD'S LAST CUSTOMER AS SURELY AS AT
      * THE END OF THE FILE.
        READ-NEXT-CUSTMAST.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-CM-EOF TO TRUE
            END-READ.
            IF NOT WS-CM-EOF
                AND WS-TO-ID NOT = SPACES
                AND CUST-ID > WS-TO-ID
                SET WS-CM-EOF TO TRUE
            END-IF.

      * ONLY ACTIVE CUSTOMERS (STATUS SPACE OR 'A') ARE ASKED ABOUT.
      * A CUSTOMER STAMPED WITHIN THE SKIP PERIOD, AND NOT CHANGED
      * SINCE THE STAMP, IS PASSED OVER.
        SWEEP-ONE-CUSTOMER.
            IF WS-MAX-CALLS > 0 AND WS-RUN-CALLS >= WS-MAX-CALLS
                MOVE 'RUN CALL LIMIT REACHED' TO WS-STOP-WHY
                SET WS-STOPPED TO TRUE
            ELSE
                ADD 1 TO WS-SCANNED-COUNT
                IF CUST-STATUS NOT = SPACE AND CUST-STATUS NOT = 'A'
                    ADD 1 TO WS-NOT-ACTIVE
                ELSE
                    IF CUST-ADDR = SPACES AND CUST-ZIP = SPACES
                        ADD 1 TO WS-NOT-ACTIVE
                    ELSE
                        PERFORM CHECK-RECENTLY-VERIFIED
                        IF WS-DAYS-SINCE NOT > WS-SKIP-DAYS
                            ADD 1 TO WS-RECENT-COUNT
                        ELSE
                            PERFORM VERIFY-ONE-ADDRESS
                        END-IF
                    END-IF
                END-IF
                IF NOT WS-STOPPED
                    MOVE CUST-ID TO WS-LAST-DONE-ID
                    PERFORM CHECKPOINT-IF-DUE
                    PERFORM READ-NEXT-CUSTMAST
                END-IF
            END-IF.

      * WS-DAYS-SINCE COMES BACK PAST ANY SKIP PERIOD WHEN THERE IS
      * NO USABLE STAMP OR THE RECORD CHANGED AFTER IT.
        CHECK-RECENTLY-VERIFIED.
            MOVE 9999999 TO WS-DAYS-SINCE.
            IF CUST-ADDR-VFY-DATE IS NUMERIC
                AND CUST-ADDR-VFY-DATE > 19000000
                AND CUST-ADDR-VFY-DATE NOT > WS-TODAY
                COMPUTE WS-DAYS-SINCE =
                    FUNCTION INTEGER-OF-DATE (WS-TODAY)
                  - FUNCTION INTEGER-OF-DATE (CUST-ADDR-VFY-DATE)
                IF CUST-LAST-UPD-DATE IS NUMERIC
                    AND CUST-LAST-UPD-DATE > CUST-ADDR-VFY-DATE
                    MOVE 9999999 TO WS-DAYS-SINCE
                END-IF
            END-IF.

      * THE SAME ADDRVFY REQUEST GUI6 SENDS - ADDRESS IN BYTES 1-40,
      * ZIP IN 41-45 - AND THE SAME VERDICT HANDLING AS TESTG6AV.
        VERIFY-ONE-ADDRESS.
            PERFORM PACE-NEXT-CALL.
            MOVE SPACES TO SOA-MSG.
            MOVE 'ADDRVFY'  TO SOA-MSG-SVC-NAME.
            MOVE 'TESTG6VS' TO SOA-MSG-CALLER.
            MOVE SPACES     TO SOA-MSG-ASYNC.
            MOVE CUST-ADDR  TO SOA-MSG-DATA (1:40).
            MOVE CUST-ZIP   TO SOA-MSG-DATA (41:5).
            MOVE 45 TO SOA-MSG-LEN.
            MOVE 0 TO RETURN-CODE.
            CALL 'SOACMGR3' USING SOA-MSG.
            MOVE RETURN-CODE TO WS-CALL-RC.
            MOVE 0 TO RETURN-CODE.
            ADD 1 TO WS-RUN-CALLS.
            IF WS-CALL-RC NOT = 0
                PERFORM NOTE-UNANSWERED-CALL
            ELSE
                MOVE 0 TO WS-FAIL-STREAK
                ADD 1 TO WS-ASKED-COUNT
                MOVE SOA-MSG-DATA (1:1) TO WS-AV-VERDICT
                EVALUATE WS-AV-VERDICT
                WHEN 'S'
                    MOVE SOA-MSG-DATA (2:40) TO WS-AV-ADDR
                    MOVE SOA-MSG-DATA (42:5) TO WS-AV-ZIP
                    IF WS-AV-ADDR = CUST-ADDR
                        AND WS-AV-ZIP = CUST-ZIP
                        PERFORM STAMP-VERIFIED-DATE
                    ELSE
                        ADD 1 TO WS-DIFF-COUNT
                        PERFORM REPORT-DIFFERENT
                    END-IF
                WHEN 'U'
                    ADD 1 TO WS-UNDEL-COUNT
                    PERFORM REPORT-UNDELIVERABLE
                WHEN OTHER
                    PERFORM STAMP-VERIFIED-DATE
                END-EVALUATE
            END-IF.

      * THE PARTNER MARKED DOWN, IN MAINTENANCE, OR OUR CALL BUDGET
      * SPENT (SOACMGR3 RETURN CODES 12, 28, 20) WILL NOT CLEAR
      * DURING THIS RUN - STOP NOW.  ANY OTHER FAILURE SKIPS THIS
      * CUSTOMER UNLESS IT IS ONE OF A LONG RUN OF THEM.  THE
      * CUSTOMER THAT WAS NOT ASKED IS NOT MARKED DONE, SO A
      * RESTART ASKS AGAIN.
        NOTE-UNANSWERED-CALL.
            MOVE WS-CALL-RC TO WS-CALL-RC-ED.
            EVALUATE WS-CALL-RC
            WHEN 12
                MOVE 'ADDRVFY MARKED DOWN OR BREAKER OPEN'
                  TO WS-STOP-WHY
                SET WS-STOPPED TO TRUE
            WHEN 20
                MOVE 'CALL BUDGET SPENT' TO WS-STOP-WHY
                SET WS-STOPPED TO TRUE
            WHEN 28
                MOVE 'ADDRVFY IN A MAINTENANCE WINDOW'
                  TO WS-STOP-WHY
                SET WS-STOPPED TO TRUE
            WHEN OTHER
                ADD 1 TO WS-UNASKED-COUNT
                ADD 1 TO WS-FAIL-STREAK
                MOVE SPACES TO G6VSRPT-REC
                STRING '  CUST ' DELIMITED BY SIZE
                       CUST-ID DELIMITED BY SIZE
                       ' NOT ASKED - SOACMGR3 RC ' DELIMITED BY SIZE
                       WS-CALL-RC-ED DELIMITED BY SIZE
                  INTO G6VSRPT-REC
                WRITE G6VSRPT-REC
                IF WS-FAIL-STREAK >= WS-FAIL-LIMIT
                    MOVE 'ADDRVFY NOT ANSWERING' TO WS-STOP-WHY
                    SET WS-STOPPED TO TRUE
                END-IF
            END-EVALUATE.

      * ONCE THIS MINUTE'S SHARE OF CALLS IS SPENT, HOLD UNTIL THE
      * CLOCK ROLLS INTO THE NEXT MINUTE.
        PACE-NEXT-CALL.
            ACCEPT WS-PACE-TIME FROM TIME.
            COMPUTE WS-PACE-HHMM = WS-PACE-TIME / 10000.
            IF WS-PACE-HHMM NOT = WS-PACE-WIN
                MOVE WS-PACE-HHMM TO WS-PACE-WIN
                MOVE 0 TO WS-PACE-CNT
            END-IF.
            IF WS-PACE-CNT >= WS-RATE
                ADD 1 TO WS-PACE-HOLDS
                PERFORM WAIT-FOR-NEXT-MINUTE
                    UNTIL WS-PACE-HHMM NOT = WS-PACE-WIN
                MOVE WS-PACE-HHMM TO WS-PACE-WIN
                MOVE 0 TO WS-PACE-CNT
            END-IF.
            ADD 1 TO WS-PACE-CNT.

        WAIT-FOR-NEXT-MINUTE.
            ACCEPT WS-PACE-TIME FROM TIME.
            COMPUTE WS-PACE-HHMM = WS-PACE-TIME / 10000.

      * A CLEAN ANSWER IS THE ONLY THING THIS JOB WRITES TO THE
      * MASTER - THE VERIFIED DATE, JOURNALED LIKE ANY OTHER REWRITE.
      * CUST-LAST-UPD-DATE IS LEFT ALONE: BEING ASKED ABOUT IS NOT
      * CUSTOMER ACTIVITY.
        STAMP-VERIFIED-DATE.
            ADD 1 TO WS-CLEAN-COUNT.
            MOVE 'G6VS' TO JRNL-SOURCE.
            MOVE SPACES TO JRNL-OPID.
            PERFORM WRITE-CUSTOMER-JOURNAL.
            MOVE WS-TODAY TO CUST-ADDR-VFY-DATE.
            REWRITE CUST-MASTER-REC.
            MOVE 'REW' TO JRNL-ACTION.
            PERFORM JOURNAL-AFTER-IMAGE.

        REPORT-DIFFERENT.
            MOVE SPACES TO G6VSRPT-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-NAME (1:25) DELIMITED BY SIZE
                   ' STANDARDIZED DIFFERENTLY' DELIMITED BY SIZE
              INTO G6VSRPT-REC.
            WRITE G6VSRPT-REC.
            MOVE SPACES TO G6VSRPT-REC.
            STRING '    ON FILE  ' DELIMITED BY SIZE
                   CUST-ADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-ZIP DELIMITED BY SIZE
              INTO G6VSRPT-REC.
            WRITE G6VSRPT-REC.
            MOVE SPACES TO G6VSRPT-REC.
            STRING '    PARTNER  ' DELIMITED BY SIZE
                   WS-AV-ADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AV-ZIP DELIMITED BY SIZE
              INTO G6VSRPT-REC.
            WRITE G6VSRPT-REC.

        REPORT-UNDELIVERABLE.
            MOVE SPACES TO G6VSRPT-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-NAME (1:25) DELIMITED BY SIZE
                   ' UNDELIVERABLE - ' DELIMITED BY SIZE
                   CUST-ADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-ZIP DELIMITED BY SIZE
              INTO G6VSRPT-REC.
            WRITE G6VSRPT-REC.

        CHECKPOINT-IF-DUE.
            ADD 1 TO WS-CKPT-SINCE.
            IF WS-CKPT-SINCE >= WS-CKPT-INTERVAL
                PERFORM WRITE-CHECKPOINT
                MOVE 0 TO WS-CKPT-SINCE
            END-IF.

        COPY CUSTJRNP.

      * CLOSE ANY HANDLE LEFT OPEN FROM A PRIOR CHECKPOINT AND REOPEN
      * IN OUTPUT MODE SO THE OLD RECORD IS TRUNCATED AWAY - THE FILE
      * MUST HOLD EXACTLY ONE RECORD (THE LATEST) FOR RESTART TO FIND.
        WRITE-CHECKPOINT.
            IF WS-CKPT-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-CKPT-HANDLE
                    GIVING WS-CKPT-STATUS
            END-IF.
            CALL 'CBL_OPEN_FILE' USING WS-CKPT-NAME
                     WS-CKPT-ACCESS-OUT WS-CKPT-DENY
                     WS-CKPT-DEVICE WS-CKPT-HANDLE
                GIVING WS-CKPT-STATUS.
            MOVE 'Y' TO WS-CKPT-OPENED.
            ACCEPT WS-CKPT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CKPT-TIME FROM TIME.
            MOVE WS-LAST-DONE-ID  TO WS-CKPT-LAST-ID.
            MOVE WS-ASKED-COUNT   TO WS-CKPT-ASK-COUNT.
            MOVE WS-SCANNED-COUNT TO WS-CKPT-SCAN-COUNT.
            MOVE LENGTH OF WS-CKPT-REC TO WS-CKPT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-CKPT-HANDLE
                     WS-CKPT-RECLEN WS-CKPT-FLAGS
                     WS-CKPT-RESERVED WS-CKPT-REC
                GIVING WS-CKPT-STATUS.

      * THE SLICE IS FINISHED - TRUNCATE THE CHECKPOINT TO NOTHING SO
      * THE NEXT SWEEP STARTS FROM ITS CARD, NOT FROM HERE.
        CLEAR-CHECKPOINT.
            IF WS-CKPT-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-CKPT-HANDLE
                    GIVING WS-CKPT-STATUS
                MOVE 'N' TO WS-CKPT-OPENED
            END-IF.
            CALL 'CBL_OPEN_FILE' USING WS-CKPT-NAME
                     WS-CKPT-ACCESS-OUT WS-CKPT-DENY
                     WS-CKPT-DEVICE WS-CKPT-HANDLE
                GIVING WS-CKPT-STATUS.
            IF WS-CKPT-STATUS = 0
                CALL 'CBL_CLOSE_FILE' USING WS-CKPT-HANDLE
                    GIVING WS-CKPT-STATUS
            END-IF.

        WRITE-SUMMARY.
            MOVE SPACES TO G6VSRPT-REC.
            WRITE G6VSRPT-REC.
            MOVE SPACES TO G6VSRPT-REC.
            STRING 'SCANNED = ' DELIMITED BY SIZE
                   WS-SCANNED-COUNT DELIMITED BY SIZE
                   '  NOT ACTIVE/NO ADDRESS = ' DELIMITED BY SIZE
                   WS-NOT-ACTIVE DELIMITED BY SIZE
                   '  RECENTLY VERIFIED = ' DELIMITED BY SIZE
                   WS-RECENT-COUNT DELIMITED BY SIZE
                   '  ASKED = ' DELIMITED BY SIZE
                   WS-ASKED-COUNT DELIMITED BY SIZE
              INTO G6VSRPT-REC.
            WRITE G6VSRPT-REC.
            MOVE SPACES TO G6VSRPT-REC.
            STRING 'VERIFIED CLEAN = ' DELIMITED BY SIZE
                   WS-CLEAN-COUNT DELIMITED BY SIZE
                   '  DIFFERENT = ' DELIMITED BY SIZE
                   WS-DIFF-COUNT DELIMITED BY SIZE
                   '  UNDELIVERABLE = ' DELIMITED BY SIZE
                   WS-UNDEL-COUNT DELIMITED BY SIZE
                   '  NOT ASKED = ' DELIMITED BY SIZE
                   WS-UNASKED-COUNT DELIMITED BY SIZE
                   '  RATE HOLDS = ' DELIMITED BY SIZE
                   WS-PACE-HOLDS DELIMITED BY SIZE
              INTO G6VSRPT-REC.
            WRITE G6VSRPT-REC.
            IF WS-STOPPED
                MOVE SPACES TO G6VSRPT-REC
                STRING '** STOPPED BEFORE THE END OF THE SLICE - '
                           DELIMITED BY SIZE
                       WS-STOP-WHY DELIMITED BY SIZE
                       ' - NEXT RUN RESUMES AFTER ' DELIMITED BY SIZE
                       WS-LAST-DONE-ID DELIMITED BY SIZE
                  INTO G6VSRPT-REC
                WRITE G6VSRPT-REC
            END-IF.
