      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * DAILY EXCHANGE-RATE IMPORT - A NIGHTLY-WINDOW JOB UNDER
      * RUNCTL1.  ASKS THE FXRATES PARTNER SERVICE (ONE SOACMGR3
      * REQUEST, SEE G6FXMSG.CPY) FOR TODAY'S RATE FOR EVERY
      * CURRENCY ON THE CURRATED DATASET AND APPENDS EACH ONE AS A
      * NEW ROW EFFECTIVE TODAY - THE SAME ROW AN OPERATOR WOULD KEY
      * ON RTE6, SO THE RATES ARE IN FORCE BEFORE GUI6 OPENS.
      *
      * A RATE THAT MOVED MORE THAN THE TOLERANCE FROM THE RATE IN
      * FORCE IS NOT LOADED: IT IS HELD ON G6RTHLD (SEE G6RTHLD.CPY)
      * FOR A SUPERVISOR TO CONFIRM OR REJECT ON RTE6, AND YESTERDAY'S
      * RATE STAYS IN FORCE MEANWHILE.  A CODE WITH A ROW ALREADY
      * EFFECTIVE TODAY (KEYED ON RTE6, OR AN EARLIER RUN) IS LEFT
      * ALONE.  USD IS THE BASE CURRENCY AND IS NEVER ASKED FOR.
      *
      * G6FXRPT LISTS WHAT WAS LOADED, HELD, AND COULD NOT BE
      * FETCHED.  READYCK1 WARNS THE NEXT MORNING ABOUT ANY CURRENCY
      * STILL WITHOUT A RATE FOR THE DAY.
      *
      * G6FXPARM CARD (OPTIONAL):
      *   COLS  1-5   TOLERANCE, HUNDREDTHS OF A PERCENT
      *               (BLANK = 00500, I.E. 5.00%)
      *
      * RETURN CODE 4 WHEN ANY RATE WAS HELD OR NOT FETCHED, 8 WHEN
      * THE SERVICE COULD NOT BE REACHED AND NOTHING WAS LOADED.
      *
        PROGRAM-ID. TESTG6FX.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL FXPARM ASSIGN TO G6FXPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6FXRPT ASSIGN TO G6FXRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  FXPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  FXPARM-REC.
            02  FX-TOLERANCE       PIC X(5).
            02  FILLER             PIC X(75).

        FD  G6FXRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6FXRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY RUNCTLPM.
        COPY SOAMSG.
        COPY G6FXMSG.
        01  WS-TODAY            PIC 9(8).
        01  WS-NOW              PIC 9(8).
        01  WS-TOLERANCE        PIC 9(3)V9(2) VALUE 5.00.
        01  WS-TOL-DIGITS       PIC 9(5).
        01  WS-CALL-RC          PIC S9(4) COMP.
        01  WS-CALL-RC-ED       PIC 9(2).
        01  WS-ASK-COUNT        PIC 9(2) VALUE 0.
        01  WS-LOADED-COUNT     PIC 9(2) VALUE 0.
        01  WS-HELD-COUNT       PIC 9(2) VALUE 0.
        01  WS-MISSED-COUNT     PIC 9(2) VALUE 0.
        01  WS-ALREADY-COUNT    PIC 9(2) VALUE 0.
        01  WS-JOB-RC           PIC 9(4) VALUE 0.
        01  WS-REPLY-OK         PIC X(1) VALUE 'N'.
        01  WS-MISS-WHY         PIC X(30).
        01  WS-NEW-RATE         PIC 9(1)V9(8).
        01  WS-MOVE-AMT         PIC 9(1)V9(8).
        01  WS-MOVE-PCT         PIC 9(3)V9(2).
        01  WS-RATE-ED          PIC 9.9(8).
        01  WS-PRIOR-ED         PIC 9.9(8).
        01  WS-PCT-ED           PIC ZZ9.99.
        01  WS-TOL-ED           PIC ZZ9.99.
        01  WS-R                PIC 9(2) COMP.
        01  WS-SLOT             PIC 9(2) COMP.
        01  WS-SLOT-IDX         PIC 9(2) COMP.

      * THE RATE IN FORCE PER CODE - THE SHARED LOOKUP TABLE, LOADED
      * AS OF TODAY.  A CODE WHOSE ROW IN FORCE IS ALREADY EFFECTIVE
      * TODAY NEEDS NOTHING FROM THE PARTNER.
        COPY CURRATES.

      * WHAT THIS RUN DOES WITH EACH CODE ON THE TABLE - 'A' ASKED,
      * 'T' ALREADY HAS TODAY'S RATE, 'B' THE BASE CURRENCY.
        01  WS-DO-TABLE.
            02  WS-DO-ENTRY OCCURS 20 TIMES PIC X(1).

      * THE HELD-RATE LIST, HELD WHOLE IN STORAGE - READ, REPLACE
      * THIS RUN'S CODES, TRUNCATE-AND-REWRITE (THE LATEST-STATE
      * TECHNIQUE, SAME AS TESTG6PG).  NEVER MORE ROWS THAN CODES.
        COPY G6RTHLD.
        01  WS-HD-NAME         PIC X(8) VALUE 'G6RTHLD'.
        01  WS-HD-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-HD-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-HD-DENY         PIC X(1) VALUE X'03'.
        01  WS-HD-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-HD-HANDLE       PIC X(4).
        01  WS-HD-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-HD-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-HD-STATUS       PIC S9(9) COMP-5.
        01  WS-HD-RECLEN       PIC 9(8) COMP-5.
        01  WS-HD-EOF          PIC X(1).
        01  WS-HD-MAX          PIC 9(2) COMP VALUE 20.
        01  WS-HD-COUNT        PIC 9(2) COMP VALUE 0.
        01  WS-HD-TABLE.
            02  WS-HD-ENTRY OCCURS 20 TIMES.
                03  WS-HD-ROW  PIC X(56).
        01  WS-HD-IDX          PIC 9(2) COMP.
        01  WS-HD-USE          PIC 9(2) COMP.
        01  WS-HD-CHANGED      PIC X(1) VALUE 'N'.

      * NEW CURRATED ROWS ARE APPENDED - THE HISTORY IS NEVER
      * REWRITTEN.
        01  WS-RT-HANDLE       PIC X(4).
        01  WS-RT-STATUS       PIC S9(9) COMP-5.
        01  WS-RT-OPENED       PIC X(1) VALUE 'N'.

        PROCEDURE DIVISION.
        MAINLINE.
            MOVE 'TESTG6FX' TO RCTL-JOB.
            MOVE 'START' TO RCTL-FUNC.
            MOVE 0 TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            IF RCTL-RESULT NOT = 0
                DISPLAY 'TESTG6FX REFUSED BY RUN CONTROL'
                MOVE RCTL-RESULT TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-NOW FROM TIME.
            PERFORM LOAD-PARM-CARD.
            PERFORM OPEN-REPORT.
            MOVE WS-TODAY TO WS-CURS-ASOF-DATE.
            PERFORM LOAD-CURRENCY-RATES.
            PERFORM LOAD-HELD-TABLE.
            PERFORM BUILD-RATE-REQUEST.
            IF WS-ASK-COUNT > 0
                PERFORM ASK-RATES-SERVICE
            END-IF.
            PERFORM APPLY-ONE-CODE
                VARYING WS-R FROM 1 BY 1
                UNTIL WS-R > WS-CURS-COUNT.
            IF WS-RT-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RT-HANDLE
                    GIVING WS-RT-STATUS
            END-IF.
            IF WS-HD-CHANGED = 'Y'
                PERFORM REWRITE-HELD-FILE
            END-IF.
            PERFORM WRITE-SUMMARY.
            CLOSE G6FXRPT.
            IF WS-ASK-COUNT > 0 AND WS-REPLY-OK = 'N'
                MOVE 8 TO WS-JOB-RC
            ELSE
                IF WS-HELD-COUNT > 0 OR WS-MISSED-COUNT > 0
                    MOVE 4 TO WS-JOB-RC
                END-IF
            END-IF.
            DISPLAY 'TESTG6FX ASKED     =' WS-ASK-COUNT.
            DISPLAY 'TESTG6FX LOADED    =' WS-LOADED-COUNT.
            DISPLAY 'TESTG6FX HELD      =' WS-HELD-COUNT.
            DISPLAY 'TESTG6FX NOT FETCHED =' WS-MISSED-COUNT.
            MOVE 'END' TO RCTL-FUNC.
            MOVE WS-JOB-RC TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            MOVE WS-JOB-RC TO RETURN-CODE.
            STOP RUN.

        LOAD-PARM-CARD.
            OPEN INPUT FXPARM.
            READ FXPARM
                AT END
                    MOVE SPACES TO FXPARM-REC
            END-READ.
            CLOSE FXPARM.
            IF FX-TOLERANCE IS NUMERIC
                MOVE FX-TOLERANCE TO WS-TOL-DIGITS
                COMPUTE WS-TOLERANCE = WS-TOL-DIGITS / 100
            END-IF.

        OPEN-REPORT.
            OPEN OUTPUT G6FXRPT.
            MOVE WS-TOLERANCE TO WS-TOL-ED.
            MOVE SPACES TO G6FXRPT-REC.
            STRING 'DAILY EXCHANGE-RATE IMPORT FOR ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   '  TOLERANCE ' DELIMITED BY SIZE
                   WS-TOL-ED DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
              INTO G6FXRPT-REC.
            WRITE G6FXRPT-REC.
            MOVE SPACES TO G6FXRPT-REC.
            WRITE G6FXRPT-REC.

        LOAD-HELD-TABLE.
            MOVE 0 TO WS-HD-COUNT.
            CALL 'CBL_OPEN_FILE' USING WS-HD-NAME
                     WS-HD-ACCESS WS-HD-DENY
                     WS-HD-DEVICE WS-HD-HANDLE
                GIVING WS-HD-STATUS.
            IF WS-HD-STATUS = 0
                MOVE 'N' TO WS-HD-EOF
                PERFORM LOAD-ONE-HELD-ROW
                    UNTIL WS-HD-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-HD-HANDLE
                    GIVING WS-HD-STATUS
            END-IF.

        LOAD-ONE-HELD-ROW.
            MOVE LENGTH OF RTH-REC TO WS-HD-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-HD-HANDLE
                     WS-HD-RECLEN WS-HD-FLAGS
                     WS-HD-RESERVED RTH-REC
                GIVING WS-HD-STATUS.
            IF WS-HD-STATUS NOT = 0
                MOVE 'Y' TO WS-HD-EOF
            ELSE
                IF WS-HD-COUNT < WS-HD-MAX
                    ADD 1 TO WS-HD-COUNT
                    MOVE RTH-REC TO WS-HD-ROW (WS-HD-COUNT)
                END-IF
            END-IF.

      ***************************************************************
      * ONE REQUEST FOR EVERY CODE THAT STILL NEEDS TODAY'S RATE.
      ***************************************************************
        BUILD-RATE-REQUEST.
            MOVE SPACES TO FXQ-REQUEST.
            MOVE 'RATES' TO FXQ-FUNC.
            MOVE WS-TODAY TO FXQ-DATE.
            PERFORM CHOOSE-ONE-CODE
                VARYING WS-R FROM 1 BY 1
                UNTIL WS-R > WS-CURS-COUNT.
            MOVE WS-ASK-COUNT TO FXQ-COUNT.

        CHOOSE-ONE-CODE.
            SET WS-CURS-IDX TO WS-R.
            IF WS-CURS-CODE (WS-CURS-IDX) = 'USD'
                MOVE 'B' TO WS-DO-ENTRY (WS-R)
            ELSE
                IF WS-CURS-EFF (WS-CURS-IDX) = WS-TODAY
                    MOVE 'T' TO WS-DO-ENTRY (WS-R)
                ELSE
                    MOVE 'A' TO WS-DO-ENTRY (WS-R)
                    ADD 1 TO WS-ASK-COUNT
                    MOVE WS-CURS-CODE (WS-CURS-IDX)
                      TO FXQ-CODE (WS-ASK-COUNT)
                END-IF
            END-IF.

        ASK-RATES-SERVICE.
            MOVE SPACES TO SOA-MSG.
            MOVE 'FXRATES'  TO SOA-MSG-SVC-NAME.
            MOVE 'TESTG6FX' TO SOA-MSG-CALLER.
            MOVE SPACES     TO SOA-MSG-ASYNC.
            MOVE FXQ-REQUEST TO SOA-MSG-DATA.
            MOVE LENGTH OF FXQ-REQUEST TO SOA-MSG-LEN.
            MOVE 0 TO RETURN-CODE.
            CALL 'SOACMGR3' USING SOA-MSG.
            MOVE RETURN-CODE TO WS-CALL-RC.
            MOVE 0 TO RETURN-CODE.
            MOVE WS-CALL-RC TO WS-CALL-RC-ED.
            IF WS-CALL-RC = 0
                MOVE SOA-MSG-DATA (1:LENGTH OF FXR-REPLY)
                  TO FXR-REPLY
                IF FXR-RC = '00'
                    MOVE 'Y' TO WS-REPLY-OK
                END-IF
            END-IF.
            IF WS-REPLY-OK = 'N'
                MOVE SPACES TO G6FXRPT-REC
                IF WS-CALL-RC NOT = 0
                    STRING '** FXRATES CALL FAILED - SOACMGR3 RC '
                               DELIMITED BY SIZE
                           WS-CALL-RC-ED DELIMITED BY SIZE
                           ' **' DELIMITED BY SIZE
                      INTO G6FXRPT-REC
                ELSE
                    STRING '** FXRATES REFUSED THE REQUEST - RC '
                               DELIMITED BY SIZE
                           FXR-RC DELIMITED BY SIZE
                           ' **' DELIMITED BY SIZE
                      INTO G6FXRPT-REC
                END-IF
                WRITE G6FXRPT-REC
            END-IF.

      ***************************************************************
      * LOAD, HOLD, OR REPORT ONE CODE.
      ***************************************************************
        APPLY-ONE-CODE.
            SET WS-CURS-IDX TO WS-R.
            EVALUATE WS-DO-ENTRY (WS-R)
            WHEN 'T'
                ADD 1 TO WS-ALREADY-COUNT
                MOVE WS-CURS-RATE (WS-CURS-IDX) TO WS-RATE-ED
                MOVE SPACES TO G6FXRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       WS-CURS-CODE (WS-CURS-IDX) DELIMITED BY SIZE
                       ' ALREADY HAS TODAY''S RATE ' DELIMITED BY SIZE
                       WS-RATE-ED DELIMITED BY SIZE
                       ' - LEFT ALONE' DELIMITED BY SIZE
                  INTO G6FXRPT-REC
                WRITE G6FXRPT-REC
            WHEN 'A'
                PERFORM FIND-REPLY-SLOT
                IF WS-MISS-WHY NOT = SPACES
                    PERFORM REPORT-NOT-FETCHED
                ELSE
                    PERFORM MEASURE-RATE-MOVE
                    IF WS-MOVE-PCT > WS-TOLERANCE
                        PERFORM HOLD-ONE-RATE
                    ELSE
                        PERFORM LOAD-ONE-RATE
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
            END-EVALUATE.

      * WS-MISS-WHY STAYS SPACES WHEN THE REPLY CARRIES A USABLE
      * RATE FOR THIS CODE, LEFT IN WS-NEW-RATE.
        FIND-REPLY-SLOT.
            MOVE SPACES TO WS-MISS-WHY.
            IF WS-REPLY-OK = 'N'
                MOVE 'SERVICE DID NOT ANSWER' TO WS-MISS-WHY
            ELSE
                MOVE 0 TO WS-SLOT
                PERFORM MATCH-ONE-SLOT
                    VARYING WS-SLOT-IDX FROM 1 BY 1
                    UNTIL WS-SLOT-IDX > 20
                       OR WS-SLOT > 0
                IF WS-SLOT = 0
                    MOVE 'CODE MISSING FROM REPLY' TO WS-MISS-WHY
                ELSE
                    IF FXR-AVAIL (WS-SLOT) NOT = 'Y'
                        MOVE 'NO RATE FROM PARTNER TODAY'
                          TO WS-MISS-WHY
                    ELSE
                        IF FXR-RATE (WS-SLOT) NOT NUMERIC
                            OR FXR-RATE (WS-SLOT) = 0
                            MOVE 'RATE IN REPLY NOT USABLE'
                              TO WS-MISS-WHY
                        ELSE
                            MOVE FXR-RATE (WS-SLOT) TO WS-NEW-RATE
                        END-IF
                    END-IF
                END-IF
            END-IF.

        MATCH-ONE-SLOT.
            IF FXR-CODE (WS-SLOT-IDX) = WS-CURS-CODE (WS-CURS-IDX)
                MOVE WS-SLOT-IDX TO WS-SLOT
            END-IF.

      * A ZERO RATE IN FORCE CANNOT BE MEASURED AGAINST - ANY NEW
      * RATE FOR IT COUNTS AS A FULL-SIZE MOVE.
        MEASURE-RATE-MOVE.
            IF WS-NEW-RATE > WS-CURS-RATE (WS-CURS-IDX)
                COMPUTE WS-MOVE-AMT =
                    WS-NEW-RATE - WS-CURS-RATE (WS-CURS-IDX)
            ELSE
                COMPUTE WS-MOVE-AMT =
                    WS-CURS-RATE (WS-CURS-IDX) - WS-NEW-RATE
            END-IF.
            IF WS-CURS-RATE (WS-CURS-IDX) = 0
                MOVE 999.99 TO WS-MOVE-PCT
            ELSE
                COMPUTE WS-MOVE-PCT ROUNDED =
                    WS-MOVE-AMT * 100 / WS-CURS-RATE (WS-CURS-IDX)
                    ON SIZE ERROR
                        MOVE 999.99 TO WS-MOVE-PCT
                END-COMPUTE
            END-IF.

        LOAD-ONE-RATE.
            IF WS-RT-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-CURS-FILE-NAME
                         WS-CURS-FILE-ACC WS-CURS-FILE-DENY
                         WS-CURS-FILE-DEV WS-RT-HANDLE
                    GIVING WS-RT-STATUS
                MOVE 'Y' TO WS-RT-OPENED
            END-IF.
            MOVE SPACES TO CURRATE-REC.
            MOVE WS-CURS-CODE (WS-CURS-IDX) TO CURRATE-CODE.
            MOVE WS-TODAY TO CURRATE-EFF-DATE.
            MOVE WS-NEW-RATE TO CURRATE-RATE.
            MOVE LENGTH OF CURRATE-REC TO WS-CURS-FILE-LEN.
            CALL 'CBL_WRITE_FILE' USING WS-RT-HANDLE
                     WS-CURS-FILE-LEN WS-CURS-FILE-FLG
                     WS-CURS-FILE-RSV CURRATE-REC
                GIVING WS-RT-STATUS.
            ADD 1 TO WS-LOADED-COUNT.
            PERFORM DROP-HELD-ROW.
            MOVE WS-NEW-RATE TO WS-RATE-ED.
            MOVE WS-CURS-RATE (WS-CURS-IDX) TO WS-PRIOR-ED.
            MOVE WS-MOVE-PCT TO WS-PCT-ED.
            MOVE SPACES TO G6FXRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   WS-CURS-CODE (WS-CURS-IDX) DELIMITED BY SIZE
                   ' LOADED ' DELIMITED BY SIZE
                   WS-RATE-ED DELIMITED BY SIZE
                   ' WAS ' DELIMITED BY SIZE
                   WS-PRIOR-ED DELIMITED BY SIZE
                   ' MOVE ' DELIMITED BY SIZE
                   WS-PCT-ED DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
              INTO G6FXRPT-REC.
            WRITE G6FXRPT-REC.

      * A LOADED RATE SUPERSEDES ANY OLDER HOLD STILL WAITING FOR
      * THE SAME CODE - CONFIRMING THAT ONE LATER WOULD PUT A STALE
      * RATE BACK IN FORCE.
        DROP-HELD-ROW.
            PERFORM FIND-HELD-ROW.
            IF WS-HD-USE > 0
                MOVE WS-HD-ROW (WS-HD-COUNT) TO WS-HD-ROW (WS-HD-USE)
                SUBTRACT 1 FROM WS-HD-COUNT
                MOVE 'Y' TO WS-HD-CHANGED
            END-IF.

        FIND-HELD-ROW.
            MOVE 0 TO WS-HD-USE.
            PERFORM MATCH-ONE-HELD-ROW
                VARYING WS-HD-IDX FROM 1 BY 1
                UNTIL WS-HD-IDX > WS-HD-COUNT
                   OR WS-HD-USE > 0.

        MATCH-ONE-HELD-ROW.
            MOVE WS-HD-ROW (WS-HD-IDX) TO RTH-REC.
            IF RTH-CODE = WS-CURS-CODE (WS-CURS-IDX)
                MOVE WS-HD-IDX TO WS-HD-USE
            END-IF.

        HOLD-ONE-RATE.
            PERFORM FIND-HELD-ROW.
            IF WS-HD-USE = 0
                ADD 1 TO WS-HD-COUNT
                MOVE WS-HD-COUNT TO WS-HD-USE
            END-IF.
            MOVE SPACES TO RTH-REC.
            MOVE WS-CURS-CODE (WS-CURS-IDX) TO RTH-CODE.
            MOVE WS-TODAY TO RTH-EFF-DATE.
            MOVE WS-NEW-RATE TO RTH-RATE.
            MOVE WS-CURS-RATE (WS-CURS-IDX) TO RTH-PRIOR-RATE.
            MOVE WS-CURS-EFF (WS-CURS-IDX) TO RTH-PRIOR-EFF.
            MOVE WS-MOVE-PCT TO RTH-MOVE-PCT.
            MOVE WS-NOW TO RTH-FETCH-TIME.
            MOVE RTH-REC TO WS-HD-ROW (WS-HD-USE).
            MOVE 'Y' TO WS-HD-CHANGED.
            ADD 1 TO WS-HELD-COUNT.
            MOVE WS-NEW-RATE TO WS-RATE-ED.
            MOVE WS-CURS-RATE (WS-CURS-IDX) TO WS-PRIOR-ED.
            MOVE WS-MOVE-PCT TO WS-PCT-ED.
            MOVE SPACES TO G6FXRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   WS-CURS-CODE (WS-CURS-IDX) DELIMITED BY SIZE
                   ' HELD   ' DELIMITED BY SIZE
                   WS-RATE-ED DELIMITED BY SIZE
                   ' WAS ' DELIMITED BY SIZE
                   WS-PRIOR-ED DELIMITED BY SIZE
                   ' MOVE ' DELIMITED BY SIZE
                   WS-PCT-ED DELIMITED BY SIZE
                   '% - CONFIRM OR REJECT ON RTE6' DELIMITED BY SIZE
              INTO G6FXRPT-REC.
            WRITE G6FXRPT-REC.

        REPORT-NOT-FETCHED.
            ADD 1 TO WS-MISSED-COUNT.
            MOVE WS-CURS-RATE (WS-CURS-IDX) TO WS-PRIOR-ED.
            MOVE SPACES TO G6FXRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   WS-CURS-CODE (WS-CURS-IDX) DELIMITED BY SIZE
                   ' NOT FETCHED - ' DELIMITED BY SIZE
                   WS-MISS-WHY DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-PRIOR-ED DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   WS-CURS-EFF (WS-CURS-IDX) DELIMITED BY SIZE
                   ' STAYS IN FORCE' DELIMITED BY SIZE
              INTO G6FXRPT-REC.
            WRITE G6FXRPT-REC.

        REWRITE-HELD-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-HD-NAME
                     WS-HD-ACCESS-OUT WS-HD-DENY
                     WS-HD-DEVICE WS-HD-HANDLE
                GIVING WS-HD-STATUS.
            PERFORM WRITE-ONE-HELD-ROW
                VARYING WS-HD-IDX FROM 1 BY 1
                UNTIL WS-HD-IDX > WS-HD-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-HD-HANDLE
                GIVING WS-HD-STATUS.

        WRITE-ONE-HELD-ROW.
            MOVE LENGTH OF RTH-REC TO WS-HD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-HD-HANDLE
                     WS-HD-RECLEN WS-HD-FLAGS
                     WS-HD-RESERVED WS-HD-ROW (WS-HD-IDX)
                GIVING WS-HD-STATUS.

        WRITE-SUMMARY.
            MOVE SPACES TO G6FXRPT-REC.
            WRITE G6FXRPT-REC.
            MOVE SPACES TO G6FXRPT-REC.
            STRING 'CURRENCIES ASKED = ' DELIMITED BY SIZE
                   WS-ASK-COUNT DELIMITED BY SIZE
                   '  LOADED = ' DELIMITED BY SIZE
                   WS-LOADED-COUNT DELIMITED BY SIZE
                   '  HELD = ' DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   '  NOT FETCHED = ' DELIMITED BY SIZE
                   WS-MISSED-COUNT DELIMITED BY SIZE
                   '  ALREADY LOADED = ' DELIMITED BY SIZE
                   WS-ALREADY-COUNT DELIMITED BY SIZE
              INTO G6FXRPT-REC.
            WRITE G6FXRPT-REC.

        COPY CURRATEP.
