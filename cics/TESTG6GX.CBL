      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY TEMPORARY-GRANT EXPIRY.  SEC6 'TMP' GIVES AN OPERATOR
      * PERMISSIONS AND/OR A CLASS UNTIL AN EXPIRY DATE, KEEPING WHAT
      * THEY HELD BEFORE ON THE OPSECMST RECORD (SEE OPSECMST.CPY).
      * THIS JOB BROWSES OPSECMST AND, FOR EVERY GRANT WHOSE EXPIRY
      * DATE IS BEHIND THE PROCESSING DATE, PUTS THE PRIOR
      * PERMISSIONS AND CLASS BACK AND WRITES AN OPSECAUD ROW FOR
      * THE REVERSION (ACTION 'EXP', ADMIN '*GX') - THE SAME TRAIL A
      * SEC6 ACTION LEAVES, SO TESTG6QR SEES IT AS THE LATEST GRANT.
      *
      * THE REPORT (G6GXRPT) LISTS EVERY REVERSION MADE, THEN EVERY
      * GRANT STILL OUT THAT EXPIRES WITHIN THE WARNING WINDOW, SO
      * THE MORNING READER CAN EXTEND A COVER THAT IS STILL NEEDED
      * BEFORE IT LAPSES RATHER THAN AFTER.
      *
      * G6GXPARM CARD (OPTIONAL):
      *   COLS  1- 8  PROCESSING DATE YYYYMMDD (BLANK = TODAY)
      *   COL      9  BLANK
      *   COLS 10-11  WARNING WINDOW IN DAYS (BLANK = 03)
      *
      * RETURN CODE 4 WHEN ANY GRANT WAS REVERTED OR IS ABOUT TO BE.
      *
        PROGRAM-ID. TESTG6GX.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6GXPARM ASSIGN TO G6GXPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.
            SELECT G6GXRPT ASSIGN TO G6GXRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6GXPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6GXPARM-REC.
            02  GX-DATE             PIC X(8).
            02  FILLER              PIC X(1).
            02  GX-WARN-DAYS        PIC X(2).
            02  FILLER              PIC X(69).

        FD  OPSECMST.
        COPY OPSECMST.

        FD  G6GXRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6GXRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-WARN-DAYS        PIC 9(2) VALUE 3.
        01  WS-WARN-INT         PIC 9(8) COMP.
        01  WS-WARN-DATE        PIC 9(8).
        01  WS-OP-COUNT         PIC 9(4) VALUE 0.
        01  WS-TEMP-COUNT       PIC 9(4) VALUE 0.
        01  WS-REVERT-COUNT     PIC 9(4) VALUE 0.
        01  WS-SOON-COUNT       PIC 9(4) VALUE 0.
        01  WS-FAIL-COUNT       PIC 9(4) VALUE 0.
        01  WS-PASS             PIC X(1).
        01  WS-TEMP-PERMS       PIC X(8).
        01  WS-TEMP-CLASS       PIC X(1).

      * THE OPSECAUD ROW SHAPE - MIRRORS WS-SA-REC IN TESTSEC1.CBL,
      * KEEP IN LOCKSTEP.
        01  WS-SA-REC.
            02  WS-SA-DATE         PIC 9(8).
            02  FILLER             PIC X(1).
            02  WS-SA-TIME         PIC 9(8).
            02  FILLER             PIC X(1).
            02  WS-SA-ADMIN        PIC X(3).
            02  FILLER             PIC X(1).
            02  WS-SA-ACTION       PIC X(3).
            02  FILLER             PIC X(1).
            02  WS-SA-TARGET       PIC X(3).
            02  FILLER             PIC X(1).
            02  WS-SA-BEFORE       PIC X(8).
            02  FILLER             PIC X(1).
            02  WS-SA-AFTER        PIC X(8).
            02  FILLER             PIC X(1).
            02  WS-SA-CHAIN-SEQ    PIC 9(9).
            02  WS-SA-CHAIN-PREV   PIC 9(18).
        COPY G6CHNW.
        01  WS-SA-NAME          PIC X(8) VALUE 'OPSECAUD'.
        01  WS-SA-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-SA-DENY          PIC X(1) VALUE X'03'.
        01  WS-SA-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-SA-HANDLE        PIC X(4).
        01  WS-SA-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-SA-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-SA-OPENED        PIC X(1) VALUE 'N'.
        01  WS-SA-STATUS        PIC S9(9) COMP-5.
        01  WS-SA-RECLEN        PIC 9(8) COMP-5.
        01  WS-AUD-OPID-WK      PIC X(3) VALUE '*GX'.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-EXPIRY-PARM.
            COMPUTE WS-WARN-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-WARN-DAYS.
            COMPUTE WS-WARN-DATE =
                FUNCTION DATE-OF-INTEGER (WS-WARN-INT).
            OPEN I-O OPSECMST.
            OPEN OUTPUT G6GXRPT.
            MOVE SPACES TO G6GXRPT-REC.
            STRING 'TEMPORARY PERMISSION GRANTS AS OF '
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   '  WARNING THROUGH ' DELIMITED BY SIZE
                   WS-WARN-DATE DELIMITED BY SIZE
              INTO G6GXRPT-REC.
            WRITE G6GXRPT-REC.
      * TWO PASSES OVER THE MASTER - REVERSIONS FIRST, THEN WHAT IS
      * LEFT OUT AND ABOUT TO LAPSE - SO EACH SECTION READS TOGETHER.
            MOVE SPACES TO G6GXRPT-REC.
            WRITE G6GXRPT-REC.
            MOVE 'EXPIRED GRANTS REVERTED' TO G6GXRPT-REC.
            WRITE G6GXRPT-REC.
            MOVE 'R' TO WS-PASS.
            PERFORM START-OPERATOR-BROWSE.
            PERFORM CHECK-ONE-OPERATOR UNTIL WS-EOF.
            IF WS-REVERT-COUNT = 0
                MOVE '  NONE' TO G6GXRPT-REC
                WRITE G6GXRPT-REC
            END-IF.
            MOVE SPACES TO G6GXRPT-REC.
            WRITE G6GXRPT-REC.
            MOVE 'GRANTS EXPIRING WITHIN THE WARNING WINDOW'
              TO G6GXRPT-REC.
            WRITE G6GXRPT-REC.
            MOVE 'W' TO WS-PASS.
            PERFORM START-OPERATOR-BROWSE.
            PERFORM CHECK-ONE-OPERATOR UNTIL WS-EOF.
            IF WS-SOON-COUNT = 0
                MOVE '  NONE' TO G6GXRPT-REC
                WRITE G6GXRPT-REC
            END-IF.
            MOVE SPACES TO G6GXRPT-REC.
            WRITE G6GXRPT-REC.
            MOVE SPACES TO G6GXRPT-REC.
            STRING 'OPERATORS = ' DELIMITED BY SIZE
                   WS-OP-COUNT DELIMITED BY SIZE
                   '  REVERTED = ' DELIMITED BY SIZE
                   WS-REVERT-COUNT DELIMITED BY SIZE
                   '  EXPIRING SOON = ' DELIMITED BY SIZE
                   WS-SOON-COUNT DELIMITED BY SIZE
                   '  OTHER GRANTS OUT = ' DELIMITED BY SIZE
                   WS-TEMP-COUNT DELIMITED BY SIZE
                   '  REWRITE FAILURES = ' DELIMITED BY SIZE
                   WS-FAIL-COUNT DELIMITED BY SIZE
              INTO G6GXRPT-REC.
            WRITE G6GXRPT-REC.
            CLOSE OPSECMST G6GXRPT.
            IF WS-SA-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-SA-HANDLE
                    GIVING WS-SA-STATUS
            END-IF.
            DISPLAY 'TESTG6GX OPERATORS     =' WS-OP-COUNT.
            DISPLAY 'TESTG6GX REVERTED      =' WS-REVERT-COUNT.
            DISPLAY 'TESTG6GX EXPIRING SOON =' WS-SOON-COUNT.
            IF WS-FAIL-COUNT > 0
                DISPLAY 'TESTG6GX REWRITE FAILURES =' WS-FAIL-COUNT
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-REVERT-COUNT > 0 OR WS-SOON-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.

        LOAD-EXPIRY-PARM.
            OPEN INPUT G6GXPARM.
            READ G6GXPARM
                AT END
                    MOVE SPACES TO G6GXPARM-REC
            END-READ.
            CLOSE G6GXPARM.
            IF GX-DATE IS NUMERIC
                MOVE GX-DATE TO WS-TODAY
            ELSE
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
            END-IF.
            IF GX-WARN-DAYS IS NUMERIC
                MOVE GX-WARN-DAYS TO WS-WARN-DAYS
            END-IF.

        START-OPERATOR-BROWSE.
            MOVE 'N' TO WS-EOF-SW.
            MOVE LOW-VALUES TO OPSEC-OPID.
            START OPSECMST KEY IS NOT LESS THAN OPSEC-OPID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-OPERATOR
            END-IF.

        READ-NEXT-OPERATOR.
            READ OPSECMST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

      * THE EXPIRY DATE IS THE LAST DAY THE GRANT IS HELD - IT IS
      * REVERTED ONCE THE PROCESSING DATE IS PAST IT, NEVER ON THE
      * DAY ITSELF, WHATEVER TIME THE JOB RUNS.
        CHECK-ONE-OPERATOR.
            IF WS-PASS = 'R'
                ADD 1 TO WS-OP-COUNT
            END-IF.
            IF OPSEC-TEMP-EXP IS NUMERIC AND OPSEC-TEMP-EXP > 0
                IF WS-PASS = 'R'
                    IF OPSEC-TEMP-EXP < WS-TODAY
                        PERFORM REVERT-TEMP-GRANT
                    END-IF
                ELSE
                    IF OPSEC-TEMP-EXP NOT > WS-WARN-DATE
                        PERFORM REPORT-EXPIRING-GRANT
                    ELSE
                        ADD 1 TO WS-TEMP-COUNT
                    END-IF
                END-IF
            END-IF.
            PERFORM READ-NEXT-OPERATOR.

        REVERT-TEMP-GRANT.
            MOVE OPSEC-PERMS TO WS-TEMP-PERMS.
            MOVE OPSEC-CLASS TO WS-TEMP-CLASS.
            MOVE SPACES TO G6GXRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   OPSEC-OPID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OPSEC-NAME DELIMITED BY SIZE
                   ' GRANTED BY ' DELIMITED BY SIZE
                   OPSEC-TEMP-BY DELIMITED BY SIZE
                   ' EXPIRED ' DELIMITED BY SIZE
                   OPSEC-TEMP-EXP DELIMITED BY SIZE
                   ' PERMS ' DELIMITED BY SIZE
                   WS-TEMP-PERMS DELIMITED BY SIZE
                   ' CLASS ' DELIMITED BY SIZE
                   WS-TEMP-CLASS DELIMITED BY SIZE
                   ' BACK TO ' DELIMITED BY SIZE
                   OPSEC-PRIOR-PERMS DELIMITED BY SIZE
                   ' CLASS ' DELIMITED BY SIZE
                   OPSEC-PRIOR-CLASS DELIMITED BY SIZE
              INTO G6GXRPT-REC.
            MOVE OPSEC-PRIOR-PERMS TO OPSEC-PERMS.
            MOVE OPSEC-PRIOR-CLASS TO OPSEC-CLASS.
            MOVE 0 TO OPSEC-TEMP-EXP.
            MOVE SPACES TO OPSEC-TEMP-BY.
            MOVE SPACES TO OPSEC-PRIOR-PERMS.
            MOVE SPACES TO OPSEC-PRIOR-CLASS.
            MOVE WS-AUD-OPID-WK TO OPSEC-GRANTED-BY.
            MOVE WS-TODAY TO OPSEC-GRANT-DATE.
            REWRITE OPSEC-REC
                INVALID KEY
                    ADD 1 TO WS-FAIL-COUNT
                    MOVE '** NOT REVERTED - REWRITE FAILED **'
                      TO G6GXRPT-REC (96:36)
                NOT INVALID KEY
                    ADD 1 TO WS-REVERT-COUNT
                    PERFORM WRITE-REVERSION-AUDIT
            END-REWRITE.
            WRITE G6GXRPT-REC.

        REPORT-EXPIRING-GRANT.
            ADD 1 TO WS-SOON-COUNT.
            MOVE SPACES TO G6GXRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   OPSEC-OPID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OPSEC-NAME DELIMITED BY SIZE
                   ' GRANTED BY ' DELIMITED BY SIZE
                   OPSEC-TEMP-BY DELIMITED BY SIZE
                   ' EXPIRES ' DELIMITED BY SIZE
                   OPSEC-TEMP-EXP DELIMITED BY SIZE
                   ' PERMS ' DELIMITED BY SIZE
                   OPSEC-PERMS DELIMITED BY SIZE
                   ' CLASS ' DELIMITED BY SIZE
                   OPSEC-CLASS DELIMITED BY SIZE
                   ' REVERTS TO ' DELIMITED BY SIZE
                   OPSEC-PRIOR-PERMS DELIMITED BY SIZE
                   ' CLASS ' DELIMITED BY SIZE
                   OPSEC-PRIOR-CLASS DELIMITED BY SIZE
              INTO G6GXRPT-REC.
            WRITE G6GXRPT-REC.

      * ONE OPSECAUD ROW PER REVERSION, SAME SHAPE AS TESTSEC1'S.
        WRITE-REVERSION-AUDIT.
            IF WS-SA-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-SA-NAME
                         WS-SA-ACCESS WS-SA-DENY
                         WS-SA-DEVICE WS-SA-HANDLE
                    GIVING WS-SA-STATUS
                MOVE 'Y' TO WS-SA-OPENED
            END-IF.
            MOVE SPACES TO WS-SA-REC.
            ACCEPT WS-SA-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-SA-TIME FROM TIME.
            MOVE WS-AUD-OPID-WK TO WS-SA-ADMIN.
            MOVE 'EXP'          TO WS-SA-ACTION.
            MOVE OPSEC-OPID     TO WS-SA-TARGET.
            MOVE WS-TEMP-PERMS  TO WS-SA-BEFORE.
            MOVE OPSEC-PERMS    TO WS-SA-AFTER.
            MOVE WS-SA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-SA-REC TO CHN-TEXT-LEN.
            MOVE WS-SA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-SA-REC.
            MOVE LENGTH OF WS-SA-REC TO WS-SA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-SA-HANDLE
                     WS-SA-RECLEN WS-SA-FLAGS
                     WS-SA-RESERVED WS-SA-REC
                GIVING WS-SA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        COPY G6CHNP.
