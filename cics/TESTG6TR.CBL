      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY TRAINING RESET.  PUTS THE TRAINING COPY OF THE
      * CUSTOMER FILES THAT GUI6, SRC6, BMS2 AND APR6 USE FOR AN
      * OPERATOR IN TRAINING MODE (OPSECMST 'Z' - SEE G6TRNW.CPY)
      * BACK TO A KNOWN BASELINE, SO EVERY CLASS STARTS FROM THE
      * SAME CUSTOMERS, NOTES, PARKED APPROVALS AND SO ON NO MATTER
      * WHAT YESTERDAY'S CLASS DID TO THEM.
      *
      * EACH TRAINING FILE'S BASELINE IS A FLAT STREAM NAMED 'TB'
      * FOLLOWED BY THE TRAINING NAME LESS ITS 'TRN' (TRNMAST FROM
      * TBMAST, TRNPENDG FROM TBPENDG...), IN THE FILE'S OWN RECORD
      * LAYOUT - THE KSDS BASELINES IN KEY SEQUENCE, THE WAY A
      * TESTG6BK IMAGE COPY IS.  THE BASELINES BELONG TO THE
      * TRAINING TEAM AND CHANGE ONLY WHEN THE COURSE DOES.
      *
      *   THE SIX TRAINING KSDS (TRNMAST, TRNNAMIX, TRNCADDR,
      *   TRNCASIX, TRNESTAT, TRNDDMND) ARE RELOADED FROM THEIR
      *   BASELINES.  A
      *   MISSING KSDS BASELINE LEAVES THAT FILE EMPTY AND SETS
      *   RETURN CODE 8; A BASELINE RECORD OUT OF KEY SEQUENCE IS
      *   DROPPED AND SETS RETURN CODE 4.
      *   THE SCENARIO STREAMS (TRNPENDG, TRNFUTUR, TRNRMSUS,
      *   TRNWLREV, TRNNOTE, TRNIDCTL) ARE EMPTIED AND RELOADED FROM
      *   THEIR BASELINES WHEN THE TEAM KEEPS ONE.
      *   THE TRAINING LOGS (TRNAUD, TRNJRNL, TRNACCLG, TRNPAYLG,
      *   TRNAVRQ, TRNINTNT, TRNPROF) ARE EMPTIED.
      *
      * THE JOB OPENS NOTHING BUT TB... BASELINES AND TRN... TRAINING
      * FILES - NO LIVE DATASET IS READ OR WRITTEN.
      *
        PROGRAM-ID. TESTG6TR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRNMAST ASSIGN TO TRNMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CUST-ID.
            SELECT TRNNAMIX ASSIGN TO TRNNAMIX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NIX-KEY.
            SELECT TRNCADDR ASSIGN TO TRNCADDR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CADR-KEY.
            SELECT TRNCASIX ASSIGN TO TRNCASIX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CSIX-KEY.
            SELECT TRNESTAT ASSIGN TO TRNESTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EST-CUST-ID.
            SELECT TRNDDMND ASSIGN TO TRNDDMND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DDM-CUST-ID.

        DATA DIVISION.
        FILE SECTION.
        FD  TRNMAST.
        COPY CUSTMAST.

        FD  TRNNAMIX.
        COPY G6NAMIX.

        FD  TRNCADDR.
        COPY G6CADDR.

        FD  TRNCASIX.
        COPY G6CASIX.

        FD  TRNESTAT.
        COPY G6ESTATE.

        FD  TRNDDMND.
        COPY G6DDMAND.

        WORKING-STORAGE SECTION.
        COPY G6TRNW.
        01  WS-LOADED-COUNT     PIC 9(7) VALUE 0.
        01  WS-DROPPED-COUNT    PIC 9(7) VALUE 0.
        01  WS-MISSING-COUNT    PIC 9(3) VALUE 0.
        01  WS-STREAM-COUNT     PIC 9(3) VALUE 0.

      * THE BASELINE BEING LOADED - A CBL_OPEN_FILE STREAM, READ THE
      * SAME WAY TESTG6FR READS AN IMAGE COPY.
        01  WS-TB-NAME          PIC X(8).
        01  WS-TB-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-TB-DENY          PIC X(1) VALUE X'03'.
        01  WS-TB-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-TB-HANDLE        PIC X(4).
        01  WS-TB-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-TB-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-TB-STATUS        PIC S9(9) COMP-5.
        01  WS-TB-RECLEN        PIC 9(8) COMP-5.
        01  WS-TB-OPEN          PIC X(1).
        01  WS-TB-EOF           PIC X(1).

      * THE TRAINING STREAM BEING RESET - EMPTIED BY AN OUTPUT OPEN,
      * SAME TRUNCATE TECHNIQUE AS TESTG6GR.
        01  WS-TRN-NAME         PIC X(8).
        01  WS-TRN-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-TRN-HANDLE       PIC X(4).
        01  WS-TRN-STATUS       PIC S9(9) COMP-5.
        01  WS-REC-BUF          PIC X(600).

      * EVERY TRAINING STREAM, WITH THE RECORD LENGTH OF ITS BASELINE
      * (ZERO - A LOG, NO BASELINE KEPT).  FILLED BY
      * LOAD-STREAM-TABLE FROM THE G6TRNW NAMES.
        01  WS-STREAM-TABLE.
            02  WS-ST-ENTRY OCCURS 13 TIMES.
                03  WS-ST-NAME      PIC X(8).
                03  WS-ST-LEN       PIC 9(4) COMP.
        01  WS-ST-MAX           PIC 9(2) VALUE 13.
        01  WS-ST-IX            PIC 9(2) COMP.

      * THE SCENARIO STREAMS' RECORDS, FOR THEIR LENGTHS.
        COPY G6PENDG.
        COPY G6FUTURE.
        COPY G6RMSUSP.
        COPY G6WLREV.
        COPY BMS2NOTE.
      * THE G6IDCTL CONTROL RECORD - SAME LAYOUT TESTGUI6 KEEPS.
        01  WS-IDCTL-REC.
            02  WS-IDCTL-ONLINE   PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-IDCTL-FEED     PIC 9(8).

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM RESET-TRAINING-MAST.
            PERFORM RESET-TRAINING-NAMIX.
            PERFORM RESET-TRAINING-CADDR.
            PERFORM RESET-TRAINING-CASIX.
            PERFORM RESET-TRAINING-ESTATE.
            PERFORM RESET-TRAINING-DDMAND.
            PERFORM LOAD-STREAM-TABLE.
            PERFORM RESET-ONE-STREAM
                VARYING WS-ST-IX FROM 1 BY 1
                UNTIL WS-ST-IX > WS-ST-MAX.
            DISPLAY 'TESTG6TR STREAMS RESET      =' WS-STREAM-COUNT.
            DISPLAY 'TESTG6TR BASELINES MISSING  =' WS-MISSING-COUNT.
            DISPLAY 'TESTG6TR RECORDS OUT OF SEQ =' WS-DROPPED-COUNT.
            IF WS-MISSING-COUNT > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-DROPPED-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.

      *****************************************************************
      * THE TRAINING KSDS - EACH OPENED OUTPUT (EMPTY) AND LOADED
      * STRAIGHT FROM ITS BASELINE.
      *****************************************************************
        RESET-TRAINING-MAST.
            MOVE TRN-T-MAST TO WS-TRN-NAME.
            PERFORM OPEN-KSDS-BASELINE.
            OPEN OUTPUT TRNMAST.
            IF WS-TB-OPEN = 'Y'
                PERFORM LOAD-ONE-MAST UNTIL WS-TB-EOF = 'Y'
                PERFORM CLOSE-BASELINE
            END-IF.
            CLOSE TRNMAST.
            PERFORM SHOW-KSDS-LOADED.

        LOAD-ONE-MAST.
            MOVE LENGTH OF CUST-MASTER-REC TO WS-TB-RECLEN.
            PERFORM READ-BASELINE.
            IF WS-TB-EOF = 'N'
                MOVE WS-REC-BUF TO CUST-MASTER-REC
                WRITE CUST-MASTER-REC
                    INVALID KEY
                        ADD 1 TO WS-DROPPED-COUNT
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.

        RESET-TRAINING-NAMIX.
            MOVE TRN-T-NAMIX TO WS-TRN-NAME.
            PERFORM OPEN-KSDS-BASELINE.
            OPEN OUTPUT TRNNAMIX.
            IF WS-TB-OPEN = 'Y'
                PERFORM LOAD-ONE-NAMIX UNTIL WS-TB-EOF = 'Y'
                PERFORM CLOSE-BASELINE
            END-IF.
            CLOSE TRNNAMIX.
            PERFORM SHOW-KSDS-LOADED.

        LOAD-ONE-NAMIX.
            MOVE LENGTH OF NIX-REC TO WS-TB-RECLEN.
            PERFORM READ-BASELINE.
            IF WS-TB-EOF = 'N'
                MOVE WS-REC-BUF TO NIX-REC
                WRITE NIX-REC
                    INVALID KEY
                        ADD 1 TO WS-DROPPED-COUNT
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.

        RESET-TRAINING-CADDR.
            MOVE TRN-T-CADDR TO WS-TRN-NAME.
            PERFORM OPEN-KSDS-BASELINE.
            OPEN OUTPUT TRNCADDR.
            IF WS-TB-OPEN = 'Y'
                PERFORM LOAD-ONE-CADDR UNTIL WS-TB-EOF = 'Y'
                PERFORM CLOSE-BASELINE
            END-IF.
            CLOSE TRNCADDR.
            PERFORM SHOW-KSDS-LOADED.

        LOAD-ONE-CADDR.
            MOVE LENGTH OF CADR-REC TO WS-TB-RECLEN.
            PERFORM READ-BASELINE.
            IF WS-TB-EOF = 'N'
                MOVE WS-REC-BUF TO CADR-REC
                WRITE CADR-REC
                    INVALID KEY
                        ADD 1 TO WS-DROPPED-COUNT
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.

        RESET-TRAINING-CASIX.
            MOVE TRN-T-CASIX TO WS-TRN-NAME.
            PERFORM OPEN-KSDS-BASELINE.
            OPEN OUTPUT TRNCASIX.
            IF WS-TB-OPEN = 'Y'
                PERFORM LOAD-ONE-CASIX UNTIL WS-TB-EOF = 'Y'
                PERFORM CLOSE-BASELINE
            END-IF.
            CLOSE TRNCASIX.
            PERFORM SHOW-KSDS-LOADED.

        LOAD-ONE-CASIX.
            MOVE LENGTH OF CSIX-REC TO WS-TB-RECLEN.
            PERFORM READ-BASELINE.
            IF WS-TB-EOF = 'N'
                MOVE WS-REC-BUF TO CSIX-REC
                WRITE CSIX-REC
                    INVALID KEY
                        ADD 1 TO WS-DROPPED-COUNT
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.

        RESET-TRAINING-ESTATE.
            MOVE TRN-T-ESTATE TO WS-TRN-NAME.
            PERFORM OPEN-KSDS-BASELINE.
            OPEN OUTPUT TRNESTAT.
            IF WS-TB-OPEN = 'Y'
                PERFORM LOAD-ONE-ESTATE UNTIL WS-TB-EOF = 'Y'
                PERFORM CLOSE-BASELINE
            END-IF.
            CLOSE TRNESTAT.
            PERFORM SHOW-KSDS-LOADED.

        LOAD-ONE-ESTATE.
            MOVE LENGTH OF EST-REC TO WS-TB-RECLEN.
            PERFORM READ-BASELINE.
            IF WS-TB-EOF = 'N'
                MOVE WS-REC-BUF TO EST-REC
                WRITE EST-REC
                    INVALID KEY
                        ADD 1 TO WS-DROPPED-COUNT
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.

        RESET-TRAINING-DDMAND.
            MOVE TRN-T-DDMAND TO WS-TRN-NAME.
            PERFORM OPEN-KSDS-BASELINE.
            OPEN OUTPUT TRNDDMND.
            IF WS-TB-OPEN = 'Y'
                PERFORM LOAD-ONE-DDMAND UNTIL WS-TB-EOF = 'Y'
                PERFORM CLOSE-BASELINE
            END-IF.
            CLOSE TRNDDMND.
            PERFORM SHOW-KSDS-LOADED.

        LOAD-ONE-DDMAND.
            MOVE LENGTH OF DDM-REC TO WS-TB-RECLEN.
            PERFORM READ-BASELINE.
            IF WS-TB-EOF = 'N'
                MOVE WS-REC-BUF TO DDM-REC
                WRITE DDM-REC
                    INVALID KEY
                        ADD 1 TO WS-DROPPED-COUNT
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.

      * A KSDS WITH NO BASELINE IS STILL EMPTIED - YESTERDAY'S CLASS
      * MUST NOT CARRY OVER - BUT THE CLASS CANNOT USE IT, SO IT IS
      * COUNTED AS MISSING.
        OPEN-KSDS-BASELINE.
            MOVE 0 TO WS-LOADED-COUNT.
            PERFORM OPEN-BASELINE.
            IF WS-TB-OPEN = 'N'
                ADD 1 TO WS-MISSING-COUNT
                DISPLAY 'TESTG6TR NO BASELINE ' WS-TB-NAME
                        ' - ' WS-TRN-NAME ' LEFT EMPTY'
            END-IF.

        SHOW-KSDS-LOADED.
            DISPLAY 'TESTG6TR ' WS-TRN-NAME ' LOADED    ='
                    WS-LOADED-COUNT.

      *****************************************************************
      * THE TRAINING STREAMS.
      *****************************************************************
        LOAD-STREAM-TABLE.
            MOVE TRN-T-PENDG  TO WS-ST-NAME (1).
            MOVE LENGTH OF PEND-REC TO WS-ST-LEN (1).
            MOVE TRN-T-FUTURE TO WS-ST-NAME (2).
            MOVE LENGTH OF FUT-REC TO WS-ST-LEN (2).
            MOVE TRN-T-RMSUSP TO WS-ST-NAME (3).
            MOVE LENGTH OF RMSP-REC TO WS-ST-LEN (3).
            MOVE TRN-T-WLREV  TO WS-ST-NAME (4).
            MOVE LENGTH OF WLRV-REC TO WS-ST-LEN (4).
            MOVE TRN-T-NOTE   TO WS-ST-NAME (5).
            MOVE LENGTH OF WS-NOTE-REC TO WS-ST-LEN (5).
            MOVE TRN-T-IDCTL  TO WS-ST-NAME (6).
            MOVE LENGTH OF WS-IDCTL-REC TO WS-ST-LEN (6).
            MOVE TRN-T-AUD    TO WS-ST-NAME (7).
            MOVE TRN-T-JRNL   TO WS-ST-NAME (8).
            MOVE TRN-T-ACCLOG TO WS-ST-NAME (9).
            MOVE TRN-T-PAYLDG TO WS-ST-NAME (10).
            MOVE TRN-T-AVRQ   TO WS-ST-NAME (11).
            MOVE TRN-T-INTENT TO WS-ST-NAME (12).
            MOVE TRN-T-PROF   TO WS-ST-NAME (13).
            PERFORM CLEAR-LOG-LENGTH
                VARYING WS-ST-IX FROM 7 BY 1
                UNTIL WS-ST-IX > WS-ST-MAX.

        CLEAR-LOG-LENGTH.
            MOVE 0 TO WS-ST-LEN (WS-ST-IX).

      * EMPTY ONE TRAINING STREAM, THEN COPY ITS BASELINE IN WHEN
      * ONE IS KEPT.
        RESET-ONE-STREAM.
            MOVE WS-ST-NAME (WS-ST-IX) TO WS-TRN-NAME.
            CALL 'CBL_OPEN_FILE' USING WS-TRN-NAME
                     WS-TRN-ACCESS-OUT WS-TB-DENY
                     WS-TB-DEVICE WS-TRN-HANDLE
                GIVING WS-TRN-STATUS.
            MOVE 0 TO WS-LOADED-COUNT.
            IF WS-TRN-STATUS = 0
                ADD 1 TO WS-STREAM-COUNT
                IF WS-ST-LEN (WS-ST-IX) > 0
                    PERFORM OPEN-BASELINE
                    IF WS-TB-OPEN = 'Y'
                        PERFORM COPY-ONE-STREAM-RECORD
                            UNTIL WS-TB-EOF = 'Y'
                        PERFORM CLOSE-BASELINE
                    END-IF
                END-IF
                CALL 'CBL_CLOSE_FILE' USING WS-TRN-HANDLE
                    GIVING WS-TRN-STATUS
                DISPLAY 'TESTG6TR ' WS-TRN-NAME ' RESET     ='
                        WS-LOADED-COUNT
            ELSE
                DISPLAY 'TESTG6TR ' WS-TRN-NAME
                        ' WILL NOT OPEN - NOT RESET'
            END-IF.

        COPY-ONE-STREAM-RECORD.
            MOVE WS-ST-LEN (WS-ST-IX) TO WS-TB-RECLEN.
            PERFORM READ-BASELINE.
            IF WS-TB-EOF = 'N'
                CALL 'CBL_WRITE_FILE' USING WS-TRN-HANDLE
                         WS-TB-RECLEN WS-TB-FLAGS
                         WS-TB-RESERVED WS-REC-BUF
                    GIVING WS-TRN-STATUS
                ADD 1 TO WS-LOADED-COUNT
            END-IF.

      *****************************************************************
      * THE BASELINE STREAM OF WS-TRN-NAME.
      *****************************************************************
        OPEN-BASELINE.
            MOVE SPACES TO WS-TB-NAME.
            STRING 'TB' DELIMITED BY SIZE
                   WS-TRN-NAME (4:5) DELIMITED BY SIZE
              INTO WS-TB-NAME.
            MOVE 'N' TO WS-TB-OPEN.
            MOVE 'Y' TO WS-TB-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-TB-NAME
                     WS-TB-ACCESS WS-TB-DENY
                     WS-TB-DEVICE WS-TB-HANDLE
                GIVING WS-TB-STATUS.
            IF WS-TB-STATUS = 0
                MOVE 'Y' TO WS-TB-OPEN
                MOVE 'N' TO WS-TB-EOF
            END-IF.

      * WS-TB-RECLEN IS SET BY THE CALLER TO THE RECORD LENGTH.
        READ-BASELINE.
            MOVE SPACES TO WS-REC-BUF.
            CALL 'CBL_READ_FILE' USING WS-TB-HANDLE
                     WS-TB-RECLEN WS-TB-FLAGS
                     WS-TB-RESERVED WS-REC-BUF
                GIVING WS-TB-STATUS.
            IF WS-TB-STATUS NOT = 0
                MOVE 'Y' TO WS-TB-EOF
            END-IF.

        CLOSE-BASELINE.
            CALL 'CBL_CLOSE_FILE' USING WS-TB-HANDLE
                GIVING WS-TB-STATUS.
            MOVE 'N' TO WS-TB-OPEN.
