      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY CUSTOMER REFERENTIAL-INTEGRITY SWEEP.  CUSTOMER IDS
      * ARE CARRIED ON MANY SATELLITE FILES, AND PURGES (TESTG6PU),
      * MERGES (TESTG6MG) AND UNMERGES (TESTG6UM) CAN LEAVE ROWS
      * POINTING AT A CUSTOMER THAT IS GONE OR INACTIVE.  TESTG6HR
      * ONLY EVER CAUGHT THIS FOR HOUSEHOLD LINKS; THIS JOB CHECKS
      * EVERY SATELLITE FILE AGAINST CUSTMAST AND REPORTS TO G6RIRPT
      * BY FILE AND TYPE:
      *
      *   PURGED    THE CUSTOMER IS NOT ON THE MASTER AND WAS NOT
      *             MERGED AWAY - PURGED, OR NEVER THERE
      *   MERGED    THE CUSTOMER IS NOT ON THE MASTER BECAUSE A
      *             G6MGAUD MERGE FOLDED IT INTO A SURVIVOR (SHOWN) -
      *             AN UNMERGE CAN BRING IT BACK, SO NEVER CLEANED UP
      *   INACTIVE  A LIVE ROW (WAITING, QUEUED, OPEN) FOR A CUSTOMER
      *             NOW INACTIVE
      *   NAME      G6NAMIX ONLY - THE INDEXED NAME IS NOT THE NAME
      *             ON THE MASTER
      *
      *   FILE      ROWS CHECKED                  SAFE CLEAN-UP
      *   BMS2NOTE  NOTES TIED TO A CUSTOMER -    NONE - THE NOTE IS
      *             INACTIVE ONLY WITH A FOLLOW-  THE RECORD
      *             UP STILL DUE
      *   G6HHXRF   EVERY HOUSEHOLD LINK          PURGED LINK DROPPED
      *   G6PENDG   WAITING ('P') CHANGES TO AN   NONE - A DECISION
      *             EXISTING CUSTOMER             FOR THE APPROVER
      *   G6FUTURE  WAITING ('W') CHANGES         PURGED CANCELLED 'X'
      *   G6AVRQ    EVERY QUEUED ADDRESS          PURGED DEQUEUED
      *   G6RMSUSP  OPEN ('S') SUSPECT ENTRIES    PURGED CLEARED 'C'
      *   G6PAYLDG  EVERY LEDGER ENTRY - NOT      NONE - PAYMENT
      *             INACTIVE (HISTORY)            HISTORY
      *   G6NAMIX   EVERY INDEX ROW               PURGED, MERGED AND
      *                                           NAME ROWS REBUILT
      *                                           AS TESTG6NX WOULD
      *
      * G6RIPARM CARD - NO CARD (THE NIGHTLY RUN) REPORTS ONLY, UNDER
      * RUNCTL1 RUN CONTROL.  COLS 1-8 'CLEANUP' WITH A SUPERVISOR'S
      * OPERATOR ID IN COLS 10-12 (MUST BE CLASS 'S' ON OPSECMST,
      * SAME RULE AS TESTG6BO) IS THE SUPERVISED CLEAN-UP RUN - THE
      * SAME SWEEP, APPLYING THE SAFE FIXES ABOVE AFTER THE
      * SUPERVISOR HAS READ THE NIGHT'S REPORT.  IT IS AN AD-HOC
      * DAYTIME STEP, SO IT DOES NOT GO THROUGH RUN CONTROL.  A
      * CLEAN-UP CARD WHOSE OPERATOR IS NOT A SUPERVISOR IS REFUSED:
      * THE RUN REPORTS ONLY AND ENDS RETURN CODE 8.  THE STREAMS
      * REWRITTEN ARE LOADED WHOLE LIKE TESTG6FE AND TESTG6RM DO IT;
      * ONE PAST ITS RUN TABLE IS REPORTED BUT NOT REWRITTEN.
      *
      * RETURN CODE 0 CLEAN, 4 FINDINGS REPORTED, 8 CLEAN-UP REFUSED.
      *
        PROGRAM-ID. TESTG6RI.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6RIPARM ASSIGN TO G6RIPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6RIRPT ASSIGN TO G6RIRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT NAMIX ASSIGN TO G6NAMIX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NIX-KEY.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.

        DATA DIVISION.
        FILE SECTION.
        FD  G6RIPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6RIPARM-REC.
            02  RP-MODE             PIC X(8).
            02  FILLER              PIC X(1).
            02  RP-OPID             PIC X(3).
            02  FILLER              PIC X(68).

        FD  G6RIRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6RIRPT-REC         PIC X(132).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  NAMIX.
        COPY G6NAMIX.

        FD  OPSECMST.
        COPY OPSECMST.

        WORKING-STORAGE SECTION.
        COPY RUNCTLPM.
        01  WS-TODAY            PIC 9(8).
        01  WS-CLEANUP          PIC X(1) VALUE 'N'.
        01  WS-REFUSED          PIC X(1) VALUE 'N'.
        01  WS-FIX-OPID         PIC X(3) VALUE SPACES.
        01  WS-FINDING-COUNT    PIC 9(7) VALUE 0.
        01  WS-FIXED-COUNT      PIC 9(7) VALUE 0.
        01  WS-CM-INVALID-SW    PIC X(1).
            88  WS-CM-NOT-FOUND    VALUE 'Y'.
        01  WS-NX-EOF-SW        PIC X(1) VALUE 'N'.
            88  WS-NX-EOF          VALUE 'Y'.

      * THE SATELLITE FILES, IN SWEEP ORDER, AND WHAT EACH TURNED UP.
        01  WS-FL-NAMES-DATA.
            02  FILLER PIC X(8) VALUE 'BMS2NOTE'.
            02  FILLER PIC X(8) VALUE 'G6HHXRF '.
            02  FILLER PIC X(8) VALUE 'G6PENDG '.
            02  FILLER PIC X(8) VALUE 'G6FUTURE'.
            02  FILLER PIC X(8) VALUE 'G6AVRQ  '.
            02  FILLER PIC X(8) VALUE 'G6RMSUSP'.
            02  FILLER PIC X(8) VALUE 'G6PAYLDG'.
            02  FILLER PIC X(8) VALUE 'G6NAMIX '.
        01  WS-FL-NAMES REDEFINES WS-FL-NAMES-DATA.
            02  WS-FL-NAME OCCURS 8 TIMES PIC X(8).
        01  WS-FL-MAX           PIC 9(2) COMP VALUE 8.
        01  WS-FL-TABLE.
            02  WS-FL-ENTRY OCCURS 8 TIMES.
                03  WS-FL-ROWS      PIC 9(7).
                03  WS-FL-PURGED    PIC 9(7).
                03  WS-FL-MERGED    PIC 9(7).
                03  WS-FL-INACTIVE  PIC 9(7).
                03  WS-FL-NAMEDIFF  PIC 9(7).
                03  WS-FL-FIXED     PIC 9(7).
                03  WS-FL-LISTED    PIC 9(5).
                03  WS-FL-NOTLISTED PIC 9(7).
                03  WS-FL-NOREWRITE PIC X(1).
        01  WS-FL-IDX           PIC 9(2) COMP.
      * DETAIL LINES PER FILE - PAST THIS THE FILE'S FINDINGS ARE
      * COUNTED ONLY, SO ONE BAD PURGE CANNOT BURY THE REPORT.
        01  WS-FL-LIST-CAP      PIC 9(5) VALUE 100.

      * ONE FINDING - SET BY THE FILE'S SWEEP, THEN RECORD-FINDING.
        01  WS-RI-CUST-WK       PIC X(10).
        01  WS-RI-TYPE          PIC X(8).
        01  WS-RI-SURVIVOR      PIC X(10).
        01  WS-RI-CONTEXT       PIC X(50).
        01  WS-RI-FIXABLE       PIC X(1).
        01  WS-RI-FIX-VERB      PIC X(14).
        01  WS-RI-ACTION        PIC X(14).
        01  WS-RI-DO-FIX        PIC X(1).

      * MERGE VICTIMS FROM G6MGAUD (LAYOUT AS TESTG6MG WRITES IT).
      * AN UNMERGE ROW CARRIES THE PAIR SWAPPED, SO A CUSTOMER THAT
      * WAS ONCE A SURVIVOR CAN ALSO SHOW AS A VICTIM - IT THEN READS
      * AS MERGED, WHICH ERRS TOWARD LEAVING ITS ROWS ALONE.
        01  WS-MA-NAME          PIC X(8) VALUE 'G6MGAUD'.
        01  WS-MA-REC.
            02  WS-MA-DATE          PIC 9(8).
            02  FILLER              PIC X(1).
            02  WS-MA-TIME          PIC 9(8).
            02  FILLER              PIC X(1).
            02  WS-MA-SURVIVOR      PIC X(10).
            02  FILLER              PIC X(1).
            02  WS-MA-VICTIM        PIC X(10).
            02  FILLER              PIC X(1).
            02  WS-MA-VICTIM-REC    PIC X(237).
      * HASH-CHAIN TRAILER (SEE G6CHNW.CPY).
            02  FILLER              PIC X(1).
            02  WS-MA-CHAIN-SEQ     PIC 9(9).
            02  WS-MA-CHAIN-PREV    PIC 9(18).
        01  WS-MG-MAX           PIC 9(4) COMP VALUE 2000.
        01  WS-MG-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-MG-TABLE.
            02  WS-MG-ENTRY OCCURS 2000 TIMES.
                03  WS-MG-VICTIM    PIC X(10).
                03  WS-MG-SURVIVOR  PIC X(10).
        01  WS-MG-IDX           PIC 9(4) COMP.

      * EVERY SATELLITE IS A CBL_OPEN_FILE/CBL_READ_FILE STREAM,
      * OPENED ONE AT A TIME THROUGH THESE.
        01  WS-ST-NAME          PIC X(8).
        01  WS-ST-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-ST-ACCESS-OUT    PIC X(1) VALUE X'01'.
        01  WS-ST-DENY          PIC X(1) VALUE X'03'.
        01  WS-ST-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-ST-HANDLE        PIC X(4).
        01  WS-ST-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-ST-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-ST-STATUS        PIC S9(9) COMP-5.
        01  WS-ST-RECLEN        PIC 9(8) COMP-5.
        01  WS-ST-EOF           PIC X(1).
        COPY BMS2NOTE.
        COPY G6HHXRF.
        COPY G6PENDG.
        COPY G6FUTURE.
        COPY G6AVRQ.
        COPY G6RMSUSP.
        COPY G6PAYLDG.

      * A STREAM THE CLEAN-UP MAY REWRITE IS LOADED WHOLE HERE -
      * WS-RW-DROP 'Y' LEAVES THE ROW OUT OF THE REWRITE.
        01  WS-RW-MAX           PIC 9(3) COMP VALUE 200.
        01  WS-RW-COUNT         PIC 9(3) COMP VALUE 0.
        01  WS-RW-OVERFLOW      PIC 9(5) VALUE 0.
        01  WS-RW-CHANGED       PIC X(1).
        01  WS-RW-RECLEN-WK     PIC 9(8) COMP-5.
        01  WS-RW-TABLE.
            02  WS-RW-ENTRY OCCURS 200 TIMES.
                03  WS-RW-ROW       PIC X(131).
                03  WS-RW-DROP      PIC X(1).
        01  WS-RW-IDX           PIC 9(3) COMP.

      * NAME-INDEX REPAIRS ARE HELD UNTIL THE BROWSE ENDS, SO THE
      * BROWSE NEVER MEETS ITS OWN WRITES.
        01  WS-NF-MAX           PIC 9(3) COMP VALUE 500.
        01  WS-NF-COUNT         PIC 9(3) COMP VALUE 0.
        01  WS-NF-TABLE.
            02  WS-NF-ENTRY OCCURS 500 TIMES.
                03  WS-NF-KEY       PIC X(50).
                03  WS-NF-NEW-NAME  PIC X(40).
        01  WS-NF-IDX           PIC 9(3) COMP.

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM READ-RI-PARM.
            IF RP-MODE NOT = 'CLEANUP'
                MOVE 'TESTG6RI' TO RCTL-JOB
                MOVE 'START' TO RCTL-FUNC
                MOVE 0 TO RCTL-JOB-RC
                CALL 'RUNCTL1' USING RCTL-PARM
                IF RCTL-RESULT NOT = 0
                    DISPLAY 'TESTG6RI REFUSED BY RUN CONTROL'
                    MOVE RCTL-RESULT TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            OPEN OUTPUT G6RIRPT.
            MOVE SPACES TO G6RIRPT-REC.
            STRING 'CUSTOMER REFERENTIAL-INTEGRITY SWEEP  '
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO G6RIRPT-REC.
            WRITE G6RIRPT-REC.
            PERFORM CHECK-CLEANUP-AUTHORITY.
            MOVE SPACES TO G6RIRPT-REC.
            IF WS-CLEANUP = 'Y'
                STRING '** SUPERVISED CLEAN-UP BY ' DELIMITED BY SIZE
                       WS-FIX-OPID DELIMITED BY SIZE
                       ' - SAFE FIXES APPLIED **' DELIMITED BY SIZE
                  INTO G6RIRPT-REC
            ELSE
                MOVE 'REPORT ONLY - NOTHING CHANGED' TO G6RIRPT-REC
            END-IF.
            WRITE G6RIRPT-REC.
            MOVE SPACES TO G6RIRPT-REC.
            WRITE G6RIRPT-REC.
            PERFORM CLEAR-ONE-FILE-ROW
                VARYING WS-FL-IDX FROM 1 BY 1
                UNTIL WS-FL-IDX > WS-FL-MAX.
            PERFORM LOAD-MERGE-VICTIMS.
            OPEN INPUT CUSTMAST.
            IF WS-CLEANUP = 'Y'
                OPEN I-O NAMIX
            ELSE
                OPEN INPUT NAMIX
            END-IF.
            PERFORM SWEEP-NOTES.
            PERFORM SWEEP-HOUSEHOLDS.
            PERFORM SWEEP-PENDING.
            PERFORM SWEEP-FUTURE.
            PERFORM SWEEP-REVERIFY-QUEUE.
            PERFORM SWEEP-SUSPECTS.
            PERFORM SWEEP-PAYMENT-LEDGER.
            PERFORM SWEEP-NAME-INDEX.
            CLOSE CUSTMAST NAMIX.
            PERFORM WRITE-FILE-SUMMARY.
            CLOSE G6RIRPT.
            DISPLAY 'TESTG6RI FINDINGS =' WS-FINDING-COUNT.
            DISPLAY 'TESTG6RI FIXED    =' WS-FIXED-COUNT.
            IF WS-REFUSED = 'Y'
                DISPLAY 'TESTG6RI CLEAN-UP REFUSED - OPERATOR '
                        RP-OPID ' IS NOT A SUPERVISOR'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-FINDING-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            IF RP-MODE NOT = 'CLEANUP'
                MOVE 'END' TO RCTL-FUNC
                MOVE RETURN-CODE TO RCTL-JOB-RC
                CALL 'RUNCTL1' USING RCTL-PARM
            END-IF.
            STOP RUN.

        READ-RI-PARM.
            OPEN INPUT G6RIPARM.
            READ G6RIPARM
                AT END
                    MOVE SPACES TO G6RIPARM-REC
            END-READ.
            CLOSE G6RIPARM.

      * A CLEAN-UP NEEDS A SUPERVISOR ON THE SECURITY MASTER.
        CHECK-CLEANUP-AUTHORITY.
            IF RP-MODE = 'CLEANUP'
                OPEN INPUT OPSECMST
                MOVE RP-OPID TO OPSEC-OPID
                READ OPSECMST
                    INVALID KEY
                        MOVE SPACES TO OPSEC-CLASS
                END-READ
                CLOSE OPSECMST
                IF RP-OPID NOT = SPACES AND OPSEC-CLASS = 'S'
                    MOVE 'Y' TO WS-CLEANUP
                    MOVE RP-OPID TO WS-FIX-OPID
                ELSE
                    MOVE 'Y' TO WS-REFUSED
                    MOVE SPACES TO G6RIRPT-REC
                    STRING '** CLEAN-UP REFUSED - OPERATOR '
                               DELIMITED BY SIZE
                           RP-OPID DELIMITED BY SIZE
                           ' IS NOT A SUPERVISOR ON OPSECMST **'
                               DELIMITED BY SIZE
                      INTO G6RIRPT-REC
                    WRITE G6RIRPT-REC
                END-IF
            END-IF.

        CLEAR-ONE-FILE-ROW.
            MOVE 0 TO WS-FL-ROWS (WS-FL-IDX) WS-FL-PURGED (WS-FL-IDX)
                      WS-FL-MERGED (WS-FL-IDX)
                      WS-FL-INACTIVE (WS-FL-IDX)
                      WS-FL-NAMEDIFF (WS-FL-IDX)
                      WS-FL-FIXED (WS-FL-IDX) WS-FL-LISTED (WS-FL-IDX)
                      WS-FL-NOTLISTED (WS-FL-IDX).
            MOVE 'N' TO WS-FL-NOREWRITE (WS-FL-IDX).

        LOAD-MERGE-VICTIMS.
            MOVE WS-MA-NAME TO WS-ST-NAME.
            PERFORM OPEN-STREAM-INPUT.
            PERFORM LOAD-ONE-MERGE-ROW UNTIL WS-ST-EOF = 'Y'.
            PERFORM CLOSE-STREAM.

        LOAD-ONE-MERGE-ROW.
            MOVE LENGTH OF WS-MA-REC TO WS-ST-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-ST-HANDLE
                     WS-ST-RECLEN WS-ST-FLAGS
                     WS-ST-RESERVED WS-MA-REC
                GIVING WS-ST-STATUS.
            IF WS-ST-STATUS NOT = 0
                MOVE 'Y' TO WS-ST-EOF
            ELSE
                IF WS-MG-COUNT < WS-MG-MAX
                    ADD 1 TO WS-MG-COUNT
                    MOVE WS-MA-VICTIM TO WS-MG-VICTIM (WS-MG-COUNT)
                    MOVE WS-MA-SURVIVOR
                      TO WS-MG-SURVIVOR (WS-MG-COUNT)
                END-IF
            END-IF.

      * OPEN WS-ST-NAME FOR READING - A MISSING STREAM IS EMPTY.
        OPEN-STREAM-INPUT.
            MOVE 'N' TO WS-ST-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-ST-NAME
                     WS-ST-ACCESS WS-ST-DENY
                     WS-ST-DEVICE WS-ST-HANDLE
                GIVING WS-ST-STATUS.
            IF WS-ST-STATUS NOT = 0
                MOVE 'Y' TO WS-ST-EOF
                MOVE HIGH-VALUES TO WS-ST-HANDLE
            END-IF.

        CLOSE-STREAM.
            IF WS-ST-HANDLE NOT = HIGH-VALUES
                CALL 'CBL_CLOSE_FILE' USING WS-ST-HANDLE
                    GIVING WS-ST-STATUS
            END-IF.

      * WHAT STATE IS WS-RI-CUST-WK IN?  WS-RI-TYPE COMES BACK
      * SPACES WHEN THE CUSTOMER IS ON THE MASTER AND NOT INACTIVE.
        CLASSIFY-CUSTOMER.
            MOVE SPACES TO WS-RI-TYPE WS-RI-SURVIVOR.
            MOVE WS-RI-CUST-WK TO CUST-ID.
            MOVE 'N' TO WS-CM-INVALID-SW.
            READ CUSTMAST
                INVALID KEY
                    SET WS-CM-NOT-FOUND TO TRUE
            END-READ.
            IF WS-CM-NOT-FOUND
                MOVE 'PURGED' TO WS-RI-TYPE
                PERFORM FIND-MERGE-VICTIM
                    VARYING WS-MG-IDX FROM WS-MG-COUNT BY -1
                    UNTIL WS-MG-IDX < 1
                       OR WS-RI-SURVIVOR NOT = SPACES
            ELSE
                IF CUST-IS-INACTIVE
                    MOVE 'INACTIVE' TO WS-RI-TYPE
                END-IF
            END-IF.

        FIND-MERGE-VICTIM.
            IF WS-MG-VICTIM (WS-MG-IDX) = WS-RI-CUST-WK
                MOVE 'MERGED' TO WS-RI-TYPE
                MOVE WS-MG-SURVIVOR (WS-MG-IDX) TO WS-RI-SURVIVOR
            END-IF.

      * COUNT AND LIST ONE FINDING.  WS-RI-DO-FIX COMES BACK 'Y' WHEN
      * THIS IS A CLEAN-UP RUN AND THE SWEEP SAID THE ROW IS SAFE TO
      * FIX - THE SWEEP THEN APPLIES IT.
        RECORD-FINDING.
            ADD 1 TO WS-FINDING-COUNT.
            EVALUATE WS-RI-TYPE
                WHEN 'PURGED'
                    ADD 1 TO WS-FL-PURGED (WS-FL-IDX)
                WHEN 'MERGED'
                    ADD 1 TO WS-FL-MERGED (WS-FL-IDX)
                WHEN 'INACTIVE'
                    ADD 1 TO WS-FL-INACTIVE (WS-FL-IDX)
                WHEN OTHER
                    ADD 1 TO WS-FL-NAMEDIFF (WS-FL-IDX)
            END-EVALUATE.
            MOVE 'N' TO WS-RI-DO-FIX.
            MOVE SPACES TO WS-RI-ACTION.
            IF WS-RI-FIXABLE = 'Y'
                IF WS-CLEANUP = 'Y'
                    MOVE 'Y' TO WS-RI-DO-FIX
                    MOVE WS-RI-FIX-VERB TO WS-RI-ACTION
                    ADD 1 TO WS-FL-FIXED (WS-FL-IDX)
                    ADD 1 TO WS-FIXED-COUNT
                ELSE
                    MOVE 'SAFE TO FIX' TO WS-RI-ACTION
                END-IF
            END-IF.
            IF WS-RI-TYPE = 'MERGED'
                MOVE SPACES TO WS-RI-CONTEXT (31:20)
                STRING ' INTO ' DELIMITED BY SIZE
                       WS-RI-SURVIVOR DELIMITED BY SIZE
                  INTO WS-RI-CONTEXT (31:20)
            END-IF.
            IF WS-FL-LISTED (WS-FL-IDX) < WS-FL-LIST-CAP
                ADD 1 TO WS-FL-LISTED (WS-FL-IDX)
                MOVE SPACES TO G6RIRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       WS-FL-NAME (WS-FL-IDX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-RI-TYPE DELIMITED BY SIZE
                       '  CUST ' DELIMITED BY SIZE
                       WS-RI-CUST-WK DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-RI-CONTEXT DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-RI-ACTION DELIMITED BY SIZE
                  INTO G6RIRPT-REC
                WRITE G6RIRPT-REC
            ELSE
                ADD 1 TO WS-FL-NOTLISTED (WS-FL-IDX)
            END-IF.

      * BMS2NOTE - NOTES ARE THE RECORD OF WHAT WAS SAID, SO NEVER
      * FIXED.  A NOTE ON AN INACTIVE CUSTOMER MATTERS ONLY WHILE ITS
      * FOLLOW-UP IS STILL DUE.
        SWEEP-NOTES.
            MOVE 1 TO WS-FL-IDX.
            MOVE WS-FL-NAME (WS-FL-IDX) TO WS-ST-NAME.
            PERFORM OPEN-STREAM-INPUT.
            PERFORM READ-NOTE.
            PERFORM CHECK-ONE-NOTE UNTIL WS-ST-EOF = 'Y'.
            PERFORM CLOSE-STREAM.

        READ-NOTE.
            MOVE LENGTH OF WS-NOTE-REC TO WS-ST-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-ST-HANDLE
                     WS-ST-RECLEN WS-ST-FLAGS
                     WS-ST-RESERVED WS-NOTE-REC
                GIVING WS-ST-STATUS.
            IF WS-ST-STATUS NOT = 0
                MOVE 'Y' TO WS-ST-EOF
            END-IF.

        CHECK-ONE-NOTE.
            IF WS-NOTE-CUST-ID NOT = SPACES
                ADD 1 TO WS-FL-ROWS (WS-FL-IDX)
                MOVE WS-NOTE-CUST-ID TO WS-RI-CUST-WK
                PERFORM CLASSIFY-CUSTOMER
                IF WS-RI-TYPE = 'INACTIVE'
                    IF WS-NOTE-FUDATE NOT NUMERIC
                        OR WS-NOTE-FUDATE < WS-TODAY
                        MOVE SPACES TO WS-RI-TYPE
                    END-IF
                END-IF
                IF WS-RI-TYPE NOT = SPACES
                    MOVE SPACES TO WS-RI-CONTEXT
                    STRING 'NOTE ' DELIMITED BY SIZE
                           WS-NOTE-DATE-O DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           WS-NOTE-OPID DELIMITED BY SIZE
                           ' CAT ' DELIMITED BY SIZE
                           WS-NOTE-CAT DELIMITED BY SIZE
                      INTO WS-RI-CONTEXT
                    MOVE 'N' TO WS-RI-FIXABLE
                    PERFORM RECORD-FINDING
                END-IF
            END-IF.
            PERFORM READ-NOTE.

      * LOAD A REWRITABLE STREAM (WS-ST-NAME, WS-RW-RECLEN-WK BYTES
      * A ROW) INTO WS-RW-TABLE.
        LOAD-REWRITE-TABLE.
            MOVE 0 TO WS-RW-COUNT WS-RW-OVERFLOW.
            MOVE 'N' TO WS-RW-CHANGED.
            PERFORM OPEN-STREAM-INPUT.
            PERFORM LOAD-ONE-REWRITE-ROW UNTIL WS-ST-EOF = 'Y'.
            PERFORM CLOSE-STREAM.
            IF WS-RW-OVERFLOW > 0
                MOVE 'Y' TO WS-FL-NOREWRITE (WS-FL-IDX)
            END-IF.

        LOAD-ONE-REWRITE-ROW.
            IF WS-RW-COUNT < WS-RW-MAX
                MOVE WS-RW-RECLEN-WK TO WS-ST-RECLEN
                MOVE SPACES TO WS-RW-ROW (WS-RW-COUNT + 1)
                CALL 'CBL_READ_FILE' USING WS-ST-HANDLE
                         WS-ST-RECLEN WS-ST-FLAGS
                         WS-ST-RESERVED WS-RW-ROW (WS-RW-COUNT + 1)
                    GIVING WS-ST-STATUS
                IF WS-ST-STATUS NOT = 0
                    MOVE 'Y' TO WS-ST-EOF
                ELSE
                    ADD 1 TO WS-RW-COUNT
                    MOVE 'N' TO WS-RW-DROP (WS-RW-COUNT)
                END-IF
            ELSE
                ADD 1 TO WS-RW-OVERFLOW
                MOVE WS-RW-RECLEN-WK TO WS-ST-RECLEN
                CALL 'CBL_READ_FILE' USING WS-ST-HANDLE
                         WS-ST-RECLEN WS-ST-FLAGS
                         WS-ST-RESERVED PEND-REC
                    GIVING WS-ST-STATUS
                IF WS-ST-STATUS NOT = 0
                    MOVE 'Y' TO WS-ST-EOF
                    SUBTRACT 1 FROM WS-RW-OVERFLOW
                END-IF
            END-IF.

      * THE WHOLE STREAM BACK OUT, LESS THE DROPPED ROWS - ONLY ON A
      * CLEAN-UP THAT CHANGED SOMETHING AND HELD EVERY ROW.
        REWRITE-STREAM.
            IF WS-RW-CHANGED = 'Y' AND WS-RW-OVERFLOW = 0
                CALL 'CBL_OPEN_FILE' USING WS-ST-NAME
                         WS-ST-ACCESS-OUT WS-ST-DENY
                         WS-ST-DEVICE WS-ST-HANDLE
                    GIVING WS-ST-STATUS
                PERFORM WRITE-ONE-REWRITE-ROW
                    VARYING WS-RW-IDX FROM 1 BY 1
                    UNTIL WS-RW-IDX > WS-RW-COUNT
                CALL 'CBL_CLOSE_FILE' USING WS-ST-HANDLE
                    GIVING WS-ST-STATUS
            END-IF.

        WRITE-ONE-REWRITE-ROW.
            IF WS-RW-DROP (WS-RW-IDX) NOT = 'Y'
                MOVE WS-RW-RECLEN-WK TO WS-ST-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-ST-HANDLE
                         WS-ST-RECLEN WS-ST-FLAGS
                         WS-ST-RESERVED WS-RW-ROW (WS-RW-IDX)
                    GIVING WS-ST-STATUS
            END-IF.

      * A PURGED CUSTOMER'S FIX IS SAFE ONLY WHEN THE WHOLE STREAM
      * IS IN THE TABLE TO BE WRITTEN BACK.
        SET-PURGED-FIXABLE.
            MOVE 'N' TO WS-RI-FIXABLE.
            IF WS-RI-TYPE = 'PURGED' AND WS-RW-OVERFLOW = 0
                MOVE 'Y' TO WS-RI-FIXABLE
            END-IF.

      * G6HHXRF - A LINK TO A PURGED CUSTOMER IS DROPPED.
        SWEEP-HOUSEHOLDS.
            MOVE 2 TO WS-FL-IDX.
            MOVE WS-FL-NAME (WS-FL-IDX) TO WS-ST-NAME.
            MOVE LENGTH OF HHXRF-REC TO WS-RW-RECLEN-WK.
            PERFORM LOAD-REWRITE-TABLE.
            PERFORM CHECK-ONE-HOUSEHOLD
                VARYING WS-RW-IDX FROM 1 BY 1
                UNTIL WS-RW-IDX > WS-RW-COUNT.
            PERFORM REWRITE-STREAM.

        CHECK-ONE-HOUSEHOLD.
            MOVE WS-RW-ROW (WS-RW-IDX) (1:LENGTH OF HHXRF-REC)
              TO HHXRF-REC.
            ADD 1 TO WS-FL-ROWS (WS-FL-IDX).
            MOVE HH-CUST-ID TO WS-RI-CUST-WK.
            PERFORM CLASSIFY-CUSTOMER.
            IF WS-RI-TYPE NOT = SPACES
                MOVE SPACES TO WS-RI-CONTEXT
                STRING 'HOUSEHOLD ' DELIMITED BY SIZE
                       HH-GROUP-ID DELIMITED BY SIZE
                       ' LINKED ' DELIMITED BY SIZE
                       HH-LINK-DATE DELIMITED BY SIZE
                  INTO WS-RI-CONTEXT
                PERFORM SET-PURGED-FIXABLE
                MOVE 'LINK DROPPED' TO WS-RI-FIX-VERB
                PERFORM RECORD-FINDING
                IF WS-RI-DO-FIX = 'Y'
                    MOVE 'Y' TO WS-RW-DROP (WS-RW-IDX)
                    MOVE 'Y' TO WS-RW-CHANGED
                END-IF
            END-IF.

      * G6PENDG - ONLY WAITING CHANGES TO AN EXISTING CUSTOMER (A
      * NEW-CUSTOMER REQUEST HAS NO BEFORE IMAGE AND NO MASTER ROW
      * YET).  REJECTING ONE IS THE APPROVER'S CALL, SO NEVER FIXED.
        SWEEP-PENDING.
            MOVE 3 TO WS-FL-IDX.
            MOVE WS-FL-NAME (WS-FL-IDX) TO WS-ST-NAME.
            PERFORM OPEN-STREAM-INPUT.
            PERFORM READ-PENDING.
            PERFORM CHECK-ONE-PENDING UNTIL WS-ST-EOF = 'Y'.
            PERFORM CLOSE-STREAM.

        READ-PENDING.
            MOVE LENGTH OF PEND-REC TO WS-ST-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-ST-HANDLE
                     WS-ST-RECLEN WS-ST-FLAGS
                     WS-ST-RESERVED PEND-REC
                GIVING WS-ST-STATUS.
            IF WS-ST-STATUS NOT = 0
                MOVE 'Y' TO WS-ST-EOF
            END-IF.

        CHECK-ONE-PENDING.
            IF PEND-STATUS = 'P' AND PEND-BEFORE-REC NOT = SPACES
                ADD 1 TO WS-FL-ROWS (WS-FL-IDX)
                MOVE PEND-CUST-ID TO WS-RI-CUST-WK
                PERFORM CLASSIFY-CUSTOMER
                IF WS-RI-TYPE NOT = SPACES
                    MOVE SPACES TO WS-RI-CONTEXT
                    STRING 'WAITING SINCE ' DELIMITED BY SIZE
                           PEND-DATE DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           PEND-REQ-OPID DELIMITED BY SIZE
                      INTO WS-RI-CONTEXT
                    MOVE 'N' TO WS-RI-FIXABLE
                    PERFORM RECORD-FINDING
                END-IF
            END-IF.
            PERFORM READ-PENDING.

      * G6FUTURE - A WAITING CHANGE FOR A PURGED CUSTOMER CAN NEVER
      * APPLY; IT IS CANCELLED THE WAY A TESTG6FE CANCEL CARD DOES.
        SWEEP-FUTURE.
            MOVE 4 TO WS-FL-IDX.
            MOVE WS-FL-NAME (WS-FL-IDX) TO WS-ST-NAME.
            MOVE LENGTH OF FUT-REC TO WS-RW-RECLEN-WK.
            PERFORM LOAD-REWRITE-TABLE.
            PERFORM CHECK-ONE-FUTURE
                VARYING WS-RW-IDX FROM 1 BY 1
                UNTIL WS-RW-IDX > WS-RW-COUNT.
            PERFORM REWRITE-STREAM.

        CHECK-ONE-FUTURE.
            MOVE WS-RW-ROW (WS-RW-IDX) (1:LENGTH OF FUT-REC)
              TO FUT-REC.
            IF FUT-STATUS = 'W'
                ADD 1 TO WS-FL-ROWS (WS-FL-IDX)
                MOVE FUT-CUST-ID TO WS-RI-CUST-WK
                PERFORM CLASSIFY-CUSTOMER
                IF WS-RI-TYPE NOT = SPACES
                    MOVE SPACES TO WS-RI-CONTEXT
                    STRING 'EFFECTIVE ' DELIMITED BY SIZE
                           FUT-EFF-DATE DELIMITED BY SIZE
                           ' KEYED BY ' DELIMITED BY SIZE
                           FUT-REQ-OPID DELIMITED BY SIZE
                      INTO WS-RI-CONTEXT
                    PERFORM SET-PURGED-FIXABLE
                    MOVE 'CANCELLED' TO WS-RI-FIX-VERB
                    PERFORM RECORD-FINDING
                    IF WS-RI-DO-FIX = 'Y'
                        MOVE 'X' TO FUT-STATUS
                        MOVE FUT-REC TO WS-RW-ROW (WS-RW-IDX)
                        MOVE 'Y' TO WS-RW-CHANGED
                    END-IF
                END-IF
            END-IF.

      * G6AVRQ - THERE IS NO ADDRESS LEFT TO RE-VERIFY FOR A PURGED
      * CUSTOMER, SO ITS QUEUE ENTRY IS DROPPED.
        SWEEP-REVERIFY-QUEUE.
            MOVE 5 TO WS-FL-IDX.
            MOVE WS-FL-NAME (WS-FL-IDX) TO WS-ST-NAME.
            MOVE LENGTH OF AVRQ-REC TO WS-RW-RECLEN-WK.
            PERFORM LOAD-REWRITE-TABLE.
            PERFORM CHECK-ONE-REVERIFY
                VARYING WS-RW-IDX FROM 1 BY 1
                UNTIL WS-RW-IDX > WS-RW-COUNT.
            PERFORM REWRITE-STREAM.

        CHECK-ONE-REVERIFY.
            MOVE WS-RW-ROW (WS-RW-IDX) (1:LENGTH OF AVRQ-REC)
              TO AVRQ-REC.
            ADD 1 TO WS-FL-ROWS (WS-FL-IDX).
            MOVE AVRQ-CUST-ID TO WS-RI-CUST-WK.
            PERFORM CLASSIFY-CUSTOMER.
            IF WS-RI-TYPE NOT = SPACES
                MOVE SPACES TO WS-RI-CONTEXT
                STRING 'QUEUED ' DELIMITED BY SIZE
                       AVRQ-DATE DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       AVRQ-OPID DELIMITED BY SIZE
                       ' ADDR TYPE ' DELIMITED BY SIZE
                       AVRQ-ADDR-TYPE DELIMITED BY SIZE
                  INTO WS-RI-CONTEXT
                PERFORM SET-PURGED-FIXABLE
                MOVE 'DEQUEUED' TO WS-RI-FIX-VERB
                PERFORM RECORD-FINDING
                IF WS-RI-DO-FIX = 'Y'
                    MOVE 'Y' TO WS-RW-DROP (WS-RW-IDX)
                    MOVE 'Y' TO WS-RW-CHANGED
                END-IF
            END-IF.

      * G6RMSUSP - AN OPEN SUSPECT ENTRY FOR A PURGED CUSTOMER IS
      * CLEARED, STAMPED WITH THE SUPERVISOR, AS A TESTG6RM 'C' CARD
      * WOULD.
        SWEEP-SUSPECTS.
            MOVE 6 TO WS-FL-IDX.
            MOVE WS-FL-NAME (WS-FL-IDX) TO WS-ST-NAME.
            MOVE LENGTH OF RMSP-REC TO WS-RW-RECLEN-WK.
            PERFORM LOAD-REWRITE-TABLE.
            PERFORM CHECK-ONE-SUSPECT
                VARYING WS-RW-IDX FROM 1 BY 1
                UNTIL WS-RW-IDX > WS-RW-COUNT.
            PERFORM REWRITE-STREAM.

        CHECK-ONE-SUSPECT.
            MOVE WS-RW-ROW (WS-RW-IDX) (1:LENGTH OF RMSP-REC)
              TO RMSP-REC.
            IF RM-STATUS = 'S'
                ADD 1 TO WS-FL-ROWS (WS-FL-IDX)
                MOVE RM-CUST-ID TO WS-RI-CUST-WK
                PERFORM CLASSIFY-CUSTOMER
                IF WS-RI-TYPE NOT = SPACES
                    MOVE SPACES TO WS-RI-CONTEXT
                    STRING 'LETTER ' DELIMITED BY SIZE
                           RM-LETTER-REF DELIMITED BY SIZE
                           ' BOUNCED ' DELIMITED BY SIZE
                           RM-BOUNCE-DATE DELIMITED BY SIZE
                      INTO WS-RI-CONTEXT
                    PERFORM SET-PURGED-FIXABLE
                    MOVE 'CLEARED' TO WS-RI-FIX-VERB
                    PERFORM RECORD-FINDING
                    IF WS-RI-DO-FIX = 'Y'
                        MOVE 'C' TO RM-STATUS
                        MOVE WS-TODAY TO RM-CLEAR-DATE
                        MOVE WS-FIX-OPID TO RM-CLEAR-OPID
                        MOVE RMSP-REC TO WS-RW-ROW (WS-RW-IDX)
                        MOVE 'Y' TO WS-RW-CHANGED
                    END-IF
                END-IF
            END-IF.

      * G6PAYLDG - PAYMENT HISTORY STAYS AS WRITTEN; AN INACTIVE
      * CUSTOMER'S PAST ENTRIES ARE NORMAL AND NOT REPORTED.
        SWEEP-PAYMENT-LEDGER.
            MOVE 7 TO WS-FL-IDX.
            MOVE WS-FL-NAME (WS-FL-IDX) TO WS-ST-NAME.
            PERFORM OPEN-STREAM-INPUT.
            PERFORM READ-LEDGER.
            PERFORM CHECK-ONE-LEDGER UNTIL WS-ST-EOF = 'Y'.
            PERFORM CLOSE-STREAM.

        READ-LEDGER.
            MOVE LENGTH OF PAYL-REC TO WS-ST-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-ST-HANDLE
                     WS-ST-RECLEN WS-ST-FLAGS
                     WS-ST-RESERVED PAYL-REC
                GIVING WS-ST-STATUS.
            IF WS-ST-STATUS NOT = 0
                MOVE 'Y' TO WS-ST-EOF
            END-IF.

        CHECK-ONE-LEDGER.
            ADD 1 TO WS-FL-ROWS (WS-FL-IDX).
            MOVE PAYL-CUST-ID TO WS-RI-CUST-WK.
            PERFORM CLASSIFY-CUSTOMER.
            IF WS-RI-TYPE = 'INACTIVE'
                MOVE SPACES TO WS-RI-TYPE
            END-IF.
            IF WS-RI-TYPE NOT = SPACES
                MOVE SPACES TO WS-RI-CONTEXT
                STRING 'PAYMENT CHANGE ' DELIMITED BY SIZE
                       PAYL-DATE DELIMITED BY SIZE
                       ' SOURCE ' DELIMITED BY SIZE
                       PAYL-SOURCE DELIMITED BY SIZE
                  INTO WS-RI-CONTEXT
                MOVE 'N' TO WS-RI-FIXABLE
                PERFORM RECORD-FINDING
            END-IF.
            PERFORM READ-LEDGER.

      * G6NAMIX - AN INDEX ROW FOR A CUSTOMER NO LONGER ON THE MASTER
      * IS DELETED, AND ONE UNDER A NAME THE MASTER NO LONGER CARRIES
      * IS RE-KEYED UNDER THE CURRENT NAME - THE SAME ROWS A TESTG6NX
      * REBUILD WOULD PRODUCE (AN UNMERGE WRITES ITS VICTIM'S ROW
      * BACK ITSELF).  THE REPAIRS RUN AFTER THE BROWSE.
        SWEEP-NAME-INDEX.
            MOVE 8 TO WS-FL-IDX.
            MOVE 0 TO WS-NF-COUNT.
            MOVE LOW-VALUES TO NIX-KEY.
            START NAMIX KEY IS NOT LESS THAN NIX-KEY
                INVALID KEY
                    SET WS-NX-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-INDEX-ROW.
            PERFORM CHECK-ONE-INDEX-ROW UNTIL WS-NX-EOF.
            PERFORM REPAIR-ONE-INDEX-ROW
                VARYING WS-NF-IDX FROM 1 BY 1
                UNTIL WS-NF-IDX > WS-NF-COUNT.

        READ-NEXT-INDEX-ROW.
            IF NOT WS-NX-EOF
                READ NAMIX NEXT RECORD
                    AT END
                        SET WS-NX-EOF TO TRUE
                END-READ
            END-IF.

        CHECK-ONE-INDEX-ROW.
            ADD 1 TO WS-FL-ROWS (WS-FL-IDX).
            MOVE NIX-CUST-ID TO WS-RI-CUST-WK.
            PERFORM CLASSIFY-CUSTOMER.
            IF WS-RI-TYPE = 'INACTIVE'
                MOVE SPACES TO WS-RI-TYPE
            END-IF.
            IF WS-RI-TYPE = SPACES AND CUST-NAME NOT = NIX-NAME
                MOVE 'NAME' TO WS-RI-TYPE
            END-IF.
            IF WS-RI-TYPE NOT = SPACES
                MOVE SPACES TO WS-RI-CONTEXT
                STRING 'INDEXED AS ' DELIMITED BY SIZE
                       NIX-NAME (1:19) DELIMITED BY SIZE
                  INTO WS-RI-CONTEXT
                MOVE 'N' TO WS-RI-FIXABLE
                IF WS-NF-COUNT < WS-NF-MAX
                    MOVE 'Y' TO WS-RI-FIXABLE
                END-IF
                IF WS-RI-TYPE = 'NAME'
                    MOVE 'RE-KEYED' TO WS-RI-FIX-VERB
                ELSE
                    MOVE 'DELETED' TO WS-RI-FIX-VERB
                END-IF
                PERFORM RECORD-FINDING
                IF WS-RI-DO-FIX = 'Y'
                    ADD 1 TO WS-NF-COUNT
                    MOVE NIX-KEY TO WS-NF-KEY (WS-NF-COUNT)
                    MOVE SPACES TO WS-NF-NEW-NAME (WS-NF-COUNT)
                    IF WS-RI-TYPE = 'NAME'
                        MOVE CUST-NAME
                          TO WS-NF-NEW-NAME (WS-NF-COUNT)
                    END-IF
                END-IF
            END-IF.
            PERFORM READ-NEXT-INDEX-ROW.

        REPAIR-ONE-INDEX-ROW.
            MOVE WS-NF-KEY (WS-NF-IDX) TO NIX-KEY.
            DELETE NAMIX RECORD
                INVALID KEY CONTINUE
            END-DELETE.
            IF WS-NF-NEW-NAME (WS-NF-IDX) NOT = SPACES
                MOVE WS-NF-NEW-NAME (WS-NF-IDX) TO NIX-NAME
                WRITE NIX-REC
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF.

      * ONE LINE PER FILE - ROWS CHECKED AND FINDINGS BY TYPE.
        WRITE-FILE-SUMMARY.
            MOVE SPACES TO G6RIRPT-REC.
            WRITE G6RIRPT-REC.
            MOVE SPACES TO G6RIRPT-REC.
            STRING 'FILE       CHECKED   PURGED   MERGED INACTIVE'
                       DELIMITED BY SIZE
                   '     NAME    FIXED' DELIMITED BY SIZE
              INTO G6RIRPT-REC.
            WRITE G6RIRPT-REC.
            PERFORM WRITE-ONE-FILE-LINE
                VARYING WS-FL-IDX FROM 1 BY 1
                UNTIL WS-FL-IDX > WS-FL-MAX.
            MOVE SPACES TO G6RIRPT-REC.
            STRING 'TOTAL FINDINGS = ' DELIMITED BY SIZE
                   WS-FINDING-COUNT DELIMITED BY SIZE
                   '  FIXED = ' DELIMITED BY SIZE
                   WS-FIXED-COUNT DELIMITED BY SIZE
              INTO G6RIRPT-REC.
            WRITE G6RIRPT-REC.

        WRITE-ONE-FILE-LINE.
            MOVE SPACES TO G6RIRPT-REC.
            STRING WS-FL-NAME (WS-FL-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FL-ROWS (WS-FL-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FL-PURGED (WS-FL-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FL-MERGED (WS-FL-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FL-INACTIVE (WS-FL-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FL-NAMEDIFF (WS-FL-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FL-FIXED (WS-FL-IDX) DELIMITED BY SIZE
              INTO G6RIRPT-REC.
            WRITE G6RIRPT-REC.
            IF WS-FL-NOTLISTED (WS-FL-IDX) > 0
                MOVE SPACES TO G6RIRPT-REC
                STRING '         ' DELIMITED BY SIZE
                       WS-FL-NOTLISTED (WS-FL-IDX) DELIMITED BY SIZE
                       ' FINDINGS PAST THE DETAIL LIMIT - COUNTED, '
                           DELIMITED BY SIZE
                       'NOT LISTED' DELIMITED BY SIZE
                  INTO G6RIRPT-REC
                WRITE G6RIRPT-REC
            END-IF.
            IF WS-FL-NOREWRITE (WS-FL-IDX) = 'Y'
                MOVE SPACES TO G6RIRPT-REC
                STRING '         ** FILE EXCEEDS THE RUN TABLE - '
                           DELIMITED BY SIZE
                       'CHECKED IN PART, NOTHING FIXED **'
                           DELIMITED BY SIZE
                  INTO G6RIRPT-REC
                WRITE G6RIRPT-REC
            END-IF.
