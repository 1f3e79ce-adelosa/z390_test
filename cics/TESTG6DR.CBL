      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * CUSTMAST RECOVERY DRILL.  TESTG6BK TAKES THE IMAGE COPY AND
      * TESTG6FR ROLLS IT FORWARD FROM CUSTJRNL, BUT A BACKUP JOB
      * ENDING RC 0 PROVES NOTHING ABOUT RECOVERY.  THIS JOB RUNS THE
      * SAME RESTORE AND ROLL-FORWARD TESTG6FR RUNS (G6FRW/G6FRP) -
      * THE NEWEST BKYYMMDD IMAGE COPY, THEN EVERY JOURNALED UPDATE
      * SINCE, TO THE CURRENT POINT - INTO A SCRATCH MASTER (DD
      * CUSTDRL, NEVER THE LIVE ONE), THEN COMPARES THE REBUILT
      * MASTER WITH THE LIVE CUSTMAST RECORD BY RECORD:
      *
      *   - RECORD COUNTS ON BOTH SIDES,
      *   - KEY HASH TOTALS (SUM OF THE NUMERIC CUSTOMER IDS, LOW-
      *     ORDER 15 DIGITS, PLUS A COUNT OF NON-NUMERIC KEYS - THE
      *     SAME HASH-TOTAL IDEA AS THE NIGHTUPD TRAILER),
      *   - KEYS ON ONE SIDE ONLY, AND
      *   - FIELD-LEVEL DIFFERENCES ON KEYS PRESENT ON BOTH.
      *
      * ANY DIVERGENCE FAILS THE DRILL.  G6DRRPT CARRIES THE PASS/FAIL
      * REPORT AND EVERY DRILL APPENDS ONE ROW TO THE G6DRHIST
      * EVIDENCE FILE (DATE, TIME, IMAGE COPY, COUNTS, HASHES,
      * DIVERGENCES, RESULT) - THE QUARTERLY PROOF THE AUDITORS ASK
      * FOR.  RETURN CODE 0 PASS, 8 FAIL, 16 NO IMAGE COPY FOUND.
      *
      * RUN IT INSIDE THE NIGHTLY WINDOW WITH THE ONLINE REGION
      * CLOSED AND AFTER THE BATCH CUSTMAST WRITERS HAVE FINISHED -
      * AN UPDATE LANDING ON THE LIVE MASTER WHILE THE DRILL RUNS IS
      * REPORTED AS A DIVERGENCE.  SCHEDULE IT AT LEAST QUARTERLY.
      *
        PROGRAM-ID. TESTG6DR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * THE SCRATCH MASTER THE DRILL REBUILDS - DECLARED AS CUSTMAST
      * SO THE SHARED RESTORE/ROLL-FORWARD PARAGRAPHS WORK ON IT
      * UNCHANGED, BUT ASSIGNED TO ITS OWN DD.
            SELECT CUSTMAST ASSIGN TO CUSTDRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT LIVEMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LIVE-ID.
            SELECT G6DRRPT ASSIGN TO G6DRRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL G6DRHIST ASSIGN TO G6DRHIST
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAST.
        COPY CUSTMAST.

      * THE LIVE MASTER - READ ONLY, SAME 237-BYTE CUSTMAST LAYOUT.
        FD  LIVEMAST
            RECORD CONTAINS 237 CHARACTERS.
        01  LIVE-REC.
            02  LIVE-ID             PIC X(10).
            02  FILLER              PIC X(227).

        FD  G6DRRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6DRRPT-REC             PIC X(132).

      * ONE ROW PER DRILL, NEVER REWRITTEN.
        FD  G6DRHIST
            RECORD CONTAINS 132 CHARACTERS.
        01  G6DRHIST-REC.
            02  DH-DATE             PIC 9(8).
            02  FILLER              PIC X(1).
            02  DH-TIME             PIC 9(8).
            02  FILLER              PIC X(1).
            02  DH-IMAGE-COPY       PIC X(8).
            02  FILLER              PIC X(1).
            02  DH-RESTORED         PIC 9(7).
            02  FILLER              PIC X(1).
            02  DH-REPLAYED         PIC 9(7).
            02  FILLER              PIC X(1).
            02  DH-DRILL-COUNT      PIC 9(7).
            02  FILLER              PIC X(1).
            02  DH-LIVE-COUNT       PIC 9(7).
            02  FILLER              PIC X(1).
            02  DH-DRILL-HASH       PIC 9(15).
            02  FILLER              PIC X(1).
            02  DH-LIVE-HASH        PIC 9(15).
            02  FILLER              PIC X(1).
            02  DH-DIVERGENCES      PIC 9(7).
            02  FILLER              PIC X(1).
            02  DH-RESULT           PIC X(4).
            02  FILLER              PIC X(29).

        WORKING-STORAGE SECTION.
        COPY CUSTJRNW.
        COPY G6GENRW.
        COPY G6FRW.
        01  WS-TODAY            PIC 9(8).
        01  WS-NOW              PIC 9(8).
        01  WS-JOB-RC           PIC 9(2) VALUE 0.

      * THE TWO SIDES OF THE MERGE.  AT END A SIDE'S KEY GOES TO
      * HIGH-VALUES SO THE OTHER SIDE DRAINS AS ONE-SIDED KEYS.
        01  WS-DRL-KEY          PIC X(10).
        01  WS-LIV-KEY          PIC X(10).
        01  WS-DRL-EOF          PIC X(1).
        01  WS-LIV-EOF          PIC X(1).
        01  WS-DRL-COUNT        PIC 9(7) VALUE 0.
        01  WS-LIV-COUNT        PIC 9(7) VALUE 0.
        01  WS-DRL-HASH         PIC 9(15) VALUE 0.
        01  WS-LIV-HASH         PIC 9(15) VALUE 0.
        01  WS-DRL-ODD-KEYS     PIC 9(7) VALUE 0.
        01  WS-LIV-ODD-KEYS     PIC 9(7) VALUE 0.
        01  WS-ID-NUM           PIC 9(10).
        01  WS-DRILL-ONLY       PIC 9(7) VALUE 0.
        01  WS-LIVE-ONLY        PIC 9(7) VALUE 0.
        01  WS-REC-DIFFS        PIC 9(7) VALUE 0.
        01  WS-FLD-DIFFS        PIC 9(7) VALUE 0.
        01  WS-DIVERGENCES      PIC 9(7) VALUE 0.

      * DETAIL LINES ARE CAPPED SO A BADLY BROKEN DRILL STILL GIVES A
      * READABLE REPORT - THE COUNTS ALWAYS COVER EVERYTHING.
        01  WS-DETAIL-MAX       PIC 9(7) VALUE 500.
        01  WS-DETAIL-COUNT     PIC 9(7) VALUE 0.

      * CUSTMAST FIELD MAP FOR THE FIELD-LEVEL COMPARE - NAME, START
      * POSITION, LENGTH.  KEEP IN STEP WITH CUSTMAST.CPY; THE
      * START-UP CHECK BELOW REFUSES TO RUN WHEN THE MAP NO LONGER
      * COVERS THE WHOLE RECORD.
        01  WS-FLD-MAP-DATA.
            02  FILLER PIC X(24) VALUE 'CUST-ID           001010'.
            02  FILLER PIC X(24) VALUE 'CUST-NAME         011040'.
            02  FILLER PIC X(24) VALUE 'CUST-ADDR         051040'.
            02  FILLER PIC X(24) VALUE 'CUST-ZIP          091005'.
            02  FILLER PIC X(24) VALUE 'CUST-PAYME        096014'.
            02  FILLER PIC X(24) VALUE 'CUST-PAYME1       110012'.
            02  FILLER PIC X(24) VALUE 'CUST-CURS         122009'.
            02  FILLER PIC X(24) VALUE 'CUST-LAST-UPD-DATE131008'.
            02  FILLER PIC X(24) VALUE 'CUST-LAST-UPD-TIME139008'.
            02  FILLER PIC X(24) VALUE 'CUST-STATUS       147001'.
            02  FILLER PIC X(24) VALUE 'CUST-INACT-DATE   148008'.
            02  FILLER PIC X(24) VALUE 'CUST-APPL-RATE    156009'.
            02  FILLER PIC X(24) VALUE 'CUST-USD-AMT      165012'.
            02  FILLER PIC X(24) VALUE 'CUST-PHONE        177010'.
            02  FILLER PIC X(24) VALUE 'CUST-EMAIL        187040'.
            02  FILLER PIC X(24) VALUE 'CUST-NO-MAIL      227001'.
            02  FILLER PIC X(24) VALUE 'CUST-NO-EMAIL     228001'.
            02  FILLER PIC X(24) VALUE 'CUST-NO-SHARE     229001'.
            02  FILLER PIC X(24) VALUE 'CUST-ADDR-VFY-DATE230008'.
        01  WS-FLD-MAP REDEFINES WS-FLD-MAP-DATA.
            02  WS-FLD-ENTRY OCCURS 19 TIMES
                              INDEXED BY WS-FLD-IDX.
                03  WS-FLD-NAME     PIC X(18).
                03  WS-FLD-POS      PIC 9(3).
                03  WS-FLD-LEN      PIC 9(3).
        01  WS-FLD-MAX          PIC 9(2) VALUE 19.
        01  WS-FLD-END          PIC 9(3).
        01  WS-FLD-SHOW         PIC 9(3).

        01  WS-ED-COUNT         PIC Z(6)9.
        01  WS-ED-HASH          PIC Z(14)9.

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-NOW FROM TIME.
            OPEN OUTPUT G6DRRPT.
            MOVE SPACES TO G6DRRPT-REC.
            STRING 'CUSTMAST RECOVERY DRILL ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOW (1:6) DELIMITED BY SIZE
              INTO G6DRRPT-REC.
            WRITE G6DRRPT-REC.
            PERFORM CHECK-FIELD-MAP.
            PERFORM FIND-LATEST-IMAGE-COPY.
            IF RCV-BK-NAME NOT = SPACES
                PERFORM RESTORE-IMAGE-COPY
            ELSE
                MOVE 'N' TO RCV-RESTORE-OK
            END-IF.
            IF RCV-RESTORE-OK NOT = 'Y'
                MOVE SPACES TO G6DRRPT-REC
                STRING '** DRILL FAILED - NO BKYYMMDD IMAGE COPY IN '
                           DELIMITED BY SIZE
                       'THE LAST ' DELIMITED BY SIZE
                       RCV-LOOK-BACK DELIMITED BY SIZE
                       ' DAYS - NOTHING TO RESTORE **'
                           DELIMITED BY SIZE
                  INTO G6DRRPT-REC
                WRITE G6DRRPT-REC
                MOVE 16 TO WS-JOB-RC
                MOVE 1 TO WS-DIVERGENCES
                PERFORM APPEND-DRILL-HISTORY
                CLOSE G6DRRPT
                DISPLAY 'TESTG6DR NO IMAGE COPY FOUND - DRILL FAILED'
                MOVE WS-JOB-RC TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REPLAY-JOURNAL.
            PERFORM WRITE-RECOVERY-LINES.
            PERFORM COMPARE-MASTERS.
            PERFORM WRITE-RESULT-LINES.
            PERFORM APPEND-DRILL-HISTORY.
            CLOSE G6DRRPT.
            DISPLAY 'TESTG6DR IMAGE COPY     =' RCV-BK-NAME.
            DISPLAY 'TESTG6DR RESTORED       =' RCV-RESTORED-COUNT.
            DISPLAY 'TESTG6DR REPLAYED       =' RCV-REPLAYED-COUNT.
            DISPLAY 'TESTG6DR DIVERGENCES    =' WS-DIVERGENCES.
            MOVE WS-JOB-RC TO RETURN-CODE.
            STOP RUN.

      * THE FIELD MAP MUST RUN CONTIGUOUSLY TO THE END OF THE RECORD
      * - A CUSTMAST FIELD ADDED WITHOUT A MAP ROW WOULD OTHERWISE
      * SHOW UP ONLY AS AN UNEXPLAINED RECORD DIFFERENCE.
        CHECK-FIELD-MAP.
            MOVE 1 TO WS-FLD-END.
            PERFORM CHECK-ONE-MAP-ROW
                VARYING WS-FLD-IDX FROM 1 BY 1
                UNTIL WS-FLD-IDX > WS-FLD-MAX.
            IF WS-FLD-END NOT = LENGTH OF CUST-MASTER-REC + 1
                DISPLAY 'TESTG6DR FIELD MAP OUT OF STEP WITH CUSTMAST'
                MOVE SPACES TO G6DRRPT-REC
                MOVE '** FIELD MAP OUT OF STEP WITH CUSTMAST.CPY **'
                  TO G6DRRPT-REC
                WRITE G6DRRPT-REC
                CLOSE G6DRRPT
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        CHECK-ONE-MAP-ROW.
            IF WS-FLD-POS (WS-FLD-IDX) = WS-FLD-END
                ADD WS-FLD-LEN (WS-FLD-IDX) TO WS-FLD-END
            ELSE
                MOVE 0 TO WS-FLD-END
            END-IF.

        WRITE-RECOVERY-LINES.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE RCV-RESTORED-COUNT TO WS-ED-COUNT.
            STRING 'IMAGE COPY ' DELIMITED BY SIZE
                   RCV-BK-NAME DELIMITED BY SIZE
                   ' RESTORED TO CUSTDRL - RECORDS' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
              INTO G6DRRPT-REC.
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE RCV-REPLAYED-COUNT TO WS-ED-COUNT.
            STRING 'JOURNAL REPLAYED FROM ' DELIMITED BY SIZE
                   GEN-FROM-DATE DELIMITED BY SIZE
                   ' TO THE CURRENT POINT - UPDATES APPLIED'
                       DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
              INTO G6DRRPT-REC.
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE RCV-SKIPPED-COUNT TO WS-ED-COUNT.
            STRING '  JOURNAL ROWS SKIPPED (NO ACTION, OR DELETE OF A '
                       DELIMITED BY SIZE
                   'RECORD NOT ON FILE)' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
              INTO G6DRRPT-REC.
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            WRITE G6DRRPT-REC.

      *****************************************************************
      * RECORD-BY-RECORD COMPARE
      *****************************************************************
      * BOTH MASTERS ARE KSDS, SO A KEY-SEQUENCE BROWSE OF EACH IS A
      * STRAIGHT MATCH-MERGE.
        COMPARE-MASTERS.
            OPEN INPUT CUSTMAST
                 INPUT LIVEMAST.
            MOVE 'N' TO WS-DRL-EOF WS-LIV-EOF.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                INVALID KEY
                    MOVE 'Y' TO WS-DRL-EOF
            END-START.
            MOVE LOW-VALUES TO LIVE-ID.
            START LIVEMAST KEY IS NOT LESS THAN LIVE-ID
                INVALID KEY
                    MOVE 'Y' TO WS-LIV-EOF
            END-START.
            PERFORM READ-DRILL-MASTER.
            PERFORM READ-LIVE-MASTER.
            PERFORM MATCH-ONE-KEY
                UNTIL WS-DRL-EOF = 'Y' AND WS-LIV-EOF = 'Y'.
            CLOSE CUSTMAST LIVEMAST.

        READ-DRILL-MASTER.
            IF WS-DRL-EOF NOT = 'Y'
                READ CUSTMAST NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-DRL-EOF
                END-READ
            END-IF.
            IF WS-DRL-EOF = 'Y'
                MOVE HIGH-VALUES TO WS-DRL-KEY
            ELSE
                MOVE CUST-ID TO WS-DRL-KEY
                ADD 1 TO WS-DRL-COUNT
                IF CUST-ID NUMERIC
                    MOVE CUST-ID TO WS-ID-NUM
                    ADD WS-ID-NUM TO WS-DRL-HASH
                ELSE
                    ADD 1 TO WS-DRL-ODD-KEYS
                END-IF
            END-IF.

        READ-LIVE-MASTER.
            IF WS-LIV-EOF NOT = 'Y'
                READ LIVEMAST NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-LIV-EOF
                END-READ
            END-IF.
            IF WS-LIV-EOF = 'Y'
                MOVE HIGH-VALUES TO WS-LIV-KEY
            ELSE
                MOVE LIVE-ID TO WS-LIV-KEY
                ADD 1 TO WS-LIV-COUNT
                IF LIVE-ID NUMERIC
                    MOVE LIVE-ID TO WS-ID-NUM
                    ADD WS-ID-NUM TO WS-LIV-HASH
                ELSE
                    ADD 1 TO WS-LIV-ODD-KEYS
                END-IF
            END-IF.

        MATCH-ONE-KEY.
            EVALUATE TRUE
            WHEN WS-DRL-KEY = WS-LIV-KEY
                IF CUST-MASTER-REC NOT = LIVE-REC
                    ADD 1 TO WS-REC-DIFFS
                    PERFORM COMPARE-ONE-FIELD
                        VARYING WS-FLD-IDX FROM 1 BY 1
                        UNTIL WS-FLD-IDX > WS-FLD-MAX
                END-IF
                PERFORM READ-DRILL-MASTER
                PERFORM READ-LIVE-MASTER
            WHEN WS-DRL-KEY < WS-LIV-KEY
                ADD 1 TO WS-DRILL-ONLY
                MOVE SPACES TO G6DRRPT-REC
                STRING '  RESTORED ONLY  ' DELIMITED BY SIZE
                       WS-DRL-KEY DELIMITED BY SIZE
                       '  NOT ON THE LIVE MASTER' DELIMITED BY SIZE
                  INTO G6DRRPT-REC
                PERFORM WRITE-DETAIL-LINE
                PERFORM READ-DRILL-MASTER
            WHEN OTHER
                ADD 1 TO WS-LIVE-ONLY
                MOVE SPACES TO G6DRRPT-REC
                STRING '  LIVE ONLY      ' DELIMITED BY SIZE
                       WS-LIV-KEY DELIMITED BY SIZE
                       '  NOT REBUILT BY THE RECOVERY'
                           DELIMITED BY SIZE
                  INTO G6DRRPT-REC
                PERFORM WRITE-DETAIL-LINE
                PERFORM READ-LIVE-MASTER
            END-EVALUATE.

      * ONE LINE PER DIFFERING FIELD - FIRST 30 BYTES OF EACH SIDE.
        COMPARE-ONE-FIELD.
            IF CUST-MASTER-REC (WS-FLD-POS (WS-FLD-IDX) :
                                WS-FLD-LEN (WS-FLD-IDX))
               NOT = LIVE-REC (WS-FLD-POS (WS-FLD-IDX) :
                               WS-FLD-LEN (WS-FLD-IDX))
                ADD 1 TO WS-FLD-DIFFS
                MOVE WS-FLD-LEN (WS-FLD-IDX) TO WS-FLD-SHOW
                IF WS-FLD-SHOW > 30
                    MOVE 30 TO WS-FLD-SHOW
                END-IF
                MOVE SPACES TO G6DRRPT-REC
                STRING '  FIELD DIFFERS  ' DELIMITED BY SIZE
                       WS-DRL-KEY DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-FLD-NAME (WS-FLD-IDX) DELIMITED BY SIZE
                       ' RESTORED ' DELIMITED BY SIZE
                  INTO G6DRRPT-REC
                MOVE CUST-MASTER-REC (WS-FLD-POS (WS-FLD-IDX) :
                                      WS-FLD-SHOW)
                  TO G6DRRPT-REC (58:WS-FLD-SHOW)
                MOVE ' LIVE ' TO G6DRRPT-REC (88:6)
                MOVE LIVE-REC (WS-FLD-POS (WS-FLD-IDX) : WS-FLD-SHOW)
                  TO G6DRRPT-REC (94:WS-FLD-SHOW)
                PERFORM WRITE-DETAIL-LINE
            END-IF.

        WRITE-DETAIL-LINE.
            ADD 1 TO WS-DETAIL-COUNT.
            IF WS-DETAIL-COUNT <= WS-DETAIL-MAX
                WRITE G6DRRPT-REC
            END-IF.

      *****************************************************************
      * RESULT AND EVIDENCE
      *****************************************************************
        WRITE-RESULT-LINES.
            IF WS-DETAIL-COUNT > WS-DETAIL-MAX
                MOVE SPACES TO G6DRRPT-REC
                MOVE WS-DETAIL-MAX TO WS-ED-COUNT
                STRING '  (DETAIL LINES STOPPED AFTER' DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       ' - COUNTS BELOW COVER EVERYTHING)'
                           DELIMITED BY SIZE
                  INTO G6DRRPT-REC
                WRITE G6DRRPT-REC
            END-IF.
            MOVE SPACES TO G6DRRPT-REC.
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE 'RESTORED' TO G6DRRPT-REC (33:8).
            MOVE 'LIVE' TO G6DRRPT-REC (57:4).
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE 'RECORD COUNT' TO G6DRRPT-REC (1:20).
            MOVE WS-DRL-COUNT TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO G6DRRPT-REC (34:7).
            MOVE WS-LIV-COUNT TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO G6DRRPT-REC (54:7).
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE 'KEY HASH TOTAL' TO G6DRRPT-REC (1:20).
            MOVE WS-DRL-HASH TO WS-ED-HASH.
            MOVE WS-ED-HASH TO G6DRRPT-REC (26:15).
            MOVE WS-LIV-HASH TO WS-ED-HASH.
            MOVE WS-ED-HASH TO G6DRRPT-REC (46:15).
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE 'NON-NUMERIC KEYS' TO G6DRRPT-REC (1:20).
            MOVE WS-DRL-ODD-KEYS TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO G6DRRPT-REC (34:7).
            MOVE WS-LIV-ODD-KEYS TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO G6DRRPT-REC (54:7).
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE WS-DRILL-ONLY TO WS-ED-COUNT.
            STRING 'KEYS ON THE RESTORED MASTER ONLY  '
                       DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
              INTO G6DRRPT-REC.
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE WS-LIVE-ONLY TO WS-ED-COUNT.
            STRING 'KEYS ON THE LIVE MASTER ONLY      '
                       DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
              INTO G6DRRPT-REC.
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            MOVE WS-REC-DIFFS TO WS-ED-COUNT.
            STRING 'MATCHED KEYS WITH DIFFERENT DATA  '
                       DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   ' RECORDS,' DELIMITED BY SIZE
              INTO G6DRRPT-REC.
            MOVE WS-FLD-DIFFS TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO G6DRRPT-REC (53:7).
            MOVE ' FIELDS' TO G6DRRPT-REC (60:7).
            WRITE G6DRRPT-REC.
            COMPUTE WS-DIVERGENCES =
                WS-DRILL-ONLY + WS-LIVE-ONLY + WS-REC-DIFFS.
            IF WS-DRL-COUNT NOT = WS-LIV-COUNT
                OR WS-DRL-HASH NOT = WS-LIV-HASH
                OR WS-DRL-ODD-KEYS NOT = WS-LIV-ODD-KEYS
                OR WS-DIVERGENCES > 0
                MOVE 8 TO WS-JOB-RC
            END-IF.
            MOVE SPACES TO G6DRRPT-REC.
            WRITE G6DRRPT-REC.
            MOVE SPACES TO G6DRRPT-REC.
            IF WS-JOB-RC = 0
                STRING '*** DRILL PASSED - ' DELIMITED BY SIZE
                       RCV-BK-NAME DELIMITED BY SIZE
                       ' PLUS THE JOURNAL REBUILDS CUSTMAST EXACTLY ***'
                           DELIMITED BY SIZE
                  INTO G6DRRPT-REC
            ELSE
                STRING '*** DRILL FAILED - THE RECOVERED MASTER '
                           DELIMITED BY SIZE
                       'DIVERGES FROM THE LIVE CUSTMAST ***'
                           DELIMITED BY SIZE
                  INTO G6DRRPT-REC
            END-IF.
            WRITE G6DRRPT-REC.

        APPEND-DRILL-HISTORY.
            OPEN EXTEND G6DRHIST.
            MOVE SPACES TO G6DRHIST-REC.
            MOVE WS-TODAY TO DH-DATE.
            MOVE WS-NOW TO DH-TIME.
            MOVE RCV-BK-NAME TO DH-IMAGE-COPY.
            MOVE RCV-RESTORED-COUNT TO DH-RESTORED.
            MOVE RCV-REPLAYED-COUNT TO DH-REPLAYED.
            MOVE WS-DRL-COUNT TO DH-DRILL-COUNT.
            MOVE WS-LIV-COUNT TO DH-LIVE-COUNT.
            MOVE WS-DRL-HASH TO DH-DRILL-HASH.
            MOVE WS-LIV-HASH TO DH-LIVE-HASH.
            MOVE WS-DIVERGENCES TO DH-DIVERGENCES.
            IF WS-JOB-RC = 0
                MOVE 'PASS' TO DH-RESULT
            ELSE
                MOVE 'FAIL' TO DH-RESULT
            END-IF.
            WRITE G6DRHIST-REC.
            CLOSE G6DRHIST.

        COPY G6FRP.

        COPY G6GENRP.
