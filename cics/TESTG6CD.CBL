      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY CONTROL-DATA SNAPSHOT AND DRIFT REPORT.  COPIES EVERY
      * CONTROL DATASET NAMED IN G6CDTBL.CPY - THE SERVICE AND
      * HANDLER REGISTRIES, THE OPERATOR SECURITY MASTER, THE
      * REFERENCE TABLES, CURRENCY RATES, TERMINAL REGISTRY, EXTRACT
      * PROFILES, HELP TEXT, MAINTENANCE WINDOWS AND CERTIFICATES -
      * ROW FOR ROW INTO ONE DATED GENERATION CDYYMMDD (G6CDSNP.CPY),
      * THEN COMPARES IT WITH THE MOST RECENT EARLIER GENERATION.
      *
      * THE REPORT (G6CDRPT) LISTS, DATASET BY DATASET, EVERY ROW
      * ADDED, REMOVED OR CHANGED SINCE THE PREVIOUS SNAPSHOT, ROWS
      * MATCHED BY THEIR KEY, WITH ONE BEFORE -> AFTER LINE FOR EACH
      * FIELD THAT DIFFERS - SO A CHANGE NOBODY RAISED A TICKET FOR
      * IS SEEN THE MORNING AFTER IT WAS MADE.  A FIELD MARKED AS
      * MASKED IN G6CDTBL (THE OPERATOR PIN) IS REPORTED AS CHANGED
      * BUT ITS VALUE IS NEVER PRINTED.
      *
      * A DATASET THAT COULD NOT BE READ ON EITHER NIGHT IS REPORTED
      * AS NOT COMPARED, NEVER AS EVERY ROW ADDED OR REMOVED - EACH
      * DATASET'S ROWS IN THE GENERATION END WITH A CONTROL ROW
      * SAYING WHETHER IT WAS THERE.  THE FIRST RUN, OR A RUN WITH
      * NO GENERATION IN THE 31 DAYS BEFORE, JUST TAKES THE BASELINE.
      * GENERATIONS PAST RETENTION ARE PURGED THE SAME WAY SOATLR1
      * PURGES THE TIMING-LOG GENERATIONS.
      *
      * G6CDPARM CARD (OPTIONAL):
      *   COLS  1- 8  SNAPSHOT DATE YYYYMMDD (BLANK = TODAY)
      *   COL      9  BLANK
      *   COLS 10-12  RETENTION DAYS (BLANK = 035)
      *
      * RETURN CODE 4 WHEN ANY ROW WAS ADDED, REMOVED OR CHANGED, OR
      * A DATASET COULD NOT BE COMPARED; 8 WHEN THE SNAPSHOT COULD
      * NOT BE WRITTEN OR THE PREVIOUS ONE WAS TOO BIG TO COMPARE.
      *
        PROGRAM-ID. TESTG6CD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6CDPARM ASSIGN TO G6CDPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.
            SELECT G6CDRPT ASSIGN TO G6CDRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6CDPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6CDPARM-REC.
            02  CD-DATE             PIC X(8).
            02  FILLER              PIC X(1).
            02  CD-RETAIN           PIC X(3).
            02  FILLER              PIC X(68).

        FD  OPSECMST.
        COPY OPSECMST.

        FD  G6CDRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6CDRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY G6CDTBL.
        COPY G6CDSNP.

        01  WS-TODAY            PIC 9(8).
        01  WS-TODAY-INT        PIC 9(8) COMP.
        01  WS-RETAIN-DAYS      PIC 9(3) VALUE 35.
        01  WS-CUTOFF-INT       PIC 9(8) COMP.
        01  WS-WALK-INT         PIC 9(8) COMP.
        01  WS-WALK-DATE        PIC 9(8).
        01  WS-DAY-CT           PIC 9(4) COMP.
        01  WS-PURGE-COUNT      PIC 9(3) VALUE 0.

      * TONIGHT'S GENERATION, THE PREVIOUS ONE, AND THE CONTROL
      * DATASET BEING COPIED - ALL CBL_OPEN_FILE STREAMS.
        01  WS-CD-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-CD-ACCESS-OUT    PIC X(1) VALUE X'01'.
        01  WS-CD-DENY          PIC X(1) VALUE X'03'.
        01  WS-CD-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-CD-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-CD-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-SNAP-NAME        PIC X(8).
        01  WS-SNAP-HANDLE      PIC X(4).
        01  WS-SNAP-STATUS      PIC S9(9) COMP-5.
        01  WS-SNAP-RECLEN      PIC 9(8) COMP-5.
        01  WS-SNAP-OPENED      PIC X(1) VALUE 'N'.
        01  WS-SNAP-FAILED      PIC X(1) VALUE 'N'.
        01  WS-PREV-NAME        PIC X(8) VALUE SPACES.
        01  WS-PREV-DATE        PIC 9(8) VALUE 0.
        01  WS-PREV-HANDLE      PIC X(4).
        01  WS-PREV-STATUS      PIC S9(9) COMP-5.
        01  WS-PREV-FOUND       PIC X(1) VALUE 'N'.
        01  WS-PREV-EOF         PIC X(1).
        01  WS-GEN-NAME         PIC X(8).
        01  WS-GEN-HANDLE       PIC X(4).
        01  WS-GEN-STATUS       PIC S9(9) COMP-5.
        01  WS-SRC-NAME         PIC X(8).
        01  WS-SRC-HANDLE       PIC X(4).
        01  WS-SRC-STATUS       PIC S9(9) COMP-5.
        01  WS-SRC-RECLEN       PIC 9(8) COMP-5.
        01  WS-SRC-EOF          PIC X(1).
        01  WS-SRC-BUF          PIC X(120).

      * THE PREVIOUS GENERATION, LOADED WHOLE.  WS-PD HOLDS, PER
      * G6CDTBL DATASET, WHERE ITS ROWS SIT IN THE TABLE AND WHAT ITS
      * CONTROL ROW SAID.  A PREVIOUS ROW IS MARKED MATCHED ONCE A
      * ROW OF TONIGHT'S HAS CLAIMED IT - WHAT IS LEFT WAS REMOVED.
        01  WS-PV-COUNT         PIC 9(5) COMP VALUE 0.
        01  WS-PV-MAX           PIC 9(5) COMP VALUE 3000.
        01  WS-PV-OVERFLOW      PIC X(1) VALUE 'N'.
        01  WS-PV-TABLE.
            02  WS-PV-ENTRY OCCURS 3000 TIMES.
                03  WS-PV-ROW       PIC X(132).
                03  WS-PV-MATCHED   PIC X(1).
        01  WS-PV-SCAN          PIC 9(5) COMP.
        01  WS-PV-HIT           PIC 9(5) COMP.
        01  WS-PD-TABLE.
            02  WS-PD-ENTRY OCCURS 10 TIMES.
                03  WS-PD-FIRST     PIC 9(5) COMP.
                03  WS-PD-LAST      PIC 9(5) COMP.
                03  WS-PD-PRESENT   PIC X(1).
                03  WS-PD-ROWS      PIC 9(5).
        01  WS-DS-NO            PIC 9(2) COMP.

      * THE DATASET BEING SNAPPED AND COMPARED.
        01  WS-CUR-PRESENT      PIC X(1).
        01  WS-COMPARE-DS       PIC X(1).
        01  WS-KEYLEN           PIC 9(3) COMP.
        01  WS-RECLEN           PIC 9(3) COMP.
        01  WS-F-LAST           PIC 9(3) COMP.
        01  WS-F-START          PIC 9(3) COMP.
        01  WS-F-LEN            PIC 9(3) COMP.
        01  WS-DS-ROWS          PIC 9(5) VALUE 0.
        01  WS-DS-ADDED         PIC 9(5) VALUE 0.
        01  WS-DS-REMOVED       PIC 9(5) VALUE 0.
        01  WS-DS-CHANGED       PIC 9(5) VALUE 0.
        01  WS-ACTION           PIC X(8).
        01  WS-BEFORE           PIC X(120).
        01  WS-AFTER            PIC X(120).
        01  WS-FLD-BEFORE       PIC X(55).
        01  WS-FLD-AFTER        PIC X(55).

        01  WS-TOT-ROWS         PIC 9(7) VALUE 0.
        01  WS-TOT-ADDED        PIC 9(7) VALUE 0.
        01  WS-TOT-REMOVED      PIC 9(7) VALUE 0.
        01  WS-TOT-CHANGED      PIC 9(7) VALUE 0.
        01  WS-NOT-COMPARED     PIC 9(3) VALUE 0.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-SNAPSHOT-PARM.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY).
            MOVE SPACES TO WS-SNAP-NAME.
            STRING 'CD' DELIMITED BY SIZE
                   WS-TODAY (3:6) DELIMITED BY SIZE
              INTO WS-SNAP-NAME.
            PERFORM FIND-PREVIOUS-SNAPSHOT.
            IF WS-PREV-FOUND = 'Y'
                PERFORM LOAD-PREVIOUS-SNAPSHOT
            END-IF.
            OPEN OUTPUT G6CDRPT.
            PERFORM WRITE-REPORT-HEADING.
            CALL 'CBL_OPEN_FILE' USING WS-SNAP-NAME
                     WS-CD-ACCESS-OUT WS-CD-DENY
                     WS-CD-DEVICE WS-SNAP-HANDLE
                GIVING WS-SNAP-STATUS.
            IF WS-SNAP-STATUS = 0
                MOVE 'Y' TO WS-SNAP-OPENED
            ELSE
                MOVE 'Y' TO WS-SNAP-FAILED
            END-IF.
            PERFORM SNAPSHOT-ONE-DATASET
                VARYING CDDS-IDX FROM 1 BY 1
                UNTIL CDDS-IDX > CDDS-MAX.
            IF WS-SNAP-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-SNAP-HANDLE
                    GIVING WS-SNAP-STATUS
            END-IF.
            PERFORM WRITE-REPORT-SUMMARY.
            CLOSE G6CDRPT.
            PERFORM PURGE-OLD-GENERATIONS.
            DISPLAY 'TESTG6CD SNAPSHOT    ' WS-SNAP-NAME
                    ' ROWS =' WS-TOT-ROWS.
            DISPLAY 'TESTG6CD COMPARED TO ' WS-PREV-NAME.
            DISPLAY 'TESTG6CD ADDED       =' WS-TOT-ADDED.
            DISPLAY 'TESTG6CD REMOVED     =' WS-TOT-REMOVED.
            DISPLAY 'TESTG6CD CHANGED     =' WS-TOT-CHANGED.
            DISPLAY 'TESTG6CD NOT COMPARED=' WS-NOT-COMPARED.
            DISPLAY 'TESTG6CD GENERATIONS PURGED =' WS-PURGE-COUNT.
            IF WS-SNAP-FAILED = 'Y' OR WS-PV-OVERFLOW = 'Y'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TOT-ADDED > 0 OR WS-TOT-REMOVED > 0
                    OR WS-TOT-CHANGED > 0 OR WS-NOT-COMPARED > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.

        LOAD-SNAPSHOT-PARM.
            OPEN INPUT G6CDPARM.
            READ G6CDPARM
                AT END
                    MOVE SPACES TO G6CDPARM-REC
            END-READ.
            CLOSE G6CDPARM.
            IF CD-DATE IS NUMERIC
                MOVE CD-DATE TO WS-TODAY
            ELSE
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
            END-IF.
            IF CD-RETAIN IS NUMERIC
                MOVE CD-RETAIN TO WS-RETAIN-DAYS
            END-IF.

      * THE PREVIOUS SNAPSHOT IS THE NEWEST GENERATION IN THE 31 DAYS
      * BEFORE TONIGHT - NORMALLY LAST NIGHT'S, BUT A MISSED NIGHT OR
      * A WEEKEND OFF THE SCHEDULE STILL COMPARES WITH THE LAST ONE
      * TAKEN.  A GENERATION THAT OPENS IS THERE.
        FIND-PREVIOUS-SNAPSHOT.
            PERFORM PROBE-ONE-DAY
                VARYING WS-DAY-CT FROM 1 BY 1
                UNTIL WS-DAY-CT > 31 OR WS-PREV-FOUND = 'Y'.

        PROBE-ONE-DAY.
            COMPUTE WS-WALK-INT = WS-TODAY-INT - WS-DAY-CT.
            COMPUTE WS-WALK-DATE =
                FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
            MOVE SPACES TO WS-GEN-NAME.
            STRING 'CD' DELIMITED BY SIZE
                   WS-WALK-DATE (3:6) DELIMITED BY SIZE
              INTO WS-GEN-NAME.
            CALL 'CBL_OPEN_FILE' USING WS-GEN-NAME
                     WS-CD-ACCESS WS-CD-DENY
                     WS-CD-DEVICE WS-PREV-HANDLE
                GIVING WS-PREV-STATUS.
            IF WS-PREV-STATUS = 0
                MOVE 'Y' TO WS-PREV-FOUND
                MOVE WS-GEN-NAME TO WS-PREV-NAME
                MOVE WS-WALK-DATE TO WS-PREV-DATE
            END-IF.

      * THE PROBE LEFT THE PREVIOUS GENERATION OPEN.  A DATASET WITH
      * NO ROWS THAT NIGHT GETS AN EMPTY RANGE (FIRST 1, LAST 0).
        LOAD-PREVIOUS-SNAPSHOT.
            PERFORM CLEAR-ONE-PD
                VARYING WS-DS-NO FROM 1 BY 1
                UNTIL WS-DS-NO > CDDS-MAX.
            MOVE 'N' TO WS-PREV-EOF.
            PERFORM READ-PREVIOUS-ROW.
            PERFORM ADD-PREVIOUS-ROW
                UNTIL WS-PREV-EOF = 'Y' OR WS-PV-OVERFLOW = 'Y'.
            CALL 'CBL_CLOSE_FILE' USING WS-PREV-HANDLE
                GIVING WS-PREV-STATUS.
            PERFORM FIX-ONE-PD
                VARYING WS-DS-NO FROM 1 BY 1
                UNTIL WS-DS-NO > CDDS-MAX.

        CLEAR-ONE-PD.
            MOVE 0   TO WS-PD-FIRST (WS-DS-NO).
            MOVE 0   TO WS-PD-LAST (WS-DS-NO).
            MOVE 'N' TO WS-PD-PRESENT (WS-DS-NO).
            MOVE 0   TO WS-PD-ROWS (WS-DS-NO).

        FIX-ONE-PD.
            IF WS-PD-FIRST (WS-DS-NO) = 0
                MOVE 1 TO WS-PD-FIRST (WS-DS-NO)
                MOVE 0 TO WS-PD-LAST (WS-DS-NO)
            END-IF.

        READ-PREVIOUS-ROW.
            MOVE LENGTH OF CDS-REC TO WS-SNAP-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-PREV-HANDLE
                     WS-SNAP-RECLEN WS-CD-FLAGS
                     WS-CD-RESERVED CDS-REC
                GIVING WS-PREV-STATUS.
            IF WS-PREV-STATUS NOT = 0
                MOVE 'Y' TO WS-PREV-EOF
            END-IF.

      * A ROW FOR A DATASET NO LONGER IN G6CDTBL IS SKIPPED.
        ADD-PREVIOUS-ROW.
            SET CDDS-IDX TO 1.
            SEARCH CDDS-ENTRY
                AT END
                    SET CDDS-IDX TO 1
                    MOVE 0 TO WS-DS-NO
                WHEN CDDS-NAME (CDDS-IDX) = CDS-DATASET
                    SET WS-DS-NO TO CDDS-IDX
            END-SEARCH.
            IF WS-DS-NO > 0
                IF CDS-IS-CONTROL
                    MOVE CDS-C-PRESENT TO WS-PD-PRESENT (WS-DS-NO)
                    MOVE CDS-C-ROWS TO WS-PD-ROWS (WS-DS-NO)
                ELSE
                    IF WS-PV-COUNT < WS-PV-MAX
                        ADD 1 TO WS-PV-COUNT
                        MOVE CDS-REC TO WS-PV-ROW (WS-PV-COUNT)
                        MOVE 'N' TO WS-PV-MATCHED (WS-PV-COUNT)
                        IF WS-PD-FIRST (WS-DS-NO) = 0
                            MOVE WS-PV-COUNT
                              TO WS-PD-FIRST (WS-DS-NO)
                        END-IF
                        MOVE WS-PV-COUNT TO WS-PD-LAST (WS-DS-NO)
                    ELSE
                        MOVE 'Y' TO WS-PV-OVERFLOW
                    END-IF
                END-IF
            END-IF.
            PERFORM READ-PREVIOUS-ROW.

        WRITE-REPORT-HEADING.
            MOVE SPACES TO G6CDRPT-REC.
            STRING 'CONTROL-DATA SNAPSHOT ' DELIMITED BY SIZE
                   WS-SNAP-NAME DELIMITED BY SIZE
                   ' TAKEN ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO G6CDRPT-REC.
            WRITE G6CDRPT-REC.
            MOVE SPACES TO G6CDRPT-REC.
            IF WS-PREV-FOUND = 'N'
                STRING 'NO SNAPSHOT IN THE 31 DAYS BEFORE - '
                           DELIMITED BY SIZE
                       'THIS RUN IS THE BASELINE, NOTHING COMPARED'
                           DELIMITED BY SIZE
                  INTO G6CDRPT-REC
            ELSE
                IF WS-PV-OVERFLOW = 'Y'
                    STRING '** PREVIOUS SNAPSHOT ' DELIMITED BY SIZE
                           WS-PREV-NAME DELIMITED BY SIZE
                           ' HAS MORE ROWS THAN THE COMPARE TABLE'
                               DELIMITED BY SIZE
                           ' HOLDS - NOTHING COMPARED **'
                               DELIMITED BY SIZE
                      INTO G6CDRPT-REC
                ELSE
                    STRING 'COMPARED WITH ' DELIMITED BY SIZE
                           WS-PREV-NAME DELIMITED BY SIZE
                           ' TAKEN ' DELIMITED BY SIZE
                           WS-PREV-DATE DELIMITED BY SIZE
                      INTO G6CDRPT-REC
                END-IF
            END-IF.
            WRITE G6CDRPT-REC.

      * COPY ONE CONTROL DATASET INTO THE GENERATION, COMPARING EACH
      * ROW AS IT GOES, THEN WRITE ITS CONTROL ROW AND LIST THE
      * PREVIOUS ROWS NOTHING TONIGHT CLAIMED.
        SNAPSHOT-ONE-DATASET.
            SET WS-DS-NO TO CDDS-IDX.
            MOVE CDDS-KEYLEN (CDDS-IDX) TO WS-KEYLEN.
            MOVE CDDS-RECLEN (CDDS-IDX) TO WS-RECLEN.
            COMPUTE WS-F-LAST =
                CDDS-FLD1 (CDDS-IDX) + CDDS-FLDS (CDDS-IDX) - 1.
            MOVE 0 TO WS-DS-ROWS WS-DS-ADDED WS-DS-REMOVED
                      WS-DS-CHANGED.
            MOVE 'N' TO WS-COMPARE-DS.
            IF WS-PREV-FOUND = 'Y' AND WS-PV-OVERFLOW = 'N'
                AND WS-PD-PRESENT (WS-DS-NO) = 'Y'
                MOVE 'Y' TO WS-COMPARE-DS
            END-IF.
            MOVE SPACES TO G6CDRPT-REC.
            WRITE G6CDRPT-REC.
            MOVE SPACES TO G6CDRPT-REC.
            STRING 'DATASET ' DELIMITED BY SIZE
                   CDDS-NAME (CDDS-IDX) DELIMITED BY SIZE
              INTO G6CDRPT-REC.
            WRITE G6CDRPT-REC.
            IF CDDS-ACCESS (CDDS-IDX) = 'K'
                PERFORM SNAPSHOT-OPSECMST
            ELSE
                PERFORM SNAPSHOT-STREAM
            END-IF.
            MOVE SPACES TO CDS-REC.
            MOVE CDDS-NAME (CDDS-IDX) TO CDS-DATASET.
            SET CDS-IS-CONTROL TO TRUE.
            MOVE WS-CUR-PRESENT TO CDS-C-PRESENT.
            MOVE WS-DS-ROWS TO CDS-C-ROWS.
            PERFORM WRITE-SNAPSHOT-ROW.
            IF WS-COMPARE-DS = 'Y' AND WS-CUR-PRESENT = 'Y'
                PERFORM CHECK-REMOVED-ROW
                    VARYING WS-PV-SCAN FROM WS-PD-FIRST (WS-DS-NO)
                    BY 1 UNTIL WS-PV-SCAN > WS-PD-LAST (WS-DS-NO)
            END-IF.
            PERFORM WRITE-DATASET-TOTALS.

      * OPSECMST IS THE ONE KSDS IN THE SET - BROWSED IN KEY ORDER,
      * SAME AS TESTG6GX.  THE OTHERS ARE CBL_ STREAMS.
        SNAPSHOT-OPSECMST.
            MOVE 'Y' TO WS-CUR-PRESENT.
            OPEN INPUT OPSECMST.
            MOVE 'N' TO WS-SRC-EOF.
            MOVE LOW-VALUES TO OPSEC-OPID.
            START OPSECMST KEY IS NOT LESS THAN OPSEC-OPID
                INVALID KEY
                    MOVE 'Y' TO WS-SRC-EOF
            END-START.
            PERFORM READ-OPSECMST.
            PERFORM TAKE-ONE-OPSECMST UNTIL WS-SRC-EOF = 'Y'.
            CLOSE OPSECMST.

        READ-OPSECMST.
            IF WS-SRC-EOF = 'N'
                READ OPSECMST NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-SRC-EOF
                END-READ
            END-IF.

        TAKE-ONE-OPSECMST.
            MOVE SPACES TO WS-SRC-BUF.
            MOVE OPSEC-REC TO WS-SRC-BUF (1:WS-RECLEN).
            PERFORM TAKE-ONE-ROW.
            PERFORM READ-OPSECMST.

      * A STREAM THAT WILL NOT OPEN IS NOT THERE TONIGHT.
        SNAPSHOT-STREAM.
            MOVE CDDS-NAME (CDDS-IDX) TO WS-SRC-NAME.
            CALL 'CBL_OPEN_FILE' USING WS-SRC-NAME
                     WS-CD-ACCESS WS-CD-DENY
                     WS-CD-DEVICE WS-SRC-HANDLE
                GIVING WS-SRC-STATUS.
            IF WS-SRC-STATUS = 0
                MOVE 'Y' TO WS-CUR-PRESENT
                MOVE 'N' TO WS-SRC-EOF
                PERFORM READ-STREAM-ROW
                PERFORM TAKE-ONE-STREAM-ROW UNTIL WS-SRC-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-SRC-HANDLE
                    GIVING WS-SRC-STATUS
            ELSE
                MOVE 'N' TO WS-CUR-PRESENT
            END-IF.

        READ-STREAM-ROW.
            MOVE SPACES TO WS-SRC-BUF.
            MOVE WS-RECLEN TO WS-SRC-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-SRC-HANDLE
                     WS-SRC-RECLEN WS-CD-FLAGS
                     WS-CD-RESERVED WS-SRC-BUF
                GIVING WS-SRC-STATUS.
            IF WS-SRC-STATUS NOT = 0
                MOVE 'Y' TO WS-SRC-EOF
            END-IF.

        TAKE-ONE-STREAM-ROW.
            PERFORM TAKE-ONE-ROW.
            PERFORM READ-STREAM-ROW.

        TAKE-ONE-ROW.
            ADD 1 TO WS-DS-ROWS.
            MOVE SPACES TO CDS-REC.
            MOVE CDDS-NAME (CDDS-IDX) TO CDS-DATASET.
            SET CDS-IS-ROW TO TRUE.
            MOVE WS-SRC-BUF TO CDS-DATA.
            PERFORM WRITE-SNAPSHOT-ROW.
            IF WS-COMPARE-DS = 'Y'
                PERFORM MATCH-PREVIOUS-ROW
            END-IF.

        WRITE-SNAPSHOT-ROW.
            IF WS-SNAP-OPENED = 'Y'
                MOVE LENGTH OF CDS-REC TO WS-SNAP-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-SNAP-HANDLE
                         WS-SNAP-RECLEN WS-CD-FLAGS
                         WS-CD-RESERVED CDS-REC
                    GIVING WS-SNAP-STATUS
                IF WS-SNAP-STATUS NOT = 0
                    MOVE 'Y' TO WS-SNAP-FAILED
                END-IF
            END-IF.

      * CLAIM THE FIRST UNCLAIMED PREVIOUS ROW WITH THE SAME KEY.
      * NONE - THE ROW WAS ADDED; ONE THAT DIFFERS - IT CHANGED.
        MATCH-PREVIOUS-ROW.
            MOVE 0 TO WS-PV-HIT.
            PERFORM CHECK-ONE-PREVIOUS
                VARYING WS-PV-SCAN FROM WS-PD-FIRST (WS-DS-NO)
                BY 1 UNTIL WS-PV-SCAN > WS-PD-LAST (WS-DS-NO)
                        OR WS-PV-HIT > 0.
            IF WS-PV-HIT = 0
                MOVE 'ADDED' TO WS-ACTION
                MOVE SPACES TO WS-BEFORE
                MOVE WS-SRC-BUF TO WS-AFTER
                PERFORM REPORT-ROW-CHANGE
            ELSE
                MOVE 'Y' TO WS-PV-MATCHED (WS-PV-HIT)
                IF WS-PV-ROW (WS-PV-HIT) (12:WS-RECLEN)
                    NOT = WS-SRC-BUF (1:WS-RECLEN)
                    MOVE 'CHANGED' TO WS-ACTION
                    MOVE WS-PV-ROW (WS-PV-HIT) (12:120) TO WS-BEFORE
                    MOVE WS-SRC-BUF TO WS-AFTER
                    PERFORM REPORT-ROW-CHANGE
                END-IF
            END-IF.

        CHECK-ONE-PREVIOUS.
            IF WS-PV-MATCHED (WS-PV-SCAN) = 'N'
                AND WS-PV-ROW (WS-PV-SCAN) (12:WS-KEYLEN)
                    = WS-SRC-BUF (1:WS-KEYLEN)
                MOVE WS-PV-SCAN TO WS-PV-HIT
            END-IF.

        CHECK-REMOVED-ROW.
            IF WS-PV-MATCHED (WS-PV-SCAN) = 'N'
                MOVE 'REMOVED' TO WS-ACTION
                MOVE WS-PV-ROW (WS-PV-SCAN) (12:120) TO WS-BEFORE
                MOVE SPACES TO WS-AFTER
                PERFORM REPORT-ROW-CHANGE
            END-IF.

      * ONE LINE NAMING THE ROW BY ITS KEY, THEN ONE LINE PER FIELD
      * THAT DIFFERS.
        REPORT-ROW-CHANGE.
            MOVE SPACES TO G6CDRPT-REC.
            MOVE WS-ACTION TO G6CDRPT-REC (3:8).
            IF WS-ACTION = 'REMOVED'
                ADD 1 TO WS-DS-REMOVED
                MOVE WS-BEFORE (1:WS-KEYLEN)
                  TO G6CDRPT-REC (12:WS-KEYLEN)
            ELSE
                IF WS-ACTION = 'ADDED'
                    ADD 1 TO WS-DS-ADDED
                ELSE
                    ADD 1 TO WS-DS-CHANGED
                END-IF
                MOVE WS-AFTER (1:WS-KEYLEN)
                  TO G6CDRPT-REC (12:WS-KEYLEN)
            END-IF.
            WRITE G6CDRPT-REC.
            PERFORM REPORT-ONE-FIELD
                VARYING CDFL-IDX FROM CDDS-FLD1 (CDDS-IDX) BY 1
                UNTIL CDFL-IDX > WS-F-LAST.

      * A MASKED FIELD SAYS ONLY THAT IT WAS SET, CLEARED OR CHANGED.
        REPORT-ONE-FIELD.
            MOVE CDFL-START (CDFL-IDX) TO WS-F-START.
            MOVE CDFL-LEN (CDFL-IDX) TO WS-F-LEN.
            IF WS-BEFORE (WS-F-START:WS-F-LEN)
                NOT = WS-AFTER (WS-F-START:WS-F-LEN)
                MOVE SPACES TO WS-FLD-BEFORE WS-FLD-AFTER
                IF CDFL-MASK (CDFL-IDX) = 'Y'
                    IF WS-BEFORE (WS-F-START:WS-F-LEN) NOT = SPACES
                        MOVE '(NOT SHOWN)' TO WS-FLD-BEFORE
                    END-IF
                    IF WS-AFTER (WS-F-START:WS-F-LEN) NOT = SPACES
                        MOVE '(NOT SHOWN)' TO WS-FLD-AFTER
                    END-IF
                ELSE
                    MOVE WS-BEFORE (WS-F-START:WS-F-LEN)
                      TO WS-FLD-BEFORE
                    MOVE WS-AFTER (WS-F-START:WS-F-LEN)
                      TO WS-FLD-AFTER
                END-IF
                MOVE SPACES TO G6CDRPT-REC
                MOVE CDFL-NAME (CDFL-IDX) TO G6CDRPT-REC (5:12)
                MOVE WS-FLD-BEFORE TO G6CDRPT-REC (18:55)
                MOVE '->' TO G6CDRPT-REC (74:2)
                MOVE WS-FLD-AFTER TO G6CDRPT-REC (77:55)
                WRITE G6CDRPT-REC
            END-IF.

        WRITE-DATASET-TOTALS.
            ADD WS-DS-ROWS    TO WS-TOT-ROWS.
            ADD WS-DS-ADDED   TO WS-TOT-ADDED.
            ADD WS-DS-REMOVED TO WS-TOT-REMOVED.
            ADD WS-DS-CHANGED TO WS-TOT-CHANGED.
            MOVE SPACES TO G6CDRPT-REC.
            IF WS-CUR-PRESENT = 'N'
                ADD 1 TO WS-NOT-COMPARED
                MOVE '  NOT AVAILABLE TONIGHT - NOT COMPARED'
                  TO G6CDRPT-REC
            ELSE
                IF WS-PREV-FOUND = 'Y' AND WS-PV-OVERFLOW = 'N'
                    AND WS-PD-PRESENT (WS-DS-NO) NOT = 'Y'
                    ADD 1 TO WS-NOT-COMPARED
                    STRING '  ROWS ' DELIMITED BY SIZE
                           WS-DS-ROWS DELIMITED BY SIZE
                           '  NOT AVAILABLE IN ' DELIMITED BY SIZE
                           WS-PREV-NAME DELIMITED BY SIZE
                           ' - NOT COMPARED' DELIMITED BY SIZE
                      INTO G6CDRPT-REC
                ELSE
                    IF WS-COMPARE-DS = 'Y'
                        STRING '  ROWS ' DELIMITED BY SIZE
                               WS-DS-ROWS DELIMITED BY SIZE
                               ' (WAS ' DELIMITED BY SIZE
                               WS-PD-ROWS (WS-DS-NO)
                                   DELIMITED BY SIZE
                               ')  ADDED ' DELIMITED BY SIZE
                               WS-DS-ADDED DELIMITED BY SIZE
                               '  REMOVED ' DELIMITED BY SIZE
                               WS-DS-REMOVED DELIMITED BY SIZE
                               '  CHANGED ' DELIMITED BY SIZE
                               WS-DS-CHANGED DELIMITED BY SIZE
                          INTO G6CDRPT-REC
                    ELSE
                        STRING '  ROWS ' DELIMITED BY SIZE
                               WS-DS-ROWS DELIMITED BY SIZE
                          INTO G6CDRPT-REC
                    END-IF
                END-IF
            END-IF.
            WRITE G6CDRPT-REC.

        WRITE-REPORT-SUMMARY.
            MOVE SPACES TO G6CDRPT-REC.
            WRITE G6CDRPT-REC.
            MOVE SPACES TO G6CDRPT-REC.
            STRING 'ROWS = ' DELIMITED BY SIZE
                   WS-TOT-ROWS DELIMITED BY SIZE
                   '  ADDED = ' DELIMITED BY SIZE
                   WS-TOT-ADDED DELIMITED BY SIZE
                   '  REMOVED = ' DELIMITED BY SIZE
                   WS-TOT-REMOVED DELIMITED BY SIZE
                   '  CHANGED = ' DELIMITED BY SIZE
                   WS-TOT-CHANGED DELIMITED BY SIZE
                   '  DATASETS NOT COMPARED = ' DELIMITED BY SIZE
                   WS-NOT-COMPARED DELIMITED BY SIZE
              INTO G6CDRPT-REC.
            WRITE G6CDRPT-REC.
      * THE COMPARE STILL STANDS, BUT TOMORROW HAS NOTHING (OR ONLY
      * PART OF TONIGHT) TO COMPARE WITH.
            IF WS-SNAP-FAILED = 'Y'
                MOVE SPACES TO G6CDRPT-REC
                STRING '** SNAPSHOT ' DELIMITED BY SIZE
                       WS-SNAP-NAME DELIMITED BY SIZE
                       ' COULD NOT BE WRITTEN IN FULL **'
                           DELIMITED BY SIZE
                  INTO G6CDRPT-REC
                WRITE G6CDRPT-REC
            END-IF.

      * DELETE GENERATIONS PAST RETENTION - THE 31 CALENDAR DAYS
      * IMMEDIATELY BEFORE THE CUTOFF ARE CANDIDATES, SAME RULE AS
      * SOATLR1; ANYTHING OLDER IS LEFT FOR MANUAL REVIEW.
        PURGE-OLD-GENERATIONS.
            COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS.
            PERFORM PURGE-ONE-DAY
                VARYING WS-DAY-CT FROM 1 BY 1
                UNTIL WS-DAY-CT > 31.

        PURGE-ONE-DAY.
            COMPUTE WS-WALK-INT = WS-CUTOFF-INT - WS-DAY-CT.
            COMPUTE WS-WALK-DATE =
                FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
            MOVE SPACES TO WS-GEN-NAME.
            STRING 'CD' DELIMITED BY SIZE
                   WS-WALK-DATE (3:6) DELIMITED BY SIZE
              INTO WS-GEN-NAME.
            CALL 'CBL_DELETE_FILE' USING WS-GEN-NAME
                GIVING WS-GEN-STATUS.
            IF WS-GEN-STATUS = 0
                ADD 1 TO WS-PURGE-COUNT
                DISPLAY 'TESTG6CD PURGED GENERATION ' WS-GEN-NAME
            END-IF.
