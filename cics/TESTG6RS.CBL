      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * HOURLY ONLINE RESPONSE-TIME AND VOLUME PROFILE OVER THE
      * G6RSPLOG TRIP LOG (SEE G6RSPLOG.CPY) - SOAPRF1'S REPORT FOR
      * PARTNER CALLS, TURNED ON OUR OWN SCREENS.  EVERY TRIP IS
      * BUCKETED BY TRANSACTION AND HOUR OF DAY (FROM ITS START TIME)
      * AND EACH BUCKET REPORTS TRIP COUNT, AVERAGE, MEDIAN, 95TH
      * PERCENTILE AND WORST ELAPSED TIME IN MICROSECONDS, FOLLOWED
      * BY THE TRANSACTION'S WHOLE-DAY FIGURES - SO "THE SYSTEM IS
      * SLOW THIS MORNING" IS EITHER IN THE 09 AND 10 LINES OR IT IS
      * NOT.
      *
      * THE PERCENTILES ARE TAKEN FROM A SAMPLE OF UP TO 200 TRIPS
      * PER BUCKET KEPT IN SORTED ORDER AS ROWS ARRIVE, THE SAME AS
      * SOAPRF1; A BUCKET THAT SAW MORE TRIPS THAN THAT IS MARKED 'S'.
      *
      * POINT THE G6RSPLOG DD AT THE DAY'S LOG - THE LIVE STREAM, OR
      * THE GENERATION TESTG6GR ROLLED IT TO (G6GRPARM CARD
      * 'G6RSPLOG RS 030 0059').  THE PROFILE DATE IS THE LATEST TRIP
      * DATE SEEN.
      *
        PROGRAM-ID. TESTG6RS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RSPLOG ASSIGN TO G6RSPLOG
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6RSRPT ASSIGN TO G6RSRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  RSPLOG
            RECORD CONTAINS 59 CHARACTERS.
        COPY G6RSPLOG.

        FD  G6RSRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6RSRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-IN-COUNT         PIC 9(7) VALUE 0.
        01  WS-RUN-DATE         PIC 9(8) VALUE 0.
        01  WS-MICRO-NUM        PIC S9(9) COMP.
        01  WS-HOUR-WK          PIC 9(2).

      * HOURLY BUCKETS - ONE ROW PER TRANSACTION PER HOUR ACTUALLY
      * SEEN, GROWN ON DEMAND, EACH WITH ITS OWN SORTED SAMPLE.
        01  WS-BKT-MAX          PIC 9(3) COMP VALUE 480.
        01  WS-BKT-COUNT        PIC 9(3) COMP VALUE 0.
        01  WS-BKT-OVERFLOW     PIC 9(7) VALUE 0.
        01  WS-BKT-TABLE.
            02  WS-BKT-ENTRY OCCURS 480 TIMES
                              INDEXED BY WS-BKT-IDX.
                03  WS-BKT-TRAN     PIC X(4).
                03  WS-BKT-HOUR     PIC 9(2).
                03  WS-BKT-TRIPS    PIC 9(7).
                03  WS-BKT-SUM      PIC S9(15) COMP-3.
                03  WS-BKT-WORST    PIC S9(9) COMP.
                03  WS-BKT-SCOUNT   PIC 9(3) COMP.
                03  WS-BKT-SAMPLE   PIC S9(9) COMP
                                    OCCURS 200 TIMES.
        01  WS-BKT-FOUND-SW     PIC X(1).
            88  WS-BKT-FOUND       VALUE 'Y'.
        01  WS-BKT-USE          PIC 9(3) COMP.

      * PER-TRANSACTION DAY TOTALS, WITH THEIR OWN SORTED SAMPLE.
        01  WS-TRD-MAX          PIC 9(2) COMP VALUE 40.
        01  WS-TRD-COUNT        PIC 9(2) COMP VALUE 0.
        01  WS-TRD-TABLE.
            02  WS-TRD-ENTRY OCCURS 40 TIMES
                              INDEXED BY WS-TRD-IDX.
                03  WS-TRD-TRAN     PIC X(4).
                03  WS-TRD-TRIPS    PIC 9(7).
                03  WS-TRD-SUM      PIC S9(15) COMP-3.
                03  WS-TRD-WORST    PIC S9(9) COMP.
                03  WS-TRD-SCOUNT   PIC 9(3) COMP.
                03  WS-TRD-SAMPLE   PIC S9(9) COMP
                                    OCCURS 200 TIMES.
        01  WS-TRD-FOUND-SW     PIC X(1).
            88  WS-TRD-FOUND       VALUE 'Y'.
        01  WS-TRD-USE          PIC 9(2) COMP.

      * SORTED-SAMPLE INSERTION AND PERCENTILE WORK FIELDS.
        01  WS-SMP-IDX          PIC 9(3) COMP.
        01  WS-SMP-SLOT         PIC 9(3) COMP.
        01  WS-SMP-SHIFT        PIC 9(3) COMP.
        01  WS-SMP-DEST         PIC 9(3) COMP.
        01  WS-PCT-WANT         PIC 9(3) COMP.
        01  WS-PCT-IDX          PIC 9(3) COMP.
        01  WS-SMP-SIZE         PIC 9(3) COMP.
        01  WS-P50-VAL          PIC S9(9) COMP.
        01  WS-P95-VAL          PIC S9(9) COMP.
        01  WS-AVG-VAL          PIC 9(9).
        01  WS-SAMPLED-FLAG     PIC X(1).

      * REPORT EDITING FIELDS.
        01  WS-ED-TRIPS         PIC Z(6)9.
        01  WS-ED-AVG           PIC Z(8)9.
        01  WS-ED-P50           PIC Z(8)9.
        01  WS-ED-P95           PIC Z(8)9.
        01  WS-ED-WORST         PIC Z(8)9.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM OPEN-FILES.
            PERFORM READ-RSPLOG.
            PERFORM PROFILE-ONE-TRIP UNTIL WS-EOF.
            PERFORM WRITE-REPORT.
            CLOSE RSPLOG G6RSRPT.
            DISPLAY 'TESTG6RS TRIPS READ   =' WS-IN-COUNT.
            DISPLAY 'TESTG6RS PROFILE DATE =' WS-RUN-DATE.
            IF WS-BKT-OVERFLOW > 0
                DISPLAY 'TESTG6RS NOT PROFILED (TABLE FULL) ='
                        WS-BKT-OVERFLOW
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT RSPLOG.
            OPEN OUTPUT G6RSRPT.
            MOVE SPACES TO G6RSRPT-REC.
            STRING 'ONLINE HOURLY RESPONSE-TIME PROFILE'
                       DELIMITED BY SIZE
                   ' (MICROSECONDS)' DELIMITED BY SIZE
              INTO G6RSRPT-REC.
            WRITE G6RSRPT-REC.

        READ-RSPLOG.
            READ RSPLOG
                AT END
                    SET WS-EOF TO TRUE
            END-READ.
            IF NOT WS-EOF
                ADD 1 TO WS-IN-COUNT
            END-IF.

      * AN ELAPSED TIME PAST THE SAMPLE FIELD (OVER 999 SECONDS) IS
      * CAPPED THERE - IT IS THE WORST OF ITS HOUR EITHER WAY.
        PROFILE-ONE-TRIP.
            IF RSPL-MICRO IS NUMERIC
                AND RSPL-START-TIME IS NUMERIC
                IF RSPL-MICRO > 999999999
                    MOVE 999999999 TO WS-MICRO-NUM
                ELSE
                    MOVE RSPL-MICRO TO WS-MICRO-NUM
                END-IF
                MOVE RSPL-START-TIME (1:2) TO WS-HOUR-WK
                IF RSPL-DATE IS NUMERIC
                    AND RSPL-DATE > WS-RUN-DATE
                    MOVE RSPL-DATE TO WS-RUN-DATE
                END-IF
                PERFORM FIND-BUCKET-ENTRY
                PERFORM POST-BUCKET-ENTRY
                PERFORM FIND-TRAN-ENTRY
                PERFORM POST-TRAN-ENTRY
            END-IF.
            PERFORM READ-RSPLOG.

        FIND-BUCKET-ENTRY.
            MOVE 'N' TO WS-BKT-FOUND-SW.
            MOVE 0 TO WS-BKT-USE.
            PERFORM CHECK-ONE-BUCKET
                VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > WS-BKT-COUNT
                   OR WS-BKT-FOUND.
            IF NOT WS-BKT-FOUND
                IF WS-BKT-COUNT < WS-BKT-MAX
                    ADD 1 TO WS-BKT-COUNT
                    SET WS-BKT-IDX TO WS-BKT-COUNT
                    MOVE RSPL-TRANSID TO WS-BKT-TRAN (WS-BKT-IDX)
                    MOVE WS-HOUR-WK   TO WS-BKT-HOUR (WS-BKT-IDX)
                    MOVE 0 TO WS-BKT-TRIPS (WS-BKT-IDX)
                              WS-BKT-SUM (WS-BKT-IDX)
                              WS-BKT-WORST (WS-BKT-IDX)
                              WS-BKT-SCOUNT (WS-BKT-IDX)
                    SET WS-BKT-USE TO WS-BKT-IDX
                ELSE
                    ADD 1 TO WS-BKT-OVERFLOW
                END-IF
            END-IF.

        CHECK-ONE-BUCKET.
            IF WS-BKT-TRAN (WS-BKT-IDX) = RSPL-TRANSID
                AND WS-BKT-HOUR (WS-BKT-IDX) = WS-HOUR-WK
                SET WS-BKT-USE TO WS-BKT-IDX
                SET WS-BKT-FOUND TO TRUE
            END-IF.

        POST-BUCKET-ENTRY.
            IF WS-BKT-USE > 0
                SET WS-BKT-IDX TO WS-BKT-USE
                ADD 1 TO WS-BKT-TRIPS (WS-BKT-IDX)
                ADD WS-MICRO-NUM TO WS-BKT-SUM (WS-BKT-IDX)
                IF WS-MICRO-NUM > WS-BKT-WORST (WS-BKT-IDX)
                    MOVE WS-MICRO-NUM TO WS-BKT-WORST (WS-BKT-IDX)
                END-IF
                IF WS-BKT-SCOUNT (WS-BKT-IDX) < 200
                    PERFORM INSERT-BUCKET-SAMPLE
                END-IF
            END-IF.

      * SLOT THE NEW TIME INTO THE BUCKET'S SORTED SAMPLE - FIND THE
      * FIRST LARGER ENTRY, SHIFT THE TAIL RIGHT, DROP IT IN.
        INSERT-BUCKET-SAMPLE.
            MOVE WS-BKT-SCOUNT (WS-BKT-IDX) TO WS-SMP-SHIFT.
            MOVE 1 TO WS-SMP-SLOT.
            PERFORM FIND-BUCKET-SLOT
                VARYING WS-SMP-IDX FROM 1 BY 1
                UNTIL WS-SMP-IDX > WS-BKT-SCOUNT (WS-BKT-IDX).
            PERFORM SHIFT-BUCKET-TAIL
                VARYING WS-SMP-IDX FROM WS-SMP-SHIFT BY -1
                UNTIL WS-SMP-IDX < WS-SMP-SLOT.
            MOVE WS-MICRO-NUM
              TO WS-BKT-SAMPLE (WS-BKT-IDX WS-SMP-SLOT).
            ADD 1 TO WS-BKT-SCOUNT (WS-BKT-IDX).

        FIND-BUCKET-SLOT.
            IF WS-BKT-SAMPLE (WS-BKT-IDX WS-SMP-IDX)
                <= WS-MICRO-NUM
                COMPUTE WS-SMP-SLOT = WS-SMP-IDX + 1
            END-IF.

        SHIFT-BUCKET-TAIL.
            COMPUTE WS-SMP-DEST = WS-SMP-IDX + 1.
            MOVE WS-BKT-SAMPLE (WS-BKT-IDX WS-SMP-IDX)
              TO WS-BKT-SAMPLE (WS-BKT-IDX WS-SMP-DEST).

        FIND-TRAN-ENTRY.
            MOVE 'N' TO WS-TRD-FOUND-SW.
            MOVE 0 TO WS-TRD-USE.
            PERFORM CHECK-ONE-TRAN
                VARYING WS-TRD-IDX FROM 1 BY 1
                UNTIL WS-TRD-IDX > WS-TRD-COUNT
                   OR WS-TRD-FOUND.
            IF NOT WS-TRD-FOUND
                AND WS-TRD-COUNT < WS-TRD-MAX
                ADD 1 TO WS-TRD-COUNT
                SET WS-TRD-IDX TO WS-TRD-COUNT
                MOVE RSPL-TRANSID TO WS-TRD-TRAN (WS-TRD-IDX)
                MOVE 0 TO WS-TRD-TRIPS (WS-TRD-IDX)
                          WS-TRD-SUM (WS-TRD-IDX)
                          WS-TRD-WORST (WS-TRD-IDX)
                          WS-TRD-SCOUNT (WS-TRD-IDX)
                SET WS-TRD-USE TO WS-TRD-IDX
            END-IF.

        CHECK-ONE-TRAN.
            IF WS-TRD-TRAN (WS-TRD-IDX) = RSPL-TRANSID
                SET WS-TRD-USE TO WS-TRD-IDX
                SET WS-TRD-FOUND TO TRUE
            END-IF.

        POST-TRAN-ENTRY.
            IF WS-TRD-USE > 0
                SET WS-TRD-IDX TO WS-TRD-USE
                ADD 1 TO WS-TRD-TRIPS (WS-TRD-IDX)
                ADD WS-MICRO-NUM TO WS-TRD-SUM (WS-TRD-IDX)
                IF WS-MICRO-NUM > WS-TRD-WORST (WS-TRD-IDX)
                    MOVE WS-MICRO-NUM TO WS-TRD-WORST (WS-TRD-IDX)
                END-IF
                IF WS-TRD-SCOUNT (WS-TRD-IDX) < 200
                    PERFORM INSERT-TRAN-SAMPLE
                END-IF
            END-IF.

        INSERT-TRAN-SAMPLE.
            MOVE WS-TRD-SCOUNT (WS-TRD-IDX) TO WS-SMP-SHIFT.
            MOVE 1 TO WS-SMP-SLOT.
            PERFORM FIND-TRAN-SLOT
                VARYING WS-SMP-IDX FROM 1 BY 1
                UNTIL WS-SMP-IDX > WS-TRD-SCOUNT (WS-TRD-IDX).
            PERFORM SHIFT-TRAN-TAIL
                VARYING WS-SMP-IDX FROM WS-SMP-SHIFT BY -1
                UNTIL WS-SMP-IDX < WS-SMP-SLOT.
            MOVE WS-MICRO-NUM
              TO WS-TRD-SAMPLE (WS-TRD-IDX WS-SMP-SLOT).
            ADD 1 TO WS-TRD-SCOUNT (WS-TRD-IDX).

        FIND-TRAN-SLOT.
            IF WS-TRD-SAMPLE (WS-TRD-IDX WS-SMP-IDX)
                <= WS-MICRO-NUM
                COMPUTE WS-SMP-SLOT = WS-SMP-IDX + 1
            END-IF.

        SHIFT-TRAN-TAIL.
            COMPUTE WS-SMP-DEST = WS-SMP-IDX + 1.
            MOVE WS-TRD-SAMPLE (WS-TRD-IDX WS-SMP-IDX)
              TO WS-TRD-SAMPLE (WS-TRD-IDX WS-SMP-DEST).

      *****************************************************************
      * REPORT - ONE SECTION PER TRANSACTION: ITS HOURLY BUCKETS IN
      * HOUR ORDER, THEN THE DAY SUMMARY.
      *****************************************************************
        WRITE-REPORT.
            PERFORM WRITE-TRAN-SECTION
                VARYING WS-TRD-USE FROM 1 BY 1
                UNTIL WS-TRD-USE > WS-TRD-COUNT.

        WRITE-TRAN-SECTION.
            SET WS-TRD-IDX TO WS-TRD-USE.
            MOVE SPACES TO G6RSRPT-REC.
            WRITE G6RSRPT-REC.
            MOVE SPACES TO G6RSRPT-REC.
            STRING 'TRANSACTION ' DELIMITED BY SIZE
                   WS-TRD-TRAN (WS-TRD-IDX) DELIMITED BY SIZE
                   ' DATE ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
              INTO G6RSRPT-REC.
            WRITE G6RSRPT-REC.
            MOVE 0 TO WS-HOUR-WK.
            PERFORM WRITE-HOUR-LINES 24 TIMES.
            PERFORM WRITE-DAY-SUMMARY.

        WRITE-HOUR-LINES.
            PERFORM WRITE-ONE-HOUR-LINE
                VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > WS-BKT-COUNT.
            ADD 1 TO WS-HOUR-WK.

        WRITE-ONE-HOUR-LINE.
            IF WS-BKT-TRAN (WS-BKT-IDX) = WS-TRD-TRAN (WS-TRD-IDX)
                AND WS-BKT-HOUR (WS-BKT-IDX) = WS-HOUR-WK
                MOVE WS-BKT-SCOUNT (WS-BKT-IDX) TO WS-SMP-SIZE
                MOVE 50 TO WS-PCT-WANT
                PERFORM FIGURE-PCT-IDX
                MOVE WS-BKT-SAMPLE (WS-BKT-IDX WS-PCT-IDX)
                  TO WS-P50-VAL
                MOVE 95 TO WS-PCT-WANT
                PERFORM FIGURE-PCT-IDX
                MOVE WS-BKT-SAMPLE (WS-BKT-IDX WS-PCT-IDX)
                  TO WS-P95-VAL
                IF WS-BKT-TRIPS (WS-BKT-IDX) >
                    WS-BKT-SCOUNT (WS-BKT-IDX)
                    MOVE 'S' TO WS-SAMPLED-FLAG
                ELSE
                    MOVE ' ' TO WS-SAMPLED-FLAG
                END-IF
                COMPUTE WS-AVG-VAL =
                    WS-BKT-SUM (WS-BKT-IDX)
                        / WS-BKT-TRIPS (WS-BKT-IDX)
                MOVE WS-BKT-TRIPS (WS-BKT-IDX) TO WS-ED-TRIPS
                MOVE WS-BKT-WORST (WS-BKT-IDX) TO WS-ED-WORST
                MOVE SPACES TO G6RSRPT-REC
                STRING '  HOUR ' DELIMITED BY SIZE
                       WS-BKT-HOUR (WS-BKT-IDX) DELIMITED BY SIZE
                  INTO G6RSRPT-REC
                PERFORM WRITE-FIGURES
            END-IF.

      * SUBSCRIPT OF THE WS-PCT-WANT PERCENTILE IN A SORTED SAMPLE
      * OF WS-SMP-SIZE (NEAREST-RANK).
        FIGURE-PCT-IDX.
            COMPUTE WS-PCT-IDX =
                (WS-SMP-SIZE * WS-PCT-WANT + 99) / 100.
            IF WS-PCT-IDX < 1
                MOVE 1 TO WS-PCT-IDX
            END-IF.
            IF WS-PCT-IDX > WS-SMP-SIZE
                MOVE WS-SMP-SIZE TO WS-PCT-IDX
            END-IF.

        WRITE-DAY-SUMMARY.
            MOVE WS-TRD-SCOUNT (WS-TRD-IDX) TO WS-SMP-SIZE.
            MOVE 50 TO WS-PCT-WANT.
            PERFORM FIGURE-PCT-IDX.
            MOVE WS-TRD-SAMPLE (WS-TRD-IDX WS-PCT-IDX) TO WS-P50-VAL.
            MOVE 95 TO WS-PCT-WANT.
            PERFORM FIGURE-PCT-IDX.
            MOVE WS-TRD-SAMPLE (WS-TRD-IDX WS-PCT-IDX) TO WS-P95-VAL.
            IF WS-TRD-TRIPS (WS-TRD-IDX) > WS-TRD-SCOUNT (WS-TRD-IDX)
                MOVE 'S' TO WS-SAMPLED-FLAG
            ELSE
                MOVE ' ' TO WS-SAMPLED-FLAG
            END-IF.
            COMPUTE WS-AVG-VAL =
                WS-TRD-SUM (WS-TRD-IDX) / WS-TRD-TRIPS (WS-TRD-IDX).
            MOVE WS-TRD-TRIPS (WS-TRD-IDX) TO WS-ED-TRIPS.
            MOVE WS-TRD-WORST (WS-TRD-IDX) TO WS-ED-WORST.
            MOVE SPACES TO G6RSRPT-REC.
            MOVE '  DAY    ' TO G6RSRPT-REC (1:9).
            PERFORM WRITE-FIGURES.

      * THE LABEL IS ALREADY IN COLUMNS 1-9; THE FIGURES FOLLOW.
        WRITE-FIGURES.
            MOVE WS-AVG-VAL TO WS-ED-AVG.
            MOVE WS-P50-VAL TO WS-ED-P50.
            MOVE WS-P95-VAL TO WS-ED-P95.
            STRING ' TRIPS ' DELIMITED BY SIZE
                   WS-ED-TRIPS DELIMITED BY SIZE
                   ' AVG ' DELIMITED BY SIZE
                   WS-ED-AVG DELIMITED BY SIZE
                   ' P50 ' DELIMITED BY SIZE
                   WS-ED-P50 DELIMITED BY SIZE
                   ' P95 ' DELIMITED BY SIZE
                   WS-ED-P95 DELIMITED BY SIZE
                   ' MAX ' DELIMITED BY SIZE
                   WS-ED-WORST DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SAMPLED-FLAG DELIMITED BY SIZE
              INTO G6RSRPT-REC (10:123).
            WRITE G6RSRPT-REC.
