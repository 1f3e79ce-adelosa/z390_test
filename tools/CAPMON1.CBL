      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY DATASET GROWTH AND CAPACITY MONITOR.  THE APPEND-ONLY
      * STREAMS (BEC5CAPT, SOAARCH, G6ACCLOG...) AND THE ROLLED-OVER
      * GENERATION FAMILIES (CUSTJRNL, GUI6AUD, SOATIMLG...) GROW
      * EVERY DAY AND USED TO BE NOTICED ONLY WHEN ONE FILLED ITS
      * SPACE MID-WINDOW.  EVERY DATASET NAMED ON THE CAPLIMIT
      * CONTROL FILE IS MEASURED (RECORD COUNT AND SIZE), THE
      * FIGURES ARE APPENDED TO THE CAPHIST CAPACITY HISTORY, AND
      * CAPRPT SHOWS DAY-OVER-DAY GROWTH, THE TRAILING-WEEK AVERAGE
      * DAILY GROWTH, AND DAYS-TO-FULL AGAINST THE CONFIGURED LIMIT.
      *
      * A DATASET AT OR PAST ITS WARNING PERCENTAGE OF THE LIMIT, OR
      * DUE TO FILL WITHIN ITS WARNING DAYS AT THE CURRENT GROWTH,
      * IS WRITTEN TO CAPWARN (REBUILT EVERY RUN) - EODSUM1 PRINTS
      * THOSE AT THE TOP OF THE END-OF-DAY SUMMARY AND THE MORNING
      * READYCK1 CHECK RAISES A WARNING FOR THEM.  RETURN CODE 4
      * WHEN ANY DATASET IS INSIDE ITS MARGIN, 0 OTHERWISE.
      *
      * CAPLIMIT CARD, ONE PER DATASET:
      *   COLS  1- 8  DATASET NAME
      *   COL      9  BLANK
      *   COL     10  KIND - 'M' VSAM MASTER, 'S' APPEND-ONLY STREAM,
      *               'G' GENERATION FAMILY (LIVE STREAM PLUS ITS
      *               DATE-STAMPED GENERATIONS)
      *   COL     11  BLANK
      *   COLS 12-13  GENERATION PREFIX ('G' ONLY - CJ/AU/SC/TL)
      *   COL     14  BLANK
      *   COLS 15-17  GENERATION RETENTION DAYS ('G' ONLY, BLANK = 090)
      *   COL     18  BLANK
      *   COLS 19-22  RECORD LENGTH ('S' AND 'G'; A MASTER'S COMES
      *               FROM ITS OWN LAYOUT).  MAX 4200, 'G' MAX 600.
      *   COL     23  BLANK
      *   COLS 24-33  LIMIT IN RECORDS (BLANK OR ZERO = NO LIMIT -
      *               GROWTH IS STILL TRACKED)
      *   COL     34  BLANK
      *   COLS 35-36  WARNING PERCENT OF LIMIT (BLANK = 80)
      *   COL     37  BLANK
      *   COLS 38-40  WARNING DAYS-TO-FULL (BLANK = 030)
      *
      * THE MASTERS ARE READ THROUGH THEIR OWN KEYED FILE
      * DEFINITIONS BELOW (CUSTMAST, G6NAMIX, G6CADDR, G6CASE,
      * OPSECMST, SOAARCHX); A MASTER CARD FOR ANY OTHER NAME IS
      * REPORTED AS HAVING NO READER.  STREAMS ARE COUNTED WITH THE
      * CBL_ FILE CALLS THE WRITERS USE, AND GENERATION FAMILIES
      * THROUGH THE G6GENRW/G6GENRP CROSS-GENERATION READ LAYER.
      *
        PROGRAM-ID. CAPMON1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CAPLIMIT ASSIGN TO CAPLIMIT
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL CAPHIST ASSIGN TO CAPHIST
                ORGANIZATION IS SEQUENTIAL.
            SELECT CAPRPT   ASSIGN TO CAPRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT CAPWARN  ASSIGN TO CAPWARN
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CUST-ID.
            SELECT OPTIONAL NAMIX ASSIGN TO G6NAMIX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NIX-KEY.
            SELECT OPTIONAL CADRFILE ASSIGN TO G6CADDR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CADR-KEY.
            SELECT OPTIONAL CASEFILE ASSIGN TO G6CASE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CASE-KEY.
            SELECT OPTIONAL OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OPSEC-OPID.
            SELECT OPTIONAL ARCHIX ASSIGN TO SOAARCHX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ARX-KEY.

        DATA DIVISION.
        FILE SECTION.
        FD  CAPLIMIT
            RECORD CONTAINS 80 CHARACTERS.
        01  CAPLIMIT-REC.
            02  CL-DSN            PIC X(8).
            02  FILLER            PIC X(1).
            02  CL-KIND           PIC X(1).
            02  FILLER            PIC X(1).
            02  CL-PREFIX         PIC X(2).
            02  FILLER            PIC X(1).
            02  CL-RETAIN         PIC X(3).
            02  FILLER            PIC X(1).
            02  CL-RECLEN         PIC X(4).
            02  FILLER            PIC X(1).
            02  CL-LIMIT          PIC X(10).
            02  FILLER            PIC X(1).
            02  CL-WARN-PCT       PIC X(2).
            02  FILLER            PIC X(1).
            02  CL-WARN-DAYS      PIC X(3).
            02  FILLER            PIC X(40).

      * CAPACITY HISTORY - ONE ROW PER DATASET PER NIGHTLY RUN, SAME
      * APPEND-AND-TREND TECHNIQUE AS EODSUM1'S EODHIST.
        FD  CAPHIST
            RECORD CONTAINS 80 CHARACTERS.
        01  CAPHIST-REC.
            02  CH-DATE           PIC 9(8).
            02  FILLER            PIC X(1).
            02  CH-DSN            PIC X(8).
            02  FILLER            PIC X(1).
            02  CH-KIND           PIC X(1).
            02  FILLER            PIC X(1).
            02  CH-RECORDS        PIC 9(10).
            02  FILLER            PIC X(1).
            02  CH-BYTES          PIC 9(13).
            02  FILLER            PIC X(1).
            02  CH-FILES          PIC 9(4).
            02  FILLER            PIC X(31).

        FD  CAPRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  CAPRPT-REC            PIC X(132).

      * ONE ROW PER DATASET INSIDE ITS WARNING MARGIN - READ BY
      * EODSUM1 AND READYCK1.  KEEP THE LAYOUT IN LOCKSTEP WITH THE
      * CAPWARN-REC DECLARATIONS THERE.
        FD  CAPWARN
            RECORD CONTAINS 80 CHARACTERS.
        01  CAPWARN-REC.
            02  CW-DATE           PIC 9(8).
            02  FILLER            PIC X(1).
            02  CW-DSN            PIC X(8).
            02  FILLER            PIC X(1).
            02  CW-PCT            PIC 9(3).
            02  FILLER            PIC X(1).
            02  CW-DAYS           PIC 9(5).
            02  FILLER            PIC X(1).
            02  CW-RECORDS        PIC 9(10).
            02  FILLER            PIC X(1).
            02  CW-LIMIT          PIC 9(10).
            02  FILLER            PIC X(31).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  NAMIX.
        COPY G6NAMIX.

        FD  CADRFILE.
        COPY G6CADDR.

        FD  CASEFILE.
        COPY G6CASE.

        FD  OPSECMST.
        COPY OPSECMST.

      * ONLY THE KEY MATTERS HERE - LAYOUT AS TESTG6AN DECLARES IT.
        FD  ARCHIX
            RECORD CONTAINS 4154 CHARACTERS.
        01  ARX-REC.
            02  ARX-KEY.
                03  ARX-CORR        PIC X(16).
                03  FILLER          PIC X(1).
                03  ARX-TYPE        PIC X(3).
            02  FILLER              PIC X(4134).

        WORKING-STORAGE SECTION.
        COPY RUNCTLPM.
        COPY G6GENRW.
        01  WS-EOF-SW            PIC X(1) VALUE 'N'.
            88  WS-EOF               VALUE 'Y'.

      * THE DATASETS FROM CAPLIMIT WITH TONIGHT'S MEASUREMENT AND
      * THE HISTORY POINTS THEY ARE TRENDED AGAINST.
        01  WS-DS-MAX            PIC 9(2) VALUE 50.
        01  WS-DS-COUNT          PIC 9(2) VALUE 0.
        01  WS-DS-TABLE.
            02  WS-DS-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-DS-IDX.
                03  WS-DS-NAME      PIC X(8).
                03  WS-DS-KIND      PIC X(1).
                03  WS-DS-PREFIX    PIC X(2).
                03  WS-DS-RETAIN    PIC 9(3).
                03  WS-DS-RECLEN    PIC 9(4).
                03  WS-DS-LIMIT     PIC 9(10).
                03  WS-DS-WARN-PCT  PIC 9(2).
                03  WS-DS-WARN-DAYS PIC 9(3).
      * 'Y' MEASURED, 'A' ABSENT (COUNTED AS EMPTY), 'X' NO READER.
                03  WS-DS-STATE     PIC X(1).
                03  WS-DS-RECORDS   PIC 9(10).
                03  WS-DS-BYTES     PIC 9(13).
                03  WS-DS-FILES     PIC 9(4).
                03  WS-DS-PREV-DATE PIC 9(8).
                03  WS-DS-PREV-RECS PIC 9(10).
                03  WS-DS-BASE-DATE PIC 9(8).
                03  WS-DS-BASE-RECS PIC 9(10).
        01  WS-DS-FOUND-SW       PIC X(1).
            88  WS-DS-FOUND          VALUE 'Y'.
        01  WS-CARD-COUNT        PIC 9(3) VALUE 0.
        01  WS-CARD-REJECTS      PIC 9(3) VALUE 0.

      * GENERIC CBL_ ACCESS FOR THE STREAMS, SAME AS READYCK1.
        01  WS-CK-ACCESS         PIC X(1) VALUE X'03'.
        01  WS-CK-DENY           PIC X(1) VALUE X'03'.
        01  WS-CK-DEVICE         PIC X(1) VALUE X'00'.
        01  WS-CK-HANDLE         PIC X(4).
        01  WS-CK-FLAGS          PIC X(4) VALUE X'00000000'.
        01  WS-CK-RESERVED       PIC X(4) VALUE X'00000000'.
        01  WS-CK-STATUS         PIC S9(9) COMP-5.
        01  WS-CK-RECLEN         PIC 9(8) COMP-5.
        01  WS-CK-EOF            PIC X(1).
        01  WS-CK-BUF            PIC X(4200).
        01  WS-LAST-GEN-FILE     PIC X(8).

      * DATES AND THE GROWTH ARITHMETIC.
        01  WS-RUN-DATE          PIC 9(8).
        01  WS-WEEK-AGO          PIC 9(8).
        01  WS-DATE-INT          PIC 9(8) COMP.
        01  WS-SPAN-DAYS         PIC 9(5).
        01  WS-DOD-GROWTH        PIC S9(10).
        01  WS-AVG-GROWTH        PIC S9(10).
        01  WS-HEADROOM          PIC 9(10).
        01  WS-PCT-USED          PIC 9(5).
        01  WS-DAYS-TO-FULL      PIC 9(5).
        01  WS-NO-TREND          PIC 9(5) VALUE 99999.
        01  WS-IN-MARGIN         PIC X(1).
        01  WS-WARN-COUNT        PIC 9(3) VALUE 0.
        01  WS-RUN-RC            PIC 9(4) VALUE 0.

      * ONE CAPRPT DETAIL LINE.
        01  WS-DETAIL.
            02  WS-DT-DSN         PIC X(8).
            02  FILLER            PIC X(1).
            02  WS-DT-KIND        PIC X(1).
            02  FILLER            PIC X(1).
            02  WS-DT-RECORDS     PIC Z(9)9.
            02  FILLER            PIC X(1).
            02  WS-DT-BYTES       PIC Z(12)9.
            02  FILLER            PIC X(1).
            02  WS-DT-FILES       PIC ZZZ9.
            02  FILLER            PIC X(1).
            02  WS-DT-DOD         PIC -(10)9.
            02  FILLER            PIC X(1).
            02  WS-DT-AVG         PIC -(10)9.
            02  FILLER            PIC X(1).
            02  WS-DT-LIMIT       PIC Z(9)9.
            02  FILLER            PIC X(1).
            02  WS-DT-PCT         PIC ZZZZ9.
            02  FILLER            PIC X(1).
            02  WS-DT-DAYS        PIC ZZZZ9.
            02  WS-DT-DAYS-X REDEFINES WS-DT-DAYS
                                  PIC X(5).
            02  FILLER            PIC X(2).
            02  WS-DT-NOTE        PIC X(40).

        PROCEDURE DIVISION.
        MAINLINE.
            MOVE 'CAPMON1' TO RCTL-JOB.
            MOVE 'START' TO RCTL-FUNC.
            MOVE 0 TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            IF RCTL-RESULT NOT = 0
                DISPLAY 'CAPMON1 REFUSED BY RUN CONTROL'
                MOVE RCTL-RESULT TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 7.
            COMPUTE WS-WEEK-AGO =
                FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
            PERFORM LOAD-CAPACITY-LIMITS.
            PERFORM MEASURE-ONE-DATASET
                VARYING WS-DS-IDX FROM 1 BY 1
                UNTIL WS-DS-IDX > WS-DS-COUNT.
            PERFORM LOAD-CAPACITY-HISTORY.
            OPEN OUTPUT CAPRPT
                 OUTPUT CAPWARN.
            PERFORM WRITE-REPORT-HEADINGS.
            PERFORM REPORT-ONE-DATASET
                VARYING WS-DS-IDX FROM 1 BY 1
                UNTIL WS-DS-IDX > WS-DS-COUNT.
            PERFORM WRITE-REPORT-TOTALS.
            CLOSE CAPRPT CAPWARN.
            PERFORM APPEND-TONIGHT-HISTORY.
            IF WS-WARN-COUNT > 0
                MOVE 4 TO WS-RUN-RC
            END-IF.
            DISPLAY 'CAPMON1 DATASETS MEASURED =' WS-DS-COUNT.
            DISPLAY 'CAPMON1 CARDS REJECTED    =' WS-CARD-REJECTS.
            DISPLAY 'CAPMON1 CAPACITY WARNINGS =' WS-WARN-COUNT.
            MOVE 'END' TO RCTL-FUNC.
            MOVE WS-RUN-RC TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * CAPLIMIT CONTROL CARDS
      *****************************************************************
        LOAD-CAPACITY-LIMITS.
            OPEN INPUT CAPLIMIT.
            PERFORM READ-CAPLIMIT.
            PERFORM ADD-ONE-LIMIT UNTIL WS-EOF.
            CLOSE CAPLIMIT.
            MOVE 'N' TO WS-EOF-SW.

        READ-CAPLIMIT.
            READ CAPLIMIT
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

      * A CARD WITH NO NAME, AN UNKNOWN KIND, OR A RECORD LENGTH THE
      * READERS CANNOT HOLD IS REJECTED ON SYSOUT - THE REST OF THE
      * NIGHT'S MEASUREMENT STILL RUNS.
        ADD-ONE-LIMIT.
            ADD 1 TO WS-CARD-COUNT.
            IF CL-DSN = SPACES
                OR (CL-KIND NOT = 'M' AND CL-KIND NOT = 'S'
                    AND CL-KIND NOT = 'G')
                OR (CL-KIND NOT = 'M' AND CL-RECLEN NOT NUMERIC)
                OR (CL-KIND = 'G' AND CL-PREFIX = SPACES)
                ADD 1 TO WS-CARD-REJECTS
                DISPLAY 'CAPMON1 CARD ' WS-CARD-COUNT
                        ' REJECTED: ' CAPLIMIT-REC (1:40)
            ELSE
                IF WS-DS-COUNT < WS-DS-MAX
                    ADD 1 TO WS-DS-COUNT
                    SET WS-DS-IDX TO WS-DS-COUNT
                    PERFORM STORE-ONE-LIMIT
                ELSE
                    ADD 1 TO WS-CARD-REJECTS
                    DISPLAY 'CAPMON1 CARD ' WS-CARD-COUNT
                            ' PAST TABLE LIMIT: ' CL-DSN
                END-IF
            END-IF.
            PERFORM READ-CAPLIMIT.

        STORE-ONE-LIMIT.
            MOVE CL-DSN    TO WS-DS-NAME (WS-DS-IDX).
            MOVE CL-KIND   TO WS-DS-KIND (WS-DS-IDX).
            MOVE CL-PREFIX TO WS-DS-PREFIX (WS-DS-IDX).
            MOVE 90 TO WS-DS-RETAIN (WS-DS-IDX).
            IF CL-RETAIN NUMERIC
                MOVE CL-RETAIN TO WS-DS-RETAIN (WS-DS-IDX)
            END-IF.
            MOVE 0 TO WS-DS-RECLEN (WS-DS-IDX).
            IF CL-RECLEN NUMERIC
                MOVE CL-RECLEN TO WS-DS-RECLEN (WS-DS-IDX)
            END-IF.
            IF WS-DS-RECLEN (WS-DS-IDX) > LENGTH OF WS-CK-BUF
                MOVE LENGTH OF WS-CK-BUF TO WS-DS-RECLEN (WS-DS-IDX)
            END-IF.
            IF CL-KIND = 'G'
                AND WS-DS-RECLEN (WS-DS-IDX) > LENGTH OF GEN-RECORD
                MOVE LENGTH OF GEN-RECORD TO WS-DS-RECLEN (WS-DS-IDX)
            END-IF.
            MOVE 0 TO WS-DS-LIMIT (WS-DS-IDX).
            IF CL-LIMIT NUMERIC
                MOVE CL-LIMIT TO WS-DS-LIMIT (WS-DS-IDX)
            END-IF.
            MOVE 80 TO WS-DS-WARN-PCT (WS-DS-IDX).
            IF CL-WARN-PCT NUMERIC
                MOVE CL-WARN-PCT TO WS-DS-WARN-PCT (WS-DS-IDX)
            END-IF.
            MOVE 30 TO WS-DS-WARN-DAYS (WS-DS-IDX).
            IF CL-WARN-DAYS NUMERIC
                MOVE CL-WARN-DAYS TO WS-DS-WARN-DAYS (WS-DS-IDX)
            END-IF.
            MOVE 'Y' TO WS-DS-STATE (WS-DS-IDX).
            MOVE 0 TO WS-DS-RECORDS (WS-DS-IDX).
            MOVE 0 TO WS-DS-BYTES (WS-DS-IDX).
            MOVE 0 TO WS-DS-FILES (WS-DS-IDX).
            MOVE 0 TO WS-DS-PREV-DATE (WS-DS-IDX).
            MOVE 0 TO WS-DS-PREV-RECS (WS-DS-IDX).
            MOVE 0 TO WS-DS-BASE-DATE (WS-DS-IDX).
            MOVE 0 TO WS-DS-BASE-RECS (WS-DS-IDX).

      *****************************************************************
      * MEASUREMENT
      *****************************************************************
        MEASURE-ONE-DATASET.
            EVALUATE WS-DS-KIND (WS-DS-IDX)
            WHEN 'M'
                PERFORM MEASURE-MASTER
            WHEN 'S'
                PERFORM MEASURE-STREAM
            WHEN 'G'
                PERFORM MEASURE-GENERATIONS
            END-EVALUATE.
            COMPUTE WS-DS-BYTES (WS-DS-IDX) =
                WS-DS-RECORDS (WS-DS-IDX) * WS-DS-RECLEN (WS-DS-IDX).

      * A KSDS IS COUNTED BY BROWSING IT END TO END THROUGH ITS OWN
      * FILE DEFINITION; THE RECORD LENGTH IS THE LAYOUT'S.
        MEASURE-MASTER.
            MOVE 1 TO WS-DS-FILES (WS-DS-IDX).
            EVALUATE WS-DS-NAME (WS-DS-IDX)
            WHEN 'CUSTMAST'
                PERFORM COUNT-CUSTMAST
            WHEN 'G6NAMIX'
                PERFORM COUNT-NAMIX
            WHEN 'G6CADDR'
                PERFORM COUNT-CADRFILE
            WHEN 'G6CASE'
                PERFORM COUNT-CASEFILE
            WHEN 'OPSECMST'
                PERFORM COUNT-OPSECMST
            WHEN 'SOAARCHX'
                PERFORM COUNT-ARCHIX
            WHEN OTHER
                MOVE 'X' TO WS-DS-STATE (WS-DS-IDX)
                MOVE 0 TO WS-DS-FILES (WS-DS-IDX)
            END-EVALUATE.
            MOVE 'N' TO WS-EOF-SW.

        COUNT-CUSTMAST.
            MOVE LENGTH OF CUST-MASTER-REC TO WS-DS-RECLEN (WS-DS-IDX).
            OPEN INPUT CUSTMAST.
            PERFORM READ-CUSTMAST.
            PERFORM TALLY-CUSTMAST UNTIL WS-EOF.
            CLOSE CUSTMAST.

        READ-CUSTMAST.
            READ CUSTMAST NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        TALLY-CUSTMAST.
            ADD 1 TO WS-DS-RECORDS (WS-DS-IDX).
            PERFORM READ-CUSTMAST.

        COUNT-NAMIX.
            MOVE LENGTH OF NIX-REC TO WS-DS-RECLEN (WS-DS-IDX).
            OPEN INPUT NAMIX.
            PERFORM READ-NAMIX.
            PERFORM TALLY-NAMIX UNTIL WS-EOF.
            CLOSE NAMIX.

        READ-NAMIX.
            READ NAMIX NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        TALLY-NAMIX.
            ADD 1 TO WS-DS-RECORDS (WS-DS-IDX).
            PERFORM READ-NAMIX.

        COUNT-CADRFILE.
            MOVE LENGTH OF CADR-REC TO WS-DS-RECLEN (WS-DS-IDX).
            OPEN INPUT CADRFILE.
            PERFORM READ-CADRFILE.
            PERFORM TALLY-CADRFILE UNTIL WS-EOF.
            CLOSE CADRFILE.

        READ-CADRFILE.
            READ CADRFILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        TALLY-CADRFILE.
            ADD 1 TO WS-DS-RECORDS (WS-DS-IDX).
            PERFORM READ-CADRFILE.

        COUNT-CASEFILE.
            MOVE LENGTH OF CASE-REC TO WS-DS-RECLEN (WS-DS-IDX).
            OPEN INPUT CASEFILE.
            PERFORM READ-CASEFILE.
            PERFORM TALLY-CASEFILE UNTIL WS-EOF.
            CLOSE CASEFILE.

        READ-CASEFILE.
            READ CASEFILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        TALLY-CASEFILE.
            ADD 1 TO WS-DS-RECORDS (WS-DS-IDX).
            PERFORM READ-CASEFILE.

        COUNT-OPSECMST.
            MOVE LENGTH OF OPSEC-REC TO WS-DS-RECLEN (WS-DS-IDX).
            OPEN INPUT OPSECMST.
            PERFORM READ-OPSECMST.
            PERFORM TALLY-OPSECMST UNTIL WS-EOF.
            CLOSE OPSECMST.

        READ-OPSECMST.
            READ OPSECMST NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        TALLY-OPSECMST.
            ADD 1 TO WS-DS-RECORDS (WS-DS-IDX).
            PERFORM READ-OPSECMST.

        COUNT-ARCHIX.
            MOVE LENGTH OF ARX-REC TO WS-DS-RECLEN (WS-DS-IDX).
            OPEN INPUT ARCHIX.
            PERFORM READ-ARCHIX.
            PERFORM TALLY-ARCHIX UNTIL WS-EOF.
            CLOSE ARCHIX.

        READ-ARCHIX.
            READ ARCHIX NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        TALLY-ARCHIX.
            ADD 1 TO WS-DS-RECORDS (WS-DS-IDX).
            PERFORM READ-ARCHIX.

      * AN APPEND-ONLY STREAM IS COUNTED RECORD BY RECORD AT THE
      * CARD'S RECORD LENGTH.  ONE THAT WILL NOT OPEN HAS NOT BEEN
      * WRITTEN YET (OR WAS JUST TRUNCATED) AND COUNTS AS EMPTY.
        MEASURE-STREAM.
            CALL 'CBL_OPEN_FILE' USING WS-DS-NAME (WS-DS-IDX)
                     WS-CK-ACCESS WS-CK-DENY
                     WS-CK-DEVICE WS-CK-HANDLE
                GIVING WS-CK-STATUS.
            IF WS-CK-STATUS NOT = 0
                MOVE 'A' TO WS-DS-STATE (WS-DS-IDX)
            ELSE
                MOVE 1 TO WS-DS-FILES (WS-DS-IDX)
                MOVE 'N' TO WS-CK-EOF
                PERFORM COUNT-ONE-STREAM-REC
                    UNTIL WS-CK-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-CK-HANDLE
                    GIVING WS-CK-STATUS
            END-IF.

        COUNT-ONE-STREAM-REC.
            MOVE WS-DS-RECLEN (WS-DS-IDX) TO WS-CK-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-CK-HANDLE
                     WS-CK-RECLEN WS-CK-FLAGS
                     WS-CK-RESERVED WS-CK-BUF
                GIVING WS-CK-STATUS.
            IF WS-CK-STATUS NOT = 0
                MOVE 'Y' TO WS-CK-EOF
            ELSE
                ADD 1 TO WS-DS-RECORDS (WS-DS-IDX)
            END-IF.

      * A GENERATION FAMILY IS EVERY GENERATION STILL INSIDE ITS
      * RETENTION PLUS THE LIVE STREAM - THE SPACE THE FAMILY TAKES
      * UP BETWEEN PURGES.  EACH FILE THAT DELIVERS A RECORD COUNTS
      * TOWARD THE FILES FIGURE.
        MEASURE-GENERATIONS.
            MOVE WS-DS-NAME (WS-DS-IDX)   TO GEN-BASE-NAME.
            MOVE WS-DS-PREFIX (WS-DS-IDX) TO GEN-PREFIX.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - WS-DS-RETAIN (WS-DS-IDX).
            COMPUTE GEN-FROM-DATE =
                FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
            MOVE WS-RUN-DATE TO GEN-TO-DATE.
            MOVE WS-DS-RECLEN (WS-DS-IDX) TO GEN-RECLEN-SET.
            MOVE SPACES TO WS-LAST-GEN-FILE.
            PERFORM OPEN-GENERATION-STREAM.
            PERFORM READ-GENERATION-RECORD.
            PERFORM COUNT-ONE-GEN-REC UNTIL GEN-EOF = 'Y'.

        COUNT-ONE-GEN-REC.
            ADD 1 TO WS-DS-RECORDS (WS-DS-IDX).
            IF GEN-FILE-NAME NOT = WS-LAST-GEN-FILE
                ADD 1 TO WS-DS-FILES (WS-DS-IDX)
                MOVE GEN-FILE-NAME TO WS-LAST-GEN-FILE
            END-IF.
            PERFORM READ-GENERATION-RECORD.

        COPY G6GENRP.

      *****************************************************************
      * CAPACITY HISTORY
      *****************************************************************
      * FOR EACH DATASET PICK UP THE LATEST EARLIER RUN (DAY-OVER-
      * DAY GROWTH) AND THE OLDEST RUN INSIDE THE TRAILING WEEK (THE
      * AVERAGE DAILY GROWTH DAYS-TO-FULL IS PROJECTED ON).  ROWS
      * FROM TONIGHT - A SUPERVISED RERUN - ARE NOT TRENDED AGAINST.
        LOAD-CAPACITY-HISTORY.
            OPEN INPUT CAPHIST.
            PERFORM READ-CAPHIST.
            PERFORM COLLECT-ONE-HISTORY UNTIL WS-EOF.
            CLOSE CAPHIST.
            MOVE 'N' TO WS-EOF-SW.

        READ-CAPHIST.
            READ CAPHIST
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        COLLECT-ONE-HISTORY.
            IF CH-DATE NUMERIC AND CH-RECORDS NUMERIC
                AND CH-DATE < WS-RUN-DATE
                PERFORM FIND-DS-ENTRY
                IF WS-DS-FOUND
                    PERFORM NOTE-HISTORY-POINTS
                END-IF
            END-IF.
            PERFORM READ-CAPHIST.

        NOTE-HISTORY-POINTS.
            IF CH-DATE > WS-DS-PREV-DATE (WS-DS-IDX)
                MOVE CH-DATE    TO WS-DS-PREV-DATE (WS-DS-IDX)
                MOVE CH-RECORDS TO WS-DS-PREV-RECS (WS-DS-IDX)
            END-IF.
            IF CH-DATE >= WS-WEEK-AGO
                AND (WS-DS-BASE-DATE (WS-DS-IDX) = 0
                     OR CH-DATE < WS-DS-BASE-DATE (WS-DS-IDX))
                MOVE CH-DATE    TO WS-DS-BASE-DATE (WS-DS-IDX)
                MOVE CH-RECORDS TO WS-DS-BASE-RECS (WS-DS-IDX)
            END-IF.

        FIND-DS-ENTRY.
            MOVE 'N' TO WS-DS-FOUND-SW.
            IF WS-DS-COUNT > 0
                SET WS-DS-IDX TO 1
                SEARCH WS-DS-ENTRY
                    WHEN WS-DS-IDX > WS-DS-COUNT
                        CONTINUE
                    WHEN WS-DS-NAME (WS-DS-IDX) = CH-DSN
                        MOVE 'Y' TO WS-DS-FOUND-SW
                END-SEARCH
            END-IF.

        APPEND-TONIGHT-HISTORY.
            OPEN EXTEND CAPHIST.
            PERFORM APPEND-ONE-HISTORY
                VARYING WS-DS-IDX FROM 1 BY 1
                UNTIL WS-DS-IDX > WS-DS-COUNT.
            CLOSE CAPHIST.

      * A MASTER WITH NO READER HAS NO FIGURES TO KEEP.
        APPEND-ONE-HISTORY.
            IF WS-DS-STATE (WS-DS-IDX) NOT = 'X'
                MOVE SPACES TO CAPHIST-REC
                MOVE WS-RUN-DATE TO CH-DATE
                MOVE WS-DS-NAME (WS-DS-IDX)    TO CH-DSN
                MOVE WS-DS-KIND (WS-DS-IDX)    TO CH-KIND
                MOVE WS-DS-RECORDS (WS-DS-IDX) TO CH-RECORDS
                MOVE WS-DS-BYTES (WS-DS-IDX)   TO CH-BYTES
                MOVE WS-DS-FILES (WS-DS-IDX)   TO CH-FILES
                WRITE CAPHIST-REC
            END-IF.

      *****************************************************************
      * REPORT AND WARNINGS
      *****************************************************************
        WRITE-REPORT-HEADINGS.
            MOVE SPACES TO CAPRPT-REC.
            STRING 'DATASET CAPACITY MONITOR FOR ' DELIMITED BY SIZE
                   WS-RUN-DATE                     DELIMITED BY SIZE
              INTO CAPRPT-REC.
            WRITE CAPRPT-REC.
            MOVE SPACES TO CAPRPT-REC.
            WRITE CAPRPT-REC.
            MOVE SPACES TO CAPRPT-REC.
            STRING 'DATASET  K    RECORDS          BYTES FILES'
                       DELIMITED BY SIZE
                   '  DAY GROWTH  AVG PER DAY      LIMIT  PCT'
                       DELIMITED BY SIZE
                   ' DAYS'  DELIMITED BY SIZE
                   '  NOTE' DELIMITED BY SIZE
              INTO CAPRPT-REC.
            WRITE CAPRPT-REC.

        REPORT-ONE-DATASET.
            MOVE SPACES TO WS-DETAIL.
            MOVE WS-DS-NAME (WS-DS-IDX)    TO WS-DT-DSN.
            MOVE WS-DS-KIND (WS-DS-IDX)    TO WS-DT-KIND.
            MOVE WS-DS-RECORDS (WS-DS-IDX) TO WS-DT-RECORDS.
            MOVE WS-DS-BYTES (WS-DS-IDX)   TO WS-DT-BYTES.
            MOVE WS-DS-FILES (WS-DS-IDX)   TO WS-DT-FILES.
            IF WS-DS-STATE (WS-DS-IDX) = 'X'
                MOVE 'NO READER FOR THIS MASTER' TO WS-DT-NOTE
            ELSE
                PERFORM PROJECT-ONE-DATASET
            END-IF.
            MOVE SPACES TO CAPRPT-REC.
            MOVE WS-DETAIL TO CAPRPT-REC.
            WRITE CAPRPT-REC.

      * DAY-OVER-DAY GROWTH AGAINST THE LATEST EARLIER RUN; THE
      * DAYS-TO-FULL PROJECTION USES THE TRAILING-WEEK AVERAGE SO
      * ONE QUIET OR BUSY DAY DOES NOT SWING IT.  A FAMILY THAT IS
      * NOT GROWING (PURGES KEEPING PACE) HAS NO PROJECTION.
        PROJECT-ONE-DATASET.
            MOVE 0 TO WS-DOD-GROWTH WS-AVG-GROWTH WS-PCT-USED.
            MOVE WS-NO-TREND TO WS-DAYS-TO-FULL.
            MOVE 'N' TO WS-IN-MARGIN.
            IF WS-DS-PREV-DATE (WS-DS-IDX) > 0
                COMPUTE WS-DOD-GROWTH =
                    WS-DS-RECORDS (WS-DS-IDX)
                        - WS-DS-PREV-RECS (WS-DS-IDX)
                MOVE WS-DOD-GROWTH TO WS-DT-DOD
            END-IF.
            IF WS-DS-BASE-DATE (WS-DS-IDX) > 0
                COMPUTE WS-SPAN-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                  - FUNCTION INTEGER-OF-DATE
                        (WS-DS-BASE-DATE (WS-DS-IDX))
                IF WS-SPAN-DAYS > 0
                    COMPUTE WS-AVG-GROWTH =
                        (WS-DS-RECORDS (WS-DS-IDX)
                            - WS-DS-BASE-RECS (WS-DS-IDX))
                          / WS-SPAN-DAYS
                    MOVE WS-AVG-GROWTH TO WS-DT-AVG
                END-IF
            END-IF.
            IF WS-DS-LIMIT (WS-DS-IDX) > 0
                MOVE WS-DS-LIMIT (WS-DS-IDX) TO WS-DT-LIMIT
                COMPUTE WS-PCT-USED =
                    WS-DS-RECORDS (WS-DS-IDX) * 100
                        / WS-DS-LIMIT (WS-DS-IDX)
                MOVE WS-PCT-USED TO WS-DT-PCT
                PERFORM PROJECT-DAYS-TO-FULL
                IF WS-PCT-USED >= WS-DS-WARN-PCT (WS-DS-IDX)
                    OR WS-DAYS-TO-FULL
                           <= WS-DS-WARN-DAYS (WS-DS-IDX)
                    MOVE 'Y' TO WS-IN-MARGIN
                END-IF
            END-IF.
            PERFORM NOTE-ONE-DATASET.
            IF WS-IN-MARGIN = 'Y'
                PERFORM WRITE-CAPACITY-WARNING
            END-IF.

        PROJECT-DAYS-TO-FULL.
            IF WS-DS-RECORDS (WS-DS-IDX) >= WS-DS-LIMIT (WS-DS-IDX)
                MOVE 0 TO WS-DAYS-TO-FULL
            ELSE
                IF WS-AVG-GROWTH > 0
                    COMPUTE WS-HEADROOM =
                        WS-DS-LIMIT (WS-DS-IDX)
                            - WS-DS-RECORDS (WS-DS-IDX)
                    IF WS-HEADROOM / WS-AVG-GROWTH < WS-NO-TREND
                        COMPUTE WS-DAYS-TO-FULL =
                            WS-HEADROOM / WS-AVG-GROWTH
                    END-IF
                END-IF
            END-IF.
            IF WS-DAYS-TO-FULL < WS-NO-TREND
                MOVE WS-DAYS-TO-FULL TO WS-DT-DAYS
            ELSE
                MOVE '  N/A' TO WS-DT-DAYS-X
            END-IF.

        NOTE-ONE-DATASET.
            EVALUATE TRUE
            WHEN WS-IN-MARGIN = 'Y'
                MOVE '** INSIDE WARNING MARGIN **' TO WS-DT-NOTE
            WHEN WS-DS-STATE (WS-DS-IDX) = 'A'
                MOVE 'NOT ON FILE - COUNTED AS EMPTY' TO WS-DT-NOTE
            WHEN WS-DS-PREV-DATE (WS-DS-IDX) = 0
                MOVE 'FIRST MEASUREMENT - NO HISTORY' TO WS-DT-NOTE
            WHEN WS-DS-LIMIT (WS-DS-IDX) = 0
                MOVE 'NO LIMIT CONFIGURED' TO WS-DT-NOTE
            WHEN OTHER
                CONTINUE
            END-EVALUATE.

        WRITE-CAPACITY-WARNING.
            ADD 1 TO WS-WARN-COUNT.
            MOVE SPACES TO CAPWARN-REC.
            MOVE WS-RUN-DATE TO CW-DATE.
            MOVE WS-DS-NAME (WS-DS-IDX) TO CW-DSN.
            IF WS-PCT-USED > 999
                MOVE 999 TO CW-PCT
            ELSE
                MOVE WS-PCT-USED TO CW-PCT
            END-IF.
            MOVE WS-DAYS-TO-FULL TO CW-DAYS.
            MOVE WS-DS-RECORDS (WS-DS-IDX) TO CW-RECORDS.
            MOVE WS-DS-LIMIT (WS-DS-IDX) TO CW-LIMIT.
            WRITE CAPWARN-REC.

        WRITE-REPORT-TOTALS.
            MOVE SPACES TO CAPRPT-REC.
            WRITE CAPRPT-REC.
            MOVE SPACES TO CAPRPT-REC.
            IF WS-WARN-COUNT > 0
                STRING '** ' DELIMITED BY SIZE
                       WS-WARN-COUNT DELIMITED BY SIZE
                       ' DATASETS INSIDE THEIR CAPACITY WARNING MARGIN'
                           DELIMITED BY SIZE
                       ' **' DELIMITED BY SIZE
                  INTO CAPRPT-REC
            ELSE
                MOVE 'ALL DATASETS INSIDE THEIR CAPACITY LIMITS'
                  TO CAPRPT-REC
            END-IF.
            WRITE CAPRPT-REC.
