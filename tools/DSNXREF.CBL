      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * DATASET LINEAGE REPORT.  CPYBLAST SAYS WHO COPIES A COPYBOOK
      * AND FLDXREF WHO TOUCHES A FIELD; THIS TOOL SAYS WHO READS,
      * WRITES, APPENDS TO, UPDATES, OR DELETES FROM EACH DATASET -
      * THE FIRST THING ON-CALL NEEDS WHEN A DATASET IS CORRUPTED OR
      * ITS LAYOUT HAS TO CHANGE.  THREE WAYS IN ARE RECOGNISED:
      *
      *   SELECT/ASSIGN  THE DD NAME, WITH THE MODE OF EACH OPEN
      *                  (INPUT READ, OUTPUT WRITE, EXTEND APPEND,
      *                  I-O UPDATE) AND DELETE OF A RECORD
      *   EXEC CICS      FILE('NAME') ON READ/READNEXT/READPREV/
      *                  STARTBR (READ), WRITE, REWRITE (UPDATE),
      *                  DELETE
      *   CBL_ FILES     THE NAME FIELD PASSED TO CBL_OPEN_FILE,
      *                  RESOLVED THROUGH ITS VALUE CLAUSE OR A
      *                  MOVE 'LITERAL' TO IT; READ IF THE HANDLE IS
      *                  READ, AND FOR A HANDLE WRITTEN, WRITE WHEN
      *                  OPENED X'01' (TRUNCATE AND REWRITE) AND
      *                  APPEND OTHERWISE.  CBL_DELETE_FILE IS DELETE
      *
      * COPYBOOKS ARE RECOGNISED BY THEIR "NAME.CPY - " BANNER LINE.
      * WHAT A COPYBOOK'S PARAGRAPHS DO (CUSTJRNP WRITING CUSTJRNL,
      * CURRATEP READING CURRATED ...) IS CHARGED TO EVERY PROGRAM
      * THAT COPIES IT, WITH THE COPYBOOK NAMED IN THE VIA COLUMN.
      * A NAME FIELD BUILT AT RUN TIME (THE GENERATION READ LAYER,
      * A NAME TAKEN OFF A PARM CARD) CANNOT BE RESOLVED FROM SOURCE
      * AND IS LISTED SEPARATELY FOR CHECKING BY HAND.  LIKE DEADSCAN
      * IT READS LINES, NOT A FULL PARSE - A WORK LIST FOR A HUMAN.
      *
      * DXSCAN IS THE USUAL SOURCE CONCATENATION - INCLUDE THE
      * COPYBOOKS.  DXPARM (OPTIONAL): COLS 1-8 ONE DATASET NAME TO
      * REPORT (BLANK = EVERY DATASET).
      *
        PROGRAM-ID. DSNXREF.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL DXPARM ASSIGN TO DXPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT DXSCAN ASSIGN TO DXSCAN
                ORGANIZATION IS SEQUENTIAL.
            SELECT DXRPT  ASSIGN TO DXRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  DXPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  DXPARM-REC.
            02  DX-DATASET          PIC X(8).
            02  FILLER              PIC X(72).

        FD  DXSCAN
            RECORD CONTAINS 80 CHARACTERS.
        01  DXSCAN-REC              PIC X(80).

        FD  DXRPT
            RECORD CONTAINS 120 CHARACTERS.
        01  DXRPT-REC               PIC X(120).

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW            PIC X(1) VALUE 'N'.
            88  WS-EOF              VALUE 'Y'.
        01  WS-PASS              PIC X(1).
        01  WS-WORK              PIC X(80).
        01  WS-WORD-1            PIC X(30).
        01  WS-PGM-WK            PIC X(30).
        01  WS-SCAN-COUNT        PIC 9(7) VALUE 0.
        01  WS-TALLY             PIC 9(3) VALUE 0.
        01  WS-LEN               PIC 9(2).
        01  WS-FILTER            PIC X(8) VALUE SPACES.
        01  WS-OVERFLOW          PIC 9(5) VALUE 0.
        01  WS-CNT-ED            PIC Z(4)9.

      * THE UNIT BEING READ - A PROGRAM (FROM PROGRAM-ID) OR A
      * COPYBOOK (FROM ITS BANNER).
        01  WS-UNIT              PIC X(8) VALUE SPACES.
        01  WS-UNIT-TYPE         PIC X(1) VALUE SPACE.
        01  WS-UN-MAX            PIC 9(4) COMP VALUE 400.
        01  WS-UN-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-UN-TABLE.
            02  WS-UN-ENTRY OCCURS 400 TIMES.
                03  WS-UN-NAME      PIC X(8).
                03  WS-UN-TYPE      PIC X(1).
        01  WS-UN-IDX            PIC 9(4) COMP.
        01  WS-UN-USE            PIC 9(4) COMP.

      * LINE TOKENS, AND THE TOKEN IN HAND.
        01  WS-TOKENS.
            02  WS-TOKEN OCCURS 16 TIMES PIC X(30).
        01  WS-TOK-IDX           PIC 9(2) COMP.
        01  WS-TK                PIC X(30).
        01  WS-TK-PERIOD         PIC X(1).
        01  WS-LIT               PIC X(30).
        01  WS-LIT-A             PIC X(30).
        01  WS-LIT-B             PIC X(30).

      * STATEMENT STATE, CARRIED ACROSS LINES.
        01  WS-STMT              PIC X(1) VALUE SPACE.
            88  WS-IN-NOTHING       VALUE SPACE.
            88  WS-IN-OPEN          VALUE 'O'.
            88  WS-IN-SELECT        VALUE 'S'.
            88  WS-IN-CALL          VALUE 'C'.
            88  WS-IN-EXEC          VALUE 'E'.
            88  WS-IN-DELETE        VALUE 'D'.
        01  WS-STEP              PIC 9(1).
        01  WS-OPEN-MODE         PIC X(1).
        01  WS-SEL-FILE          PIC X(30).
        01  WS-CALL-KIND         PIC X(1).
        01  WS-ARG-COUNT         PIC 9(2) COMP.
        01  WS-ARGS.
            02  WS-ARG OCCURS 5 TIMES PIC X(30).
        01  WS-CICS-MODE         PIC X(1).

      * SELECT FILE-NAME TO DD-NAME, FOR THE CURRENT UNIT ONLY.
        01  WS-SM-COUNT          PIC 9(3) COMP VALUE 0.
        01  WS-SM-TABLE.
            02  WS-SM-ENTRY OCCURS 60 TIMES.
                03  WS-SM-FILE      PIC X(30).
                03  WS-SM-DD        PIC X(8).
        01  WS-SM-IDX            PIC 9(3) COMP.
        01  WS-SM-USE            PIC 9(3) COMP.

      * UNIT COPIES MEMBER.
        01  WS-CR-MAX            PIC 9(4) COMP VALUE 4000.
        01  WS-CR-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-CR-TABLE.
            02  WS-CR-ENTRY OCCURS 4000 TIMES.
                03  WS-CR-UNIT      PIC X(8).
                03  WS-CR-MEMBER    PIC X(8).
        01  WS-CR-IDX            PIC 9(4) COMP.
        01  WS-CR2-IDX           PIC 9(4) COMP.

      * CBL_OPEN_FILE CALLS - NAME FIELD, ACCESS FIELD, HANDLE.
        01  WS-OP-MAX            PIC 9(4) COMP VALUE 2000.
        01  WS-OP-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-OP-TABLE.
            02  WS-OP-ENTRY OCCURS 2000 TIMES.
                03  WS-OP-UNIT      PIC X(8).
                03  WS-OP-NAME      PIC X(30).
                03  WS-OP-ACC       PIC X(30).
                03  WS-OP-HANDLE    PIC X(30).
                03  WS-OP-KIND      PIC X(1).
        01  WS-OP-IDX            PIC 9(4) COMP.

      * HANDLES READ ('R') OR WRITTEN ('W') BY CBL_READ_FILE AND
      * CBL_WRITE_FILE.
        01  WS-HI-MAX            PIC 9(4) COMP VALUE 3000.
        01  WS-HI-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-HI-TABLE.
            02  WS-HI-ENTRY OCCURS 3000 TIMES.
                03  WS-HI-UNIT      PIC X(8).
                03  WS-HI-HANDLE    PIC X(30).
                03  WS-HI-KIND      PIC X(1).
        01  WS-HI-IDX            PIC 9(4) COMP.
        01  WS-HI-USE            PIC 9(4) COMP.
        01  WS-HI-KIND-WK        PIC X(1).
        01  WS-HD-READ           PIC X(1).
        01  WS-HD-WRITE          PIC X(1).

      * FIELDS WORTH RESOLVING (NAMED ON A CBL_OPEN_FILE OR
      * CBL_DELETE_FILE) AND THE LITERALS FOUND FOR THEM.
        01  WS-IV-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-IV-TABLE.
            02  WS-IV-VAR OCCURS 1000 TIMES PIC X(30).
        01  WS-IV-IDX            PIC 9(4) COMP.
        01  WS-IV-FOUND          PIC X(1).
        01  WS-VL-MAX            PIC 9(4) COMP VALUE 3000.
        01  WS-VL-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-VL-TABLE.
            02  WS-VL-ENTRY OCCURS 3000 TIMES.
                03  WS-VL-UNIT      PIC X(8).
                03  WS-VL-VAR       PIC X(30).
                03  WS-VL-VAL       PIC X(12).
        01  WS-VL-IDX            PIC 9(4) COMP.
        01  WS-VAR-WK            PIC X(30).
        01  WS-VAL-WK            PIC X(12).
        01  WS-RESOLVE-HITS      PIC 9(4) COMP.
        01  WS-RESOLVE-SCOPE     PIC X(1).
        01  WS-ACC-VAL           PIC X(12).

      * RAW EVENTS BY UNIT, BEFORE COPYBOOKS ARE CHARGED TO THEIR
      * PROGRAMS.
        01  WS-EV-MAX            PIC 9(4) COMP VALUE 4000.
        01  WS-EV-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-EV-TABLE.
            02  WS-EV-ENTRY OCCURS 4000 TIMES.
                03  WS-EV-DSN       PIC X(8).
                03  WS-EV-UNIT      PIC X(8).
                03  WS-EV-MODE      PIC X(1).
                03  WS-EV-VIA       PIC X(8).
        01  WS-EV-IDX            PIC 9(4) COMP.
        01  WS-EV-DSN-WK         PIC X(8).
        01  WS-EV-MODE-WK        PIC X(1).
        01  WS-EV-VIA-WK         PIC X(8).

      * THE REPORT - ONE ROW PER DATASET, PROGRAM AND VIA, KEPT IN
      * DATASET/PROGRAM ORDER AS ROWS ARE ADDED.  FLAG POSITIONS:
      * 1 READ, 2 WRITE, 3 APPEND, 4 UPDATE, 5 DELETE.
        01  WS-RP-MAX            PIC 9(4) COMP VALUE 5000.
        01  WS-RP-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-RP-TABLE.
            02  WS-RP-ENTRY OCCURS 5000 TIMES.
                03  WS-RP-KEY.
                    04  WS-RP-DSN   PIC X(8).
                    04  WS-RP-PGM   PIC X(8).
                    04  WS-RP-VIA   PIC X(8).
                03  WS-RP-FLAGS     PIC X(5).
        01  WS-RP-IDX            PIC 9(4) COMP.
        01  WS-RP-USE            PIC 9(4) COMP.
        01  WS-RP-KEY-WK.
            02  WS-RP-DSN-WK        PIC X(8).
            02  WS-RP-PGM-WK        PIC X(8).
            02  WS-RP-VIA-WK        PIC X(8).
        01  WS-RP-LAST-DSN       PIC X(8).
        01  WS-RP-DSN-COUNT      PIC 9(5) VALUE 0.
        01  WS-FLAG-POS          PIC 9(1).

      * NAME FIELDS THAT COULD NOT BE RESOLVED FROM SOURCE.
        01  WS-UR-COUNT          PIC 9(3) COMP VALUE 0.
        01  WS-UR-TABLE.
            02  WS-UR-ENTRY OCCURS 300 TIMES.
                03  WS-UR-UNIT      PIC X(8).
                03  WS-UR-VAR       PIC X(30).
        01  WS-UR-IDX            PIC 9(3) COMP.
        01  WS-UR-USE            PIC 9(3) COMP.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM OPEN-FILES.
            PERFORM READ-PARM-CARD.
            MOVE '1' TO WS-PASS.
            PERFORM SCAN-SOURCE.
            MOVE '2' TO WS-PASS.
            PERFORM SCAN-SOURCE.
            PERFORM RESOLVE-CBL-OPENS.
            PERFORM CHARGE-EVENTS-TO-PROGRAMS.
            PERFORM PRINT-LINEAGE.
            PERFORM PRINT-UNRESOLVED.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'DSNXREF LINES SCANNED =' WS-SCAN-COUNT.
            DISPLAY 'DSNXREF DATASETS      =' WS-RP-DSN-COUNT.
            IF WS-OVERFLOW > 0
                DISPLAY 'DSNXREF TABLE OVERFLOWS =' WS-OVERFLOW
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT DXPARM INPUT DXSCAN OUTPUT DXRPT.

        CLOSE-FILES.
            CLOSE DXPARM DXSCAN DXRPT.

        READ-PARM-CARD.
            READ DXPARM
                AT END
                    MOVE SPACES TO DXPARM-REC
            END-READ.
            MOVE FUNCTION UPPER-CASE (DX-DATASET) TO WS-FILTER.
            MOVE SPACES TO DXRPT-REC.
            IF WS-FILTER = SPACES
                MOVE 'DATASET LINEAGE REPORT - ALL DATASETS'
                  TO DXRPT-REC
            ELSE
                STRING 'DATASET LINEAGE REPORT FOR ' DELIMITED BY SIZE
                       WS-FILTER DELIMITED BY SIZE
                  INTO DXRPT-REC
            END-IF.
            WRITE DXRPT-REC.

      *****************************************************************
      * ONE PASS OVER THE SOURCE.  PASS 1 COLLECTS UNITS, COPIES,
      * SELECTS, OPENS, EXEC CICS FILE REQUESTS AND THE CBL_ CALLS;
      * PASS 2 COLLECTS THE LITERALS FOR THE CBL_ NAME AND ACCESS
      * FIELDS PASS 1 FOUND.
      *****************************************************************
        SCAN-SOURCE.
            CLOSE DXSCAN.
            OPEN INPUT DXSCAN.
            MOVE 'N' TO WS-EOF-SW.
            MOVE SPACES TO WS-UNIT WS-UNIT-TYPE.
            MOVE SPACE TO WS-STMT.
            PERFORM READ-DXSCAN.
            PERFORM CHECK-ONE-SOURCE-LINE UNTIL WS-EOF.

        READ-DXSCAN.
            READ DXSCAN
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        CHECK-ONE-SOURCE-LINE.
            IF WS-PASS = '1'
                ADD 1 TO WS-SCAN-COUNT
            END-IF.
            MOVE FUNCTION UPPER-CASE (DXSCAN-REC) TO WS-WORK.
            IF WS-WORK (7:1) = '*' OR WS-WORK (7:1) = '/'
                PERFORM CHECK-COPYBOOK-BANNER
            ELSE
                PERFORM CHECK-PROGRAM-ID
                PERFORM SPLIT-LINE-TOKENS
                IF WS-PASS = '1'
                    PERFORM SCAN-LINE-STATEMENTS
                ELSE
                    PERFORM SCAN-LINE-LITERALS
                END-IF
            END-IF.
            PERFORM READ-DXSCAN.

      * A COPYBOOK OPENS WITH "* NAME.CPY - DESCRIPTION".
        CHECK-COPYBOOK-BANNER.
            MOVE SPACES TO WS-TOKENS.
            UNSTRING WS-WORK (8:65) DELIMITED BY ALL SPACE
                INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3).
            IF WS-TOKEN (1) = SPACES
                MOVE WS-TOKEN (2) TO WS-TOKEN (1)
                MOVE WS-TOKEN (3) TO WS-TOKEN (2)
            END-IF.
            IF WS-TOKEN (2) = '-'
                MOVE 0 TO WS-TALLY
                INSPECT WS-TOKEN (1) TALLYING WS-TALLY FOR ALL '.CPY'
                IF WS-TALLY = 1
                    MOVE SPACES TO WS-PGM-WK
                    UNSTRING WS-TOKEN (1) DELIMITED BY '.CPY'
                        INTO WS-PGM-WK
                    MOVE 'C' TO WS-UNIT-TYPE
                    PERFORM START-NEW-UNIT
                END-IF
            END-IF.

        CHECK-PROGRAM-ID.
            MOVE 0 TO WS-TALLY.
            INSPECT WS-WORK TALLYING WS-TALLY
                FOR ALL 'PROGRAM-ID.'.
            IF WS-TALLY NOT = 0
                UNSTRING WS-WORK DELIMITED BY 'PROGRAM-ID.'
                    INTO WS-WORD-1 WS-PGM-WK
                MOVE FUNCTION TRIM (WS-PGM-WK) TO WS-PGM-WK
                INSPECT WS-PGM-WK REPLACING ALL '.' BY SPACE
                MOVE 'P' TO WS-UNIT-TYPE
                PERFORM START-NEW-UNIT
            END-IF.

        START-NEW-UNIT.
            MOVE WS-PGM-WK TO WS-UNIT.
            MOVE 0 TO WS-SM-COUNT.
            MOVE SPACE TO WS-STMT.
            IF WS-PASS = '1'
                IF WS-UN-COUNT < WS-UN-MAX
                    ADD 1 TO WS-UN-COUNT
                    MOVE WS-UNIT TO WS-UN-NAME (WS-UN-COUNT)
                    MOVE WS-UNIT-TYPE TO WS-UN-TYPE (WS-UN-COUNT)
                ELSE
                    ADD 1 TO WS-OVERFLOW
                END-IF
            END-IF.

        SPLIT-LINE-TOKENS.
            MOVE SPACES TO WS-TOKENS.
            UNSTRING WS-WORK (8:65) DELIMITED BY ALL SPACE
                INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                     WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                     WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
                     WS-TOKEN (10) WS-TOKEN (11) WS-TOKEN (12)
                     WS-TOKEN (13) WS-TOKEN (14) WS-TOKEN (15)
                     WS-TOKEN (16).

      *****************************************************************
      * PASS 1 - THE STATEMENTS THAT TOUCH DATASETS.
      *****************************************************************
        SCAN-LINE-STATEMENTS.
            IF WS-UNIT NOT = SPACES
                PERFORM TAKE-ONE-TOKEN
                    VARYING WS-TOK-IDX FROM 1 BY 1
                    UNTIL WS-TOK-IDX > 16
            END-IF.

      * STRIP A TRAILING PERIOD OR COMMA, REMEMBERING A PERIOD - IT
      * ENDS WHATEVER STATEMENT IS IN PROGRESS.
        TAKE-ONE-TOKEN.
            MOVE WS-TOKEN (WS-TOK-IDX) TO WS-TK.
            IF WS-TK NOT = SPACES
                MOVE 'N' TO WS-TK-PERIOD
                MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-TK)) TO WS-LEN
                IF WS-TK (WS-LEN:1) = '.'
                    MOVE 'Y' TO WS-TK-PERIOD
                    MOVE SPACE TO WS-TK (WS-LEN:1)
                ELSE
                    IF WS-TK (WS-LEN:1) = ','
                        MOVE SPACE TO WS-TK (WS-LEN:1)
                    END-IF
                END-IF
                PERFORM PROCESS-ONE-TOKEN
                IF WS-TK-PERIOD = 'Y' AND NOT WS-IN-EXEC
                    PERFORM END-STATEMENT
                END-IF
            END-IF.

        PROCESS-ONE-TOKEN.
            EVALUATE TRUE
            WHEN WS-TK = 'COPY'
                PERFORM END-STATEMENT
                MOVE 'Y' TO WS-STEP
                MOVE 'K' TO WS-STMT
            WHEN WS-STMT = 'K'
                PERFORM RECORD-COPY
                MOVE SPACE TO WS-STMT
            WHEN WS-IN-EXEC
                PERFORM EXEC-TOKEN
            WHEN WS-TK = 'EXEC'
                PERFORM END-STATEMENT
                MOVE 'E' TO WS-STMT
                MOVE 1 TO WS-STEP
                MOVE SPACE TO WS-CICS-MODE
            WHEN WS-TK = 'OPEN'
                PERFORM END-STATEMENT
                MOVE 'O' TO WS-STMT
                MOVE SPACE TO WS-OPEN-MODE
            WHEN WS-TK = 'SELECT'
                PERFORM END-STATEMENT
                MOVE 'S' TO WS-STMT
                MOVE 1 TO WS-STEP
            WHEN WS-TK = 'CALL'
                PERFORM END-STATEMENT
                MOVE 'C' TO WS-STMT
                MOVE 1 TO WS-STEP
            WHEN WS-TK = 'DELETE'
                PERFORM END-STATEMENT
                MOVE 'D' TO WS-STMT
            WHEN WS-IN-OPEN
                PERFORM OPEN-TOKEN
            WHEN WS-IN-SELECT
                PERFORM SELECT-TOKEN
            WHEN WS-IN-CALL
                PERFORM CALL-TOKEN
            WHEN WS-IN-DELETE
                MOVE WS-TK TO WS-SEL-FILE
                PERFORM FIND-SELECT-FILE
                IF WS-SM-USE > 0
                    MOVE WS-SM-DD (WS-SM-USE) TO WS-EV-DSN-WK
                    MOVE 'D' TO WS-EV-MODE-WK
                    MOVE 'SELECT' TO WS-EV-VIA-WK
                    PERFORM ADD-EVENT
                END-IF
                MOVE SPACE TO WS-STMT
            WHEN OTHER
                CONTINUE
            END-EVALUATE.

      * A CALL STILL COLLECTING ARGUMENTS WHEN THE STATEMENT ENDS IS
      * RECORDED WITH WHAT IT HAS.
        END-STATEMENT.
            IF WS-IN-CALL AND WS-STEP = 3
                PERFORM RECORD-CBL-CALL
            END-IF.
            MOVE SPACE TO WS-STMT.

        RECORD-COPY.
            IF WS-CR-COUNT < WS-CR-MAX
                ADD 1 TO WS-CR-COUNT
                MOVE WS-UNIT TO WS-CR-UNIT (WS-CR-COUNT)
                MOVE WS-TK TO WS-CR-MEMBER (WS-CR-COUNT)
            ELSE
                ADD 1 TO WS-OVERFLOW
            END-IF.

        OPEN-TOKEN.
            EVALUATE WS-TK
            WHEN 'INPUT'
                MOVE 'R' TO WS-OPEN-MODE
            WHEN 'OUTPUT'
                MOVE 'W' TO WS-OPEN-MODE
            WHEN 'EXTEND'
                MOVE 'A' TO WS-OPEN-MODE
            WHEN 'I-O'
                MOVE 'U' TO WS-OPEN-MODE
            WHEN OTHER
                MOVE WS-TK TO WS-SEL-FILE
                PERFORM FIND-SELECT-FILE
                IF WS-SM-USE > 0 AND WS-OPEN-MODE NOT = SPACE
                    MOVE WS-SM-DD (WS-SM-USE) TO WS-EV-DSN-WK
                    MOVE WS-OPEN-MODE TO WS-EV-MODE-WK
                    MOVE 'SELECT' TO WS-EV-VIA-WK
                    PERFORM ADD-EVENT
                ELSE
                    MOVE SPACE TO WS-STMT
                END-IF
            END-EVALUATE.

      * SELECT [OPTIONAL] FILE ASSIGN [TO] DDNAME.
        SELECT-TOKEN.
            EVALUATE TRUE
            WHEN WS-STEP = 1 AND WS-TK = 'OPTIONAL'
                CONTINUE
            WHEN WS-STEP = 1
                MOVE WS-TK TO WS-SEL-FILE
                MOVE 2 TO WS-STEP
            WHEN WS-STEP = 2 AND WS-TK = 'ASSIGN'
                MOVE 3 TO WS-STEP
            WHEN WS-STEP = 3 AND WS-TK = 'TO'
                CONTINUE
            WHEN WS-STEP = 3
                IF WS-SM-COUNT < 60
                    ADD 1 TO WS-SM-COUNT
                    MOVE WS-SEL-FILE TO WS-SM-FILE (WS-SM-COUNT)
                    MOVE WS-TK TO WS-SM-DD (WS-SM-COUNT)
                END-IF
                MOVE SPACE TO WS-STMT
            WHEN OTHER
                CONTINUE
            END-EVALUATE.

        FIND-SELECT-FILE.
            MOVE 0 TO WS-SM-USE.
            PERFORM MATCH-ONE-SELECT
                VARYING WS-SM-IDX FROM 1 BY 1
                UNTIL WS-SM-IDX > WS-SM-COUNT
                   OR WS-SM-USE > 0.

        MATCH-ONE-SELECT.
            IF WS-SM-FILE (WS-SM-IDX) = WS-SEL-FILE
                MOVE WS-SM-IDX TO WS-SM-USE
            END-IF.

      * CALL 'CBL_xxx_FILE' USING ARG ARG ... GIVING STATUS.
        CALL-TOKEN.
            EVALUATE TRUE
            WHEN WS-STEP = 1
                EVALUATE WS-TK
                WHEN '''CBL_OPEN_FILE'''
                    MOVE 'O' TO WS-CALL-KIND
                WHEN '''CBL_READ_FILE'''
                    MOVE 'R' TO WS-CALL-KIND
                WHEN '''CBL_WRITE_FILE'''
                    MOVE 'W' TO WS-CALL-KIND
                WHEN '''CBL_DELETE_FILE'''
                    MOVE 'D' TO WS-CALL-KIND
                WHEN OTHER
                    MOVE SPACE TO WS-CALL-KIND
                END-EVALUATE
                IF WS-CALL-KIND = SPACE
                    MOVE SPACE TO WS-STMT
                ELSE
                    MOVE 2 TO WS-STEP
                END-IF
            WHEN WS-STEP = 2 AND WS-TK = 'USING'
                MOVE 3 TO WS-STEP
                MOVE 0 TO WS-ARG-COUNT
                MOVE SPACES TO WS-ARGS
            WHEN WS-STEP = 3 AND WS-TK = 'GIVING'
                PERFORM RECORD-CBL-CALL
                MOVE SPACE TO WS-STMT
            WHEN WS-STEP = 3
                IF WS-ARG-COUNT < 5
                    ADD 1 TO WS-ARG-COUNT
                    MOVE WS-TK TO WS-ARG (WS-ARG-COUNT)
                END-IF
            WHEN OTHER
                CONTINUE
            END-EVALUATE.

        RECORD-CBL-CALL.
            MOVE 0 TO WS-STEP.
            EVALUATE WS-CALL-KIND
            WHEN 'O'
            WHEN 'D'
                IF WS-OP-COUNT < WS-OP-MAX
                    ADD 1 TO WS-OP-COUNT
                    MOVE WS-UNIT TO WS-OP-UNIT (WS-OP-COUNT)
                    MOVE WS-ARG (1) TO WS-OP-NAME (WS-OP-COUNT)
                    MOVE WS-CALL-KIND TO WS-OP-KIND (WS-OP-COUNT)
                    MOVE WS-ARG (1) TO WS-VAR-WK
                    PERFORM ADD-INTERESTING-VAR
                    IF WS-CALL-KIND = 'O'
                        MOVE WS-ARG (2) TO WS-OP-ACC (WS-OP-COUNT)
                        MOVE WS-ARG (5) TO WS-OP-HANDLE (WS-OP-COUNT)
                        MOVE WS-ARG (2) TO WS-VAR-WK
                        PERFORM ADD-INTERESTING-VAR
                    ELSE
                        MOVE SPACES TO WS-OP-ACC (WS-OP-COUNT)
                                       WS-OP-HANDLE (WS-OP-COUNT)
                    END-IF
                ELSE
                    ADD 1 TO WS-OVERFLOW
                END-IF
            WHEN OTHER
                MOVE WS-CALL-KIND TO WS-HI-KIND-WK
                MOVE 0 TO WS-HI-USE
                PERFORM MATCH-ONE-HANDLE-USE
                    VARYING WS-HI-IDX FROM 1 BY 1
                    UNTIL WS-HI-IDX > WS-HI-COUNT
                       OR WS-HI-USE > 0
                IF WS-HI-USE = 0
                    IF WS-HI-COUNT < WS-HI-MAX
                        ADD 1 TO WS-HI-COUNT
                        MOVE WS-UNIT TO WS-HI-UNIT (WS-HI-COUNT)
                        MOVE WS-ARG (1) TO WS-HI-HANDLE (WS-HI-COUNT)
                        MOVE WS-CALL-KIND TO WS-HI-KIND (WS-HI-COUNT)
                    ELSE
                        ADD 1 TO WS-OVERFLOW
                    END-IF
                END-IF
            END-EVALUATE.

        MATCH-ONE-HANDLE-USE.
            IF WS-HI-UNIT (WS-HI-IDX) = WS-UNIT
                AND WS-HI-HANDLE (WS-HI-IDX) = WS-ARG (1)
                AND WS-HI-KIND (WS-HI-IDX) = WS-HI-KIND-WK
                MOVE WS-HI-IDX TO WS-HI-USE
            END-IF.

        ADD-INTERESTING-VAR.
            MOVE 'N' TO WS-IV-FOUND.
            PERFORM MATCH-ONE-INTERESTING-VAR
                VARYING WS-IV-IDX FROM 1 BY 1
                UNTIL WS-IV-IDX > WS-IV-COUNT
                   OR WS-IV-FOUND = 'Y'.
            IF WS-IV-FOUND = 'N' AND WS-VAR-WK NOT = SPACES
                IF WS-IV-COUNT < 1000
                    ADD 1 TO WS-IV-COUNT
                    MOVE WS-VAR-WK TO WS-IV-VAR (WS-IV-COUNT)
                ELSE
                    ADD 1 TO WS-OVERFLOW
                END-IF
            END-IF.

        MATCH-ONE-INTERESTING-VAR.
            IF WS-IV-VAR (WS-IV-IDX) = WS-VAR-WK
                MOVE 'Y' TO WS-IV-FOUND
            END-IF.

      * EXEC CICS verb ... FILE('NAME') ... END-EXEC.
        EXEC-TOKEN.
            EVALUATE TRUE
            WHEN WS-TK = 'END-EXEC'
                MOVE SPACE TO WS-STMT
            WHEN WS-STEP = 1
                IF WS-TK = 'CICS'
                    MOVE 2 TO WS-STEP
                ELSE
                    MOVE 9 TO WS-STEP
                END-IF
            WHEN WS-STEP = 2
                EVALUATE WS-TK
                WHEN 'READ'
                WHEN 'READNEXT'
                WHEN 'READPREV'
                WHEN 'STARTBR'
                    MOVE 'R' TO WS-CICS-MODE
                WHEN 'WRITE'
                    MOVE 'W' TO WS-CICS-MODE
                WHEN 'REWRITE'
                    MOVE 'U' TO WS-CICS-MODE
                WHEN 'DELETE'
                    MOVE 'D' TO WS-CICS-MODE
                WHEN OTHER
                    MOVE SPACE TO WS-CICS-MODE
                END-EVALUATE
                MOVE 3 TO WS-STEP
            WHEN WS-STEP = 3 AND WS-CICS-MODE NOT = SPACE
                IF WS-TK (1:6) = 'FILE('''
                    OR WS-TK (1:9) = 'DATASET('''
                    MOVE SPACES TO WS-LIT-A WS-LIT-B
                    UNSTRING WS-TK DELIMITED BY ''''
                        INTO WS-LIT-A WS-LIT-B
                    MOVE WS-LIT-B TO WS-EV-DSN-WK
                    MOVE WS-CICS-MODE TO WS-EV-MODE-WK
                    MOVE 'CICS' TO WS-EV-VIA-WK
                    PERFORM ADD-EVENT
                END-IF
            WHEN OTHER
                CONTINUE
            END-EVALUATE.

        ADD-EVENT.
            IF WS-EV-DSN-WK NOT = SPACES
                IF WS-EV-COUNT < WS-EV-MAX
                    ADD 1 TO WS-EV-COUNT
                    MOVE WS-EV-DSN-WK TO WS-EV-DSN (WS-EV-COUNT)
                    MOVE WS-UNIT TO WS-EV-UNIT (WS-EV-COUNT)
                    MOVE WS-EV-MODE-WK TO WS-EV-MODE (WS-EV-COUNT)
                    MOVE WS-EV-VIA-WK TO WS-EV-VIA (WS-EV-COUNT)
                ELSE
                    ADD 1 TO WS-OVERFLOW
                END-IF
            END-IF.

      *****************************************************************
      * PASS 2 - "nn NAME PIC X(n) VALUE 'LIT'" AND "MOVE 'LIT' TO
      * NAME" FOR THE NAME AND ACCESS FIELDS PASS 1 FOUND.
      *****************************************************************
        SCAN-LINE-LITERALS.
            IF WS-TOKEN (1) = SPACES
                PERFORM SHIFT-TOKENS-LEFT
            END-IF.
            IF WS-TOKEN (1) (1:1) IS NUMERIC
                MOVE WS-TOKEN (2) TO WS-VAR-WK
                PERFORM FIND-VALUE-CLAUSE
                    VARYING WS-TOK-IDX FROM 3 BY 1
                    UNTIL WS-TOK-IDX > 15
            ELSE
                PERFORM FIND-MOVE-LITERAL
                    VARYING WS-TOK-IDX FROM 1 BY 1
                    UNTIL WS-TOK-IDX > 13
            END-IF.

        SHIFT-TOKENS-LEFT.
            PERFORM SHIFT-ONE-TOKEN
                VARYING WS-TOK-IDX FROM 1 BY 1
                UNTIL WS-TOK-IDX > 15.
            MOVE SPACES TO WS-TOKEN (16).

        SHIFT-ONE-TOKEN.
            MOVE WS-TOKEN (WS-TOK-IDX + 1) TO WS-TOKEN (WS-TOK-IDX).

        FIND-VALUE-CLAUSE.
            IF WS-TOKEN (WS-TOK-IDX) = 'VALUE'
                MOVE WS-TOKEN (WS-TOK-IDX + 1) TO WS-LIT
                PERFORM RECORD-LITERAL
            END-IF.

        FIND-MOVE-LITERAL.
            IF WS-TOKEN (WS-TOK-IDX) = 'MOVE'
                AND WS-TOKEN (WS-TOK-IDX + 2) = 'TO'
                MOVE WS-TOKEN (WS-TOK-IDX + 1) TO WS-LIT
                MOVE WS-TOKEN (WS-TOK-IDX + 3) TO WS-VAR-WK
                MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-VAR-WK))
                  TO WS-LEN
                IF WS-VAR-WK (WS-LEN:1) = '.'
                    MOVE SPACE TO WS-VAR-WK (WS-LEN:1)
                END-IF
                PERFORM RECORD-LITERAL
            END-IF.

      * ONLY QUOTED LITERALS ('NAME' OR X'nn') FOR FIELDS OF
      * INTEREST ARE KEPT; THE PERIOD AND THE QUOTES OF A NAME ARE
      * DROPPED, AN X'nn' IS KEPT AS WRITTEN.
        RECORD-LITERAL.
            MOVE 'N' TO WS-IV-FOUND.
            PERFORM MATCH-ONE-INTERESTING-VAR
                VARYING WS-IV-IDX FROM 1 BY 1
                UNTIL WS-IV-IDX > WS-IV-COUNT
                   OR WS-IV-FOUND = 'Y'.
            IF WS-IV-FOUND = 'Y'
                MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-LIT)) TO WS-LEN
                IF WS-LIT (WS-LEN:1) = '.'
                    MOVE SPACE TO WS-LIT (WS-LEN:1)
                END-IF
                MOVE SPACES TO WS-VAL-WK
                IF WS-LIT (1:1) = ''''
                    MOVE SPACES TO WS-LIT-A WS-LIT-B
                    UNSTRING WS-LIT DELIMITED BY ''''
                        INTO WS-LIT-A WS-LIT-B
                    MOVE WS-LIT-B TO WS-VAL-WK
                ELSE
                    IF WS-LIT (1:2) = 'X'''
                        MOVE WS-LIT TO WS-VAL-WK
                    END-IF
                END-IF
                IF WS-VAL-WK NOT = SPACES
                    IF WS-VL-COUNT < WS-VL-MAX
                        ADD 1 TO WS-VL-COUNT
                        MOVE WS-UNIT TO WS-VL-UNIT (WS-VL-COUNT)
                        MOVE WS-VAR-WK TO WS-VL-VAR (WS-VL-COUNT)
                        MOVE WS-VAL-WK TO WS-VL-VAL (WS-VL-COUNT)
                    ELSE
                        ADD 1 TO WS-OVERFLOW
                    END-IF
                END-IF
            END-IF.

      *****************************************************************
      * TURN EACH CBL_OPEN_FILE / CBL_DELETE_FILE INTO EVENTS.  A
      * NAME FIELD RESOLVES TO THE LITERALS FOUND FOR IT IN THE SAME
      * UNIT, OR FAILING THAT IN A COPYBOOK (WHERE THE SHARED
      * STREAMS DECLARE THEIRS).
      *****************************************************************
        RESOLVE-CBL-OPENS.
            PERFORM RESOLVE-ONE-OPEN
                VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OP-COUNT.

        RESOLVE-ONE-OPEN.
            MOVE WS-OP-UNIT (WS-OP-IDX) TO WS-UNIT.
            IF WS-OP-KIND (WS-OP-IDX) = 'D'
                MOVE 'D' TO WS-EV-MODE-WK
                PERFORM CHARGE-OPEN-NAME
            ELSE
                MOVE 'N' TO WS-HD-READ WS-HD-WRITE
                PERFORM CHECK-ONE-HANDLE-USE
                    VARYING WS-HI-IDX FROM 1 BY 1
                    UNTIL WS-HI-IDX > WS-HI-COUNT
                MOVE WS-OP-ACC (WS-OP-IDX) TO WS-VAR-WK
                MOVE SPACES TO WS-ACC-VAL
                MOVE 'U' TO WS-RESOLVE-SCOPE
                PERFORM FIND-ACCESS-VALUE
                    VARYING WS-VL-IDX FROM 1 BY 1
                    UNTIL WS-VL-IDX > WS-VL-COUNT
                       OR WS-ACC-VAL NOT = SPACES
                IF WS-ACC-VAL = SPACES
                    MOVE 'C' TO WS-RESOLVE-SCOPE
                    PERFORM FIND-ACCESS-VALUE
                        VARYING WS-VL-IDX FROM 1 BY 1
                        UNTIL WS-VL-IDX > WS-VL-COUNT
                           OR WS-ACC-VAL NOT = SPACES
                END-IF
      * AN OPEN WHOSE HANDLE IS NEITHER READ NOR WRITTEN HERE IS
      * COUNTED AS A READ - SOMEONE IS LOOKING AT THE DATASET.
                IF WS-HD-READ = 'Y' OR WS-HD-WRITE = 'N'
                    MOVE 'R' TO WS-EV-MODE-WK
                    PERFORM CHARGE-OPEN-NAME
                END-IF
                IF WS-HD-WRITE = 'Y'
                    IF WS-ACC-VAL = 'X''01'''
                        MOVE 'W' TO WS-EV-MODE-WK
                    ELSE
                        MOVE 'A' TO WS-EV-MODE-WK
                    END-IF
                    PERFORM CHARGE-OPEN-NAME
                END-IF
            END-IF.

        CHECK-ONE-HANDLE-USE.
            IF WS-HI-UNIT (WS-HI-IDX) = WS-UNIT
                AND WS-HI-HANDLE (WS-HI-IDX) = WS-OP-HANDLE (WS-OP-IDX)
                IF WS-HI-KIND (WS-HI-IDX) = 'R'
                    MOVE 'Y' TO WS-HD-READ
                ELSE
                    MOVE 'Y' TO WS-HD-WRITE
                END-IF
            END-IF.

        FIND-ACCESS-VALUE.
            IF WS-VL-VAR (WS-VL-IDX) = WS-VAR-WK
                MOVE WS-VL-UNIT (WS-VL-IDX) TO WS-PGM-WK
                PERFORM CHECK-RESOLVE-SCOPE
                IF WS-IV-FOUND = 'Y'
                    MOVE WS-VL-VAL (WS-VL-IDX) TO WS-ACC-VAL
                END-IF
            END-IF.

      * WS-IV-FOUND 'Y' WHEN THE LITERAL'S UNIT (IN WS-PGM-WK) IS IN
      * SCOPE - THE OPENING UNIT ITSELF ('U'), OR ANY COPYBOOK ('C').
        CHECK-RESOLVE-SCOPE.
            MOVE 'N' TO WS-IV-FOUND.
            IF WS-RESOLVE-SCOPE = 'U'
                IF WS-PGM-WK (1:8) = WS-UNIT
                    MOVE 'Y' TO WS-IV-FOUND
                END-IF
            ELSE
                PERFORM FIND-UNIT
                IF WS-UN-USE > 0
                    IF WS-UN-TYPE (WS-UN-USE) = 'C'
                        MOVE 'Y' TO WS-IV-FOUND
                    END-IF
                END-IF
            END-IF.

        FIND-UNIT.
            MOVE 0 TO WS-UN-USE.
            PERFORM MATCH-ONE-UNIT
                VARYING WS-UN-IDX FROM 1 BY 1
                UNTIL WS-UN-IDX > WS-UN-COUNT
                   OR WS-UN-USE > 0.

        MATCH-ONE-UNIT.
            IF WS-UN-NAME (WS-UN-IDX) = WS-PGM-WK (1:8)
                MOVE WS-UN-IDX TO WS-UN-USE
            END-IF.

      * ONE EVENT PER LITERAL THE NAME FIELD CAN HOLD (A GENERIC
      * NAME FIELD MOVED SEVERAL NAMES IN TURN OPENS EACH OF THEM).
        CHARGE-OPEN-NAME.
            MOVE WS-OP-NAME (WS-OP-IDX) TO WS-VAR-WK.
            MOVE 'CBL' TO WS-EV-VIA-WK.
            MOVE 0 TO WS-RESOLVE-HITS.
            MOVE 'U' TO WS-RESOLVE-SCOPE.
            PERFORM CHARGE-ONE-NAME-VALUE
                VARYING WS-VL-IDX FROM 1 BY 1
                UNTIL WS-VL-IDX > WS-VL-COUNT.
            IF WS-RESOLVE-HITS = 0
                MOVE 'C' TO WS-RESOLVE-SCOPE
                PERFORM CHARGE-ONE-NAME-VALUE
                    VARYING WS-VL-IDX FROM 1 BY 1
                    UNTIL WS-VL-IDX > WS-VL-COUNT
            END-IF.
            IF WS-RESOLVE-HITS = 0
                PERFORM ADD-UNRESOLVED
            END-IF.

        CHARGE-ONE-NAME-VALUE.
            IF WS-VL-VAR (WS-VL-IDX) = WS-VAR-WK
                MOVE WS-VL-UNIT (WS-VL-IDX) TO WS-PGM-WK
                PERFORM CHECK-RESOLVE-SCOPE
                IF WS-IV-FOUND = 'Y'
                    ADD 1 TO WS-RESOLVE-HITS
                    MOVE WS-VL-VAL (WS-VL-IDX) TO WS-EV-DSN-WK
                    PERFORM ADD-EVENT
                END-IF
            END-IF.

        ADD-UNRESOLVED.
            MOVE 0 TO WS-UR-USE.
            PERFORM MATCH-ONE-UNRESOLVED
                VARYING WS-UR-IDX FROM 1 BY 1
                UNTIL WS-UR-IDX > WS-UR-COUNT
                   OR WS-UR-USE > 0.
            IF WS-UR-USE = 0 AND WS-UR-COUNT < 300
                ADD 1 TO WS-UR-COUNT
                MOVE WS-UNIT TO WS-UR-UNIT (WS-UR-COUNT)
                MOVE WS-VAR-WK TO WS-UR-VAR (WS-UR-COUNT)
            END-IF.

        MATCH-ONE-UNRESOLVED.
            IF WS-UR-UNIT (WS-UR-IDX) = WS-UNIT
                AND WS-UR-VAR (WS-UR-IDX) = WS-VAR-WK
                MOVE WS-UR-IDX TO WS-UR-USE
            END-IF.

      *****************************************************************
      * EVENTS IN A PROGRAM ARE ITS OWN; EVENTS IN A COPYBOOK ARE
      * CHARGED TO EVERY PROGRAM COPYING IT (AND ONE LEVEL FURTHER,
      * FOR A COPYBOOK COPIED BY ANOTHER COPYBOOK).
      *****************************************************************
        CHARGE-EVENTS-TO-PROGRAMS.
            PERFORM CHARGE-ONE-EVENT
                VARYING WS-EV-IDX FROM 1 BY 1
                UNTIL WS-EV-IDX > WS-EV-COUNT.

        CHARGE-ONE-EVENT.
            IF WS-FILTER = SPACES
                OR WS-FILTER = WS-EV-DSN (WS-EV-IDX)
                MOVE WS-EV-UNIT (WS-EV-IDX) TO WS-PGM-WK
                PERFORM FIND-UNIT
                IF WS-UN-USE > 0
                    IF WS-UN-TYPE (WS-UN-USE) = 'P'
                        MOVE WS-EV-UNIT (WS-EV-IDX) TO WS-RP-PGM-WK
                        MOVE WS-EV-VIA (WS-EV-IDX) TO WS-RP-VIA-WK
                        PERFORM ADD-REPORT-ROW
                    ELSE
                        PERFORM CHARGE-TO-COPIERS
                            VARYING WS-CR-IDX FROM 1 BY 1
                            UNTIL WS-CR-IDX > WS-CR-COUNT
                    END-IF
                END-IF
            END-IF.

        CHARGE-TO-COPIERS.
            IF WS-CR-MEMBER (WS-CR-IDX) = WS-EV-UNIT (WS-EV-IDX)
                MOVE WS-CR-UNIT (WS-CR-IDX) TO WS-PGM-WK
                PERFORM FIND-UNIT
                IF WS-UN-USE > 0
                    IF WS-UN-TYPE (WS-UN-USE) = 'P'
                        MOVE WS-CR-UNIT (WS-CR-IDX) TO WS-RP-PGM-WK
                        MOVE WS-EV-UNIT (WS-EV-IDX) TO WS-RP-VIA-WK
                        PERFORM ADD-REPORT-ROW
                    ELSE
                        PERFORM CHARGE-TO-SECOND-COPIERS
                            VARYING WS-CR2-IDX FROM 1 BY 1
                            UNTIL WS-CR2-IDX > WS-CR-COUNT
                    END-IF
                END-IF
            END-IF.

        CHARGE-TO-SECOND-COPIERS.
            IF WS-CR-MEMBER (WS-CR2-IDX) = WS-CR-UNIT (WS-CR-IDX)
                MOVE WS-CR-UNIT (WS-CR2-IDX) TO WS-RP-PGM-WK
                MOVE WS-EV-UNIT (WS-EV-IDX) TO WS-RP-VIA-WK
                PERFORM ADD-REPORT-ROW
            END-IF.

      * FIND OR INSERT THE ROW IN KEY ORDER, THEN SET THE MODE FLAG.
        ADD-REPORT-ROW.
            MOVE WS-EV-DSN (WS-EV-IDX) TO WS-RP-DSN-WK.
            MOVE 0 TO WS-RP-USE.
            PERFORM LOCATE-REPORT-ROW
                VARYING WS-RP-IDX FROM 1 BY 1
                UNTIL WS-RP-IDX > WS-RP-COUNT
                   OR WS-RP-USE > 0.
            IF WS-RP-USE = 0
                MOVE WS-RP-COUNT TO WS-RP-USE
                ADD 1 TO WS-RP-USE
            END-IF.
            IF WS-RP-USE > WS-RP-COUNT
                OR WS-RP-KEY (WS-RP-USE) NOT = WS-RP-KEY-WK
                IF WS-RP-COUNT < WS-RP-MAX
                    PERFORM SHIFT-ONE-ROW-DOWN
                        VARYING WS-RP-IDX FROM WS-RP-COUNT BY -1
                        UNTIL WS-RP-IDX < WS-RP-USE
                    ADD 1 TO WS-RP-COUNT
                    MOVE WS-RP-KEY-WK TO WS-RP-KEY (WS-RP-USE)
                    MOVE SPACES TO WS-RP-FLAGS (WS-RP-USE)
                ELSE
                    ADD 1 TO WS-OVERFLOW
                    MOVE 0 TO WS-RP-USE
                END-IF
            END-IF.
            IF WS-RP-USE > 0
                EVALUATE WS-EV-MODE (WS-EV-IDX)
                WHEN 'R'
                    MOVE 1 TO WS-FLAG-POS
                WHEN 'W'
                    MOVE 2 TO WS-FLAG-POS
                WHEN 'A'
                    MOVE 3 TO WS-FLAG-POS
                WHEN 'U'
                    MOVE 4 TO WS-FLAG-POS
                WHEN OTHER
                    MOVE 5 TO WS-FLAG-POS
                END-EVALUATE
                MOVE 'X' TO WS-RP-FLAGS (WS-RP-USE) (WS-FLAG-POS:1)
            END-IF.

      * THE FIRST ROW WHOSE KEY IS NOT BELOW THE NEW KEY.
        LOCATE-REPORT-ROW.
            IF WS-RP-KEY (WS-RP-IDX) NOT < WS-RP-KEY-WK
                MOVE WS-RP-IDX TO WS-RP-USE
            END-IF.

        SHIFT-ONE-ROW-DOWN.
            MOVE WS-RP-ENTRY (WS-RP-IDX) TO WS-RP-ENTRY (WS-RP-IDX + 1).

      *****************************************************************
      * THE REPORT.
      *****************************************************************
        PRINT-LINEAGE.
            MOVE SPACES TO DXRPT-REC.
            WRITE DXRPT-REC.
            MOVE SPACES TO DXRPT-REC.
            MOVE 'DATASET   PROGRAM   READ WRITE APPEND UPDATE DELETE
      -         '  VIA' TO DXRPT-REC.
            WRITE DXRPT-REC.
            MOVE SPACES TO WS-RP-LAST-DSN.
            PERFORM PRINT-ONE-ROW
                VARYING WS-RP-IDX FROM 1 BY 1
                UNTIL WS-RP-IDX > WS-RP-COUNT.

        PRINT-ONE-ROW.
            MOVE SPACES TO DXRPT-REC.
            IF WS-RP-DSN (WS-RP-IDX) NOT = WS-RP-LAST-DSN
                ADD 1 TO WS-RP-DSN-COUNT
                MOVE WS-RP-DSN (WS-RP-IDX) TO WS-RP-LAST-DSN
                WRITE DXRPT-REC
                MOVE WS-RP-DSN (WS-RP-IDX) TO DXRPT-REC (1:8)
            END-IF.
            MOVE WS-RP-PGM (WS-RP-IDX) TO DXRPT-REC (11:8).
            MOVE WS-RP-FLAGS (WS-RP-IDX) (1:1) TO DXRPT-REC (22:1).
            MOVE WS-RP-FLAGS (WS-RP-IDX) (2:1) TO DXRPT-REC (27:1).
            MOVE WS-RP-FLAGS (WS-RP-IDX) (3:1) TO DXRPT-REC (34:1).
            MOVE WS-RP-FLAGS (WS-RP-IDX) (4:1) TO DXRPT-REC (41:1).
            MOVE WS-RP-FLAGS (WS-RP-IDX) (5:1) TO DXRPT-REC (48:1).
            MOVE WS-RP-VIA (WS-RP-IDX) TO DXRPT-REC (54:8).
            WRITE DXRPT-REC.

        PRINT-UNRESOLVED.
            IF WS-UR-COUNT > 0
                MOVE SPACES TO DXRPT-REC
                WRITE DXRPT-REC
                MOVE 'CBL_ NAME FIELDS SET AT RUN TIME - CHECK BY HAND'
                  TO DXRPT-REC
                WRITE DXRPT-REC
                PERFORM PRINT-ONE-UNRESOLVED
                    VARYING WS-UR-IDX FROM 1 BY 1
                    UNTIL WS-UR-IDX > WS-UR-COUNT
            END-IF.

        PRINT-ONE-UNRESOLVED.
            MOVE SPACES TO DXRPT-REC.
            MOVE WS-UR-UNIT (WS-UR-IDX) TO DXRPT-REC (11:8).
            MOVE WS-UR-VAR (WS-UR-IDX) TO DXRPT-REC (22:30).
            WRITE DXRPT-REC.

        WRITE-SUMMARY.
            MOVE SPACES TO DXRPT-REC.
            WRITE DXRPT-REC.
            MOVE WS-RP-DSN-COUNT TO WS-CNT-ED.
            MOVE SPACES TO DXRPT-REC.
            STRING 'DATASETS = ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO DXRPT-REC.
            MOVE WS-RP-COUNT TO WS-CNT-ED.
            STRING '  PROGRAM ROWS = ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO DXRPT-REC (17:30).
            WRITE DXRPT-REC.
            IF WS-OVERFLOW > 0
                MOVE SPACES TO DXRPT-REC
                MOVE '** A TABLE FILLED - REPORT IS INCOMPLETE **'
                  TO DXRPT-REC
                WRITE DXRPT-REC
            END-IF.
