      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * UNCHECKED-RESP SCANNER.  SCANS A CONCATENATION OF SHOP CICS
      * SOURCE (RSSCAN) FOR EXEC CICS COMMANDS WHOSE OUTCOME IS NEVER
      * LOOKED AT - THE READ/REWRITE/WRITEQ THAT SETS ITS RESP FIELD
      * AND THEN CARRIES ON WITH AN EMPTY RECORD, WHICH IS WHERE MOST
      * OF WHAT REACHES BEC5 STARTS.  LISTED:
      *
      *   A COMMAND WITH RESP(FIELD) WHERE FIELD IS NOT TESTED
      *   AGAINST A DFHRESP CONDITION (IF ... DFHRESP(...), OR AN
      *   EVALUATE OF THE FIELD) BEFORE THE NEXT EXEC CICS OR THE
      *   END OF THE PARAGRAPH
      *   A COMMAND WITH NO RESP AND NO NOHANDLE, IN A PROGRAM WITH
      *   NO EXEC CICS HANDLE CONDITION AHEAD OF IT (RETURN, HANDLE,
      *   IGNORE, PUSH, POP, ADDRESS, ASSIGN, ASKTIME, FORMATTIME AND
      *   ABEND CANNOT USEFULLY FAIL AND ARE LEFT OUT)
      *   A DFHRESP(NAME) THAT IS NOT A CONDITION IN ZC_DFHRESP
      *
      * THE CONDITION NAMES AND CODES ARE READ FROM THE ZCOBOL
      * ZC_DFHRESP TABLE ITSELF (RSTBL), SO A CONDITION ADDED THERE IS
      * KNOWN HERE WITHOUT A CHANGE, AND THE CLOSING SECTION COUNTS
      * THE TESTS MADE FOR EACH CONDITION IN THAT TABLE'S TERMS.
      *
      * PROGRAMS ARE FOUND BY PROGRAM-ID, PROCEDURE COPYBOOKS BY THEIR
      * "NAME.CPY - " BANNER, AS IN DSNXREF.  LINE NUMBERS ARE WITHIN
      * THE MEMBER.  LIKE DEADSCAN THIS READS LINES, NOT A FULL PARSE
      * - A WORK LIST FOR A HUMAN.
      *
        PROGRAM-ID. RESPSCAN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RSTBL  ASSIGN TO RSTBL
                ORGANIZATION IS SEQUENTIAL.
            SELECT RSSCAN ASSIGN TO RSSCAN
                ORGANIZATION IS SEQUENTIAL.
            SELECT RSRPT  ASSIGN TO RSRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  RSTBL
            RECORD CONTAINS 80 CHARACTERS.
        01  RSTBL-REC               PIC X(80).

        FD  RSSCAN
            RECORD CONTAINS 80 CHARACTERS.
        01  RSSCAN-REC              PIC X(80).

        FD  RSRPT
            RECORD CONTAINS 120 CHARACTERS.
        01  RSRPT-REC               PIC X(120).

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW            PIC X(1) VALUE 'N'.
            88  WS-EOF              VALUE 'Y'.
        01  WS-WORK              PIC X(80).
        01  WS-WORD-1            PIC X(30).
        01  WS-WORD-2            PIC X(30).
        01  WS-PGM-WK            PIC X(30).
        01  WS-SCAN-COUNT        PIC 9(7) VALUE 0.
        01  WS-FILE-START        PIC 9(7) VALUE 0.
        01  WS-LINE-NO           PIC 9(5).
        01  WS-TALLY             PIC 9(3) VALUE 0.
        01  WS-LEN               PIC 9(2).
        01  WS-PTR               PIC 9(3) COMP.
        01  WS-CNT-ED            PIC Z(4)9.

      * THE MEMBER BEING READ, ITS CURRENT PARAGRAPH, AND WHETHER A
      * HANDLE CONDITION HAS BEEN ISSUED IN IT SO FAR.
        01  WS-UNIT              PIC X(8) VALUE SPACES.
        01  WS-PARA              PIC X(30) VALUE SPACES.
        01  WS-PROC-SW           PIC X(1) VALUE 'N'.
            88  WS-IN-PROCEDURE     VALUE 'Y'.
        01  WS-HANDLE-SW         PIC X(1) VALUE 'N'.
            88  WS-HANDLE-ON        VALUE 'Y'.

      * LINE TOKENS.
        01  WS-TOKENS.
            02  WS-TOKEN OCCURS 16 TIMES PIC X(30).
        01  WS-TOK-IDX           PIC 9(2) COMP.
        01  WS-TOK-COUNT         PIC 9(2) COMP.
        01  WS-TK                PIC X(30).

      * THE EXEC CICS COMMAND BEING READ.
        01  WS-EXEC-SW           PIC X(1) VALUE 'N'.
            88  WS-IN-EXEC          VALUE 'Y'.
        01  WS-EXEC-STEP         PIC 9(1).
        01  WS-CMD-VERB          PIC X(10).
        01  WS-CMD-LINE          PIC 9(5).
        01  WS-CMD-RESP          PIC X(30).
        01  WS-CMD-NOHANDLE      PIC X(1).
        01  WS-CMD-HANDLE-COND   PIC X(1).

      * A COMMAND WHOSE RESP FIELD HAS NOT BEEN TESTED YET.
        01  WS-PEND-SW           PIC X(1) VALUE 'N'.
            88  WS-PENDING          VALUE 'Y'.
        01  WS-PEND-VERB         PIC X(10).
        01  WS-PEND-LINE         PIC 9(5).
        01  WS-PEND-PARA         PIC X(30).
        01  WS-PEND-RESP         PIC X(30).
        01  WS-PEND-LEN          PIC 9(2).

      * CONDITION NAMES AND CODES FROM ZC_DFHRESP, WITH THE NUMBER
      * OF TESTS SEEN FOR EACH.
        01  WS-RN-MAX            PIC 9(3) COMP VALUE 150.
        01  WS-RN-COUNT          PIC 9(3) COMP VALUE 0.
        01  WS-RN-TABLE.
            02  WS-RN-ENTRY OCCURS 150 TIMES.
                03  WS-RN-NAME      PIC X(14).
                03  WS-RN-CODE      PIC X(4).
                03  WS-RN-TESTS     PIC 9(5) COMP.
        01  WS-RN-IDX            PIC 9(3) COMP.
        01  WS-RN-USE            PIC 9(3) COMP.
        01  WS-RN-NAME-WK        PIC X(30).
        01  WS-RN-CODE-WK        PIC X(30).

        01  WS-CMD-COUNT         PIC 9(5) VALUE 0.
        01  WS-UNTESTED-COUNT    PIC 9(5) VALUE 0.
        01  WS-NORESP-COUNT      PIC 9(5) VALUE 0.
        01  WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.
        01  WS-FINDING           PIC X(40).

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM OPEN-FILES.
            PERFORM LOAD-RESP-NAMES.
            PERFORM READ-RSSCAN.
            PERFORM CHECK-ONE-LINE UNTIL WS-EOF.
            PERFORM END-OF-UNIT.
            PERFORM WRITE-CONDITION-COUNTS.
            PERFORM CLOSE-FILES.
            DISPLAY 'RESPSCAN LINES SCANNED     =' WS-SCAN-COUNT.
            DISPLAY 'RESPSCAN EXEC CICS COMMANDS=' WS-CMD-COUNT.
            DISPLAY 'RESPSCAN RESP NOT TESTED   =' WS-UNTESTED-COUNT.
            DISPLAY 'RESPSCAN NO RESP OR HANDLE =' WS-NORESP-COUNT.
            DISPLAY 'RESPSCAN UNKNOWN DFHRESP   =' WS-UNKNOWN-COUNT.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT RSTBL INPUT RSSCAN OUTPUT RSRPT.
            MOVE SPACES TO RSRPT-REC.
            STRING 'UNCHECKED EXEC CICS RESPONSE SCAN REPORT'
                DELIMITED BY SIZE
              INTO RSRPT-REC.
            WRITE RSRPT-REC.
            MOVE SPACES TO RSRPT-REC.
            WRITE RSRPT-REC.
            MOVE 'MEMBER    LINE   PARAGRAPH                      COMMAN
      -         'D    RESP FIELD           FINDING' TO RSRPT-REC.
            WRITE RSRPT-REC.

        CLOSE-FILES.
            CLOSE RSTBL RSSCAN RSRPT.

      *****************************************************************
      * ZC_DFHRESP CARRIES ONE ":&DFHRESP_NAME  SETC 'CODE'" LINE PER
      * CONDITION.  ANYTHING ELSE IN IT IS SKIPPED.
      *****************************************************************
        LOAD-RESP-NAMES.
            PERFORM READ-RSTBL.
            PERFORM LOAD-ONE-RESP-LINE UNTIL WS-EOF.
            MOVE 'N' TO WS-EOF-SW.

        READ-RSTBL.
            READ RSTBL
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        LOAD-ONE-RESP-LINE.
            MOVE FUNCTION UPPER-CASE (RSTBL-REC) TO WS-WORK.
            MOVE 0 TO WS-TALLY.
            INSPECT WS-WORK TALLYING WS-TALLY FOR ALL ':&DFHRESP_'.
            IF WS-TALLY NOT = 0 AND WS-RN-COUNT < WS-RN-MAX
                UNSTRING WS-WORK DELIMITED BY ':&DFHRESP_'
                    INTO WS-WORD-1 WS-WORD-2
                MOVE SPACES TO WS-RN-NAME-WK WS-WORD-1 WS-RN-CODE-WK
                UNSTRING WS-WORD-2 DELIMITED BY ALL SPACE
                    INTO WS-RN-NAME-WK WS-WORD-1
                UNSTRING WS-WORK DELIMITED BY ''''
                    INTO WS-WORD-1 WS-RN-CODE-WK
                ADD 1 TO WS-RN-COUNT
                MOVE WS-RN-NAME-WK TO WS-RN-NAME (WS-RN-COUNT)
                MOVE WS-RN-CODE-WK TO WS-RN-CODE (WS-RN-COUNT)
                MOVE 0 TO WS-RN-TESTS (WS-RN-COUNT)
            END-IF.
            PERFORM READ-RSTBL.

        READ-RSSCAN.
            READ RSSCAN
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.
            IF NOT WS-EOF
                ADD 1 TO WS-SCAN-COUNT
            END-IF.

      *****************************************************************
      * ONE SOURCE LINE.
      *****************************************************************
        CHECK-ONE-LINE.
            MOVE FUNCTION UPPER-CASE (RSSCAN-REC) TO WS-WORK.
            COMPUTE WS-LINE-NO = WS-SCAN-COUNT - WS-FILE-START.
            IF WS-WORK (7:1) = '*' OR WS-WORK (7:1) = '/'
                PERFORM CHECK-MEMBER-START
            ELSE
                PERFORM CHECK-PROGRAM-ID
                MOVE 0 TO WS-TALLY
                INSPECT WS-WORK TALLYING WS-TALLY
                    FOR ALL 'PROCEDURE DIVISION'
                IF WS-TALLY NOT = 0
                    MOVE 'Y' TO WS-PROC-SW
                    MOVE '(PROCEDURE DIVISION)' TO WS-PARA
                END-IF
                IF WS-IN-PROCEDURE
                    PERFORM SPLIT-LINE-TOKENS
                    PERFORM CHECK-PARAGRAPH-HEADER
                    IF NOT WS-IN-EXEC
                        PERFORM CHECK-LINE-FOR-TESTS
                    END-IF
                    PERFORM TAKE-ONE-TOKEN
                        VARYING WS-TOK-IDX FROM 1 BY 1
                        UNTIL WS-TOK-IDX > 16
                END-IF
            END-IF.
            PERFORM READ-RSSCAN.

      * EVERY MEMBER OPENS WITH THE COPYRIGHT BOX (PROGRAMS) OR THE
      * "NAME.CPY - " BANNER (COPYBOOKS) ON ITS SECOND LINE.
        CHECK-MEMBER-START.
            MOVE 0 TO WS-TALLY.
            INSPECT WS-WORK TALLYING WS-TALLY FOR ALL ' COPYRIGHT '.
            IF WS-TALLY NOT = 0
                COMPUTE WS-FILE-START = WS-SCAN-COUNT - 2
            END-IF.
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
                    PERFORM END-OF-UNIT
                    COMPUTE WS-FILE-START = WS-SCAN-COUNT - 2
                    UNSTRING WS-TOKEN (1) DELIMITED BY '.CPY'
                        INTO WS-UNIT
                    MOVE 'Y' TO WS-PROC-SW
                END-IF
            END-IF.

        CHECK-PROGRAM-ID.
            MOVE 0 TO WS-TALLY.
            INSPECT WS-WORK TALLYING WS-TALLY
                FOR ALL 'PROGRAM-ID.'.
            IF WS-TALLY NOT = 0
                PERFORM END-OF-UNIT
                UNSTRING WS-WORK DELIMITED BY 'PROGRAM-ID.'
                    INTO WS-WORD-1 WS-PGM-WK
                MOVE FUNCTION TRIM (WS-PGM-WK) TO WS-PGM-WK
                INSPECT WS-PGM-WK REPLACING ALL '.' BY SPACE
                MOVE WS-PGM-WK TO WS-UNIT
                MOVE 'N' TO WS-PROC-SW
            END-IF.

      * A MEMBER ENDING WITH A RESP STILL UNTESTED IS THE SAME AS A
      * PARAGRAPH ENDING WITH ONE.
        END-OF-UNIT.
            IF WS-PENDING
                MOVE 'RESP NOT TESTED BEFORE PARAGRAPH END'
                  TO WS-FINDING
                PERFORM WRITE-UNTESTED
            END-IF.
            MOVE 'N' TO WS-HANDLE-SW WS-EXEC-SW.
            MOVE SPACES TO WS-PARA.

        SPLIT-LINE-TOKENS.
            MOVE SPACES TO WS-TOKENS.
            UNSTRING WS-WORK (8:65) DELIMITED BY ALL SPACE
                INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                     WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                     WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
                     WS-TOKEN (10) WS-TOKEN (11) WS-TOKEN (12)
                     WS-TOKEN (13) WS-TOKEN (14) WS-TOKEN (15)
                     WS-TOKEN (16)
                TALLYING IN WS-TOK-COUNT.

      * A PARAGRAPH HEADER STARTS IN AREA A (COLUMNS 8-11) AND IS A
      * SINGLE NAME ENDING IN A PERIOD.
        CHECK-PARAGRAPH-HEADER.
            IF WS-WORK (8:4) NOT = SPACES
                AND WS-TOKEN (3) = SPACES
                MOVE WS-TOKEN (1) TO WS-WORD-1
                IF WS-WORD-1 = SPACES
                    MOVE WS-TOKEN (2) TO WS-WORD-1
                END-IF
                MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-WORD-1))
                  TO WS-LEN
                IF WS-WORD-1 (WS-LEN:1) = '.'
                    AND WS-WORD-1 (1:1) IS ALPHABETIC
                    IF WS-PENDING
                        MOVE 'RESP NOT TESTED BEFORE PARAGRAPH END'
                          TO WS-FINDING
                        PERFORM WRITE-UNTESTED
                    END-IF
                    MOVE SPACES TO WS-PARA
                    MOVE WS-WORD-1 (1:WS-LEN - 1) TO WS-PARA
                END-IF
            END-IF.

      * A LINE NAMING THE PENDING RESP FIELD TOGETHER WITH A DFHRESP
      * CONDITION, OR EVALUATING THE FIELD, TESTS IT.  EVERY
      * DFHRESP(NAME) ON THE LINE IS CHECKED AGAINST THE TABLE.
        CHECK-LINE-FOR-TESTS.
            MOVE 0 TO WS-TALLY.
            INSPECT WS-WORK TALLYING WS-TALLY FOR ALL 'DFHRESP('.
            IF WS-PENDING
                MOVE 0 TO WS-TOK-COUNT
                INSPECT WS-WORK TALLYING WS-TOK-COUNT
                    FOR ALL WS-PEND-RESP (1:WS-PEND-LEN)
                IF WS-TOK-COUNT NOT = 0
                    IF WS-TALLY NOT = 0
                        MOVE 'N' TO WS-PEND-SW
                    ELSE
                        MOVE 0 TO WS-TOK-COUNT
                        INSPECT WS-WORK TALLYING WS-TOK-COUNT
                            FOR ALL 'EVALUATE '
                        IF WS-TOK-COUNT NOT = 0
                            MOVE 'N' TO WS-PEND-SW
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WS-TALLY NOT = 0
                MOVE 1 TO WS-PTR
                PERFORM CHECK-ONE-DFHRESP-NAME WS-TALLY TIMES
            END-IF.

        CHECK-ONE-DFHRESP-NAME.
            MOVE SPACES TO WS-WORD-1 WS-RN-NAME-WK.
            UNSTRING WS-WORK DELIMITED BY 'DFHRESP('
                INTO WS-WORD-1
                WITH POINTER WS-PTR.
            UNSTRING WS-WORK DELIMITED BY ')'
                INTO WS-RN-NAME-WK
                WITH POINTER WS-PTR.
            MOVE 0 TO WS-RN-USE.
            PERFORM MATCH-ONE-RESP-NAME
                VARYING WS-RN-IDX FROM 1 BY 1
                UNTIL WS-RN-IDX > WS-RN-COUNT
                   OR WS-RN-USE > 0.
            IF WS-RN-USE > 0
                ADD 1 TO WS-RN-TESTS (WS-RN-USE)
            ELSE
                ADD 1 TO WS-UNKNOWN-COUNT
                MOVE SPACES TO WS-FINDING
                STRING 'DFHRESP(' DELIMITED BY SIZE
                       WS-RN-NAME-WK DELIMITED BY SPACE
                       ') NOT IN ZC_DFHRESP' DELIMITED BY SIZE
                  INTO WS-FINDING
                MOVE SPACES TO RSRPT-REC
                MOVE WS-UNIT TO RSRPT-REC (1:8)
                MOVE WS-LINE-NO TO RSRPT-REC (11:5)
                MOVE WS-PARA TO RSRPT-REC (18:30)
                MOVE WS-FINDING TO RSRPT-REC (81:40)
                WRITE RSRPT-REC
            END-IF.

        MATCH-ONE-RESP-NAME.
            IF WS-RN-NAME (WS-RN-IDX) = WS-RN-NAME-WK
                MOVE WS-RN-IDX TO WS-RN-USE
            END-IF.

      *****************************************************************
      * EXEC CICS VERB ... RESP(FIELD) ... END-EXEC, TOKEN BY TOKEN.
      *****************************************************************
        TAKE-ONE-TOKEN.
            MOVE WS-TOKEN (WS-TOK-IDX) TO WS-TK.
            IF WS-TK NOT = SPACES
                PERFORM PROCESS-ONE-TOKEN
            END-IF.

        PROCESS-ONE-TOKEN.
            EVALUATE TRUE
            WHEN WS-TK = 'EXEC'
                MOVE 'Y' TO WS-EXEC-SW
                MOVE 1 TO WS-EXEC-STEP
            WHEN NOT WS-IN-EXEC
                CONTINUE
            WHEN WS-TK (1:8) = 'END-EXEC'
                IF WS-EXEC-STEP > 2
                    PERFORM END-OF-COMMAND
                END-IF
                MOVE 'N' TO WS-EXEC-SW
            WHEN WS-EXEC-STEP = 1
                IF WS-TK = 'CICS'
                    IF WS-PENDING
                        MOVE 'RESP NOT TESTED BEFORE NEXT EXEC CICS'
                          TO WS-FINDING
                        PERFORM WRITE-UNTESTED
                    END-IF
                    MOVE 2 TO WS-EXEC-STEP
                ELSE
                    MOVE 9 TO WS-EXEC-STEP
                END-IF
            WHEN WS-EXEC-STEP = 2
                MOVE WS-TK TO WS-CMD-VERB
                MOVE WS-LINE-NO TO WS-CMD-LINE
                MOVE SPACES TO WS-CMD-RESP
                MOVE 'N' TO WS-CMD-NOHANDLE WS-CMD-HANDLE-COND
                MOVE 3 TO WS-EXEC-STEP
            WHEN WS-EXEC-STEP = 3
                IF WS-TK (1:5) = 'RESP('
                    MOVE SPACES TO WS-WORD-1
                    UNSTRING WS-TK DELIMITED BY '(' OR ')'
                        INTO WS-WORD-1 WS-CMD-RESP
                END-IF
                IF WS-TK (1:8) = 'NOHANDLE'
                    MOVE 'Y' TO WS-CMD-NOHANDLE
                END-IF
                IF WS-CMD-VERB = 'HANDLE'
                    AND WS-TK (1:9) = 'CONDITION'
                    MOVE 'Y' TO WS-CMD-HANDLE-COND
                END-IF
            WHEN OTHER
                CONTINUE
            END-EVALUATE.

        END-OF-COMMAND.
            ADD 1 TO WS-CMD-COUNT.
            EVALUATE TRUE
            WHEN WS-CMD-HANDLE-COND = 'Y'
                MOVE 'Y' TO WS-HANDLE-SW
            WHEN WS-CMD-RESP NOT = SPACES
                MOVE 'Y' TO WS-PEND-SW
                MOVE WS-CMD-VERB TO WS-PEND-VERB
                MOVE WS-CMD-LINE TO WS-PEND-LINE
                MOVE WS-PARA TO WS-PEND-PARA
                MOVE WS-CMD-RESP TO WS-PEND-RESP
                MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-PEND-RESP))
                  TO WS-PEND-LEN
            WHEN WS-CMD-NOHANDLE = 'Y'
            WHEN WS-HANDLE-ON
                CONTINUE
            WHEN WS-CMD-VERB = 'RETURN' OR 'HANDLE' OR 'IGNORE'
                              OR 'PUSH' OR 'POP' OR 'ADDRESS'
                              OR 'ASSIGN' OR 'ASKTIME'
                              OR 'FORMATTIME' OR 'ABEND'
                CONTINUE
            WHEN OTHER
                ADD 1 TO WS-NORESP-COUNT
                MOVE SPACES TO RSRPT-REC
                MOVE WS-UNIT TO RSRPT-REC (1:8)
                MOVE WS-CMD-LINE TO RSRPT-REC (11:5)
                MOVE WS-PARA TO RSRPT-REC (18:30)
                MOVE WS-CMD-VERB TO RSRPT-REC (49:10)
                MOVE 'NO RESP AND NO HANDLE CONDITION'
                  TO RSRPT-REC (81:40)
                WRITE RSRPT-REC
            END-EVALUATE.

        WRITE-UNTESTED.
            ADD 1 TO WS-UNTESTED-COUNT.
            MOVE SPACES TO RSRPT-REC.
            MOVE WS-UNIT TO RSRPT-REC (1:8).
            MOVE WS-PEND-LINE TO RSRPT-REC (11:5).
            MOVE WS-PEND-PARA TO RSRPT-REC (18:30).
            MOVE WS-PEND-VERB TO RSRPT-REC (49:10).
            MOVE WS-PEND-RESP TO RSRPT-REC (60:20).
            MOVE WS-FINDING TO RSRPT-REC (81:40).
            WRITE RSRPT-REC.
            MOVE 'N' TO WS-PEND-SW.

      *****************************************************************
      * TESTS SEEN PER ZC_DFHRESP CONDITION, IN THE TABLE'S ORDER.
      *****************************************************************
        WRITE-CONDITION-COUNTS.
            MOVE SPACES TO RSRPT-REC.
            WRITE RSRPT-REC.
            MOVE 'DFHRESP CONDITIONS TESTED (ZC_DFHRESP NAME, CODE, TEST
      -         'S)' TO RSRPT-REC.
            WRITE RSRPT-REC.
            PERFORM WRITE-ONE-CONDITION-COUNT
                VARYING WS-RN-IDX FROM 1 BY 1
                UNTIL WS-RN-IDX > WS-RN-COUNT.
            MOVE SPACES TO RSRPT-REC.
            WRITE RSRPT-REC.
            MOVE SPACES TO RSRPT-REC.
            MOVE WS-CMD-COUNT TO WS-CNT-ED.
            STRING 'COMMANDS ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO RSRPT-REC (1:14).
            MOVE WS-UNTESTED-COUNT TO WS-CNT-ED.
            STRING 'RESP NOT TESTED ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO RSRPT-REC (17:21).
            MOVE WS-NORESP-COUNT TO WS-CNT-ED.
            STRING 'NO RESP ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO RSRPT-REC (40:13).
            MOVE WS-UNKNOWN-COUNT TO WS-CNT-ED.
            STRING 'UNKNOWN DFHRESP ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO RSRPT-REC (55:21).
            WRITE RSRPT-REC.

        WRITE-ONE-CONDITION-COUNT.
            IF WS-RN-TESTS (WS-RN-IDX) > 0
                MOVE SPACES TO RSRPT-REC
                MOVE WS-RN-NAME (WS-RN-IDX) TO RSRPT-REC (3:14)
                MOVE WS-RN-CODE (WS-RN-IDX) TO RSRPT-REC (18:4)
                MOVE WS-RN-TESTS (WS-RN-IDX) TO WS-CNT-ED
                MOVE WS-CNT-ED TO RSRPT-REC (24:5)
                WRITE RSRPT-REC
            END-IF.
