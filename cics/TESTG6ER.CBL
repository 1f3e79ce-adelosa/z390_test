      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * WEEKLY KEYING-QUALITY REPORT.  READS THE G6ERRLOG SCREEN
      * VALIDATION-ERROR STREAM (SEE G6ERRLOG.CPY) AND PRINTS TO
      * G6ERRPT, MOST FREQUENT FIRST:
      *
      *   - ERRORS BY SCREEN FIELD - WHICH FIELDS TRIP OPERATORS UP,
      *   - ERRORS BY OPERATOR - WHO NEEDS THE REFRESHER,
      *   - ERRORS BY OPERATOR AND FIELD - WHAT TO REFRESH THEM ON.
      *
      * THE PERIOD IS THE SEVEN DAYS ENDING YESTERDAY UNLESS THE
      * G6ERPARM CARD SAYS OTHERWISE (COLS 1-8 FROM YYYYMMDD, COLS
      * 10-17 TO YYYYMMDD, BOTH INCLUSIVE).
      *
        PROGRAM-ID. TESTG6ER.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6ERPARM ASSIGN TO G6ERPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT ERRLOG ASSIGN TO G6ERRLOG
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6ERRPT ASSIGN TO G6ERRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6ERPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6ERPARM-REC.
            02  ER-FROM-DATE        PIC X(8).
            02  FILLER              PIC X(1).
            02  ER-TO-DATE          PIC X(8).
            02  FILLER              PIC X(63).

        FD  ERRLOG
            RECORD CONTAINS 45 CHARACTERS.
        COPY G6ERRLOG.

        FD  G6ERRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6ERRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-IN-COUNT         PIC 9(7) VALUE 0.
        01  WS-PERIOD-COUNT     PIC 9(7) VALUE 0.
        01  WS-TODAY            PIC 9(8).
        01  WS-DATE-INT         PIC 9(8) COMP.
        01  WS-FROM-DATE        PIC 9(8).
        01  WS-TO-DATE          PIC 9(8).

      * TALLY TABLES - ONE ROW PER SCREEN/FIELD, PER OPERATOR, AND
      * PER OPERATOR/SCREEN/FIELD.  A ROW PAST A TABLE LIMIT IS
      * COUNTED AS OVERFLOW AND REPORTED, NOT DROPPED SILENTLY.
        01  WS-FL-MAX           PIC 9(3) COMP VALUE 200.
        01  WS-FL-COUNT         PIC 9(3) COMP VALUE 0.
        01  WS-FL-TABLE.
            02  WS-FL-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-FL-IDX.
                03  WS-FL-SCREEN    PIC X(4).
                03  WS-FL-FIELD     PIC X(8).
                03  WS-FL-ERRORS    PIC 9(7).
                03  WS-FL-PRINTED   PIC X(1).
        01  WS-OP-MAX           PIC 9(3) COMP VALUE 200.
        01  WS-OP-COUNT         PIC 9(3) COMP VALUE 0.
        01  WS-OP-TABLE.
            02  WS-OP-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-OP-IDX.
                03  WS-OP-ID        PIC X(3).
                03  WS-OP-ERRORS    PIC 9(7).
                03  WS-OP-PRINTED   PIC X(1).
        01  WS-OF-MAX           PIC 9(4) COMP VALUE 1000.
        01  WS-OF-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-OF-TABLE.
            02  WS-OF-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-OF-IDX.
                03  WS-OF-OPID      PIC X(3).
                03  WS-OF-SCREEN    PIC X(4).
                03  WS-OF-FIELD     PIC X(8).
                03  WS-OF-ERRORS    PIC 9(7).
                03  WS-OF-PRINTED   PIC X(1).
        01  WS-OVERFLOW         PIC 9(7) VALUE 0.
        01  WS-FOUND            PIC X(1).

      * RANKING WORK - EACH PASS PRINTS THE BUSIEST ROW NOT YET
      * PRINTED.
        01  WS-RANK             PIC 9(4) COMP.
        01  WS-BEST-USE         PIC 9(4) COMP.
        01  WS-BEST-ERRORS      PIC 9(7).
        01  WS-I                PIC 9(4) COMP.
        01  WS-ED-RANK          PIC Z(3)9.
        01  WS-ED-ERRORS        PIC Z(6)9.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-PARM-CARD.
            PERFORM OPEN-FILES.
            PERFORM READ-ERRLOG.
            PERFORM TALLY-ONE-EVENT UNTIL WS-EOF.
            PERFORM REPORT-BY-FIELD.
            PERFORM REPORT-BY-OPERATOR.
            PERFORM REPORT-BY-OPERATOR-FIELD.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6ER EVENTS READ   =' WS-IN-COUNT.
            DISPLAY 'TESTG6ER IN PERIOD     =' WS-PERIOD-COUNT.
            DISPLAY 'TESTG6ER FIELDS        =' WS-FL-COUNT.
            DISPLAY 'TESTG6ER OPERATORS     =' WS-OP-COUNT.
            STOP RUN.

        LOAD-PARM-CARD.
            OPEN INPUT G6ERPARM.
            READ G6ERPARM
                AT END
                    MOVE SPACES TO G6ERPARM-REC
            END-READ.
            CLOSE G6ERPARM.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY) - 1.
            COMPUTE WS-TO-DATE =
                FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
            SUBTRACT 6 FROM WS-DATE-INT.
            COMPUTE WS-FROM-DATE =
                FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
            IF ER-FROM-DATE IS NUMERIC
                MOVE ER-FROM-DATE TO WS-FROM-DATE
            END-IF.
            IF ER-TO-DATE IS NUMERIC
                MOVE ER-TO-DATE TO WS-TO-DATE
            END-IF.

        OPEN-FILES.
            OPEN INPUT ERRLOG.
            OPEN OUTPUT G6ERRPT.
            MOVE SPACES TO G6ERRPT-REC.
            STRING 'SCREEN KEYING-QUALITY REPORT ' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' THRU ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
              INTO G6ERRPT-REC.
            WRITE G6ERRPT-REC.

        CLOSE-FILES.
            CLOSE ERRLOG G6ERRPT.

        READ-ERRLOG.
            READ ERRLOG
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        TALLY-ONE-EVENT.
            ADD 1 TO WS-IN-COUNT.
            IF ERRL-DATE IS NUMERIC
                AND ERRL-DATE NOT < WS-FROM-DATE
                AND ERRL-DATE NOT > WS-TO-DATE
                ADD 1 TO WS-PERIOD-COUNT
                PERFORM TALLY-FIELD
                PERFORM TALLY-OPERATOR
                PERFORM TALLY-OPERATOR-FIELD
            END-IF.
            PERFORM READ-ERRLOG.

        TALLY-FIELD.
            MOVE 'N' TO WS-FOUND.
            IF WS-FL-COUNT > 0
                SET WS-FL-IDX TO 1
                SEARCH WS-FL-ENTRY
                    WHEN WS-FL-IDX > WS-FL-COUNT
                        CONTINUE
                    WHEN WS-FL-SCREEN (WS-FL-IDX) = ERRL-SCREEN
                     AND WS-FL-FIELD (WS-FL-IDX) = ERRL-FIELD
                        MOVE 'Y' TO WS-FOUND
                        ADD 1 TO WS-FL-ERRORS (WS-FL-IDX)
                END-SEARCH
            END-IF.
            IF WS-FOUND NOT = 'Y'
                IF WS-FL-COUNT < WS-FL-MAX
                    ADD 1 TO WS-FL-COUNT
                    SET WS-FL-IDX TO WS-FL-COUNT
                    MOVE ERRL-SCREEN TO WS-FL-SCREEN (WS-FL-IDX)
                    MOVE ERRL-FIELD  TO WS-FL-FIELD (WS-FL-IDX)
                    MOVE 1 TO WS-FL-ERRORS (WS-FL-IDX)
                    MOVE 'N' TO WS-FL-PRINTED (WS-FL-IDX)
                ELSE
                    ADD 1 TO WS-OVERFLOW
                END-IF
            END-IF.

        TALLY-OPERATOR.
            MOVE 'N' TO WS-FOUND.
            IF WS-OP-COUNT > 0
                SET WS-OP-IDX TO 1
                SEARCH WS-OP-ENTRY
                    WHEN WS-OP-IDX > WS-OP-COUNT
                        CONTINUE
                    WHEN WS-OP-ID (WS-OP-IDX) = ERRL-OPID
                        MOVE 'Y' TO WS-FOUND
                        ADD 1 TO WS-OP-ERRORS (WS-OP-IDX)
                END-SEARCH
            END-IF.
            IF WS-FOUND NOT = 'Y'
                IF WS-OP-COUNT < WS-OP-MAX
                    ADD 1 TO WS-OP-COUNT
                    SET WS-OP-IDX TO WS-OP-COUNT
                    MOVE ERRL-OPID TO WS-OP-ID (WS-OP-IDX)
                    MOVE 1 TO WS-OP-ERRORS (WS-OP-IDX)
                    MOVE 'N' TO WS-OP-PRINTED (WS-OP-IDX)
                ELSE
                    ADD 1 TO WS-OVERFLOW
                END-IF
            END-IF.

        TALLY-OPERATOR-FIELD.
            MOVE 'N' TO WS-FOUND.
            IF WS-OF-COUNT > 0
                SET WS-OF-IDX TO 1
                SEARCH WS-OF-ENTRY
                    WHEN WS-OF-IDX > WS-OF-COUNT
                        CONTINUE
                    WHEN WS-OF-OPID (WS-OF-IDX) = ERRL-OPID
                     AND WS-OF-SCREEN (WS-OF-IDX) = ERRL-SCREEN
                     AND WS-OF-FIELD (WS-OF-IDX) = ERRL-FIELD
                        MOVE 'Y' TO WS-FOUND
                        ADD 1 TO WS-OF-ERRORS (WS-OF-IDX)
                END-SEARCH
            END-IF.
            IF WS-FOUND NOT = 'Y'
                IF WS-OF-COUNT < WS-OF-MAX
                    ADD 1 TO WS-OF-COUNT
                    SET WS-OF-IDX TO WS-OF-COUNT
                    MOVE ERRL-OPID   TO WS-OF-OPID (WS-OF-IDX)
                    MOVE ERRL-SCREEN TO WS-OF-SCREEN (WS-OF-IDX)
                    MOVE ERRL-FIELD  TO WS-OF-FIELD (WS-OF-IDX)
                    MOVE 1 TO WS-OF-ERRORS (WS-OF-IDX)
                    MOVE 'N' TO WS-OF-PRINTED (WS-OF-IDX)
                ELSE
                    ADD 1 TO WS-OVERFLOW
                END-IF
            END-IF.

      * ---- ERRORS BY SCREEN FIELD, BUSIEST FIRST ----
        REPORT-BY-FIELD.
            MOVE SPACES TO G6ERRPT-REC.
            WRITE G6ERRPT-REC.
            MOVE 'ERRORS BY SCREEN FIELD' TO G6ERRPT-REC.
            WRITE G6ERRPT-REC.
            PERFORM PRINT-NEXT-FIELD
                VARYING WS-RANK FROM 1 BY 1
                UNTIL WS-RANK > WS-FL-COUNT.

        PRINT-NEXT-FIELD.
            MOVE 0 TO WS-BEST-USE.
            MOVE 0 TO WS-BEST-ERRORS.
            PERFORM PICK-BUSIEST-FIELD
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-FL-COUNT.
            SET WS-FL-IDX TO WS-BEST-USE.
            MOVE 'Y' TO WS-FL-PRINTED (WS-FL-IDX).
            MOVE WS-RANK TO WS-ED-RANK.
            MOVE WS-FL-ERRORS (WS-FL-IDX) TO WS-ED-ERRORS.
            MOVE SPACES TO G6ERRPT-REC.
            STRING WS-ED-RANK DELIMITED BY SIZE
                   '  SCREEN ' DELIMITED BY SIZE
                   WS-FL-SCREEN (WS-FL-IDX) DELIMITED BY SIZE
                   '  FIELD ' DELIMITED BY SIZE
                   WS-FL-FIELD (WS-FL-IDX) DELIMITED BY SIZE
                   '  ERRORS ' DELIMITED BY SIZE
                   WS-ED-ERRORS DELIMITED BY SIZE
              INTO G6ERRPT-REC.
            WRITE G6ERRPT-REC.

        PICK-BUSIEST-FIELD.
            IF WS-FL-PRINTED (WS-I) = 'N'
                AND (WS-BEST-USE = 0
                     OR WS-FL-ERRORS (WS-I) > WS-BEST-ERRORS)
                MOVE WS-I TO WS-BEST-USE
                MOVE WS-FL-ERRORS (WS-I) TO WS-BEST-ERRORS
            END-IF.

      * ---- ERRORS BY OPERATOR, BUSIEST FIRST ----
        REPORT-BY-OPERATOR.
            MOVE SPACES TO G6ERRPT-REC.
            WRITE G6ERRPT-REC.
            MOVE 'ERRORS BY OPERATOR' TO G6ERRPT-REC.
            WRITE G6ERRPT-REC.
            PERFORM PRINT-NEXT-OPERATOR
                VARYING WS-RANK FROM 1 BY 1
                UNTIL WS-RANK > WS-OP-COUNT.

        PRINT-NEXT-OPERATOR.
            MOVE 0 TO WS-BEST-USE.
            MOVE 0 TO WS-BEST-ERRORS.
            PERFORM PICK-BUSIEST-OPERATOR
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-OP-COUNT.
            SET WS-OP-IDX TO WS-BEST-USE.
            MOVE 'Y' TO WS-OP-PRINTED (WS-OP-IDX).
            MOVE WS-RANK TO WS-ED-RANK.
            MOVE WS-OP-ERRORS (WS-OP-IDX) TO WS-ED-ERRORS.
            MOVE SPACES TO G6ERRPT-REC.
            STRING WS-ED-RANK DELIMITED BY SIZE
                   '  OPERATOR ' DELIMITED BY SIZE
                   WS-OP-ID (WS-OP-IDX) DELIMITED BY SIZE
                   '  ERRORS ' DELIMITED BY SIZE
                   WS-ED-ERRORS DELIMITED BY SIZE
              INTO G6ERRPT-REC.
            WRITE G6ERRPT-REC.

        PICK-BUSIEST-OPERATOR.
            IF WS-OP-PRINTED (WS-I) = 'N'
                AND (WS-BEST-USE = 0
                     OR WS-OP-ERRORS (WS-I) > WS-BEST-ERRORS)
                MOVE WS-I TO WS-BEST-USE
                MOVE WS-OP-ERRORS (WS-I) TO WS-BEST-ERRORS
            END-IF.

      * ---- ERRORS BY OPERATOR AND FIELD, BUSIEST FIRST ----
        REPORT-BY-OPERATOR-FIELD.
            MOVE SPACES TO G6ERRPT-REC.
            WRITE G6ERRPT-REC.
            MOVE 'ERRORS BY OPERATOR AND FIELD' TO G6ERRPT-REC.
            WRITE G6ERRPT-REC.
            PERFORM PRINT-NEXT-OPERATOR-FIELD
                VARYING WS-RANK FROM 1 BY 1
                UNTIL WS-RANK > WS-OF-COUNT.

        PRINT-NEXT-OPERATOR-FIELD.
            MOVE 0 TO WS-BEST-USE.
            MOVE 0 TO WS-BEST-ERRORS.
            PERFORM PICK-BUSIEST-OPERATOR-FIELD
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-OF-COUNT.
            SET WS-OF-IDX TO WS-BEST-USE.
            MOVE 'Y' TO WS-OF-PRINTED (WS-OF-IDX).
            MOVE WS-RANK TO WS-ED-RANK.
            MOVE WS-OF-ERRORS (WS-OF-IDX) TO WS-ED-ERRORS.
            MOVE SPACES TO G6ERRPT-REC.
            STRING WS-ED-RANK DELIMITED BY SIZE
                   '  OPERATOR ' DELIMITED BY SIZE
                   WS-OF-OPID (WS-OF-IDX) DELIMITED BY SIZE
                   '  SCREEN ' DELIMITED BY SIZE
                   WS-OF-SCREEN (WS-OF-IDX) DELIMITED BY SIZE
                   '  FIELD ' DELIMITED BY SIZE
                   WS-OF-FIELD (WS-OF-IDX) DELIMITED BY SIZE
                   '  ERRORS ' DELIMITED BY SIZE
                   WS-ED-ERRORS DELIMITED BY SIZE
              INTO G6ERRPT-REC.
            WRITE G6ERRPT-REC.

        PICK-BUSIEST-OPERATOR-FIELD.
            IF WS-OF-PRINTED (WS-I) = 'N'
                AND (WS-BEST-USE = 0
                     OR WS-OF-ERRORS (WS-I) > WS-BEST-ERRORS)
                MOVE WS-I TO WS-BEST-USE
                MOVE WS-OF-ERRORS (WS-I) TO WS-BEST-ERRORS
            END-IF.

        WRITE-SUMMARY.
            MOVE SPACES TO G6ERRPT-REC.
            WRITE G6ERRPT-REC.
            MOVE SPACES TO G6ERRPT-REC.
            STRING 'EVENTS READ = ' DELIMITED BY SIZE
                   WS-IN-COUNT DELIMITED BY SIZE
                   '  IN PERIOD = ' DELIMITED BY SIZE
                   WS-PERIOD-COUNT DELIMITED BY SIZE
              INTO G6ERRPT-REC.
            WRITE G6ERRPT-REC.
            IF WS-OVERFLOW > 0
                MOVE SPACES TO G6ERRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-OVERFLOW DELIMITED BY SIZE
                       ' TALLIES PAST A TABLE LIMIT WERE NOT RANKED **'
                           DELIMITED BY SIZE
                  INTO G6ERRPT-REC
                WRITE G6ERRPT-REC
            END-IF.
