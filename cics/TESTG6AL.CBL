      * VIEWING IS FAR ABOVE THEIR CHANGING - THE BROWSING PATTERN
      * THE LAST DATA-LEAK SCARE STARTED WITH.  POINT THE G6ACCLOG
      * DD AT THE PERIOD UNDER REVIEW.
      *
      * PARTNER LOOKUPS (SCREEN CODE SOAI, WRITTEN BY THE CUSTINQ
      * HANDLER) PRINT IN THE CUSTOMER SECTIONS UNDER THE PARTNER'S
      * SERVICE NAME AND ARE TOTALLED SEPARATELY - A PARTNER IS NOT
      * AN OPERATOR AND HAS NO CHANGE VOLUME TO WEIGH ITS VIEWS
      * AGAINST.
      *
        PROGRAM-ID. TESTG6AL.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        FILE SECTION.
        FD  ACCLOG
            RECORD CONTAINS 70 CHARACTERS.
        COPY G6ACCLOG.

        FD  G6ALRPT
        01  WS-OP-USE           PIC 9(3) COMP.
        01  WS-OP-ID-WK         PIC X(3).
        01  WS-VIEW-LIMIT       PIC 9(7).
        01  WS-PARTNER-VIEWS    PIC 9(7) VALUE 0.

        01  WS-AUD-NAME         PIC X(8) VALUE 'GUI6AUD'.
        01  WS-AUD-ACCESS       PIC X(1) VALUE X'03'.
            ELSE
                ADD 1 TO WS-AC-OVERFLOW
            END-IF.
            IF ACCL-SCREEN = 'SOAI'
                ADD 1 TO WS-PARTNER-VIEWS
            ELSE
                MOVE ACCL-OPID TO WS-OP-ID-WK
                PERFORM FIND-OPERATOR-ROW
                IF WS-OP-USE > 0
                    SET WS-OP-IDX TO WS-OP-USE
                    ADD 1 TO WS-OP-VIEWS (WS-OP-IDX)
                END-IF
            END-IF.
            PERFORM READ-ACCLOG.

                AND ACCL-CUST-ID = WS-RPT-CUST
                MOVE 'Y' TO WS-AC-PRINTED (WS-J)
                MOVE SPACES TO G6ALRPT-REC
                IF ACCL-SCREEN = 'SOAI'
                    STRING '  ' DELIMITED BY SIZE
                           ACCL-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ACCL-TIME DELIMITED BY SIZE
                           ' PARTNER ' DELIMITED BY SIZE
                           ACCL-PARTNER-SVC DELIMITED BY SIZE
                           ' SCREEN ' DELIMITED BY SIZE
                           ACCL-SCREEN DELIMITED BY SIZE
                      INTO G6ALRPT-REC
                ELSE
                    STRING '  ' DELIMITED BY SIZE
                           ACCL-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ACCL-TIME DELIMITED BY SIZE
                           ' OPER ' DELIMITED BY SIZE
                           ACCL-OPID DELIMITED BY SIZE
                           ' TERM ' DELIMITED BY SIZE
                           ACCL-TRMID DELIMITED BY SIZE
                           ' SCREEN ' DELIMITED BY SIZE
                           ACCL-SCREEN DELIMITED BY SIZE
                      INTO G6ALRPT-REC
                END-IF
                WRITE G6ALRPT-REC
            END-IF.

            PERFORM REPORT-ONE-OPERATOR
                VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OP-COUNT.
            MOVE SPACES TO G6ALRPT-REC.
            STRING '  PARTNER LOOKUPS (SOAI) ' DELIMITED BY SIZE
                   WS-PARTNER-VIEWS DELIMITED BY SIZE
              INTO G6ALRPT-REC.
            WRITE G6ALRPT-REC.
            IF WS-AC-OVERFLOW > 0
                MOVE SPACES TO G6ALRPT-REC
                STRING '** ' DELIMITED BY SIZE
