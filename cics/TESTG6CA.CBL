      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * WEEKLY CUSTOMER CASE AGING REPORT.  BROWSES THE G6CASE FILE
      * (SEE G6CASE.CPY) AND LISTS EVERY OPEN CAS6 CASE GROUPED BY
      * THE OPERATOR IT IS ASSIGNED TO, OLDEST FIRST (CASE NUMBERS
      * ARE ISSUED IN ORDER), WITH ITS AGE IN DAYS, THEN EVERY OPEN
      * CASE THAT HAS RUN PAST ITS TARGET DATE AND BY HOW MANY DAYS.
      * CASES CLOSED LATE ARE NOT REPEATED HERE - THE G6CSAUD TRAIL
      * HAS THEM.
      * OUTPUT ON G6CARPT FOR THE TEAM LEADERS' MONDAY REVIEW.
      *
      * RETURN CODE 4 WHEN ANY OPEN CASE IS PAST ITS TARGET DATE.
      *
        PROGRAM-ID. TESTG6CA.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASEFILE ASSIGN TO G6CASE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CASE-KEY.
            SELECT G6CARPT ASSIGN TO G6CARPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CASEFILE.
        COPY G6CASE.

        FD  G6CARPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6CARPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-TODAY-INT        PIC S9(9) COMP.
        01  WS-READ-COUNT       PIC 9(7) VALUE 0.
        01  WS-OPEN-COUNT       PIC 9(5) VALUE 0.
        01  WS-BREACH-COUNT     PIC 9(5) VALUE 0.
        01  WS-OVERFLOW         PIC 9(5) VALUE 0.
        01  WS-ASG-HOLD         PIC X(3).
        01  WS-ASG-CASES        PIC 9(5).
        01  WS-AGE-ED           PIC ZZZZ9.
        01  WS-LATE-ED          PIC ZZZZ9.

      * OPEN CASES COLLECTED FIRST SO THE REPORT CAN GROUP THEM BY
      * ASSIGNEE, THE SAME WAY TESTBMTK GROUPS ITS TICKLER.
        01  WS-CS-MAX           PIC 9(4) COMP VALUE 2000.
        01  WS-CS-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-CS-TABLE.
            02  WS-CS-ENTRY OCCURS 2000 TIMES.
                03  WS-CS-NO        PIC 9(8).
                03  WS-CS-ASSIGNEE  PIC X(3).
                03  WS-CS-CUST      PIC X(10).
                03  WS-CS-CAT       PIC X(4).
                03  WS-CS-OPENED    PIC 9(8).
                03  WS-CS-TARGET    PIC 9(8).
                03  WS-CS-AGE       PIC S9(5) COMP.
                03  WS-CS-LATE      PIC S9(5) COMP.
                03  WS-CS-SUMMARY   PIC X(30).
        01  WS-CS-IDX           PIC 9(4) COMP.
        01  WS-CS-SCAN          PIC 9(4) COMP.
        01  WS-CS-BACK          PIC 9(4) COMP.
        01  WS-ASG-SEEN         PIC X(1).

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
            OPEN INPUT CASEFILE.
            OPEN OUTPUT G6CARPT.
            MOVE SPACES TO G6CARPT-REC.
            STRING 'CUSTOMER CASE AGING AS OF ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO G6CARPT-REC.
            WRITE G6CARPT-REC.
            PERFORM START-CASE-BROWSE.
            PERFORM COLLECT-ONE-CASE UNTIL WS-EOF.
            MOVE SPACES TO G6CARPT-REC.
            WRITE G6CARPT-REC.
            MOVE 'OPEN CASES BY ASSIGNEE' TO G6CARPT-REC.
            WRITE G6CARPT-REC.
            PERFORM GROUP-ONE-ASSIGNEE
                VARYING WS-CS-IDX FROM 1 BY 1
                UNTIL WS-CS-IDX > WS-CS-COUNT.
            IF WS-CS-COUNT = 0
                MOVE '  NONE' TO G6CARPT-REC
                WRITE G6CARPT-REC
            END-IF.
            MOVE SPACES TO G6CARPT-REC.
            WRITE G6CARPT-REC.
            MOVE 'OPEN CASES PAST THEIR TARGET DATE' TO G6CARPT-REC.
            WRITE G6CARPT-REC.
            PERFORM WRITE-ONE-BREACH-LINE
                VARYING WS-CS-IDX FROM 1 BY 1
                UNTIL WS-CS-IDX > WS-CS-COUNT.
            IF WS-BREACH-COUNT = 0
                MOVE '  NONE' TO G6CARPT-REC
                WRITE G6CARPT-REC
            END-IF.
            IF WS-OVERFLOW > 0
                MOVE SPACES TO G6CARPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-OVERFLOW DELIMITED BY SIZE
                       ' OPEN CASES PAST THE TABLE LIMIT NOT LISTED **'
                           DELIMITED BY SIZE
                  INTO G6CARPT-REC
                WRITE G6CARPT-REC
            END-IF.
            MOVE SPACES TO G6CARPT-REC.
            WRITE G6CARPT-REC.
            MOVE SPACES TO G6CARPT-REC.
            STRING 'CASES READ = ' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   '  OPEN = ' DELIMITED BY SIZE
                   WS-OPEN-COUNT DELIMITED BY SIZE
                   '  PAST TARGET = ' DELIMITED BY SIZE
                   WS-BREACH-COUNT DELIMITED BY SIZE
              INTO G6CARPT-REC.
            WRITE G6CARPT-REC.
            CLOSE CASEFILE G6CARPT.
            DISPLAY 'TESTG6CA CASES READ  =' WS-READ-COUNT.
            DISPLAY 'TESTG6CA OPEN        =' WS-OPEN-COUNT.
            DISPLAY 'TESTG6CA PAST TARGET =' WS-BREACH-COUNT.
            IF WS-BREACH-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.

      * CASE NUMBER ZERO IS THE CONTROL ROW - START PAST IT.
        START-CASE-BROWSE.
            MOVE 1 TO CASE-NO.
            START CASEFILE KEY IS NOT LESS THAN CASE-KEY
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-CASE
            END-IF.

        READ-NEXT-CASE.
            READ CASEFILE NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.
            IF NOT WS-EOF
                ADD 1 TO WS-READ-COUNT
            END-IF.

      * A TARGET DATE OF ZERO NEVER BREACHES.
        COLLECT-ONE-CASE.
            IF CASE-IS-OPEN
                ADD 1 TO WS-OPEN-COUNT
                IF WS-CS-COUNT < WS-CS-MAX
                    ADD 1 TO WS-CS-COUNT
                    MOVE CASE-NO       TO WS-CS-NO (WS-CS-COUNT)
                    MOVE CASE-ASSIGNEE TO WS-CS-ASSIGNEE (WS-CS-COUNT)
                    MOVE CASE-CUST-ID  TO WS-CS-CUST (WS-CS-COUNT)
                    MOVE CASE-CAT      TO WS-CS-CAT (WS-CS-COUNT)
                    MOVE CASE-OPEN-DATE TO WS-CS-OPENED (WS-CS-COUNT)
                    MOVE CASE-TARGET-DATE
                      TO WS-CS-TARGET (WS-CS-COUNT)
                    MOVE CASE-SUMMARY  TO WS-CS-SUMMARY (WS-CS-COUNT)
                    MOVE 0 TO WS-CS-AGE (WS-CS-COUNT)
                              WS-CS-LATE (WS-CS-COUNT)
                    IF CASE-OPEN-DATE > 0
                        COMPUTE WS-CS-AGE (WS-CS-COUNT) =
                            WS-TODAY-INT -
                            FUNCTION INTEGER-OF-DATE (CASE-OPEN-DATE)
                    END-IF
                    IF CASE-TARGET-DATE > 0
                        AND CASE-TARGET-DATE < WS-TODAY
                        COMPUTE WS-CS-LATE (WS-CS-COUNT) =
                            WS-TODAY-INT -
                            FUNCTION INTEGER-OF-DATE (CASE-TARGET-DATE)
                    END-IF
                ELSE
                    ADD 1 TO WS-OVERFLOW
                END-IF
            END-IF.
            PERFORM READ-NEXT-CASE.

      * THE TABLE IS IN CASE-NUMBER ORDER, SO ONE ASSIGNEE'S CASES
      * CAN BE INTERLEAVED WITH ANOTHER'S - EACH ASSIGNEE'S GROUP
      * PRINTS ON THE ROW THAT FIRST CARRIES THE ID, AND ANY LATER
      * ROW FOR AN ASSIGNEE ALREADY SEEN IS SKIPPED.
        GROUP-ONE-ASSIGNEE.
            MOVE WS-CS-ASSIGNEE (WS-CS-IDX) TO WS-ASG-HOLD.
            MOVE 'N' TO WS-ASG-SEEN.
            PERFORM CHECK-EARLIER-ASSIGNEE
                VARYING WS-CS-BACK FROM 1 BY 1
                UNTIL WS-CS-BACK >= WS-CS-IDX.
            IF WS-ASG-SEEN NOT = 'Y'
                MOVE 0 TO WS-ASG-CASES
                MOVE SPACES TO G6CARPT-REC
                STRING 'ASSIGNEE ' DELIMITED BY SIZE
                       WS-ASG-HOLD DELIMITED BY SIZE
                  INTO G6CARPT-REC
                WRITE G6CARPT-REC
                PERFORM WRITE-ONE-OPEN-LINE
                    VARYING WS-CS-SCAN FROM 1 BY 1
                    UNTIL WS-CS-SCAN > WS-CS-COUNT
                MOVE SPACES TO G6CARPT-REC
                STRING '  OPEN CASES FOR ' DELIMITED BY SIZE
                       WS-ASG-HOLD DELIMITED BY SIZE
                       ' = ' DELIMITED BY SIZE
                       WS-ASG-CASES DELIMITED BY SIZE
                  INTO G6CARPT-REC
                WRITE G6CARPT-REC
            END-IF.

        CHECK-EARLIER-ASSIGNEE.
            IF WS-CS-ASSIGNEE (WS-CS-BACK) = WS-ASG-HOLD
                MOVE 'Y' TO WS-ASG-SEEN
            END-IF.

        WRITE-ONE-OPEN-LINE.
            IF WS-CS-ASSIGNEE (WS-CS-SCAN) = WS-ASG-HOLD
                ADD 1 TO WS-ASG-CASES
                MOVE WS-CS-AGE (WS-CS-SCAN) TO WS-AGE-ED
                MOVE SPACES TO G6CARPT-REC
                STRING '  CASE ' DELIMITED BY SIZE
                       WS-CS-NO (WS-CS-SCAN) DELIMITED BY SIZE
                       ' CUST ' DELIMITED BY SIZE
                       WS-CS-CUST (WS-CS-SCAN) DELIMITED BY SIZE
                       ' CAT ' DELIMITED BY SIZE
                       WS-CS-CAT (WS-CS-SCAN) DELIMITED BY SIZE
                       ' OPENED ' DELIMITED BY SIZE
                       WS-CS-OPENED (WS-CS-SCAN) DELIMITED BY SIZE
                       ' AGE ' DELIMITED BY SIZE
                       WS-AGE-ED DELIMITED BY SIZE
                       ' TARGET ' DELIMITED BY SIZE
                       WS-CS-TARGET (WS-CS-SCAN) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-CS-SUMMARY (WS-CS-SCAN) DELIMITED BY SIZE
                  INTO G6CARPT-REC
                IF WS-CS-LATE (WS-CS-SCAN) > 0
                    MOVE '*LATE' TO G6CARPT-REC (127:5)
                END-IF
                WRITE G6CARPT-REC
            END-IF.

        WRITE-ONE-BREACH-LINE.
            IF WS-CS-LATE (WS-CS-IDX) > 0
                ADD 1 TO WS-BREACH-COUNT
                MOVE WS-CS-LATE (WS-CS-IDX) TO WS-LATE-ED
                MOVE SPACES TO G6CARPT-REC
                STRING '  CASE ' DELIMITED BY SIZE
                       WS-CS-NO (WS-CS-IDX) DELIMITED BY SIZE
                       ' ASSIGNEE ' DELIMITED BY SIZE
                       WS-CS-ASSIGNEE (WS-CS-IDX) DELIMITED BY SIZE
                       ' CUST ' DELIMITED BY SIZE
                       WS-CS-CUST (WS-CS-IDX) DELIMITED BY SIZE
                       ' CAT ' DELIMITED BY SIZE
                       WS-CS-CAT (WS-CS-IDX) DELIMITED BY SIZE
                       ' TARGET ' DELIMITED BY SIZE
                       WS-CS-TARGET (WS-CS-IDX) DELIMITED BY SIZE
                       ' DAYS LATE ' DELIMITED BY SIZE
                       WS-LATE-ED DELIMITED BY SIZE
                  INTO G6CARPT-REC
                WRITE G6CARPT-REC
            END-IF.
