      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * MONTHLY GEOGRAPHIC CONCENTRATION REPORT.  EVERY CUSTOMER ON
      * THE MASTER IS PLACED IN A STATE BY LOOKING ITS ZIP UP IN THE
      * ZIPREF POSTAL REFERENCE (ZIPREFW.CPY), AND THE BOOK IS ROLLED
      * UP BY STATE: ACTIVE AND INACTIVE CUSTOMER COUNTS (A DORMANT
      * CUSTOMER IS STILL ON THE BOOK AND COUNTS AS ACTIVE), TOTAL
      * CUST-USD-AMT, THE STATE'S SHARE OF THE BOOK, AND HOW THE
      * STATE MOVED AGAINST THE PRIOR MONTH - THE CONCENTRATION VIEW
      * RISK MANAGEMENT TAKES EVERY QUARTER.  CUSTOMERS WHOSE ZIP
      * FALLS IN NO ZIPREF RANGE (OR IS NOT A ZIP AT ALL) ARE ROLLED
      * UP TOGETHER AS 'NO RANGE' AND THEN LISTED ONE BY ONE SO THE
      * ADDRESSES CAN BE CORRECTED.
      *
      * G6GCPARM CARD (OPTIONAL) - COLS 1-6 THE REPORT MONTH YYYYMM
      * (DEFAULT THE CURRENT MONTH).
      *
      * G6GCHIST - EVERY RUN APPENDS ONE BOOK-TOTAL ROW (STATE '**')
      * AND ONE ROW PER STATE FOR ITS REPORT MONTH, SO THE NEXT RUN
      * HAS LAST MONTH'S FIGURES TO MOVE AGAINST - THE SAME APPEND-
      * AND-COMPARE TECHNIQUE EODSUM1 USES WITH EODHIST.  THE PRIOR
      * MONTH IS THE LATEST MONTH ON FILE BEFORE THE REPORT MONTH; A
      * RERUN OF A MONTH APPENDS A FRESH SET OF ROWS WHICH, STARTING
      * WITH ITS '**' ROW, SUPERSEDES THE EARLIER SET.  A STATE THAT
      * HAD CUSTOMERS LAST MONTH AND HAS NONE NOW STILL PRINTS, SO
      * NOTHING DROPS OFF THE REPORT UNNOTICED.
      *
      * AN EMPTY OR MISSING ZIPREF WOULD PUT THE WHOLE BOOK IN
      * 'NO RANGE', SO THE JOB STOPS WITH RETURN CODE 8 INSTEAD AND
      * WRITES NO HISTORY.
      *
        PROGRAM-ID. TESTG6GC.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6GCPARM ASSIGN TO G6GCPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT G6GCRPT ASSIGN TO G6GCRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL G6GCHIST ASSIGN TO G6GCHIST
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6GCPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6GCPARM-REC.
            02  GC-MONTH            PIC X(6).
            02  FILLER              PIC X(74).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  G6GCRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6GCRPT-REC         PIC X(132).

      * ONE STATE'S MONTH (GH-STATE '**' IS THE WHOLE BOOK, '--' THE
      * CUSTOMERS IN NO ZIPREF RANGE).
        FD  G6GCHIST
            RECORD CONTAINS 80 CHARACTERS.
        01  G6GCHIST-REC.
            02  GH-MONTH            PIC 9(6).
            02  FILLER              PIC X(1).
            02  GH-STATE            PIC X(2).
            02  FILLER              PIC X(1).
            02  GH-ACTIVE           PIC 9(7).
            02  FILLER              PIC X(1).
            02  GH-INACTIVE         PIC 9(7).
            02  FILLER              PIC X(1).
            02  GH-USD-AMT          PIC 9(13)V9(2).
            02  FILLER              PIC X(1).
            02  GH-RUN-DATE         PIC 9(8).
            02  FILLER              PIC X(32).

        WORKING-STORAGE SECTION.
        COPY ZIPREFW.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-NORANGE-COUNT    PIC 9(7) VALUE 0.
        01  WS-RUN-DATE         PIC 9(8).
        01  WS-MONTH            PIC 9(6).
        01  WS-PRIOR-MONTH      PIC 9(6) VALUE 0.
        01  WS-HIST-ROWS        PIC 9(7) VALUE 0.

      * ONE ROW PER STATE, KEPT IN STATE ORDER AS STATES ARE FIRST
      * SEEN.  THE PRIOR-MONTH FIGURES RIDE ALONG ON THE SAME ROW.
        01  WS-ST-MAX           PIC 9(3) COMP VALUE 100.
        01  WS-ST-COUNT         PIC 9(3) COMP VALUE 0.
        01  WS-ST-OVERFLOW      PIC 9(7) VALUE 0.
        01  WS-ST-TABLE.
            02  WS-ST-ENTRY OCCURS 100 TIMES.
                03  WS-ST-STATE       PIC X(2).
                03  WS-ST-ACTIVE      PIC 9(7).
                03  WS-ST-INACTIVE    PIC 9(7).
                03  WS-ST-USD-AMT     PIC 9(13)V9(2).
                03  WS-ST-PRIOR-SW    PIC X(1).
                03  WS-ST-PR-ACTIVE   PIC 9(7).
                03  WS-ST-PR-INACTIVE PIC 9(7).
                03  WS-ST-PR-USD-AMT  PIC 9(13)V9(2).
        01  WS-ST-SAVE              PIC X(61).
        01  WS-FIND-STATE       PIC X(2).
        01  WS-ST-USE           PIC 9(3) COMP.
        01  WS-I                PIC 9(3) COMP.
        01  WS-J                PIC 9(3) COMP.

      * BOOK TOTALS, THIS MONTH AND PRIOR.
        01  WS-BK-ACTIVE        PIC 9(7) VALUE 0.
        01  WS-BK-INACTIVE      PIC 9(7) VALUE 0.
        01  WS-BK-USD-AMT       PIC 9(13)V9(2) VALUE 0.
        01  WS-BK-PR-ACTIVE     PIC 9(7) VALUE 0.
        01  WS-BK-PR-INACTIVE   PIC 9(7) VALUE 0.
        01  WS-BK-PR-USD-AMT    PIC 9(13)V9(2) VALUE 0.

      * ONE PRINTED LINE'S FIGURES.
        01  WS-LN-LABEL         PIC X(8).
        01  WS-LN-ACTIVE        PIC 9(7).
        01  WS-LN-INACTIVE      PIC 9(7).
        01  WS-LN-USD-AMT       PIC 9(13)V9(2).
        01  WS-LN-PRIOR-SW      PIC X(1).
        01  WS-LN-PR-ACTIVE     PIC 9(7).
        01  WS-LN-PR-INACTIVE   PIC 9(7).
        01  WS-LN-PR-USD-AMT    PIC 9(13)V9(2).
        01  WS-SHARE            PIC 9(3)V9(2).
        01  WS-CHG-AMT          PIC S9(13)V9(2).
        01  WS-CHG-PCT          PIC S9(5)V9(1).
        01  WS-CHG-CUST         PIC S9(7).

        01  WS-ED-ACTIVE        PIC Z(6)9.
        01  WS-ED-INACTIVE      PIC Z(6)9.
        01  WS-ED-USD-AMT       PIC Z(12)9.99.
        01  WS-ED-SHARE         PIC ZZ9.99.
        01  WS-ED-PR-USD-AMT    PIC Z(12)9.99.
        01  WS-ED-CHG-AMT       PIC -(13)9.99.
        01  WS-ED-CHG-PCT       PIC X(8).
        01  WS-ED-PCT           PIC -(5)9.9.
        01  WS-ED-CHG-CUST      PIC -(7)9.
        01  WS-ED-PRIOR-COLS    PIC X(52).

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-PARM-CARD.
            PERFORM LOAD-ZIP-REFERENCE.
            IF ZIPREF-COUNT = 0
                DISPLAY 'TESTG6GC ZIPREF EMPTY OR MISSING - NO REPORT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-ST-TABLE.
            PERFORM LOAD-PRIOR-MONTH.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT G6GCRPT.
            PERFORM ROLL-UP-MASTER.
            PERFORM ADD-BOOK-TOTALS
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-ST-COUNT.
            PERFORM WRITE-HEADINGS.
            PERFORM PRINT-ONE-STATE
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-ST-COUNT.
            PERFORM PRINT-NO-RANGE-STATE.
            PERFORM PRINT-BOOK-TOTAL.
            PERFORM LIST-NO-RANGE-CUSTOMERS.
            CLOSE CUSTMAST G6GCRPT.
            PERFORM APPEND-MONTH-HISTORY.
            DISPLAY 'TESTG6GC REPORT MONTH =' WS-MONTH.
            DISPLAY 'TESTG6GC PRIOR MONTH  =' WS-PRIOR-MONTH.
            DISPLAY 'TESTG6GC SCANNED      =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6GC NO ZIP RANGE =' WS-NORANGE-COUNT.
            IF WS-ST-OVERFLOW > 0
                DISPLAY 'TESTG6GC NOT ROLLED UP (TABLE FULL) ='
                        WS-ST-OVERFLOW
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        LOAD-PARM-CARD.
            OPEN INPUT G6GCPARM.
            READ G6GCPARM
                AT END
                    MOVE SPACES TO G6GCPARM-REC
            END-READ.
            CLOSE G6GCPARM.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE (1:6) TO WS-MONTH.
            IF GC-MONTH IS NUMERIC
                AND GC-MONTH (5:2) > '00'
                AND GC-MONTH (5:2) NOT > '12'
                MOVE GC-MONTH TO WS-MONTH
            END-IF.

      *****************************************************************
      * PRIOR MONTH - THE LATEST MONTH ON G6GCHIST BEFORE THE REPORT
      * MONTH.  A '**' ROW STARTS A RUN'S SET OF ROWS; ONE FOR A
      * LATER MONTH (OR A LATER RUN OF THE SAME MONTH) THROWS AWAY
      * WHAT WAS LOADED SO FAR, SO ONLY THE LAST RUN OF THE PRIOR
      * MONTH IS KEPT.
      *****************************************************************
        LOAD-PRIOR-MONTH.
            MOVE 'N' TO WS-EOF-SW.
            MOVE 'N' TO WS-LN-PRIOR-SW.
            OPEN INPUT G6GCHIST.
            PERFORM READ-G6GCHIST.
            PERFORM LOAD-ONE-HISTORY UNTIL WS-EOF.
            CLOSE G6GCHIST.
            MOVE 'N' TO WS-EOF-SW.

        READ-G6GCHIST.
            READ G6GCHIST
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        LOAD-ONE-HISTORY.
            ADD 1 TO WS-HIST-ROWS.
            IF GH-MONTH IS NUMERIC
                AND GH-MONTH < WS-MONTH
                AND GH-MONTH NOT < WS-PRIOR-MONTH
                IF GH-STATE = '**'
                    MOVE GH-MONTH TO WS-PRIOR-MONTH
                    PERFORM CLEAR-ONE-PRIOR
                        VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-ST-COUNT
                    MOVE GH-ACTIVE   TO WS-BK-PR-ACTIVE
                    MOVE GH-INACTIVE TO WS-BK-PR-INACTIVE
                    MOVE GH-USD-AMT  TO WS-BK-PR-USD-AMT
                ELSE
                    IF GH-MONTH = WS-PRIOR-MONTH
                        MOVE GH-STATE TO WS-FIND-STATE
                        PERFORM FIND-STATE
                        IF WS-ST-USE > 0
                            MOVE 'Y' TO WS-ST-PRIOR-SW (WS-ST-USE)
                            MOVE GH-ACTIVE
                              TO WS-ST-PR-ACTIVE (WS-ST-USE)
                            MOVE GH-INACTIVE
                              TO WS-ST-PR-INACTIVE (WS-ST-USE)
                            MOVE GH-USD-AMT
                              TO WS-ST-PR-USD-AMT (WS-ST-USE)
                        END-IF
                    END-IF
                END-IF
            END-IF.
            PERFORM READ-G6GCHIST.

        CLEAR-ONE-PRIOR.
            MOVE 'N' TO WS-ST-PRIOR-SW (WS-I).
            MOVE 0 TO WS-ST-PR-ACTIVE (WS-I)
                      WS-ST-PR-INACTIVE (WS-I)
                      WS-ST-PR-USD-AMT (WS-I).

      *****************************************************************
      * WS-FIND-STATE IN; WS-ST-USE OUT - THE STATE'S ROW, ADDED IN
      * ITS PLACE IN STATE ORDER IF NEW.  ZERO WHEN THE TABLE IS FULL.
      *****************************************************************
        FIND-STATE.
            MOVE 0 TO WS-ST-USE.
            MOVE 1 TO WS-I.
            PERFORM STEP-STATE-SCAN
                UNTIL WS-I > WS-ST-COUNT
                   OR WS-ST-STATE (WS-I) NOT < WS-FIND-STATE.
            IF WS-I NOT > WS-ST-COUNT
                AND WS-ST-STATE (WS-I) = WS-FIND-STATE
                MOVE WS-I TO WS-ST-USE
            ELSE
                IF WS-ST-COUNT < WS-ST-MAX
                    PERFORM SHIFT-ONE-STATE
                        VARYING WS-J FROM WS-ST-COUNT BY -1
                        UNTIL WS-J < WS-I
                    ADD 1 TO WS-ST-COUNT
                    MOVE SPACES TO WS-ST-ENTRY (WS-I)
                    MOVE WS-FIND-STATE TO WS-ST-STATE (WS-I)
                    MOVE 0 TO WS-ST-ACTIVE (WS-I)
                              WS-ST-INACTIVE (WS-I)
                              WS-ST-USD-AMT (WS-I)
                    PERFORM CLEAR-ONE-PRIOR
                    MOVE WS-I TO WS-ST-USE
                END-IF
            END-IF.

        STEP-STATE-SCAN.
            ADD 1 TO WS-I.

        SHIFT-ONE-STATE.
            MOVE WS-ST-ENTRY (WS-J) TO WS-ST-SAVE.
            MOVE WS-ST-SAVE TO WS-ST-ENTRY (WS-J + 1).

      *****************************************************************
      * ROLL THE MASTER UP BY STATE.
      *****************************************************************
        ROLL-UP-MASTER.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-CUSTMAST
            END-IF.
            PERFORM ROLL-UP-ONE-CUSTOMER UNTIL WS-EOF.

        READ-NEXT-CUSTMAST.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        ROLL-UP-ONE-CUSTOMER.
            ADD 1 TO WS-SCANNED-COUNT.
            MOVE CUST-ZIP TO ZIPREF-ZIP-WK.
            PERFORM LOOKUP-ZIP-REFERENCE.
            IF ZIPREF-STATE-WK = SPACES
                MOVE '--' TO WS-FIND-STATE
                ADD 1 TO WS-NORANGE-COUNT
            ELSE
                MOVE ZIPREF-STATE-WK TO WS-FIND-STATE
            END-IF.
            PERFORM FIND-STATE.
            IF WS-ST-USE = 0
                ADD 1 TO WS-ST-OVERFLOW
            ELSE
                IF CUST-IS-INACTIVE
                    ADD 1 TO WS-ST-INACTIVE (WS-ST-USE)
                ELSE
                    ADD 1 TO WS-ST-ACTIVE (WS-ST-USE)
                END-IF
                IF CUST-USD-AMT IS NUMERIC
                    ADD CUST-USD-AMT TO WS-ST-USD-AMT (WS-ST-USE)
                END-IF
            END-IF.
            PERFORM READ-NEXT-CUSTMAST.

        ADD-BOOK-TOTALS.
            ADD WS-ST-ACTIVE (WS-I)   TO WS-BK-ACTIVE.
            ADD WS-ST-INACTIVE (WS-I) TO WS-BK-INACTIVE.
            ADD WS-ST-USD-AMT (WS-I)  TO WS-BK-USD-AMT.

      *****************************************************************
      * THE REPORT.
      *****************************************************************
        WRITE-HEADINGS.
            MOVE SPACES TO G6GCRPT-REC.
            STRING 'GEOGRAPHIC CONCENTRATION BY STATE - MONTH '
                       DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   '  RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
              INTO G6GCRPT-REC.
            WRITE G6GCRPT-REC.
            MOVE SPACES TO G6GCRPT-REC.
            IF WS-PRIOR-MONTH = 0
                MOVE 'NO PRIOR MONTH ON G6GCHIST - NO MOVEMENT SHOWN'
                  TO G6GCRPT-REC
            ELSE
                STRING 'MOVEMENT AGAINST MONTH ' DELIMITED BY SIZE
                       WS-PRIOR-MONTH DELIMITED BY SIZE
                  INTO G6GCRPT-REC
            END-IF.
            WRITE G6GCRPT-REC.
            MOVE SPACES TO G6GCRPT-REC.
            WRITE G6GCRPT-REC.
            MOVE SPACES TO G6GCRPT-REC.
            STRING 'STATE     ACTIVE INACTIVE       USD AMOUNT'
                       DELIMITED BY SIZE
                   '  SHARE% PRIOR USD AMOUNT'
                       DELIMITED BY SIZE
                   '        USD CHANGE  CHANGE% CUST CHG'
                       DELIMITED BY SIZE
              INTO G6GCRPT-REC.
            WRITE G6GCRPT-REC.

      * THE NO-RANGE ROW PRINTS AFTER THE STATES, NOT IN ITS SORTED
      * PLACE.
        PRINT-ONE-STATE.
            IF WS-ST-STATE (WS-I) NOT = '--'
                MOVE WS-ST-STATE (WS-I) TO WS-LN-LABEL
                PERFORM PRINT-STATE-ROW
            END-IF.

        PRINT-NO-RANGE-STATE.
            MOVE '--' TO WS-FIND-STATE.
            MOVE 0 TO WS-ST-USE.
            PERFORM MATCH-NO-RANGE-ROW
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-ST-COUNT.
            IF WS-ST-USE > 0
                MOVE WS-ST-USE TO WS-I
                MOVE 'NO RANGE' TO WS-LN-LABEL
                PERFORM PRINT-STATE-ROW
            END-IF.

        MATCH-NO-RANGE-ROW.
            IF WS-ST-STATE (WS-I) = WS-FIND-STATE
                MOVE WS-I TO WS-ST-USE
            END-IF.

        PRINT-STATE-ROW.
            MOVE WS-ST-ACTIVE (WS-I)      TO WS-LN-ACTIVE.
            MOVE WS-ST-INACTIVE (WS-I)    TO WS-LN-INACTIVE.
            MOVE WS-ST-USD-AMT (WS-I)     TO WS-LN-USD-AMT.
            MOVE WS-ST-PRIOR-SW (WS-I)    TO WS-LN-PRIOR-SW.
            MOVE WS-ST-PR-ACTIVE (WS-I)   TO WS-LN-PR-ACTIVE.
            MOVE WS-ST-PR-INACTIVE (WS-I) TO WS-LN-PR-INACTIVE.
            MOVE WS-ST-PR-USD-AMT (WS-I)  TO WS-LN-PR-USD-AMT.
            IF WS-PRIOR-MONTH > 0
                MOVE 'Y' TO WS-LN-PRIOR-SW
            ELSE
                MOVE 'N' TO WS-LN-PRIOR-SW
            END-IF.
            PERFORM WRITE-FIGURE-LINE.

        PRINT-BOOK-TOTAL.
            MOVE SPACES TO G6GCRPT-REC.
            WRITE G6GCRPT-REC.
            MOVE 'BOOK'           TO WS-LN-LABEL.
            MOVE WS-BK-ACTIVE     TO WS-LN-ACTIVE.
            MOVE WS-BK-INACTIVE   TO WS-LN-INACTIVE.
            MOVE WS-BK-USD-AMT    TO WS-LN-USD-AMT.
            MOVE 'N'              TO WS-LN-PRIOR-SW.
            IF WS-PRIOR-MONTH > 0
                MOVE 'Y' TO WS-LN-PRIOR-SW
            END-IF.
            MOVE WS-BK-PR-ACTIVE   TO WS-LN-PR-ACTIVE.
            MOVE WS-BK-PR-INACTIVE TO WS-LN-PR-INACTIVE.
            MOVE WS-BK-PR-USD-AMT  TO WS-LN-PR-USD-AMT.
            PERFORM WRITE-FIGURE-LINE.

      * A STATE WITH NOTHING ON FILE LAST MONTH (WHILE THERE WAS A
      * LAST MONTH) MOVES AGAINST ZERO; ITS CHANGE% PRINTS 'NEW'.
        WRITE-FIGURE-LINE.
            MOVE 0 TO WS-SHARE.
            IF WS-BK-USD-AMT > 0
                COMPUTE WS-SHARE ROUNDED =
                    WS-LN-USD-AMT * 100 / WS-BK-USD-AMT
            END-IF.
            MOVE WS-LN-ACTIVE   TO WS-ED-ACTIVE.
            MOVE WS-LN-INACTIVE TO WS-ED-INACTIVE.
            MOVE WS-LN-USD-AMT  TO WS-ED-USD-AMT.
            MOVE WS-SHARE       TO WS-ED-SHARE.
            MOVE SPACES TO WS-ED-PRIOR-COLS.
            IF WS-LN-PRIOR-SW = 'Y'
                MOVE WS-LN-PR-USD-AMT TO WS-ED-PR-USD-AMT
                COMPUTE WS-CHG-AMT =
                    WS-LN-USD-AMT - WS-LN-PR-USD-AMT
                MOVE WS-CHG-AMT TO WS-ED-CHG-AMT
                IF WS-LN-PR-USD-AMT = 0
                    MOVE '     NEW' TO WS-ED-CHG-PCT
                ELSE
                    COMPUTE WS-CHG-PCT ROUNDED =
                        WS-CHG-AMT * 100 / WS-LN-PR-USD-AMT
                        ON SIZE ERROR
                            MOVE 99999.9 TO WS-CHG-PCT
                    END-COMPUTE
                    MOVE WS-CHG-PCT TO WS-ED-PCT
                    MOVE WS-ED-PCT TO WS-ED-CHG-PCT
                END-IF
                COMPUTE WS-CHG-CUST =
                    WS-LN-ACTIVE + WS-LN-INACTIVE
                    - WS-LN-PR-ACTIVE - WS-LN-PR-INACTIVE
                MOVE WS-CHG-CUST TO WS-ED-CHG-CUST
                STRING WS-ED-PR-USD-AMT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ED-CHG-AMT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ED-CHG-PCT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ED-CHG-CUST DELIMITED BY SIZE
                  INTO WS-ED-PRIOR-COLS
            END-IF.
            MOVE SPACES TO G6GCRPT-REC.
            STRING WS-LN-LABEL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-ACTIVE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ED-INACTIVE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-USD-AMT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ED-SHARE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-PRIOR-COLS DELIMITED BY SIZE
              INTO G6GCRPT-REC.
            WRITE G6GCRPT-REC.

      *****************************************************************
      * THE NO-RANGE CUSTOMERS ONE BY ONE - A SECOND BROWSE, SO THE
      * LIST NEEDS NO TABLE OF ITS OWN.
      *****************************************************************
        LIST-NO-RANGE-CUSTOMERS.
            IF WS-NORANGE-COUNT > 0
                MOVE SPACES TO G6GCRPT-REC
                WRITE G6GCRPT-REC
                MOVE SPACES TO G6GCRPT-REC
                STRING 'CUSTOMERS WHOSE ZIP FALLS IN NO ZIPREF RANGE'
                           DELIMITED BY SIZE
                  INTO G6GCRPT-REC
                WRITE G6GCRPT-REC
                MOVE SPACES TO G6GCRPT-REC
                STRING '  CUSTOMER   ZIP   S NAME'
                           DELIMITED BY SIZE
                       '                                     ADDRESS'
                           DELIMITED BY SIZE
                  INTO G6GCRPT-REC
                WRITE G6GCRPT-REC
                MOVE 'N' TO WS-EOF-SW
                MOVE LOW-VALUES TO CUST-ID
                START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                    INVALID KEY
                        SET WS-EOF TO TRUE
                END-START
                IF NOT WS-EOF
                    PERFORM READ-NEXT-CUSTMAST
                END-IF
                PERFORM LIST-ONE-NO-RANGE UNTIL WS-EOF
            END-IF.

        LIST-ONE-NO-RANGE.
            MOVE CUST-ZIP TO ZIPREF-ZIP-WK.
            PERFORM LOOKUP-ZIP-REFERENCE.
            IF ZIPREF-STATE-WK = SPACES
                MOVE SPACES TO G6GCRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CUST-ZIP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CUST-STATUS DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CUST-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CUST-ADDR DELIMITED BY SIZE
                  INTO G6GCRPT-REC
                WRITE G6GCRPT-REC
            END-IF.
            PERFORM READ-NEXT-CUSTMAST.

      *****************************************************************
      * THIS MONTH'S ROWS FOR THE NEXT RUN TO MOVE AGAINST - BOOK
      * TOTAL FIRST (SEE LOAD-PRIOR-MONTH), THEN EVERY STATE THAT HAS
      * CUSTOMERS NOW.
      *****************************************************************
        APPEND-MONTH-HISTORY.
            OPEN EXTEND G6GCHIST.
            MOVE SPACES TO G6GCHIST-REC.
            MOVE WS-MONTH       TO GH-MONTH.
            MOVE '**'           TO GH-STATE.
            MOVE WS-BK-ACTIVE   TO GH-ACTIVE.
            MOVE WS-BK-INACTIVE TO GH-INACTIVE.
            MOVE WS-BK-USD-AMT  TO GH-USD-AMT.
            MOVE WS-RUN-DATE    TO GH-RUN-DATE.
            WRITE G6GCHIST-REC.
            PERFORM APPEND-ONE-STATE
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-ST-COUNT.
            CLOSE G6GCHIST.

        APPEND-ONE-STATE.
            IF WS-ST-ACTIVE (WS-I) > 0
                OR WS-ST-INACTIVE (WS-I) > 0
                MOVE SPACES TO G6GCHIST-REC
                MOVE WS-MONTH              TO GH-MONTH
                MOVE WS-ST-STATE (WS-I)    TO GH-STATE
                MOVE WS-ST-ACTIVE (WS-I)   TO GH-ACTIVE
                MOVE WS-ST-INACTIVE (WS-I) TO GH-INACTIVE
                MOVE WS-ST-USD-AMT (WS-I)  TO GH-USD-AMT
                MOVE WS-RUN-DATE           TO GH-RUN-DATE
                WRITE G6GCHIST-REC
            END-IF.

        COPY ZIPREFP.
