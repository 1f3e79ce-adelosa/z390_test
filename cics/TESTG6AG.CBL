      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * MONTH-END ARREARS AGING.  EVERY CUSTOMER ON THE MASTER WHO IS
      * NOT INACTIVE AND HAS A PAYMENT AMOUNT OWES CUST-PAYME ON THE
      * FIRST OF EACH MONTH OF THE AGING WINDOW.  WHAT THEY PAID IN
      * THE WINDOW COMES OFF THE G6RCPTH RECEIPTS HISTORY (SEE
      * G6RCPTH.CPY) AND IS APPLIED TO THE OLDEST MONTH FIRST; WHAT
      * IS LEFT UNPAID IS AGED BY DAYS FROM ITS DUE DATE TO THE
      * AS-OF DATE INTO CURRENT (UNDER 30), 30, 60 AND 90+ BUCKETS.
      * EVERY CUSTOMER WITH A SHORTFALL GETS ONE G6AGRPT LINE; A
      * CUSTOMER PAID AHEAD IS ONLY COUNTED.
      *
      * G6AGPARM CARD (OPTIONAL) - COLS 1-8 THE AS-OF DATE YYYYMMDD
      * (DEFAULT TODAY), COLS 10-11 THE WINDOW IN MONTHS INCLUDING
      * THE AS-OF MONTH (DEFAULT 12, AT MOST 36).  RECEIPTS DATED
      * BEFORE THE WINDOW PAID DUES BEFORE IT AND ARE NOT COUNTED;
      * RECEIPTS AFTER THE AS-OF DATE ARE NOT COUNTED EITHER, SO A
      * LATE RERUN REPRODUCES THE MONTH-END FIGURES.
      *
      * THE DUE IS THE CURRENT CUST-PAYME THROUGHOUT THE WINDOW (SEE
      * G6PAYAW.CPY FOR HOW THE KEYED AMOUNT IS READ).  AMOUNTS ARE
      * IN EACH CUSTOMER'S OWN CURRENCY, SHOWN ON THE LINE; THE
      * GRAND TOTALS ARE THE USD EQUIVALENT AT CUST-APPL-RATE, THE
      * SAME RATE CUST-USD-AMT WAS FIGURED AT.
      *
        PROGRAM-ID. TESTG6AG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6AGPARM ASSIGN TO G6AGPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT G6AGRPT ASSIGN TO G6AGRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6AGPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6AGPARM-REC.
            02  AG-ASOF-DATE        PIC X(8).
            02  FILLER              PIC X(1).
            02  AG-MONTHS           PIC X(2).
            02  FILLER              PIC X(69).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  G6AGRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6AGRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY G6PAYAW.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-OWING-COUNT      PIC 9(7) VALUE 0.
        01  WS-ARREARS-COUNT    PIC 9(7) VALUE 0.
        01  WS-AHEAD-COUNT      PIC 9(7) VALUE 0.
        01  WS-NOAMT-COUNT      PIC 9(7) VALUE 0.

      * THE AGING WINDOW.
        01  WS-ASOF-DATE        PIC 9(8).
        01  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
            02  WS-ASOF-YYYY    PIC 9(4).
            02  WS-ASOF-MM      PIC 9(2).
            02  WS-ASOF-DD      PIC 9(2).
        01  WS-ASOF-INT         PIC 9(8) COMP.
        01  WS-MONTHS           PIC 9(2) VALUE 12.
        01  WS-START-DATE       PIC 9(8).
        01  WS-MONTH-BACK       PIC 9(2) COMP.
        01  WS-ABS-MONTH        PIC 9(6) COMP.
        01  WS-DUE-YYYY         PIC 9(4).
        01  WS-DUE-MM           PIC 9(2).
        01  WS-DUE-DATE         PIC 9(8).
        01  WS-DUE-INT          PIC 9(8) COMP.
        01  WS-AGE-DAYS         PIC 9(8) COMP.

      * EVERY OWING CUSTOMER IN STORAGE, IN KEY ORDER FROM THE MASTER
      * BROWSE, SO EACH RECEIPT FINDS ITS CUSTOMER BY BINARY SEARCH -
      * THE TESTG6DM TECHNIQUE.  SLOTS PAST THE LAST LOADED CUSTOMER
      * HOLD HIGH-VALUES.  A MASTER PAST THE TABLE LIMIT GETS ITS
      * OVERFLOW REPORTED RATHER THAN SILENTLY HALF-AGED.
        01  WS-AG-MAX           PIC 9(4) COMP VALUE 5000.
        01  WS-AG-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-AG-OVERFLOW      PIC 9(7) VALUE 0.
        01  WS-AG-TABLE.
            02  WS-AG-ENTRY OCCURS 5000 TIMES
                             ASCENDING KEY IS WS-AG-ID
                             INDEXED BY WS-AG-IDX.
                03  WS-AG-ID        PIC X(10).
                03  WS-AG-NAME      PIC X(40).
                03  WS-AG-CURS      PIC X(3).
                03  WS-AG-RATE      PIC 9(1)V9(8).
                03  WS-AG-DUE       PIC 9(10)V9(2).
                03  WS-AG-PAID      PIC 9(11)V9(2).
        01  WS-I                PIC 9(4) COMP.

      * ONE CUSTOMER'S AGING.
        01  WS-REMAINING        PIC 9(11)V9(2).
        01  WS-SHORT            PIC 9(10)V9(2).
        01  WS-BKT-CUR          PIC 9(11)V9(2).
        01  WS-BKT-30           PIC 9(11)V9(2).
        01  WS-BKT-60           PIC 9(11)V9(2).
        01  WS-BKT-90           PIC 9(11)V9(2).
        01  WS-BKT-TOTAL        PIC 9(11)V9(2).
        01  WS-USD-RATE         PIC 9(1)V9(8).

      * GRAND TOTALS, USD EQUIVALENT.
        01  WS-TOT-CUR          PIC 9(13)V9(2) VALUE 0.
        01  WS-TOT-30           PIC 9(13)V9(2) VALUE 0.
        01  WS-TOT-60           PIC 9(13)V9(2) VALUE 0.
        01  WS-TOT-90           PIC 9(13)V9(2) VALUE 0.
        01  WS-TOT-ALL          PIC 9(13)V9(2) VALUE 0.

        01  WS-ED-DUE           PIC Z(9)9.99.
        01  WS-ED-CUR           PIC Z(9)9.99.
        01  WS-ED-30            PIC Z(9)9.99.
        01  WS-ED-60            PIC Z(9)9.99.
        01  WS-ED-90            PIC Z(9)9.99.
        01  WS-ED-TOTAL         PIC Z(9)9.99.
        01  WS-ED-GRAND         PIC Z(12)9.99.

        COPY G6RCPTH.
        01  WS-RH-NAME         PIC X(8) VALUE 'G6RCPTH'.
        01  WS-RH-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-RH-DENY         PIC X(1) VALUE X'03'.
        01  WS-RH-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-RH-HANDLE       PIC X(4).
        01  WS-RH-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-RH-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-RH-STATUS       PIC S9(9) COMP-5.
        01  WS-RH-RECLEN       PIC 9(8) COMP-5.
        01  WS-RH-EOF          PIC X(1).
        01  WS-RH-ROWS         PIC 9(7) VALUE 0.
        01  WS-RH-USED         PIC 9(7) VALUE 0.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-PARM-CARD.
            PERFORM OPEN-FILES.
            PERFORM LOAD-OWING-CUSTOMERS.
            PERFORM SCAN-RECEIPT-HISTORY.
            PERFORM AGE-ONE-CUSTOMER
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-AG-COUNT.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6AG SCANNED    =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6AG OWING      =' WS-OWING-COUNT.
            DISPLAY 'TESTG6AG IN ARREARS =' WS-ARREARS-COUNT.
            DISPLAY 'TESTG6AG RECEIPTS   =' WS-RH-USED.
            IF WS-AG-OVERFLOW > 0
                DISPLAY 'TESTG6AG NOT AGED (TABLE FULL) ='
                        WS-AG-OVERFLOW
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        LOAD-PARM-CARD.
            OPEN INPUT G6AGPARM.
            READ G6AGPARM
                AT END
                    MOVE SPACES TO G6AGPARM-REC
            END-READ.
            CLOSE G6AGPARM.
            ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
            IF AG-ASOF-DATE IS NUMERIC
                AND AG-ASOF-DATE > '00000000'
                MOVE AG-ASOF-DATE TO WS-ASOF-DATE
            END-IF.
            IF AG-MONTHS IS NUMERIC
                AND AG-MONTHS > '00'
                AND AG-MONTHS NOT > '36'
                MOVE AG-MONTHS TO WS-MONTHS
            END-IF.
            COMPUTE WS-ASOF-INT =
                FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
            COMPUTE WS-MONTH-BACK = WS-MONTHS - 1.
            PERFORM FIGURE-DUE-DATE.
            MOVE WS-DUE-DATE TO WS-START-DATE.

      * THE FIRST OF THE MONTH WS-MONTH-BACK MONTHS BEFORE THE AS-OF
      * MONTH, IN WS-DUE-DATE.
        FIGURE-DUE-DATE.
            COMPUTE WS-ABS-MONTH =
                WS-ASOF-YYYY * 12 + WS-ASOF-MM - 1 - WS-MONTH-BACK.
            DIVIDE WS-ABS-MONTH BY 12 GIVING WS-DUE-YYYY
                REMAINDER WS-DUE-MM.
            ADD 1 TO WS-DUE-MM.
            COMPUTE WS-DUE-DATE =
                WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + 1.

        OPEN-FILES.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT G6AGRPT.
            MOVE SPACES TO G6AGRPT-REC.
            STRING 'ARREARS AGING AS OF ' DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   ' - DUES FROM ' DELIMITED BY SIZE
                   WS-START-DATE DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-MONTHS DELIMITED BY SIZE
                   ' MONTHS)' DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.
            MOVE SPACES TO G6AGRPT-REC.
            STRING '  CUSTOMER   NAME                      CUR'
                       DELIMITED BY SIZE
                   '     DUE/MONTH       CURRENT       30 DAYS'
                       DELIMITED BY SIZE
                   '       60 DAYS      90+ DAYS         TOTAL'
                       DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.

        CLOSE-FILES.
            CLOSE CUSTMAST G6AGRPT.

      * BROWSE THE MASTER AND TABLE EVERY CUSTOMER WHO OWES - A
      * DORMANT CUSTOMER STILL OWES; AN INACTIVE ONE IS CLOSED.
        LOAD-OWING-CUSTOMERS.
            MOVE HIGH-VALUES TO WS-AG-TABLE.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-CUSTMAST
            END-IF.
            PERFORM LOAD-ONE-CUSTOMER UNTIL WS-EOF.

        READ-NEXT-CUSTMAST.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        LOAD-ONE-CUSTOMER.
            ADD 1 TO WS-SCANNED-COUNT.
            IF NOT CUST-IS-INACTIVE
                MOVE CUST-PAYME TO PAYA-TEXT-WK
                PERFORM PARSE-PAYME-AMOUNT
                IF PAYA-AMOUNT = 0
                    ADD 1 TO WS-NOAMT-COUNT
                ELSE
                    ADD 1 TO WS-OWING-COUNT
                    IF WS-AG-COUNT < WS-AG-MAX
                        ADD 1 TO WS-AG-COUNT
                        SET WS-AG-IDX TO WS-AG-COUNT
                        MOVE CUST-ID   TO WS-AG-ID (WS-AG-IDX)
                        MOVE CUST-NAME TO WS-AG-NAME (WS-AG-IDX)
                        MOVE CUST-CURS (1:3) TO WS-AG-CURS (WS-AG-IDX)
                        MOVE CUST-APPL-RATE
                          TO WS-AG-RATE (WS-AG-IDX)
                        MOVE PAYA-AMOUNT TO WS-AG-DUE (WS-AG-IDX)
                        MOVE 0 TO WS-AG-PAID (WS-AG-IDX)
                    ELSE
                        ADD 1 TO WS-AG-OVERFLOW
                    END-IF
                END-IF
            END-IF.
            PERFORM READ-NEXT-CUSTMAST.

        SCAN-RECEIPT-HISTORY.
            MOVE 'N' TO WS-RH-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-RH-NAME
                     WS-RH-ACCESS WS-RH-DENY
                     WS-RH-DEVICE WS-RH-HANDLE
                GIVING WS-RH-STATUS.
            IF WS-RH-STATUS = 0
                PERFORM READ-RECEIPT-ROW UNTIL WS-RH-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RH-HANDLE
                    GIVING WS-RH-STATUS
            END-IF.

      * A RECEIPT IN THE WINDOW FOR A TABLED CUSTOMER IS ADDED TO
      * WHAT THEY PAID; ANY OTHER ROW IS PASSED OVER.  A RETURNED
      * DIRECT DEBIT ('DDRT') TAKES ITS COLLECTION BACK OFF AGAIN.
        READ-RECEIPT-ROW.
            MOVE LENGTH OF RCPH-REC TO WS-RH-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-RH-HANDLE
                     WS-RH-RECLEN WS-RH-FLAGS
                     WS-RH-RESERVED RCPH-REC
                GIVING WS-RH-STATUS.
            IF WS-RH-STATUS NOT = 0
                MOVE 'Y' TO WS-RH-EOF
            ELSE
                ADD 1 TO WS-RH-ROWS
                IF RCPH-RCPT-DATE IS NUMERIC
                    AND RCPH-AMOUNT IS NUMERIC
                    AND RCPH-RCPT-DATE NOT < WS-START-DATE
                    AND RCPH-RCPT-DATE NOT > WS-ASOF-DATE
                    SEARCH ALL WS-AG-ENTRY
                        AT END
                            CONTINUE
                        WHEN WS-AG-ID (WS-AG-IDX) = RCPH-CUST-ID
                            PERFORM APPLY-RECEIPT-ROW
                            ADD 1 TO WS-RH-USED
                    END-SEARCH
                END-IF
            END-IF.

      * A RETURN WHOSE COLLECTION FELL BEFORE THE WINDOW CAN FIND
      * NOTHING TO TAKE BACK - PAID STOPS AT ZERO.
        APPLY-RECEIPT-ROW.
            IF RCPH-SOURCE = 'DDRT'
                IF RCPH-AMOUNT > WS-AG-PAID (WS-AG-IDX)
                    MOVE 0 TO WS-AG-PAID (WS-AG-IDX)
                ELSE
                    SUBTRACT RCPH-AMOUNT
                        FROM WS-AG-PAID (WS-AG-IDX)
                END-IF
            ELSE
                ADD RCPH-AMOUNT TO WS-AG-PAID (WS-AG-IDX)
            END-IF.

      * APPLY WHAT WAS PAID TO THE OLDEST DUE FIRST, THEN AGE EVERY
      * MONTH LEFT SHORT.
        AGE-ONE-CUSTOMER.
            SET WS-AG-IDX TO WS-I.
            MOVE WS-AG-PAID (WS-AG-IDX) TO WS-REMAINING.
            MOVE 0 TO WS-BKT-CUR WS-BKT-30 WS-BKT-60 WS-BKT-90.
            PERFORM AGE-ONE-MONTH
                VARYING WS-MONTH-BACK FROM WS-MONTHS BY -1
                UNTIL WS-MONTH-BACK = 0.
            COMPUTE WS-BKT-TOTAL =
                WS-BKT-CUR + WS-BKT-30 + WS-BKT-60 + WS-BKT-90.
            IF WS-BKT-TOTAL = 0
                IF WS-REMAINING > 0
                    ADD 1 TO WS-AHEAD-COUNT
                END-IF
            ELSE
                ADD 1 TO WS-ARREARS-COUNT
                PERFORM PRINT-ONE-CUSTOMER
            END-IF.

      * WS-MONTH-BACK RUNS FROM THE WINDOW SIZE DOWN TO 1; THE MONTH
      * AGED IS ONE FEWER MONTHS BACK THAN THAT.
        AGE-ONE-MONTH.
            SUBTRACT 1 FROM WS-MONTH-BACK.
            PERFORM FIGURE-DUE-DATE.
            ADD 1 TO WS-MONTH-BACK.
            IF WS-REMAINING NOT < WS-AG-DUE (WS-AG-IDX)
                SUBTRACT WS-AG-DUE (WS-AG-IDX) FROM WS-REMAINING
            ELSE
                COMPUTE WS-SHORT =
                    WS-AG-DUE (WS-AG-IDX) - WS-REMAINING
                MOVE 0 TO WS-REMAINING
                COMPUTE WS-DUE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
                IF WS-DUE-INT > WS-ASOF-INT
                    MOVE 0 TO WS-AGE-DAYS
                ELSE
                    COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-DUE-INT
                END-IF
                EVALUATE TRUE
                    WHEN WS-AGE-DAYS < 30
                        ADD WS-SHORT TO WS-BKT-CUR
                    WHEN WS-AGE-DAYS < 60
                        ADD WS-SHORT TO WS-BKT-30
                    WHEN WS-AGE-DAYS < 90
                        ADD WS-SHORT TO WS-BKT-60
                    WHEN OTHER
                        ADD WS-SHORT TO WS-BKT-90
                END-EVALUATE
            END-IF.

        PRINT-ONE-CUSTOMER.
            MOVE WS-AG-DUE (WS-AG-IDX) TO WS-ED-DUE.
            MOVE WS-BKT-CUR   TO WS-ED-CUR.
            MOVE WS-BKT-30    TO WS-ED-30.
            MOVE WS-BKT-60    TO WS-ED-60.
            MOVE WS-BKT-90    TO WS-ED-90.
            MOVE WS-BKT-TOTAL TO WS-ED-TOTAL.
            MOVE SPACES TO G6AGRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   WS-AG-ID (WS-AG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AG-NAME (WS-AG-IDX) (1:25) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AG-CURS (WS-AG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-DUE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-CUR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-30 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-60 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-90 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ED-TOTAL DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.
      * A CUSTOMER WITH NO CURRENCY CODE IS ALREADY IN USD.
            IF WS-AG-CURS (WS-AG-IDX) = SPACES
                OR WS-AG-RATE (WS-AG-IDX) = 0
                MOVE 1 TO WS-USD-RATE
            ELSE
                MOVE WS-AG-RATE (WS-AG-IDX) TO WS-USD-RATE
            END-IF.
            COMPUTE WS-TOT-CUR ROUNDED =
                WS-TOT-CUR + WS-BKT-CUR * WS-USD-RATE.
            COMPUTE WS-TOT-30 ROUNDED =
                WS-TOT-30 + WS-BKT-30 * WS-USD-RATE.
            COMPUTE WS-TOT-60 ROUNDED =
                WS-TOT-60 + WS-BKT-60 * WS-USD-RATE.
            COMPUTE WS-TOT-90 ROUNDED =
                WS-TOT-90 + WS-BKT-90 * WS-USD-RATE.

        WRITE-SUMMARY.
            COMPUTE WS-TOT-ALL =
                WS-TOT-CUR + WS-TOT-30 + WS-TOT-60 + WS-TOT-90.
            MOVE SPACES TO G6AGRPT-REC.
            STRING 'CUSTOMERS OWING = ' DELIMITED BY SIZE
                   WS-OWING-COUNT DELIMITED BY SIZE
                   '  IN ARREARS = ' DELIMITED BY SIZE
                   WS-ARREARS-COUNT DELIMITED BY SIZE
                   '  PAID AHEAD = ' DELIMITED BY SIZE
                   WS-AHEAD-COUNT DELIMITED BY SIZE
                   '  NO PAYMENT AMOUNT = ' DELIMITED BY SIZE
                   WS-NOAMT-COUNT DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.
            MOVE WS-TOT-CUR TO WS-ED-GRAND.
            MOVE SPACES TO G6AGRPT-REC.
            STRING 'USD EQUIVALENT  CURRENT  ' DELIMITED BY SIZE
                   WS-ED-GRAND DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.
            MOVE WS-TOT-30 TO WS-ED-GRAND.
            MOVE SPACES TO G6AGRPT-REC.
            STRING 'USD EQUIVALENT  30 DAYS  ' DELIMITED BY SIZE
                   WS-ED-GRAND DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.
            MOVE WS-TOT-60 TO WS-ED-GRAND.
            MOVE SPACES TO G6AGRPT-REC.
            STRING 'USD EQUIVALENT  60 DAYS  ' DELIMITED BY SIZE
                   WS-ED-GRAND DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.
            MOVE WS-TOT-90 TO WS-ED-GRAND.
            MOVE SPACES TO G6AGRPT-REC.
            STRING 'USD EQUIVALENT  90+ DAYS ' DELIMITED BY SIZE
                   WS-ED-GRAND DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.
            MOVE WS-TOT-ALL TO WS-ED-GRAND.
            MOVE SPACES TO G6AGRPT-REC.
            STRING 'USD EQUIVALENT  TOTAL    ' DELIMITED BY SIZE
                   WS-ED-GRAND DELIMITED BY SIZE
              INTO G6AGRPT-REC.
            WRITE G6AGRPT-REC.
            IF WS-AG-OVERFLOW > 0
                MOVE SPACES TO G6AGRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-AG-OVERFLOW DELIMITED BY SIZE
                       ' CUSTOMERS PAST THE TABLE LIMIT WERE NOT'
                           DELIMITED BY SIZE
                       ' AGED **' DELIMITED BY SIZE
                  INTO G6AGRPT-REC
                WRITE G6AGRPT-REC
            END-IF.

        COPY G6PAYAP.
