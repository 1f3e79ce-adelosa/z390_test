      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * RECEIPTS SUSPENSE RE-POST.  APPLIES THE ROWS THE CLERKS HAVE
      * MARKED ON THE G6RCSUSP SUSPENSE FILE (SEE G6RCSUSP.CPY):
      *   'P' - THE RECEIPT IS POSTED TO THE G6RCPTH HISTORY AGAINST
      *         RCSP-FIX-CUST-ID (ELSE THE CUSTOMER THE BANK QUOTED),
      *         SOURCE 'SUSP' AND THE CLERK'S OPERATOR ID, PROVIDED
      *         THAT CUSTOMER IS ON THE MASTER AND NOT INACTIVE.
      *   'W' - THE RECEIPT WENT BACK TO THE PAYER OR WAS WRITTEN
      *         OFF; IT LEAVES SUSPENSE UNPOSTED.
      * A MARKED ROW WITH NO OPERATOR ID IS NOT APPLIED - EVERY
      * DECISION ON THE MONEY HAS A NAME AGAINST IT.  A 'P' ROW
      * WHOSE CUSTOMER STILL DOES NOT MATCH STAYS ON SUSPENSE WITH
      * THE DECISION CLEARED AND THE NEW REASON, SO THE NEXT LISTING
      * SHOWS IT AGAIN.  EVERY OUTCOME IS LISTED ON G6RXRPT.
      *
      * SUSPENSE IS HELD WHOLE IN STORAGE AND REWRITTEN WITH ONLY
      * THE ROWS STILL UNRESOLVED - THE TESTG6PA PATTERN.  A FILE
      * PAST THE TABLE LIMIT IS LEFT UNTOUCHED (RC 8).
      *
        PROGRAM-ID. TESTG6RX.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT G6RXRPT ASSIGN TO G6RXRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  G6RXRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6RXRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY G6RCPTIN.
        01  WS-TODAY            PIC 9(8).
        01  WS-POST-CUST-ID     PIC X(10).
        01  WS-REASON           PIC X(4).
        01  WS-OUTCOME          PIC X(16).
        01  WS-AMT-ED           PIC Z(10)9.99.
        01  WS-POSTED-COUNT     PIC 9(5) VALUE 0.
        01  WS-RETURNED-COUNT   PIC 9(5) VALUE 0.
        01  WS-UNMATCHED-COUNT  PIC 9(5) VALUE 0.
        01  WS-NOOPID-COUNT     PIC 9(5) VALUE 0.
        01  WS-KEPT-COUNT       PIC 9(5) VALUE 0.

        COPY G6RCSUSP.
        01  WS-SP-NAME         PIC X(8) VALUE 'G6RCSUSP'.
        01  WS-SP-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-SP-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-SP-DENY         PIC X(1) VALUE X'03'.
        01  WS-SP-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-SP-HANDLE       PIC X(4).
        01  WS-SP-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-SP-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-SP-STATUS       PIC S9(9) COMP-5.
        01  WS-SP-RECLEN       PIC 9(8) COMP-5.
        01  WS-SP-EOF          PIC X(1).
        01  WS-SP-MAX          PIC 9(3) COMP VALUE 500.
        01  WS-SP-COUNT        PIC 9(3) COMP VALUE 0.
        01  WS-SP-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-SP-TABLE.
            02  WS-SP-ENTRY OCCURS 500 TIMES.
                03  WS-SP-ROW  PIC X(120).
                03  WS-SP-KEEP PIC X(1).
        01  WS-SP-IDX          PIC 9(3) COMP.

      * THE RECEIPTS HISTORY, APPENDED.
        COPY G6RCPTH.
        01  WS-RH-NAME         PIC X(8) VALUE 'G6RCPTH'.
        01  WS-RH-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-RH-DENY         PIC X(1) VALUE X'03'.
        01  WS-RH-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-RH-HANDLE       PIC X(4).
        01  WS-RH-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-RH-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-RH-OPENED       PIC X(1) VALUE 'N'.
        01  WS-RH-STATUS       PIC S9(9) COMP-5.
        01  WS-RH-RECLEN       PIC 9(8) COMP-5.

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM LOAD-SUSPENSE-TABLE.
            IF WS-SP-OVERFLOW > 0
                DISPLAY 'TESTG6RX SUSPENSE FILE EXCEEDS TABLE - '
                        'NOT APPLIED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT G6RXRPT.
            MOVE SPACES TO G6RXRPT-REC.
            STRING 'RECEIPTS SUSPENSE RE-POST ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO G6RXRPT-REC.
            WRITE G6RXRPT-REC.
            PERFORM APPLY-ONE-ROW
                VARYING WS-SP-IDX FROM 1 BY 1
                UNTIL WS-SP-IDX > WS-SP-COUNT.
            PERFORM REWRITE-SUSPENSE-FILE.
            IF WS-RH-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RH-HANDLE
                    GIVING WS-RH-STATUS
            END-IF.
            PERFORM WRITE-SUMMARY.
            CLOSE CUSTMAST G6RXRPT.
            DISPLAY 'TESTG6RX POSTED    =' WS-POSTED-COUNT.
            DISPLAY 'TESTG6RX RETURNED  =' WS-RETURNED-COUNT.
            DISPLAY 'TESTG6RX UNMATCHED =' WS-UNMATCHED-COUNT.
            DISPLAY 'TESTG6RX NO OPID   =' WS-NOOPID-COUNT.
            DISPLAY 'TESTG6RX KEPT      =' WS-KEPT-COUNT.
            STOP RUN.

        LOAD-SUSPENSE-TABLE.
            CALL 'CBL_OPEN_FILE' USING WS-SP-NAME
                     WS-SP-ACCESS WS-SP-DENY
                     WS-SP-DEVICE WS-SP-HANDLE
                GIVING WS-SP-STATUS.
            IF WS-SP-STATUS = 0
                MOVE 'N' TO WS-SP-EOF
                PERFORM LOAD-ONE-SUSPENSE UNTIL WS-SP-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-SP-HANDLE
                    GIVING WS-SP-STATUS
            END-IF.

        LOAD-ONE-SUSPENSE.
            MOVE LENGTH OF RCSP-REC TO WS-SP-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-SP-HANDLE
                     WS-SP-RECLEN WS-SP-FLAGS
                     WS-SP-RESERVED RCSP-REC
                GIVING WS-SP-STATUS.
            IF WS-SP-STATUS NOT = 0
                MOVE 'Y' TO WS-SP-EOF
            ELSE
                IF WS-SP-COUNT < WS-SP-MAX
                    ADD 1 TO WS-SP-COUNT
                    MOVE RCSP-REC TO WS-SP-ROW (WS-SP-COUNT)
                    MOVE 'Y' TO WS-SP-KEEP (WS-SP-COUNT)
                ELSE
                    ADD 1 TO WS-SP-OVERFLOW
                END-IF
            END-IF.

        APPLY-ONE-ROW.
            MOVE WS-SP-ROW (WS-SP-IDX) TO RCSP-REC.
            MOVE RCSP-RECEIPT TO RCIN-REC.
            IF RCSP-DECISION = 'P' OR RCSP-DECISION = 'W'
                IF RCSP-OPID = SPACES
                    ADD 1 TO WS-NOOPID-COUNT
                    MOVE 'NO OPERATOR ID' TO WS-OUTCOME
                    PERFORM LIST-ONE-ROW
                ELSE
                    IF RCSP-DECISION = 'W'
                        PERFORM RETURN-ONE-RECEIPT
                    ELSE
                        PERFORM POST-ONE-RECEIPT
                    END-IF
                END-IF
            END-IF.
            IF WS-SP-KEEP (WS-SP-IDX) = 'Y'
                ADD 1 TO WS-KEPT-COUNT
            END-IF.

        RETURN-ONE-RECEIPT.
            MOVE 'N' TO WS-SP-KEEP (WS-SP-IDX).
            ADD 1 TO WS-RETURNED-COUNT.
            MOVE 'RETURNED' TO WS-OUTCOME.
            PERFORM LIST-ONE-ROW.

      * THE CLERK'S CUSTOMER WINS OVER THE ONE THE BANK QUOTED.  THE
      * AMOUNT AND VALUE DATE MUST STILL BE GOOD - A CLERK CAN MATCH
      * A RECEIPT TO A CUSTOMER, NOT MAKE UP ITS MONEY.
        POST-ONE-RECEIPT.
            MOVE SPACES TO WS-REASON.
            IF RCSP-FIX-CUST-ID NOT = SPACES
                MOVE RCSP-FIX-CUST-ID TO WS-POST-CUST-ID
            ELSE
                MOVE RCIN-CUST-ID TO WS-POST-CUST-ID
            END-IF.
            IF RCIN-DATE IS NOT NUMERIC
                MOVE 'DATE' TO WS-REASON
            ELSE
                IF RCIN-DATE-N = 0 OR RCIN-DATE-N > WS-TODAY
                    MOVE 'DATE' TO WS-REASON
                END-IF
            END-IF.
            IF WS-REASON = SPACES
                IF RCIN-AMOUNT-X IS NOT NUMERIC
                    MOVE 'AMNT' TO WS-REASON
                ELSE
                    IF RCIN-AMOUNT = 0
                        MOVE 'AMNT' TO WS-REASON
                    END-IF
                END-IF
            END-IF.
            IF WS-REASON = SPACES
                IF WS-POST-CUST-ID = SPACES
                    MOVE 'NOID' TO WS-REASON
                ELSE
                    MOVE WS-POST-CUST-ID TO CUST-ID
                    READ CUSTMAST
                        INVALID KEY
                            MOVE 'NOID' TO WS-REASON
                    END-READ
                    IF WS-REASON = SPACES AND CUST-IS-INACTIVE
                        MOVE 'INAC' TO WS-REASON
                    END-IF
                END-IF
            END-IF.
            IF WS-REASON = SPACES
                PERFORM WRITE-HISTORY-ROW
                MOVE 'N' TO WS-SP-KEEP (WS-SP-IDX)
                ADD 1 TO WS-POSTED-COUNT
                MOVE 'POSTED' TO WS-OUTCOME
            ELSE
      * STILL UNMATCHED - BACK TO THE CLERKS WITH THE NEW REASON.
                MOVE SPACE TO RCSP-DECISION
                MOVE WS-REASON TO RCSP-REASON
                MOVE RCSP-REC TO WS-SP-ROW (WS-SP-IDX)
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE 'STILL UNMATCHED' TO WS-OUTCOME
            END-IF.
            PERFORM LIST-ONE-ROW.

        WRITE-HISTORY-ROW.
            IF WS-RH-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-RH-NAME
                         WS-RH-ACCESS WS-RH-DENY
                         WS-RH-DEVICE WS-RH-HANDLE
                    GIVING WS-RH-STATUS
                MOVE 'Y' TO WS-RH-OPENED
            END-IF.
            MOVE SPACES TO RCPH-REC.
            MOVE WS-POST-CUST-ID TO RCPH-CUST-ID.
            MOVE RCIN-DATE-N     TO RCPH-RCPT-DATE.
            MOVE RCIN-AMOUNT     TO RCPH-AMOUNT.
            MOVE RCIN-BANK-REF   TO RCPH-BANK-REF.
            MOVE WS-TODAY        TO RCPH-POST-DATE.
            MOVE 'SUSP'          TO RCPH-SOURCE.
            MOVE RCSP-OPID       TO RCPH-OPID.
            MOVE LENGTH OF RCPH-REC TO WS-RH-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RH-HANDLE
                     WS-RH-RECLEN WS-RH-FLAGS
                     WS-RH-RESERVED RCPH-REC
                GIVING WS-RH-STATUS.

        LIST-ONE-ROW.
            MOVE SPACES TO G6RXRPT-REC.
            IF RCIN-AMOUNT-X IS NUMERIC
                MOVE RCIN-AMOUNT TO WS-AMT-ED
                STRING '  ' DELIMITED BY SIZE
                       WS-OUTCOME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCSP-OPID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCSP-FIX-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-BANK-REF DELIMITED BY SIZE
                  INTO G6RXRPT-REC
            ELSE
                STRING '  ' DELIMITED BY SIZE
                       WS-OUTCOME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCSP-OPID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCSP-FIX-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-AMOUNT-X DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       RCIN-BANK-REF DELIMITED BY SIZE
                  INTO G6RXRPT-REC
            END-IF.
            WRITE G6RXRPT-REC.

        REWRITE-SUSPENSE-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-SP-NAME
                     WS-SP-ACCESS-OUT WS-SP-DENY
                     WS-SP-DEVICE WS-SP-HANDLE
                GIVING WS-SP-STATUS.
            PERFORM WRITE-ONE-KEPT
                VARYING WS-SP-IDX FROM 1 BY 1
                UNTIL WS-SP-IDX > WS-SP-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-SP-HANDLE
                GIVING WS-SP-STATUS.

        WRITE-ONE-KEPT.
            IF WS-SP-KEEP (WS-SP-IDX) = 'Y'
                MOVE LENGTH OF RCSP-REC TO WS-SP-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-SP-HANDLE
                         WS-SP-RECLEN WS-SP-FLAGS
                         WS-SP-RESERVED WS-SP-ROW (WS-SP-IDX)
                    GIVING WS-SP-STATUS
            END-IF.

        WRITE-SUMMARY.
            MOVE SPACES TO G6RXRPT-REC.
            STRING 'POSTED = ' DELIMITED BY SIZE
                   WS-POSTED-COUNT DELIMITED BY SIZE
                   '  RETURNED = ' DELIMITED BY SIZE
                   WS-RETURNED-COUNT DELIMITED BY SIZE
                   '  STILL UNMATCHED = ' DELIMITED BY SIZE
                   WS-UNMATCHED-COUNT DELIMITED BY SIZE
                   '  NO OPERATOR ID = ' DELIMITED BY SIZE
                   WS-NOOPID-COUNT DELIMITED BY SIZE
                   '  LEFT ON SUSPENSE = ' DELIMITED BY SIZE
                   WS-KEPT-COUNT DELIMITED BY SIZE
              INTO G6RXRPT-REC.
            WRITE G6RXRPT-REC.
