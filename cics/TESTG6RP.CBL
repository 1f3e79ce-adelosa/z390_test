      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * DAILY RECEIPTS POSTING.  READS THE BANK'S RCPTIN FILE (SEE
      * G6RCPTIN.CPY) AND POSTS EVERY RECEIPT IT CAN MATCH TO A LIVE
      * CUSTOMER ONTO THE G6RCPTH RECEIPTS HISTORY (SEE G6RCPTH.CPY).
      * A RECEIPT THAT CANNOT BE POSTED - NO SUCH CUSTOMER, AN
      * INACTIVE ONE, NO AMOUNT, A BAD OR FUTURE VALUE DATE, OR A
      * BANK REFERENCE ALREADY SEEN IN THE SAME DELIVERY - IS PARKED
      * ON THE G6RCSUSP SUSPENSE FILE (SEE G6RCSUSP.CPY) AND LISTED
      * ON G6RPRPT FOR THE CLERKS, WHO MARK IT UP FOR THE TESTG6RX
      * RE-POST.  NOTHING ON THE CUSTOMER MASTER CHANGES HERE - WHAT
      * THE CUSTOMER SHOULD PAY STAYS IN CUST-PAYME; WHAT THEY DID
      * PAY LIVES ONLY ON THE HISTORY.
      *
      * AN EMPTY DELIVERY ENDS RC 4 SO A MISSING BANK FILE IS NOT
      * MISTAKEN FOR A QUIET DAY.
      *
        PROGRAM-ID. TESTG6RP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RCPTIN ASSIGN TO RCPTIN
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT G6RPRPT ASSIGN TO G6RPRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  RCPTIN
            RECORD CONTAINS 80 CHARACTERS.
        COPY G6RCPTIN.

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  G6RPRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6RPRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-READ-COUNT       PIC 9(7) VALUE 0.
        01  WS-POSTED-COUNT     PIC 9(7) VALUE 0.
        01  WS-PARKED-COUNT     PIC 9(7) VALUE 0.
        01  WS-POSTED-AMT       PIC 9(11)V9(2) VALUE 0.
        01  WS-PARKED-AMT       PIC 9(11)V9(2) VALUE 0.
        01  WS-AMT-ED           PIC Z(10)9.99.
        01  WS-TOT-ED           PIC Z(10)9.99.
        01  WS-REASON           PIC X(4).

      * EVERY BANK REFERENCE SEEN IN THIS DELIVERY, SO A CREDIT THE
      * BANK SENT TWICE IS PARKED THE SECOND TIME INSTEAD OF POSTED.
      * PAST THE TABLE LIMIT THE CHECK STOPS AND THE RUN SAYS SO.
        01  WS-RF-MAX           PIC 9(4) COMP VALUE 2000.
        01  WS-RF-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-RF-OVERFLOW      PIC 9(7) VALUE 0.
        01  WS-RF-TABLE.
            02  WS-RF-REF OCCURS 2000 TIMES PIC X(16).
        01  WS-RF-IDX           PIC 9(4) COMP.
        01  WS-RF-FOUND         PIC X(1).

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

      * THE SUSPENSE FILE, APPENDED.
        COPY G6RCSUSP.
        01  WS-SP-NAME         PIC X(8) VALUE 'G6RCSUSP'.
        01  WS-SP-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-SP-DENY         PIC X(1) VALUE X'03'.
        01  WS-SP-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-SP-HANDLE       PIC X(4).
        01  WS-SP-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-SP-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-SP-OPENED       PIC X(1) VALUE 'N'.
        01  WS-SP-STATUS       PIC S9(9) COMP-5.
        01  WS-SP-RECLEN       PIC 9(8) COMP-5.

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM OPEN-FILES.
            PERFORM READ-RCPTIN.
            PERFORM POST-ONE-RECEIPT UNTIL WS-EOF.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6RP READ     =' WS-READ-COUNT.
            DISPLAY 'TESTG6RP POSTED   =' WS-POSTED-COUNT.
            DISPLAY 'TESTG6RP SUSPENSE =' WS-PARKED-COUNT.
            IF WS-READ-COUNT = 0
                DISPLAY 'TESTG6RP NO RECEIPTS DELIVERED'
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-RF-OVERFLOW > 0
                DISPLAY 'TESTG6RP NOT CHECKED FOR DUPLICATES ='
                        WS-RF-OVERFLOW
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT RCPTIN.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT G6RPRPT.
            MOVE SPACES TO G6RPRPT-REC.
            STRING 'RECEIPTS POSTING ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ' - RECEIPTS PARKED ON SUSPENSE' DELIMITED BY SIZE
              INTO G6RPRPT-REC.
            WRITE G6RPRPT-REC.
            MOVE SPACES TO G6RPRPT-REC.
            STRING '  RSN  CUSTOMER   VALUE DT         AMOUNT'
                       DELIMITED BY SIZE
                   ' BANK REF         PAYER' DELIMITED BY SIZE
              INTO G6RPRPT-REC.
            WRITE G6RPRPT-REC.

        CLOSE-FILES.
            CLOSE RCPTIN CUSTMAST G6RPRPT.
            IF WS-RH-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RH-HANDLE
                    GIVING WS-RH-STATUS
            END-IF.
            IF WS-SP-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-SP-HANDLE
                    GIVING WS-SP-STATUS
            END-IF.

        READ-RCPTIN.
            READ RCPTIN
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

      * THE FIRST EDIT THAT FAILS NAMES THE SUSPENSE REASON.
        POST-ONE-RECEIPT.
            ADD 1 TO WS-READ-COUNT.
            MOVE SPACES TO WS-REASON.
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
                PERFORM CHECK-BANK-REF
                IF WS-RF-FOUND = 'Y'
                    MOVE 'DUPL' TO WS-REASON
                END-IF
            END-IF.
            IF WS-REASON = SPACES
                IF RCIN-CUST-ID = SPACES
                    MOVE 'NOID' TO WS-REASON
                ELSE
                    MOVE RCIN-CUST-ID TO CUST-ID
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
            ELSE
                PERFORM WRITE-SUSPENSE-ROW
            END-IF.
            PERFORM READ-RCPTIN.

      * A BANK REFERENCE NOT SEEN BEFORE IS REMEMBERED.  A BLANK ONE
      * CANNOT BE CHECKED AND IS LET THROUGH.
        CHECK-BANK-REF.
            MOVE 'N' TO WS-RF-FOUND.
            IF RCIN-BANK-REF NOT = SPACES
                PERFORM CHECK-ONE-BANK-REF
                    VARYING WS-RF-IDX FROM 1 BY 1
                    UNTIL WS-RF-IDX > WS-RF-COUNT
                       OR WS-RF-FOUND = 'Y'
                IF WS-RF-FOUND = 'N'
                    IF WS-RF-COUNT < WS-RF-MAX
                        ADD 1 TO WS-RF-COUNT
                        MOVE RCIN-BANK-REF TO WS-RF-REF (WS-RF-COUNT)
                    ELSE
                        ADD 1 TO WS-RF-OVERFLOW
                    END-IF
                END-IF
            END-IF.

        CHECK-ONE-BANK-REF.
            IF WS-RF-REF (WS-RF-IDX) = RCIN-BANK-REF
                MOVE 'Y' TO WS-RF-FOUND
            END-IF.

        WRITE-HISTORY-ROW.
            IF WS-RH-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-RH-NAME
                         WS-RH-ACCESS WS-RH-DENY
                         WS-RH-DEVICE WS-RH-HANDLE
                    GIVING WS-RH-STATUS
                MOVE 'Y' TO WS-RH-OPENED
            END-IF.
            MOVE SPACES TO RCPH-REC.
            MOVE RCIN-CUST-ID  TO RCPH-CUST-ID.
            MOVE RCIN-DATE-N   TO RCPH-RCPT-DATE.
            MOVE RCIN-AMOUNT   TO RCPH-AMOUNT.
            MOVE RCIN-BANK-REF TO RCPH-BANK-REF.
            MOVE WS-TODAY      TO RCPH-POST-DATE.
            MOVE 'BANK'        TO RCPH-SOURCE.
            MOVE LENGTH OF RCPH-REC TO WS-RH-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RH-HANDLE
                     WS-RH-RECLEN WS-RH-FLAGS
                     WS-RH-RESERVED RCPH-REC
                GIVING WS-RH-STATUS.
            ADD 1 TO WS-POSTED-COUNT.
            ADD RCIN-AMOUNT TO WS-POSTED-AMT.

        WRITE-SUSPENSE-ROW.
            IF WS-SP-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-SP-NAME
                         WS-SP-ACCESS WS-SP-DENY
                         WS-SP-DEVICE WS-SP-HANDLE
                    GIVING WS-SP-STATUS
                MOVE 'Y' TO WS-SP-OPENED
            END-IF.
            MOVE SPACES TO RCSP-REC.
            MOVE WS-REASON TO RCSP-REASON.
            MOVE WS-TODAY  TO RCSP-PARK-DATE.
            MOVE RCIN-REC  TO RCSP-RECEIPT.
            MOVE LENGTH OF RCSP-REC TO WS-SP-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-SP-HANDLE
                     WS-SP-RECLEN WS-SP-FLAGS
                     WS-SP-RESERVED RCSP-REC
                GIVING WS-SP-STATUS.
            ADD 1 TO WS-PARKED-COUNT.
            MOVE SPACES TO G6RPRPT-REC.
            IF RCIN-AMOUNT-X IS NUMERIC
                ADD RCIN-AMOUNT TO WS-PARKED-AMT
                MOVE RCIN-AMOUNT TO WS-AMT-ED
                STRING '  ' DELIMITED BY SIZE
                       WS-REASON DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-BANK-REF DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-PAYER DELIMITED BY SIZE
                  INTO G6RPRPT-REC
            ELSE
                STRING '  ' DELIMITED BY SIZE
                       WS-REASON DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-AMOUNT-X DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       RCIN-BANK-REF DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RCIN-PAYER DELIMITED BY SIZE
                  INTO G6RPRPT-REC
            END-IF.
            WRITE G6RPRPT-REC.

        WRITE-SUMMARY.
            MOVE WS-POSTED-AMT TO WS-TOT-ED.
            MOVE SPACES TO G6RPRPT-REC.
            STRING 'RECEIPTS READ = ' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   '  POSTED = ' DELIMITED BY SIZE
                   WS-POSTED-COUNT DELIMITED BY SIZE
                   '  AMOUNT ' DELIMITED BY SIZE
                   WS-TOT-ED DELIMITED BY SIZE
              INTO G6RPRPT-REC.
            WRITE G6RPRPT-REC.
            MOVE WS-PARKED-AMT TO WS-TOT-ED.
            MOVE SPACES TO G6RPRPT-REC.
            STRING 'PARKED ON SUSPENSE = ' DELIMITED BY SIZE
                   WS-PARKED-COUNT DELIMITED BY SIZE
                   '  AMOUNT ' DELIMITED BY SIZE
                   WS-TOT-ED DELIMITED BY SIZE
              INTO G6RPRPT-REC.
            WRITE G6RPRPT-REC.
            IF WS-RF-OVERFLOW > 0
                MOVE SPACES TO G6RPRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-RF-OVERFLOW DELIMITED BY SIZE
                       ' RECEIPTS PAST THE REFERENCE TABLE WERE NOT'
                           DELIMITED BY SIZE
                       ' CHECKED FOR DUPLICATES **' DELIMITED BY SIZE
                  INTO G6RPRPT-REC
                WRITE G6RPRPT-REC
            END-IF.
