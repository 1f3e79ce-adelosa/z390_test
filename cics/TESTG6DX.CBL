      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * DIRECT-DEBIT RETURNS.  APPLIES THE BANK'S DDRETN FILE (SEE
      * G6DDRETN.CPY) - THE COLLECTIONS TESTG6DD SENT THAT THE BANK
      * COULD NOT TAKE.  EACH RETURN IS MATCHED BY ITS COLLECTION
      * REFERENCE TO THE 'DDCL' ROW TESTG6DD POSTED ON THE G6RCPTH
      * RECEIPTS HISTORY, AND A MATCHED RETURN POSTS A 'DDRT' ROW
      * THAT TAKES THE MONEY BACK OFF THE CUSTOMER (SEE G6RCPTH.CPY).
      * THE CUSTOMER'S INSTRUCTION ON G6DDMAND IS CHARGED WITH THE
      * RETURN, AND SUSPENDED ON A HARD RETURN OR AFTER DDRS-SOFT-
      * LIMIT SOFT ONES IN A ROW (SEE G6DDRSN.CPY) UNTIL SOMEONE PUTS
      * IT BACK IN FORCE ON THE GUI6 PF18 PAGE.
      *
      * A RETURN THAT CANNOT BE APPLIED - A BAD DATE OR AMOUNT, NO
      * SUCH COLLECTION, A DIFFERENT CUSTOMER OR AMOUNT FROM THE
      * COLLECTION, OR ONE ALREADY APPLIED (IN AN EARLIER DELIVERY OR
      * EARLIER IN THIS ONE) - CHANGES NOTHING.  EVERY RETURN, APPLIED
      * OR NOT, IS LISTED ON DDRRPT WITH THE CUSTOMER, THE BANK'S
      * REASON AND WHAT WAS DONE, FOR THE COLLECTIONS DESK TO FOLLOW
      * UP.
      *
      * ENDS RC 4 ON AN EMPTY DELIVERY (SO A MISSING BANK FILE IS NOT
      * MISTAKEN FOR A CLEAN DAY) OR WHEN ANY RETURN WAS NOT APPLIED.
      *
        PROGRAM-ID. TESTG6DX.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DDRETN ASSIGN TO DDRETN
                ORGANIZATION IS SEQUENTIAL.
            SELECT DDMFILE ASSIGN TO G6DDMAND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DDM-CUST-ID.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT DDRRPT ASSIGN TO DDRRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  DDRETN
            RECORD CONTAINS 80 CHARACTERS.
        COPY G6DDRETN.

        FD  DDMFILE.
        COPY G6DDMAND.

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  DDRRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  DDRRPT-REC          PIC X(132).

        WORKING-STORAGE SECTION.
        COPY G6DDRSN.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-READ-COUNT       PIC 9(7) VALUE 0.
        01  WS-APPLIED-COUNT    PIC 9(7) VALUE 0.
        01  WS-FAILED-COUNT     PIC 9(7) VALUE 0.
        01  WS-SUSP-COUNT       PIC 9(7) VALUE 0.
        01  WS-APPLIED-AMT      PIC 9(11)V9(2) VALUE 0.
        01  WS-AMT-ED           PIC Z(9)9.99.
        01  WS-TOT-ED           PIC Z(10)9.99.
        01  WS-HARD             PIC X(1).
        01  WS-DESC             PIC X(24).
        01  WS-ACTION           PIC X(20).
        01  WS-NAME             PIC X(30).

      * THE WHOLE DELIVERY IN STORAGE, SO ONE PASS OF THE RECEIPTS
      * HISTORY CAN FIND EVERY RETURN'S COLLECTION (AND ANY EARLIER
      * APPLICATION OF IT).  PAST THE TABLE LIMIT A RETURN IS NOT
      * APPLIED AND THE RUN SAYS SO - THE BANK RESENDS IT.
        01  WS-RT-MAX           PIC 9(4) COMP VALUE 2000.
        01  WS-RT-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-RT-OVERFLOW      PIC 9(7) VALUE 0.
        01  WS-RT-TABLE.
            02  WS-RT-ENTRY OCCURS 2000 TIMES.
                03  WS-RT-RETURN    PIC X(80).
                03  WS-RT-REASON    PIC X(4).
                03  WS-RT-COLL-SW   PIC X(1).
                03  WS-RT-COLL-CUST PIC X(10).
                03  WS-RT-COLL-AMT  PIC 9(10)V9(2).
                03  WS-RT-DONE-SW   PIC X(1).
        01  WS-I                PIC 9(4) COMP.
        01  WS-J                PIC 9(4) COMP.

      * THE RECEIPTS HISTORY - READ THROUGH ONCE, THEN APPENDED.
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
        01  WS-RH-EOF          PIC X(1).

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM OPEN-FILES.
            PERFORM READ-DDRETN.
            PERFORM LOAD-ONE-RETURN UNTIL WS-EOF.
            PERFORM SCAN-RECEIPT-HISTORY.
            PERFORM APPLY-ONE-RETURN
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-RT-COUNT.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6DX READ        =' WS-READ-COUNT.
            DISPLAY 'TESTG6DX APPLIED     =' WS-APPLIED-COUNT.
            DISPLAY 'TESTG6DX SUSPENDED   =' WS-SUSP-COUNT.
            DISPLAY 'TESTG6DX NOT APPLIED =' WS-FAILED-COUNT.
            IF WS-READ-COUNT = 0
                DISPLAY 'TESTG6DX NO RETURNS DELIVERED'
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-FAILED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-RT-OVERFLOW > 0
                DISPLAY 'TESTG6DX NOT APPLIED (TABLE FULL) ='
                        WS-RT-OVERFLOW
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT DDRETN.
            OPEN I-O DDMFILE.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT DDRRPT.
            MOVE SPACES TO DDRRPT-REC.
            STRING 'DIRECT-DEBIT RETURNS ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ' - FOR COLLECTIONS FOLLOW-UP' DELIMITED BY SIZE
              INTO DDRRPT-REC.
            WRITE DDRRPT-REC.
            MOVE SPACES TO DDRRPT-REC.
            STRING '  RSN  CUSTOMER   NAME' DELIMITED BY SIZE
                   '                           REFERENCE       '
                       DELIMITED BY SIZE
                   '         AMOUNT CODE REASON' DELIMITED BY SIZE
                   '                   ACTION' DELIMITED BY SIZE
              INTO DDRRPT-REC.
            WRITE DDRRPT-REC.

        CLOSE-FILES.
            CLOSE DDRETN DDMFILE CUSTMAST DDRRPT.
            IF WS-RH-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RH-HANDLE
                    GIVING WS-RH-STATUS
            END-IF.

        READ-DDRETN.
            READ DDRETN
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

      * TABLE THE RETURN WITH THE FIRST EDIT IT FAILS, IF ANY.  THE
      * SAME REFERENCE TWICE IN ONE DELIVERY IS APPLIED ONCE.
        LOAD-ONE-RETURN.
            ADD 1 TO WS-READ-COUNT.
            IF WS-RT-COUNT < WS-RT-MAX
                ADD 1 TO WS-RT-COUNT
                MOVE WS-RT-COUNT TO WS-I
                MOVE DDR-REC TO WS-RT-RETURN (WS-I)
                MOVE SPACES TO WS-RT-REASON (WS-I)
                MOVE 'N' TO WS-RT-COLL-SW (WS-I)
                MOVE 'N' TO WS-RT-DONE-SW (WS-I)
                MOVE SPACES TO WS-RT-COLL-CUST (WS-I)
                MOVE 0 TO WS-RT-COLL-AMT (WS-I)
                PERFORM EDIT-ONE-RETURN
            ELSE
                ADD 1 TO WS-RT-OVERFLOW
            END-IF.
            PERFORM READ-DDRETN.

        EDIT-ONE-RETURN.
            IF DDR-RTN-DATE IS NOT NUMERIC
                MOVE 'DATE' TO WS-RT-REASON (WS-I)
            ELSE
                IF DDR-RTN-DATE-N = 0 OR DDR-RTN-DATE-N > WS-TODAY
                    MOVE 'DATE' TO WS-RT-REASON (WS-I)
                END-IF
            END-IF.
            IF WS-RT-REASON (WS-I) = SPACES
                IF DDR-AMOUNT-X IS NOT NUMERIC
                    MOVE 'AMNT' TO WS-RT-REASON (WS-I)
                ELSE
                    IF DDR-AMOUNT = 0
                        MOVE 'AMNT' TO WS-RT-REASON (WS-I)
                    END-IF
                END-IF
            END-IF.
            IF WS-RT-REASON (WS-I) = SPACES
                PERFORM CHECK-EARLIER-RETURN
                    VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J NOT < WS-I
            END-IF.

        CHECK-EARLIER-RETURN.
            IF WS-RT-RETURN (WS-J) (1:16) = DDR-REF
                MOVE 'DUPL' TO WS-RT-REASON (WS-I)
            END-IF.

      * ONE PASS OF THE HISTORY: A 'DDCL' ROW IS A RETURN'S
      * COLLECTION, A 'DDRT' ROW MEANS IT WAS ALREADY APPLIED.
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

        READ-RECEIPT-ROW.
            MOVE LENGTH OF RCPH-REC TO WS-RH-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-RH-HANDLE
                     WS-RH-RECLEN WS-RH-FLAGS
                     WS-RH-RESERVED RCPH-REC
                GIVING WS-RH-STATUS.
            IF WS-RH-STATUS NOT = 0
                MOVE 'Y' TO WS-RH-EOF
            ELSE
                IF RCPH-SOURCE = 'DDCL' OR RCPH-SOURCE = 'DDRT'
                    PERFORM MATCH-RECEIPT-ROW
                        VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-RT-COUNT
                END-IF
            END-IF.

        MATCH-RECEIPT-ROW.
            IF WS-RT-RETURN (WS-J) (1:16) = RCPH-BANK-REF
                IF RCPH-SOURCE = 'DDCL'
                    MOVE 'Y' TO WS-RT-COLL-SW (WS-J)
                    MOVE RCPH-CUST-ID TO WS-RT-COLL-CUST (WS-J)
                    MOVE RCPH-AMOUNT  TO WS-RT-COLL-AMT (WS-J)
                ELSE
                    MOVE 'Y' TO WS-RT-DONE-SW (WS-J)
                END-IF
            END-IF.

      * THE REMAINING EDITS NEED THE COLLECTION, THEN A CLEAN
      * RETURN IS POSTED AND CHARGED TO THE INSTRUCTION.
        APPLY-ONE-RETURN.
            MOVE WS-RT-RETURN (WS-I) TO DDR-REC.
            IF WS-RT-REASON (WS-I) = SPACES
                AND WS-RT-DONE-SW (WS-I) = 'Y'
                MOVE 'DUPL' TO WS-RT-REASON (WS-I)
            END-IF.
            IF WS-RT-REASON (WS-I) = SPACES
                AND WS-RT-COLL-SW (WS-I) = 'N'
                MOVE 'NOCL' TO WS-RT-REASON (WS-I)
            END-IF.
            IF WS-RT-REASON (WS-I) = SPACES
                AND DDR-CUST-ID NOT = SPACES
                AND DDR-CUST-ID NOT = WS-RT-COLL-CUST (WS-I)
                MOVE 'CUST' TO WS-RT-REASON (WS-I)
            END-IF.
            IF WS-RT-REASON (WS-I) = SPACES
                AND DDR-AMOUNT NOT = WS-RT-COLL-AMT (WS-I)
                MOVE 'AMNT' TO WS-RT-REASON (WS-I)
            END-IF.
            PERFORM LOOKUP-RETURN-REASON.
            IF WS-RT-REASON (WS-I) = SPACES
                MOVE WS-RT-COLL-CUST (WS-I) TO DDR-CUST-ID
                PERFORM WRITE-HISTORY-ROW
                PERFORM CHARGE-MANDATE
                ADD 1 TO WS-APPLIED-COUNT
                ADD DDR-AMOUNT TO WS-APPLIED-AMT
            ELSE
                MOVE 'NOT APPLIED' TO WS-ACTION
                ADD 1 TO WS-FAILED-COUNT
            END-IF.
            PERFORM WRITE-REPORT-LINE.

      * A CODE THE TABLE DOES NOT KNOW IS TREATED AS HARD.
        LOOKUP-RETURN-REASON.
            MOVE 'Y' TO WS-HARD.
            MOVE '** UNKNOWN REASON CODE' TO WS-DESC.
            SET DDRS-IDX TO 1.
            SEARCH DDRS-ENTRY
                AT END
                    CONTINUE
                WHEN DDRS-CODE (DDRS-IDX) = DDR-RTN-CODE
                    MOVE DDRS-HARD (DDRS-IDX) TO WS-HARD
                    MOVE DDRS-DESC (DDRS-IDX) TO WS-DESC
            END-SEARCH.

        WRITE-HISTORY-ROW.
            IF WS-RH-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-RH-NAME
                         WS-RH-ACCESS WS-RH-DENY
                         WS-RH-DEVICE WS-RH-HANDLE
                    GIVING WS-RH-STATUS
                MOVE 'Y' TO WS-RH-OPENED
            END-IF.
            MOVE SPACES TO RCPH-REC.
            MOVE DDR-CUST-ID    TO RCPH-CUST-ID.
            MOVE DDR-RTN-DATE-N TO RCPH-RCPT-DATE.
            MOVE DDR-AMOUNT     TO RCPH-AMOUNT.
            MOVE DDR-REF        TO RCPH-BANK-REF.
            MOVE WS-TODAY       TO RCPH-POST-DATE.
            MOVE 'DDRT'         TO RCPH-SOURCE.
            MOVE LENGTH OF RCPH-REC TO WS-RH-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RH-HANDLE
                     WS-RH-RECLEN WS-RH-FLAGS
                     WS-RH-RESERVED RCPH-REC
                GIVING WS-RH-STATUS.

      * COUNT THE RETURN AGAINST THE INSTRUCTION.  ONE ALREADY
      * SUSPENDED OR CANCELLED KEEPS ITS STATUS.
        CHARGE-MANDATE.
            MOVE DDR-CUST-ID TO DDM-CUST-ID.
            READ DDMFILE
                INVALID KEY
                    MOVE 'NO INSTRUCTION' TO WS-ACTION
                NOT INVALID KEY
                    PERFORM UPDATE-MANDATE
            END-READ.

        UPDATE-MANDATE.
            IF DDM-RTN-COUNT < 99
                ADD 1 TO DDM-RTN-COUNT
            END-IF.
            MOVE DDR-RTN-CODE   TO DDM-LAST-RTN-CODE.
            MOVE DDR-RTN-DATE-N TO DDM-LAST-RTN-DATE.
            MOVE 'CHARGED, STILL LIVE' TO WS-ACTION.
            IF DDM-IS-SUSPENDED
                MOVE 'ALREADY SUSPENDED' TO WS-ACTION
            END-IF.
            IF DDM-IS-CANCELLED
                MOVE 'ALREADY CANCELLED' TO WS-ACTION
            END-IF.
            IF DDM-IS-ACTIVE
                AND (WS-HARD = 'Y'
                     OR DDM-RTN-COUNT NOT < DDRS-SOFT-LIMIT)
                MOVE 'S' TO DDM-STATUS
                MOVE WS-TODAY TO DDM-STATUS-DATE
                MOVE 'SUSPENDED' TO WS-ACTION
                ADD 1 TO WS-SUSP-COUNT
            END-IF.
            MOVE WS-TODAY TO DDM-UPD-DATE.
            ACCEPT DDM-UPD-TIME FROM TIME.
            MOVE 'BAT' TO DDM-UPD-OPID.
            REWRITE DDM-REC
                INVALID KEY
                    DISPLAY 'TESTG6DX REWRITE FAILED ' DDM-CUST-ID
                    MOVE 8 TO RETURN-CODE
            END-REWRITE.

        WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NAME.
            IF DDR-CUST-ID NOT = SPACES
                MOVE DDR-CUST-ID TO CUST-ID
                READ CUSTMAST
                    INVALID KEY
                        MOVE '** NOT ON MASTER **' TO WS-NAME
                    NOT INVALID KEY
                        MOVE CUST-NAME TO WS-NAME
                END-READ
            END-IF.
            MOVE SPACES TO DDRRPT-REC.
            IF DDR-AMOUNT-X IS NUMERIC
                MOVE DDR-AMOUNT TO WS-AMT-ED
                STRING '  ' DELIMITED BY SIZE
                       WS-RT-REASON (WS-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DDR-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DDR-REF DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DDR-RTN-CODE DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-DESC DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ACTION DELIMITED BY SIZE
                  INTO DDRRPT-REC
            ELSE
                STRING '  ' DELIMITED BY SIZE
                       WS-RT-REASON (WS-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DDR-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DDR-REF DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       DDR-AMOUNT-X DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DDR-RTN-CODE DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-DESC DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ACTION DELIMITED BY SIZE
                  INTO DDRRPT-REC
            END-IF.
            WRITE DDRRPT-REC.

        WRITE-SUMMARY.
            MOVE WS-APPLIED-AMT TO WS-TOT-ED.
            MOVE SPACES TO DDRRPT-REC.
            STRING 'RETURNS READ = ' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   '  APPLIED = ' DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   '  AMOUNT ' DELIMITED BY SIZE
                   WS-TOT-ED DELIMITED BY SIZE
                   '  INSTRUCTIONS SUSPENDED = ' DELIMITED BY SIZE
                   WS-SUSP-COUNT DELIMITED BY SIZE
              INTO DDRRPT-REC.
            WRITE DDRRPT-REC.
            MOVE SPACES TO DDRRPT-REC.
            STRING 'NOT APPLIED = ' DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
              INTO DDRRPT-REC.
            WRITE DDRRPT-REC.
            IF WS-RT-OVERFLOW > 0
                MOVE SPACES TO DDRRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-RT-OVERFLOW DELIMITED BY SIZE
                       ' RETURNS PAST THE TABLE LIMIT WERE NOT'
                           DELIMITED BY SIZE
                       ' APPLIED **' DELIMITED BY SIZE
                  INTO DDRRPT-REC
                WRITE DDRRPT-REC
            END-IF.
