      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY DIRECT-DEBIT COLLECTION.  BROWSES THE G6DDMAND
      * INSTRUCTIONS (SEE G6DDMAND.CPY) AND, FOR EVERY ACTIVE ONE
      * WHOSE NEXT COLLECTION FALLS ON OR BEFORE THE COLLECTION DATE,
      * WRITES A DETAIL TO THE BANK'S DDCOLL INSTRUCTION FILE (SEE
      * G6DDCOLL.CPY) BETWEEN A HEADER AND A TRAILER CARRYING THE
      * COUNT, TOTAL AND ROUTING HASH THE BANK CHECKS THE FILE BY.
      * EACH COLLECTION IS ALSO POSTED TO THE G6RCPTH RECEIPTS
      * HISTORY AS A 'DDCL' ROW - THE BANK DOES NOT SEND THESE BACK
      * ON RCPTIN, ONLY THE ONES IT COULD NOT COLLECT, ON DDRETN FOR
      * TESTG6DX - AND THE INSTRUCTION MOVES ON TO ITS NEXT DATE.
      *
      * THE AMOUNT IS CUST-PAYME (SEE G6PAYAW.CPY) FOR EVERY MONTH
      * THE FREQUENCY COVERS.  A RUN THAT WAS MISSED COLLECTS ONCE,
      * NOT ONCE PER DATE MISSED, AND A RERUN FOR THE SAME DATE FINDS
      * NOTHING LEFT DUE.  AN INSTRUCTION THAT CANNOT BE COLLECTED
      * - NO SUCH CUSTOMER, NOT IN DOLLARS, NO AMOUNT - STAYS DUE
      * AND IS LISTED ON DDCRPT EVERY NIGHT UNTIL IT IS PUT RIGHT;
      * ONE WHOSE CUSTOMER HAS GONE INACTIVE OR DIED IS CANCELLED.
      *
      * G6DDPARM CARD (OPTIONAL) - COLS 1-8 THE COLLECTION DATE
      * YYYYMMDD (DEFAULT TODAY).
      *
      * ENDS RC 4 WHEN ANY INSTRUCTION DUE WAS NOT COLLECTED.
      *
        PROGRAM-ID. TESTG6DD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6DDPARM ASSIGN TO G6DDPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT DDMFILE ASSIGN TO G6DDMAND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DDM-CUST-ID.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT DDCOLL ASSIGN TO DDCOLL
                ORGANIZATION IS SEQUENTIAL.
            SELECT DDCRPT ASSIGN TO DDCRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6DDPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6DDPARM-REC.
            02  DD-COLL-DATE        PIC X(8).
            02  FILLER              PIC X(72).

        FD  DDMFILE.
        COPY G6DDMAND.

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  DDCOLL
            RECORD CONTAINS 120 CHARACTERS.
        COPY G6DDCOLL.

        FD  DDCRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  DDCRPT-REC          PIC X(132).

        WORKING-STORAGE SECTION.
        COPY G6PAYAW.
        COPY G6DDMW.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-COLL-DATE        PIC 9(8).
        01  WS-ORIG-ID          PIC X(10) VALUE 'GUI6BILL'.
        01  WS-READ-COUNT       PIC 9(7) VALUE 0.
        01  WS-DUE-COUNT        PIC 9(7) VALUE 0.
        01  WS-COLL-COUNT       PIC 9(7) VALUE 0.
        01  WS-SKIP-COUNT       PIC 9(7) VALUE 0.
        01  WS-CANC-COUNT       PIC 9(7) VALUE 0.
        01  WS-COLL-AMT         PIC 9(10)V9(2).
        01  WS-COLL-TOTAL       PIC 9(13)V9(2) VALUE 0.
        01  WS-HASH             PIC 9(12) VALUE 0.
        01  WS-HASH-OUT         PIC 9(10).
        01  WS-ROUT8            PIC 9(8).
        01  WS-DUE-DATE         PIC 9(8).
        01  WS-REF              PIC X(16).
        01  WS-REASON           PIC X(4).
        01  WS-AMT-ED           PIC Z(9)9.99.
        01  WS-TOT-ED           PIC Z(12)9.99.

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
            PERFORM LOAD-PARM-CARD.
            PERFORM OPEN-FILES.
            PERFORM READ-NEXT-MANDATE.
            PERFORM CHECK-ONE-MANDATE UNTIL WS-EOF.
            PERFORM WRITE-TRAILER.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6DD COLLECTION DATE =' WS-COLL-DATE.
            DISPLAY 'TESTG6DD INSTRUCTIONS    =' WS-READ-COUNT.
            DISPLAY 'TESTG6DD DUE             =' WS-DUE-COUNT.
            DISPLAY 'TESTG6DD COLLECTED       =' WS-COLL-COUNT.
            DISPLAY 'TESTG6DD TOTAL           =' WS-TOT-ED.
            DISPLAY 'TESTG6DD ROUTING HASH    =' WS-HASH-OUT.
            DISPLAY 'TESTG6DD CANCELLED       =' WS-CANC-COUNT.
            DISPLAY 'TESTG6DD NOT COLLECTED   =' WS-SKIP-COUNT.
            IF WS-SKIP-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        LOAD-PARM-CARD.
            OPEN INPUT G6DDPARM.
            READ G6DDPARM
                AT END
                    MOVE SPACES TO G6DDPARM-REC
            END-READ.
            CLOSE G6DDPARM.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            MOVE WS-TODAY TO WS-COLL-DATE.
            IF DD-COLL-DATE IS NUMERIC
                AND DD-COLL-DATE > '00000000'
                MOVE DD-COLL-DATE TO WS-COLL-DATE
            END-IF.

        OPEN-FILES.
            OPEN I-O DDMFILE.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT DDCOLL.
            OPEN OUTPUT DDCRPT.
            MOVE SPACES TO DDC-REC.
            MOVE 'H' TO DDC-TYPE.
            MOVE WS-ORIG-ID   TO DDCH-ORIG-ID.
            MOVE WS-TODAY     TO DDCH-CREATE-DATE.
            MOVE WS-COLL-DATE TO DDCH-COLL-DATE.
            MOVE 'USD'        TO DDCH-CURRENCY.
            WRITE DDC-REC.
            MOVE SPACES TO DDCRPT-REC.
            STRING 'DIRECT-DEBIT COLLECTION ' DELIMITED BY SIZE
                   WS-COLL-DATE DELIMITED BY SIZE
                   ' - BUILT ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO DDCRPT-REC.
            WRITE DDCRPT-REC.
            MOVE SPACES TO DDCRPT-REC.
            STRING '  RSN  CUSTOMER   DUE              AMOUNT'
                       DELIMITED BY SIZE
                   ' ROUTING   REFERENCE        HOLDER'
                       DELIMITED BY SIZE
              INTO DDCRPT-REC.
            WRITE DDCRPT-REC.
            MOVE LOW-VALUES TO DDM-CUST-ID.
            START DDMFILE KEY IS NOT LESS THAN DDM-CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.

        CLOSE-FILES.
            CLOSE DDMFILE CUSTMAST DDCOLL DDCRPT.
            IF WS-RH-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RH-HANDLE
                    GIVING WS-RH-STATUS
            END-IF.

        READ-NEXT-MANDATE.
            IF NOT WS-EOF
                READ DDMFILE NEXT RECORD
                    AT END
                        SET WS-EOF TO TRUE
                END-READ
            END-IF.

        CHECK-ONE-MANDATE.
            ADD 1 TO WS-READ-COUNT.
            IF DDM-IS-ACTIVE
                AND DDM-NEXT-DATE NOT > WS-COLL-DATE
                PERFORM COLLECT-ONE-MANDATE
            END-IF.
            PERFORM READ-NEXT-MANDATE.

      * THE FIRST EDIT THAT FAILS NAMES THE REASON IT WAS NOT
      * COLLECTED.  A CUSTOMER WHO IS GONE CANCELS THE INSTRUCTION.
        COLLECT-ONE-MANDATE.
            ADD 1 TO WS-DUE-COUNT.
            MOVE SPACES TO WS-REASON.
            MOVE 0 TO WS-COLL-AMT.
            MOVE SPACES TO WS-REF.
            MOVE DDM-NEXT-DATE TO WS-DUE-DATE.
            MOVE DDM-CUST-ID TO CUST-ID.
            READ CUSTMAST
                INVALID KEY
                    MOVE 'NOID' TO WS-REASON
            END-READ.
            IF WS-REASON = SPACES
                IF CUST-IS-INACTIVE OR CUST-IS-DECEASED
                    MOVE 'CANC' TO WS-REASON
                END-IF
            END-IF.
            IF WS-REASON = SPACES
                IF CUST-CURS (1:3) NOT = 'USD'
                    MOVE 'CURR' TO WS-REASON
                END-IF
            END-IF.
            IF WS-REASON = SPACES
                MOVE CUST-PAYME TO PAYA-TEXT-WK
                PERFORM PARSE-PAYME-AMOUNT
                PERFORM SET-DD-PERIOD
                IF PAYA-VALID = 'N' OR PAYA-AMOUNT = 0
                    OR DDMA-PERIOD-MONTHS = 0
                    MOVE 'AMNT' TO WS-REASON
                END-IF
            END-IF.
            IF WS-REASON = SPACES
                PERFORM WRITE-COLLECTION
            ELSE
                IF WS-REASON = 'CANC'
                    PERFORM CANCEL-MANDATE
                ELSE
                    ADD 1 TO WS-SKIP-COUNT
                END-IF
            END-IF.
            PERFORM WRITE-REPORT-LINE.

      * ONE DETAIL, ITS 'DDCL' HISTORY ROW, AND THE INSTRUCTION
      * MOVED PAST THE COLLECTION DATE.  A COLLECTION THAT WENT
      * THROUGH SINCE THE LAST RETURN BREAKS THE RUN OF RETURNS.
        WRITE-COLLECTION.
            COMPUTE WS-COLL-AMT = PAYA-AMOUNT * DDMA-PERIOD-MONTHS.
            STRING DDM-CUST-ID DELIMITED BY SIZE
                   WS-COLL-DATE (3:6) DELIMITED BY SIZE
              INTO WS-REF.
            MOVE SPACES TO DDC-REC.
            MOVE 'D' TO DDC-TYPE.
            MOVE DDM-ROUTING   TO DDCD-ROUTING.
            MOVE DDM-ACCOUNT   TO DDCD-ACCOUNT.
            MOVE DDM-ACCT-NAME TO DDCD-ACCT-NAME.
            MOVE WS-COLL-AMT   TO DDCD-AMOUNT.
            MOVE WS-REF        TO DDCD-REF.
            MOVE DDM-CUST-ID   TO DDCD-CUST-ID.
            WRITE DDC-REC.
            ADD 1 TO WS-COLL-COUNT.
            ADD WS-COLL-AMT TO WS-COLL-TOTAL.
            MOVE DDM-ROUTING (1:8) TO WS-ROUT8.
            ADD WS-ROUT8 TO WS-HASH.
            PERFORM WRITE-HISTORY-ROW.
            IF DDM-LAST-RTN-DATE < DDM-LAST-COLL-DATE
                MOVE 0 TO DDM-RTN-COUNT
            END-IF.
            MOVE WS-COLL-DATE TO DDM-LAST-COLL-DATE.
            MOVE WS-COLL-AMT  TO DDM-LAST-COLL-AMT.
            MOVE DDM-NEXT-DATE TO DDMA-DATE.
            PERFORM ADVANCE-DD-DATE
                UNTIL DDMA-DATE > WS-COLL-DATE.
            MOVE DDMA-DATE TO DDM-NEXT-DATE.
            PERFORM REWRITE-MANDATE.

        CANCEL-MANDATE.
            ADD 1 TO WS-CANC-COUNT.
            MOVE 'C' TO DDM-STATUS.
            MOVE WS-TODAY TO DDM-STATUS-DATE.
            PERFORM REWRITE-MANDATE.

        REWRITE-MANDATE.
            MOVE WS-TODAY TO DDM-UPD-DATE.
            ACCEPT DDM-UPD-TIME FROM TIME.
            MOVE 'BAT' TO DDM-UPD-OPID.
            REWRITE DDM-REC
                INVALID KEY
                    DISPLAY 'TESTG6DD REWRITE FAILED ' DDM-CUST-ID
                    MOVE 8 TO RETURN-CODE
            END-REWRITE.

        WRITE-HISTORY-ROW.
            IF WS-RH-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-RH-NAME
                         WS-RH-ACCESS WS-RH-DENY
                         WS-RH-DEVICE WS-RH-HANDLE
                    GIVING WS-RH-STATUS
                MOVE 'Y' TO WS-RH-OPENED
            END-IF.
            MOVE SPACES TO RCPH-REC.
            MOVE DDM-CUST-ID  TO RCPH-CUST-ID.
            MOVE WS-COLL-DATE TO RCPH-RCPT-DATE.
            MOVE WS-COLL-AMT  TO RCPH-AMOUNT.
            MOVE WS-REF       TO RCPH-BANK-REF.
            MOVE WS-TODAY     TO RCPH-POST-DATE.
            MOVE 'DDCL'       TO RCPH-SOURCE.
            MOVE LENGTH OF RCPH-REC TO WS-RH-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RH-HANDLE
                     WS-RH-RECLEN WS-RH-FLAGS
                     WS-RH-RESERVED RCPH-REC
                GIVING WS-RH-STATUS.

      * EVERY INSTRUCTION DUE GETS A LINE - COLLECTED ONES WITH A
      * BLANK REASON, SO THE LISTING TIES BACK TO THE TRAILER.
        WRITE-REPORT-LINE.
            MOVE WS-COLL-AMT TO WS-AMT-ED.
            MOVE SPACES TO DDCRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DDM-CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DUE-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DDM-ROUTING DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-REF DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DDM-ACCT-NAME DELIMITED BY SIZE
              INTO DDCRPT-REC.
            WRITE DDCRPT-REC.

        WRITE-TRAILER.
            MOVE SPACES TO DDC-REC.
            MOVE 'T' TO DDC-TYPE.
            MOVE WS-COLL-COUNT TO DDCT-COUNT.
            MOVE WS-COLL-TOTAL TO DDCT-TOTAL.
            MOVE WS-HASH       TO WS-HASH-OUT.
            MOVE WS-HASH-OUT   TO DDCT-HASH.
            WRITE DDC-REC.
            MOVE WS-COLL-TOTAL TO WS-TOT-ED.

        WRITE-SUMMARY.
            MOVE SPACES TO DDCRPT-REC.
            STRING 'INSTRUCTIONS DUE = ' DELIMITED BY SIZE
                   WS-DUE-COUNT DELIMITED BY SIZE
                   '  COLLECTED = ' DELIMITED BY SIZE
                   WS-COLL-COUNT DELIMITED BY SIZE
                   '  AMOUNT ' DELIMITED BY SIZE
                   WS-TOT-ED DELIMITED BY SIZE
                   '  ROUTING HASH ' DELIMITED BY SIZE
                   WS-HASH-OUT DELIMITED BY SIZE
              INTO DDCRPT-REC.
            WRITE DDCRPT-REC.
            MOVE SPACES TO DDCRPT-REC.
            STRING 'CANCELLED (CUSTOMER GONE) = ' DELIMITED BY SIZE
                   WS-CANC-COUNT DELIMITED BY SIZE
                   '  NOT COLLECTED = ' DELIMITED BY SIZE
                   WS-SKIP-COUNT DELIMITED BY SIZE
              INTO DDCRPT-REC.
            WRITE DDCRPT-REC.

        COPY G6PAYAP.

        COPY G6DDMP.
