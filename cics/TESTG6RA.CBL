        01  WS-APPLIED-COUNT    PIC 9(5) VALUE 0.
        01  WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
        01  WS-NOTFOUND-COUNT   PIC 9(5) VALUE 0.
        01  WS-DECEASED-COUNT   PIC 9(5) VALUE 0.
        01  WS-REACTIVE-COUNT   PIC 9(5) VALUE 0.
        01  WS-INVALID-KEY-SW   PIC X(1).
            88  WS-RECORD-NOT-FOUND VALUE 'Y'.
        01  WS-SIMULATE         PIC X(1) VALUE 'N'.
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   '  NOT ON MASTER = ' DELIMITED BY SIZE
                   WS-NOTFOUND-COUNT DELIMITED BY SIZE
                   '  DECEASED = ' DELIMITED BY SIZE
                   WS-DECEASED-COUNT DELIMITED BY SIZE
                   '  REACTIVATED = ' DELIMITED BY SIZE
                   WS-REACTIVE-COUNT DELIMITED BY SIZE
              INTO G6RARPT-REC.
            WRITE G6RARPT-REC.
            CLOSE G6RCCONF CUSTMAST G6RARPT.
            DISPLAY 'TESTG6RA APPLIED        =' WS-APPLIED-COUNT.
            DISPLAY 'TESTG6RA NOT ACCEPTED   =' WS-REJECTED-COUNT.
            DISPLAY 'TESTG6RA NOT ON MASTER  =' WS-NOTFOUND-COUNT.
            DISPLAY 'TESTG6RA DECEASED       =' WS-DECEASED-COUNT.
            DISPLAY 'TESTG6RA REACTIVATED    =' WS-REACTIVE-COUNT.
            STOP RUN.

        READ-CONFLICT.
      * THE CLERK SAID THE FEED WINS - OVERLAY THE MASTER WITH THE
      * FEED VALUES AND STAMP THE APPLY TIME AS THE LAST UPDATE.  A
      * CUSTOMER SINCE DELETED FROM THE MASTER IS REPORTED, NOT
      * RESURRECTED - THAT CALLS FOR A HUMAN, NOT A REWRITE.  NOR IS
      * A DECEASED CUSTOMER CHANGED, WHATEVER THE CLERK DECIDED; A
      * DORMANT ONE COMES BACK TO ACTIVE WITH THE APPLY.
        APPLY-ACCEPTED-FEED.
            MOVE NU-CUST-ID TO CUST-ID.
            MOVE 'N' TO WS-INVALID-KEY-SW.
                DISPLAY 'TESTG6RA ACCEPTED CUSTOMER NO LONGER ON '
                        'MASTER - CUST-ID=' NU-CUST-ID
            ELSE
                IF CUST-IS-DECEASED
                    ADD 1 TO WS-DECEASED-COUNT
                    MOVE SPACES TO G6RARPT-REC
                    STRING '  CUST ' DELIMITED BY SIZE
                           NU-CUST-ID DELIMITED BY SIZE
                           '  NOT APPLIED - CUSTOMER DECEASED'
                               DELIMITED BY SIZE
                      INTO G6RARPT-REC
                    WRITE G6RARPT-REC
                ELSE
                    PERFORM REPORT-ONE-APPLY
                    IF CUST-IS-DORMANT
                        ADD 1 TO WS-REACTIVE-COUNT
                    END-IF
                    IF WS-SIMULATE NOT = 'Y'
                        MOVE CUST-PAYME TO WS-PL-OLD-PAYME
                        MOVE CUST-NAME  TO WS-NIX-OLD-NAME
                        MOVE 'G6RA' TO JRNL-SOURCE
                        MOVE SPACES TO JRNL-OPID
                        PERFORM WRITE-CUSTOMER-JOURNAL
                        MOVE NU-NAME      TO CUST-NAME
                        MOVE NU-ADDR      TO CUST-ADDR
                        MOVE NU-ZIP       TO CUST-ZIP
                        MOVE NU-PAYME     TO CUST-PAYME
                        MOVE NU-PAYME1    TO CUST-PAYME1
                        MOVE NU-CURS      TO CUST-CURS
                        PERFORM COMPUTE-USD-EQUIVALENT
                        IF CUST-IS-DORMANT
                            MOVE 'A' TO CUST-STATUS
                            MOVE 0 TO CUST-INACT-DATE
                        END-IF
                        ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD
                        ACCEPT CUST-LAST-UPD-TIME FROM TIME
                        REWRITE CUST-MASTER-REC
      * KEEP THE NAME INDEX IN STEP WITH WHAT WAS JUST APPLIED.
                        IF CUST-NAME NOT = WS-NIX-OLD-NAME
                            MOVE WS-NIX-OLD-NAME TO NIX-NAME
                            MOVE CUST-ID TO NIX-CUST-ID
                            DELETE NAMIX RECORD
                                INVALID KEY CONTINUE
                            END-DELETE
                            MOVE CUST-NAME TO NIX-NAME
                            MOVE CUST-ID   TO NIX-CUST-ID
                            WRITE NIX-REC
                                INVALID KEY CONTINUE
                            END-WRITE
                        END-IF
                        MOVE 'REW' TO JRNL-ACTION
                        PERFORM JOURNAL-AFTER-IMAGE
      * A FEED THAT MOVED THE PAYMENT AMOUNT IS A PAYMENT EVENT -
      * LEDGER IT WITH THE G6RA SOURCE TAG.
                        IF CUST-PAYME NOT = WS-PL-OLD-PAYME
                            PERFORM WRITE-PAYMENT-LEDGER
                        END-IF
                    END-IF
                    ADD 1 TO WS-APPLIED-COUNT
                END-IF
            END-IF.

        LOAD-SIM-PARM.
