        01  WS-APPLIED-COUNT    PIC 9(7) VALUE 0.
        01  WS-NEW-COUNT        PIC 9(7) VALUE 0.
        01  WS-CONFLICT-COUNT   PIC 9(7) VALUE 0.
        01  WS-DECEASED-COUNT   PIC 9(7) VALUE 0.
        01  WS-REACTIVE-COUNT   PIC 9(7) VALUE 0.
        01  WS-INVALID-KEY-SW   PIC X(1) VALUE 'N'.
            88  WS-RECORD-NOT-FOUND VALUE 'Y'.

            DISPLAY 'TESTG6RC NEW       =' WS-NEW-COUNT.
            DISPLAY 'TESTG6RC CONFLICTS =' WS-CONFLICT-COUNT.
            DISPLAY 'TESTG6RC BAD ZIPS  =' WS-BADZIP-COUNT.
            DISPLAY 'TESTG6RC DECEASED  =' WS-DECEASED-COUNT.
            DISPLAY 'TESTG6RC REACTIVATED =' WS-REACTIVE-COUNT.
            MOVE 'END' TO RCTL-FUNC.
            MOVE 0 TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            IF WS-RECORD-NOT-FOUND
                PERFORM WRITE-NEW-CUSTOMER
            ELSE
                IF CUST-IS-DECEASED
                    PERFORM REPORT-DECEASED
                ELSE
                    IF CUST-LAST-UPD-DATE > NU-EXTRACT-DATE
                        OR (CUST-LAST-UPD-DATE = NU-EXTRACT-DATE AND
                            CUST-LAST-UPD-TIME > NU-EXTRACT-TIME)
                        PERFORM REPORT-CONFLICT
                    ELSE
                        PERFORM APPLY-NIGHTLY-UPDATE
                    END-IF
                END-IF
            END-IF.

      * A DECEASED CUSTOMER TAKES NO FURTHER CHANGES (CUSTMAST.CPY) -
      * THE FEED RECORD IS REFUSED, SAME AS TESTG6IU'S RC 16, AND IS
      * NOT PARKED FOR THE CLERK: NO DECISION CAN APPLY IT.
        REPORT-DECEASED.
            ADD 1 TO WS-DECEASED-COUNT.
            MOVE SPACES TO G6RCXRPT-REC.
            STRING 'CUST ' DELIMITED BY SIZE
                   NU-CUST-ID DELIMITED BY SIZE
                   '  REJECTED - CUSTOMER DECEASED' DELIMITED BY SIZE
              INTO G6RCXRPT-REC.
            WRITE G6RCXRPT-REC.

      * A FEED RECORD WITH A ZIP THE POSTAL REFERENCE DOES NOT KNOW
      * IS NOT APPLIED AT ALL - BAD ZIPS ARE THE TOP CAUSE OF
      * RETURNED MAIL, AND A FEED IS EXACTLY WHERE THEY SNEAK IN.
            MOVE NU-PAYME1    TO CUST-PAYME1.
            MOVE NU-CURS      TO CUST-CURS.
            PERFORM COMPUTE-USD-EQUIVALENT.
      * A FEED UPDATE IS ACTIVITY - A DORMANT CUSTOMER COMES BACK TO
      * ACTIVE WITH IT.
            IF CUST-IS-DORMANT
                MOVE 'A' TO CUST-STATUS
                MOVE 0 TO CUST-INACT-DATE
                ADD 1 TO WS-REACTIVE-COUNT
            END-IF.
            MOVE NU-EXTRACT-DATE TO CUST-LAST-UPD-DATE.
            MOVE NU-EXTRACT-TIME TO CUST-LAST-UPD-TIME.
            REWRITE CUST-MASTER-REC.
