      * NIGHTLY PORTFOLIO SNAPSHOT.  BROWSES THE WHOLE CUSTMAST
      * MASTER AND THE BMS2NOTE STREAM AND APPENDS ONE SUMMARY
      * RECORD FOR THE DAY TO THE G6PFHIST HISTORY DATASET (SEE
      * G6PFHIST.CPY): ACTIVE, INACTIVE, DORMANT AND DECEASED
      * CUSTOMER COUNTS, COUNTS AND CUST-USD-AMT TOTALS BY CURRENCY,
      * CONTACT-DETAIL COVERAGE, AND NOTES VOLUME.  THE NUMBERS
      * MANAGEMENT ASKS FOR MONTHLY STOP BEING ONE-OFF SCANS.
      *
        PROGRAM-ID. TESTG6PT.
        ENVIRONMENT DIVISION.
            MOVE SPACES TO PFH-REC.
            ACCEPT PFH-DATE FROM DATE YYYYMMDD.
            MOVE 0 TO PFH-ACTIVE PFH-INACTIVE PFH-PHONE
                      PFH-EMAIL PFH-NOTES PFH-TOT-USD
                      PFH-DORMANT PFH-DECEASED.
            PERFORM CLEAR-ONE-CURRENCY
                VARYING WS-CUR-IDX FROM 1 BY 1
                UNTIL WS-CUR-IDX > 5.
            DISPLAY 'TESTG6PT SCANNED  =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6PT ACTIVE   =' PFH-ACTIVE.
            DISPLAY 'TESTG6PT INACTIVE =' PFH-INACTIVE.
            DISPLAY 'TESTG6PT DORMANT  =' PFH-DORMANT.
            DISPLAY 'TESTG6PT DECEASED =' PFH-DECEASED.
            DISPLAY 'TESTG6PT NOTES    =' PFH-NOTES.
            STOP RUN.


        TALLY-ONE-CUSTOMER.
            ADD 1 TO WS-SCANNED-COUNT.
      * DORMANT AND DECEASED ARE EACH COUNTED ON THEIR OWN -
      * NEITHER IS ACTIVE BUSINESS NOR AN ACCOUNT ANYONE CLOSED.
            IF CUST-IS-INACTIVE
                ADD 1 TO PFH-INACTIVE
            ELSE
                IF CUST-IS-DECEASED
                    ADD 1 TO PFH-DECEASED
                ELSE
                    IF CUST-IS-DORMANT
                        ADD 1 TO PFH-DORMANT
                    ELSE
                        ADD 1 TO PFH-ACTIVE
                    END-IF
                END-IF
            END-IF.
            IF CUST-PHONE NOT = SPACES
                ADD 1 TO PFH-PHONE
