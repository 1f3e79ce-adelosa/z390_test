      *
      * NIGHTLY FIELD-LEVEL INTEGRITY VERIFIER FOR THE CUSTMAST
      * MASTER.  TESTG6DU FINDS BUSINESS DUPLICATES; THIS JOB FINDS
      * STRUCTURAL DAMAGE - A CUST-STATUS OUTSIDE ITS KNOWN CODES, A
      * NON-NUMERIC CUST-APPL-RATE OR CUST-USD-AMT LEFT OVER FROM
      * BEFORE THOSE FIELDS EXISTED, LETTERS IN CUST-PHONE, A GARBAGE
      * CUST-INACT-DATE - AGAINST THE CUSTMAST.CPY LAYOUT RULES,
                PERFORM REPORT-VIOLATION
            END-IF.
      * SPACE AND 'A' ARE BOTH ACTIVE (PRE-FIELD RECORDS CARRY
      * SPACE); 'I' IS INACTIVE; 'D' IS DORMANT; 'X' IS DECEASED;
      * ANYTHING ELSE MISROUTES THE PURGE AND EDIT-BLOCKING LOGIC
      * AND IS SEVERE.
            IF CUST-STATUS NOT = SPACE AND CUST-STATUS NOT = 'A'
                AND CUST-STATUS NOT = 'I' AND CUST-STATUS NOT = 'D'
                AND CUST-STATUS NOT = 'X'
                MOVE 'SEV'            TO WS-VIO-SEV
                MOVE 'CUST-STATUS'    TO WS-VIO-FIELD
                MOVE 'STATUS NOT SPACE, A, I, D, OR X'
                                      TO WS-VIO-REASON
                PERFORM REPORT-VIOLATION
            END-IF.

      * CUST-INACT-DATE RULES DEPEND ON THE STATUS - AN INACTIVE
      * RECORD MUST CARRY A REAL DATE (THE PURGE COUNTS RETENTION
      * FROM IT, SO GARBAGE THERE IS SEVERE), AND SO MUST A DECEASED
      * ONE (THE DATE THE DEATH WAS RECORDED); AN ACTIVE RECORD
      * SHOULD CARRY ZERO, AND ANYTHING ELSE IS LEFTOVER GARBAGE.
        VERIFY-INACT-DATE.
            IF CUST-IS-INACTIVE OR CUST-IS-DECEASED
                IF CUST-INACT-DATE NOT NUMERIC
                    OR CUST-INACT-DATE = 0
                    MOVE 'SEV'            TO WS-VIO-SEV
