      *
      * JRNL-SOURCE AND JRNL-OPID MUST BE SET BEFORE STEP 3.  SAME
      * COPY-IN-THE-LOGIC TECHNIQUE AS CICAIDPF'S CHECK-PF-KEY.
      * EACH RECORD IS HASH-CHAINED ON THE WAY OUT (G6CHNP.CPY, COPIED
      * AT THE END HERE).
      ***************************************************************
       WRITE-CUSTOMER-JOURNAL.
           MOVE CUST-MASTER-REC TO JRNL-PRIOR-REC.
           ELSE
               MOVE CUST-MASTER-REC TO JRNL-AFTER-REC
           END-IF.
           MOVE JRNL-NAME TO CHN-STREAM.
           MOVE LENGTH OF JRNL-REC TO CHN-TEXT-LEN.
           MOVE JRNL-REC TO CHN-TEXT.
           PERFORM LINK-CHAIN-RECORD.
           MOVE CHN-TEXT TO JRNL-REC.
           MOVE LENGTH OF JRNL-REC TO JRNL-RECLEN.
           CALL 'CBL_WRITE_FILE' USING JRNL-HANDLE
                    JRNL-RECLEN JRNL-FLAGS
                    JRNL-RESERVED JRNL-REC
               GIVING JRNL-STATUS.
           PERFORM RELEASE-CHAIN-STATE.
           MOVE 'N' TO JRNL-PRIOR-HELD.

       COPY G6CHNP.
