      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        COPY CUSTJRNP.
