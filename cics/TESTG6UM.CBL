            02  FILLER              PIC X(1).
            02  WS-MA-VICTIM        PIC X(10).
            02  FILLER              PIC X(1).
            02  WS-MA-VICTIM-REC    PIC X(237).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
            02  FILLER              PIC X(1).
            02  WS-MA-CHAIN-SEQ     PIC 9(9).
            02  WS-MA-CHAIN-PREV    PIC 9(18).
        01  WS-MA-FOUND         PIC X(1).
        01  WS-VICTIM-SAVE      PIC X(237).
        01  WS-VICTIM-FIELDS REDEFINES WS-VICTIM-SAVE.
            02  WS-VIC-ID           PIC X(10).
            02  WS-VIC-NAME         PIC X(40).
            MOVE UM-VICTIM      TO WS-MA-SURVIVOR.
            MOVE UM-SURVIVOR    TO WS-MA-VICTIM.
            MOVE WS-VICTIM-SAVE TO WS-MA-VICTIM-REC.
            MOVE WS-MA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-MA-REC TO CHN-TEXT-LEN.
            MOVE WS-MA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-MA-REC.
            MOVE LENGTH OF WS-MA-REC TO WS-MA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-MA-HANDLE
                     WS-MA-RECLEN WS-MA-FLAGS
                     WS-MA-RESERVED WS-MA-REC
                GIVING WS-MA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        COPY CUSTJRNP.
