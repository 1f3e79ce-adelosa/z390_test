
      * THE SURVIVOR'S RECORD, HELD WHILE THE VICTIM IS READ, AND A
      * PRE-FOLD COPY FOR THE JOURNAL'S PRIOR IMAGE.
        01  WS-SURV-REC         PIC X(237).
        01  WS-SURV-FIELDS REDEFINES WS-SURV-REC.
            02  WS-SURV-ID          PIC X(10).
            02  WS-SURV-NAME        PIC X(40).
            02  WS-SURV-USD-AMT     PIC 9(10)V9(2).
            02  WS-SURV-PHONE       PIC X(10).
            02  WS-SURV-EMAIL       PIC X(40).
        01  WS-SURV-PRIOR       PIC X(237).

      * MERGE AUDIT - SAME CBL_OPEN_FILE/CBL_WRITE_FILE PATTERN AS
      * THE OTHER AUDIT TRAILS.  THE VICTIM'S FULL RECORD RIDES IN
            02  FILLER              PIC X(1).
            02  WS-MA-VICTIM        PIC X(10).
            02  FILLER              PIC X(1).
            02  WS-MA-VICTIM-REC    PIC X(237).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
            02  FILLER              PIC X(1).
            02  WS-MA-CHAIN-SEQ     PIC 9(9).
            02  WS-MA-CHAIN-PREV    PIC 9(18).

      * NOTES REPOINTING - THE BMS2NOTE STREAM IS READ WHOLE INTO
      * THIS TABLE, VICTIM IDS SWAPPED TO THE SURVIVOR, AND THE FILE
            MOVE MG-SURVIVOR TO WS-MA-SURVIVOR.
            MOVE MG-VICTIM   TO WS-MA-VICTIM.
            MOVE CUST-MASTER-REC TO WS-MA-VICTIM-REC.
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

      * SWAP THE VICTIM'S ID FOR THE SURVIVOR'S ON EVERY NOTE ROW.
      * READ WHOLE, SWAP IN STORAGE, TRUNCATE AND REWRITE - THE SAME
