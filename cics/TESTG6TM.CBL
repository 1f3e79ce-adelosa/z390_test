        WORKING-STORAGE SECTION.
        COPY MAP16CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
        COPY OPSECCKW.
            02  WS-TA-ACTION      PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-TA-TRMID       PIC X(4).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
            02  FILLER            PIC X(1).
            02  WS-TA-CHAIN-SEQ   PIC 9(9).
            02  WS-TA-CHAIN-PREV  PIC 9(18).
        COPY G6CHNW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                EXEC CICS SEND MAP('TRM6') MAPSET('MAP16')
                          FROM(TRM6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                GO TO TESTG6TM-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6TM-RETURN

        TESTG6TM-RETURN.
            MOVE 'Y' TO TRM6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('TRM6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

        LOAD-REGISTER-TABLE.
            MOVE EIBOPID       TO WS-TA-OPID.
            MOVE WS-ACTION-CMD TO WS-TA-ACTION.
            MOVE TRMIDI        TO WS-TA-TRMID.
            MOVE WS-TA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-TA-REC TO CHN-TEXT-LEN.
            MOVE WS-TA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-TA-REC.
            MOVE LENGTH OF WS-TA-REC TO WS-TA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-TA-HANDLE
                     WS-TA-RECLEN TRM-FILE-FLG
                     TRM-FILE-RSV WS-TA-REC
                GIVING WS-TA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        LOOKUP-ERROR-MESSAGE.
            MOVE 'N' TO SE-MSG-FOUND.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CHNP.
