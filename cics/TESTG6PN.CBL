        WORKING-STORAGE SECTION.
        COPY MAP14CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
        COPY OPSECCKW.
        01  WS-SEC-STATUS      PIC S9(9) COMP-5.
        01  WS-SEC-RECLEN      PIC 9(8) COMP-5.
        COPY GUI6SEC.
        COPY G6CHNW.

        01  WS-TODAY           PIC 9(8).
        01  WS-EXP-INT         PIC 9(8) COMP.
        01  WS-CHANGE-DUE      PIC X(1).

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  PIN6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                GO TO TESTG6PN-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6PN-RETURN

        TESTG6PN-RETURN.
            MOVE 'Y' TO PIN6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('PIN6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

        COPY G6SESSP.
            ACCEPT WS-SEC-TIME-O FROM TIME.
            MOVE EIBOPID  TO WS-SEC-OPID.
            MOVE EIBTRMID TO WS-SEC-TRMID.
            MOVE WS-SEC-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-SEC-REC TO CHN-TEXT-LEN.
            MOVE WS-SEC-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-SEC-REC.
            MOVE LENGTH OF WS-SEC-REC TO WS-SEC-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-SEC-HANDLE
                     WS-SEC-RECLEN WS-SEC-FLAGS
                     WS-SEC-RESERVED WS-SEC-REC
                GIVING WS-SEC-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        SHOW-PIN-MESSAGE.
            PERFORM LOOKUP-ERROR-MESSAGE.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CHNP.
