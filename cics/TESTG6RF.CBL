        WORKING-STORAGE SECTION.
        COPY MAP13CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.

        01  WS-SEC-STATUS      PIC S9(9) COMP-5.
        01  WS-SEC-RECLEN      PIC 9(8) COMP-5.
        COPY GUI6SEC.
        COPY G6CHNW.

      * THE SHARED LOOKUP'S OWN STORAGE DOUBLES AS THE MAINTENANCE
      * TABLE - READ WHOLE, ACT, TRUNCATE-AND-REWRITE WHOLE, SAME
            02  FILLER            PIC X(1).
            02  WS-RA-CODE        PIC X(4).
            02  FILLER            PIC X(1).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
            02  FILLER            PIC X(1).
            02  WS-RA-CHAIN-SEQ   PIC 9(9).
            02  WS-RA-CHAIN-PREV  PIC 9(18).

        01  WS-ACTION-CMD      PIC X(3).

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  REF6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                EXEC CICS SEND MAP('REF6') MAPSET('MAP13')
                          FROM(REF6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                GO TO TESTG6RF-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6RF-RETURN
                MOVE 'EA03' TO SE-MSG-CODE-WK
                SET TESTG6RF-NOTOK TO TRUE
            END-IF.
      * THE SEGREGATION-OF-DUTIES RULES (SEE G6SODW.CPY) BIND THE
      * SECURITY ADMINISTRATORS THEMSELVES - CHANGING THEM TAKES
      * 'X' ON TOP OF THE 'T' EVERY REF6 USER HOLDS.
            IF TESTG6RF-OK AND TBLNMI = 'SODRULE'
                AND WS-ACTION-CMD NOT = 'SHW'
                MOVE 'X' TO OPSEC-PERM-WK
                PERFORM CHECK-OPERATOR-PERM
                IF NOT OPSEC-PERM-IS-OK
                    MOVE 'EA10' TO SE-MSG-CODE-WK
                    SET TESTG6RF-NOTOK TO TRUE
                END-IF
            END-IF.

            IF TESTG6RF-OK
                MOVE 'N' TO REF-LOADED

        TESTG6RF-RETURN.
            MOVE 'Y' TO REF6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('REF6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

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

        COPY CICAIDPF.

        COPY G6RSPP.

      * LOOK UP THE KEYED TABLE+CODE IN THE LOADED TABLE, ACTIVE OR
      * NOT - MAINTENANCE MUST SEE DEACTIVATED ROWS TOO.
        FIND-TABLE-ROW.
            MOVE WS-ACTION-CMD TO WS-RA-ACTION.
            MOVE TBLNMI        TO WS-RA-TABLE.
            MOVE CODEI         TO WS-RA-CODE.
            MOVE WS-RA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-RA-REC TO CHN-TEXT-LEN.
            MOVE WS-RA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-RA-REC.
            MOVE LENGTH OF WS-RA-REC TO WS-RA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RA-HANDLE
                     WS-RA-RECLEN WS-RA-FLAGS
                     WS-RA-RESERVED WS-RA-REC
                GIVING WS-RA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        COPY G6REFTBP.

                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CHNP.
