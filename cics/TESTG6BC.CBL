        WORKING-STORAGE SECTION.
        COPY MAP15CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
        COPY OPSECCKW.
        01  WS-ACTION-CMD      PIC X(3).
        01  SESS-OPID-WK       PIC X(3).

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  BRD6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                EXEC CICS SEND MAP('BRD6') MAPSET('MAP15')
                          FROM(BRD6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                GO TO TESTG6BC-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6BC-RETURN

        TESTG6BC-RETURN.
            MOVE 'Y' TO BRD6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('BRD6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

        COPY G6BCSTP.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.
