        WORKING-STORAGE SECTION.
        COPY MAP01CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
      * CUSTOMER-ID CHECK DIGIT - SEE G6CKDGW.CPY.
        01  WS-GUI6-CA.
        COPY GUI6CA.

      * SCREEN NAVIGATION STACK - THE MENU STARTS A FRESH ONE WITH
      * ITSELF AT THE BOTTOM FOR EVERY FAST-PATH HANDOFF.
        COPY G6NAVW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        PROCEDURE DIVISION USING DFHEIBLK.

            PERFORM START-TRIP-TIMER.

      * FIRST TIME IN - NO COMMAREA YET - BUILD AND SEND THE MENU
      * TAILORED TO THE SIGNED-ON OPERATOR.
            IF EIBCALEN = 0
                MOVE 0 TO GUI6CA-HIST-IDX
                MOVE WS-INPUT-CUST TO GUI6CA-CUST-ID
                MOVE 'Y' TO GUI6CA-HANDOFF
                PERFORM START-NAV-STACK
                MOVE 'GUI4' TO NAV-TO-TRANS
                PERFORM PUSH-NAV-ENTRY
                MOVE NAV-STACK TO GUI6CA-NAV
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI6')
                          COMMAREA(WS-GUI6-CA)
                END-EXEC
                GO TO TESTGUI4-RETURN
            END-IF.

            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID(WS-MENU-TRANS (WS-MENU-IDX))
            END-EXEC.

        TESTGUI4-RETURN.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('GUI4')
            END-EXEC.

        COPY CICAIDPF.

        COPY G6NAVP.

        COPY G6RSPP.

        COPY HELPSUBP.

      * LOOK UP INPUTI IN THE MENU ROUTING TABLE AND LEAVE WS-MENU-IDX
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CKDGP.
