      * SWRAPI IS A SHORT COMMAND FIELD - 'ADD' APPENDS FWRAPI AS THE
      * NEXT NOTE LINE IN THE COMMAREA TABLE, 'SAVE' WRITES EVERY LINE
      * ACCUMULATED SO FAR TO THE NOTES DATASET AND CLEARS THE TABLE.
      * PF12 RETURNS TO THE SCREEN THE NOTES WERE OPENED FROM (GUI6'S
      * PF6 PUSHES ITS CUSTOMER ON THE NAVIGATION STACK); PF2 JUMPS
      * TO THE HOUSEHOLD OF THE CUSTOMER IN THE CUSTOMER FIELD.
      *
        PROGRAM-ID. TESTBMS2.
        ENVIRONMENT DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP02CB.
        COPY SCRNERR.
        COPY G6ERRLW.
      * NOTE CATEGORIES NOW LIVE ON THE SHARED G6REFTBL REFERENCE
      * TABLE (TABLE NAME NOTECAT) MAINTAINED ON REF6 - ADDING A
      * CATEGORY IS A DATA CHANGE.  THE COMPILED C/P/B/G SET IS
      * OPERATOR BROADCAST LINE - SEE G6BCSTW.CPY.
        COPY G6BCSTW.
        COPY OPSECCKW.
      * TRAINING MODE - SEE G6TRNW.CPY.
        COPY G6TRNW.

        01  TESTBMS2-VALID    PIC X(1).
            88  TESTBMS2-OK       VALUE 'Y'.
        01  WS-NOTE-TIME       PIC 9(8).
        COPY BMS2NOTE.

      * SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.
        COPY G6NAVW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
      * CONVERSATION STATE SHARED WITH ANY TRANSACTION THAT HANDS
      * CONTROL INTO BMS2 - SEE BMS2CA.CPY.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

      * PICK UP THE SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.
            IF EIBCALEN = 0
                PERFORM START-NAV-STACK
            ELSE
                MOVE BMS2CA-NAV TO NAV-STACK
                PERFORM CHECK-NAV-STACK
            END-IF.

            PERFORM READ-OPERATOR-SECURITY.
            PERFORM SET-TRAINING-MODE.
            IF TRN-MODE-ON
                MOVE TRN-T-NOTE TO WS-NOTE-NAME
            END-IF.
            MOVE 'N' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF NOT OPSEC-PERM-IS-OK
                MOVE 'E207' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                          FROM(BMS2O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                MOVE 'E033' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                          FROM(BMS2O) ERASE
                END-EXEC
                MOVE 'E034' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                          FROM(BMS2O) ERASE
                END-EXEC
                MOVE 'N' TO BMS2CA-HANDOFF
                MOVE SPACES TO BMS2CA-CAT
                MOVE 0 TO BMS2CA-FUDATE
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                          FROM(BMS2O) ERASE
                END-EXEC
                GO TO TESTBMS2-RETURN
            END-IF.

      * BACK HERE ON A PF12 - REOPEN THE NOTES FOR THE CUSTOMER THE
      * OPERATOR LEFT, THE SAME WAY GUI6'S PF6 HANDOFF DOES.
            IF NAV-ARRIVE = 'Y'
                MOVE NAV-TO-CUST-ID TO BMS2CA-CUST-ID
                MOVE SPACES TO BMS2CA-LIST-MODE
                MOVE 0 TO BMS2CA-LIST-POS
                MOVE SPACES TO BMS2CA-CAT
                MOVE 0 TO BMS2CA-FUDATE
                MOVE 'Y' TO BMS2CA-HANDOFF
            END-IF.

      * GUI6'S PF6 NOTES JUMP HANDED CONTROL HERE WITH THE CUSTOMER
      * ALREADY CHOSEN - PAINT THE SCREEN WITH THAT CUSTOMER IN THE
      * CUSTOMER FIELD SO THE NOTES THE OPERATOR IS ABOUT TO KEY
                MOVE SPACES TO BMS2O
                MOVE -1 TO FWRAPL
                MOVE BMS2CA-CUST-ID TO CNUMO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                          FROM(BMS2O) ERASE
                END-EXEC
            IF AID-ACTION-REDISPLAY
                MOVE SPACES TO BMS2O
                MOVE -1 TO FWRAPL
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                          FROM(BMS2O) ERASE
                END-EXEC
                GO TO TESTBMS2-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTBMS2-RETURN
            END-IF.

      * PF12 - BACK TO THE PREVIOUS SCREEN ON THE NAVIGATION STACK.
            IF AID-ACTION-CANCEL
                PERFORM POP-NAV-ENTRY
                IF NAV-POPPED = 'Y'
                    PERFORM LOG-TRIP-TIME
                    PERFORM RETURN-TO-NAV-SCREEN
                END-IF
                MOVE 'EJ01' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                MOVE -1 TO FWRAPL
                EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                          FROM(BMS2O) DATAONLY
                END-EXEC
                GO TO TESTBMS2-RETURN
            END-IF.

      * PF2 - JUMP TO THE HHL6 HOUSEHOLD SCREEN FOR THE CUSTOMER
      * THESE NOTES BELONG TO.  HHL6 WORKS ONLY ON THE LIVE FILES,
      * SO A TRAINEE IS REFUSED RATHER THAN SENT ONTO THEM.
            IF AID-ACTION-HOUSEHOLD AND TRN-MODE-ON
                MOVE 'E065' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                MOVE -1 TO FWRAPL
                EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                          FROM(BMS2O) DATAONLY
                END-EXEC
                GO TO TESTBMS2-RETURN
            END-IF.
            IF AID-ACTION-HOUSEHOLD
                PERFORM CLEAR-NAV-TO
                MOVE 'BMS2' TO NAV-TO-TRANS
                MOVE BMS2CA-CUST-ID TO NAV-TO-CUST-ID
                PERFORM PUSH-NAV-ENTRY
                PERFORM CLEAR-NAV-TO
                MOVE 'HHL6' TO NAV-TO-TRANS
                MOVE BMS2CA-CUST-ID TO NAV-TO-CUST-ID
                MOVE 'Y' TO NAV-ARRIVE
                PERFORM LOG-TRIP-TIME
                PERFORM RETURN-TO-NAV-SCREEN
                GO TO TESTBMS2-RETURN
            END-IF.

            SET TESTBMS2-OK TO TRUE.
            MOVE SPACES TO ERRMSGO.
            MOVE SWRAPI TO WS-SWRAP-CMD.
                    SET TESTBMS2-NOTOK TO TRUE
                ELSE
                    MOVE CNUMI TO BMS2CA-CUST-ID
                    EXEC CICS READ FILE(TRN-MAST-FILE)
                              INTO(CUST-MASTER-REC)
                              RIDFLD(BMS2CA-CUST-ID)
                              KEYLENGTH(CUST-MASTER-KEYLEN)
            END-IF.

            PERFORM SHOW-BROADCAST-LINE.
            PERFORM SHOW-TRAINING-BANNER.
            MOVE -1 TO FWRAPL.
            EXEC CICS SEND MAP('BMS2') MAPSET('MAP02')
                      FROM(BMS2O) DATAONLY

        TESTBMS2-RETURN.
            MOVE 'Y' TO BMS2CA-FIRST.
            MOVE 'N' TO NAV-ARRIVE.
            MOVE NAV-STACK TO BMS2CA-NAV.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('BMS2') COMMAREA(DFHCOMMAREA)
            END-EXEC.

                      FROM(BMS2O) DATAONLY
            END-EXEC.

      * A TRAINEE'S SCREEN CARRIES THE TRAINING BANNER (G6TRNW.CPY).
        SHOW-TRAINING-BANNER.
            IF TRN-MODE-ON
                MOVE TRN-BANNER TO B2BNRO
            END-IF.

        SCAN-NOTES-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-NOTE-NAME
                     WS-NOTE-ACCESS WS-NOTE-DENY

        COPY CICAIDPF.

        COPY G6NAVP.

        COPY G6RSPP.

        COPY G6REFTBP.

        COPY HELPSUBP.

        COPY OPSECCKP.

        COPY G6TRNP.

        COPY G6SESSP.

        COPY G6BCSTP.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.
