      *   LNK - LINK THE CUSTOMER INTO THE NAMED HOUSEHOLD (BLANK
      *         HOUSEHOLD ID STARTS A NEW GROUP)
      *   BRK - BREAK THE CUSTOMER OUT OF ITS HOUSEHOLD
      * GUI6 AND BMS2 JUMP HERE ON PF2 WITH THEIR CUSTOMER, WHOSE
      * HOUSEHOLD IS SHOWN STRAIGHT AWAY; PF12 GOES BACK TO THE
      * SCREEN THE OPERATOR CAME FROM (SEE G6NAVW.CPY).
      *
        PROGRAM-ID. TESTG6HH.
        ENVIRONMENT DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP11CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY CUSTMAST.
        COPY DFHAID.
        COPY CICAIDSW.
        01  WS-SEC-STATUS      PIC S9(9) COMP-5.
        01  WS-SEC-RECLEN      PIC 9(8) COMP-5.
        COPY GUI6SEC.
        COPY G6CHNW.

      * LOCKOUT DATASET - SEE GUI6LOCK.CPY.
        COPY GUI6LOCK.

        01  WS-ACTION-CMD      PIC X(3).

      * SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.
        COPY G6NAVW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
      * SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.  KEPT FIRST SO A
      * PF12 RETURN THAT HANDS OVER ONLY THE STACK LANDS IN PLACE.
            02  HHL6CA-NAV       PIC X(831).
            02  HHL6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

      * PICK UP THE SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.
            IF EIBCALEN = 0
                PERFORM START-NAV-STACK
            ELSE
                MOVE HHL6CA-NAV TO NAV-STACK
                PERFORM CHECK-NAV-STACK
            END-IF.

      * OPERATOR ACCESS CONTROL - ONLY OPERATORS HOLDING THE 'M'
      * PERMISSION MAY BUILD OR BREAK HOUSEHOLD LINKS.
            PERFORM CHECK-OPERATOR-AUTH
                EXEC CICS SEND MAP('HHL6') MAPSET('MAP11')
                          FROM(HHL6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.

      * ARRIVED FROM ANOTHER SCREEN'S PF2 (OR BACK ON A PF12) WITH A
      * CUSTOMER - SHOW ITS HOUSEHOLD WITHOUT RECEIVING A MAP.
            IF EIBCALEN NOT = 0 AND NAV-ARRIVE = 'Y'
                PERFORM SHOW-ARRIVING-CUSTOMER
                GO TO TESTG6HH-RETURN
            END-IF.

      * FIRST TIME IN - NO COMMAREA YET - SEND A BLANK SCREEN AND
      * ESTABLISH THE CONVERSATION.
            IF EIBCALEN = 0
                GO TO TESTG6HH-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6HH-RETURN
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
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('HHL6') MAPSET('MAP11')
                          FROM(HHL6O) DATAONLY
                END-EXEC
                GO TO TESTG6HH-RETURN
            END-IF.

            SET TESTG6HH-OK TO TRUE.
            MOVE SPACES TO ERRMSGO.
            MOVE SPACES TO MEMBERO.

        TESTG6HH-RETURN.
            MOVE 'Y' TO HHL6CA-FIRST.
            MOVE 'N' TO NAV-ARRIVE.
            MOVE NAV-STACK TO HHL6CA-NAV.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('HHL6') COMMAREA(DFHCOMMAREA)
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

        COPY G6NAVP.

        COPY G6RSPP.

      * READ THE WHOLE HOUSEHOLD LINK DATASET INTO WS-HH-TABLE FOR
      * THIS TRIP, TRACKING THE HIGHEST GROUP NUMBER IN USE SO A
      * BLANK-HOUSEHOLD LNK CAN START THE NEXT GROUP.  A MISSING OR
                    MOVE 'Y' TO WS-HH-FOUND
            END-SEARCH.

      * PAINT THE HOUSEHOLD OF THE CUSTOMER HANDED IN ON THE
      * NAVIGATION STACK.  A BLANK CUSTOMER (GENERAL NOTES) GETS THE
      * EMPTY SCREEN.
        SHOW-ARRIVING-CUSTOMER.
            MOVE SPACES TO HHL6O.
            MOVE -1 TO ACTIONL.
            IF NAV-TO-CUST-ID NOT = SPACES
                MOVE NAV-TO-CUST-ID TO CUSTIDO
                PERFORM LOAD-HOUSEHOLD-TABLE
                PERFORM FIND-CUSTOMER-LINK
                IF WS-HH-IS-FOUND
                    MOVE WS-HH-GROUP (WS-HH-IDX) TO WS-HH-GROUP-WK
                    MOVE WS-HH-GROUP-WK TO HHIDO
                    MOVE 'SHW' TO ACTIONO
                    PERFORM BUILD-MEMBER-LINE
                ELSE
                    MOVE 'E806' TO SE-MSG-CODE-WK
                    PERFORM LOOKUP-ERROR-MESSAGE
                    MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                END-IF
            END-IF.
            EXEC CICS SEND MAP('HHL6') MAPSET('MAP11')
                      FROM(HHL6O) ERASE
            END-EXEC.

        SHOW-HOUSEHOLD.
            IF HHIDI = SPACES OR HHIDI NOT NUMERIC
                MOVE 'E805' TO SE-MSG-CODE-WK
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CHNP.
