      * BROWSED (STARTBR/READNEXT) FOR MATCHES - TEN PER PAGE, PF8
      * FORWARD, PF7 BACK.  KEY A ROW NUMBER IN THE SELECT FIELD TO
      * TRANSFER INTO GUI6 WITH THAT CUSTOMER ALREADY LOADED (THE
      * GUI6CA HANDOFF COMMAREA).  PF3 RETURNS TO THE MENU.  THE
      * SEARCH (FILTERS AND PAGE) IS PUSHED ON THE NAVIGATION STACK
      * AT SELECTION, SO PF12 FROM GUI6 COMES BACK TO THE SAME PAGE;
      * PF12 HERE RETURNS TO WHATEVER SCREEN SITS BELOW ON THE STACK.
      *
        PROGRAM-ID. TESTG6SR.
        ENVIRONMENT DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP05CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY CUSTMAST.
        COPY DFHAID.
        COPY CICAIDSW.
      * OPERATOR BROADCAST LINE - SEE G6BCSTW.CPY.
        COPY G6BCSTW.
        COPY OPSECCKW.
      * TRAINING MODE - SEE G6TRNW.CPY.
        COPY G6TRNW.

        01  WS-CM-RESP         PIC S9(8) COMP.
        01  WS-BROWSE-EOF      PIC X(1).
      * CUSTOMER RECORD DISPLAYED, SO EACH GETS ITS OWN G6ACCLOG
      * ENTRY (SEE G6ACCLOG.CPY), SAME STREAM TESTGUI6 WRITES.
        COPY G6ACCLOG.
        COPY G6CHNW.
        01  WS-ACC-NAME        PIC X(8) VALUE 'G6ACCLOG'.
        01  WS-ACC-ACCESS      PIC X(1) VALUE X'03'.
        01  WS-ACC-DENY        PIC X(1) VALUE X'03'.
        01  WS-GUI6-CA.
        COPY GUI6CA.

      * SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.
        COPY G6NAVW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
      * SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.  KEPT FIRST SO A
      * PF12 RETURN THAT HANDS OVER ONLY THE STACK LANDS IN PLACE.
            02  SRCHCA-NAV       PIC X(831).
            02  SRCHCA-FIRST     PIC X(1).
      * THE ACTIVE FILTERS AND PAGING STATE.  EACH PAGE'S STARTING
      * KEY IS STACKED SO PF7 CAN REBROWSE THE PRIOR PAGE EXACTLY;

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

      * PICK UP THE SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.
            IF EIBCALEN = 0
                PERFORM START-NAV-STACK
            ELSE
                MOVE SRCHCA-NAV TO NAV-STACK
                PERFORM CHECK-NAV-STACK
            END-IF.

            PERFORM READ-OPERATOR-SECURITY.
            PERFORM SET-TRAINING-MODE.
            IF TRN-MODE-ON
                MOVE TRN-T-ACCLOG TO WS-ACC-NAME
            END-IF.
            MOVE 'S' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF NOT OPSEC-PERM-IS-OK
                MOVE 'E405' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('SRCH') MAPSET('MAP05')
                          FROM(SRCHO) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                MOVE 'E033' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('SRCH') MAPSET('MAP05')
                          FROM(SRCHO) ERASE
                END-EXEC
                MOVE 'E034' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('SRCH') MAPSET('MAP05')
                          FROM(SRCHO) ERASE
                END-EXEC
                GO TO TESTG6SR-RETURN
            END-IF.

      * BACK HERE ON A PF12 - REBROWSE THE SEARCH PAGE THE OPERATOR
      * SELECTED FROM.  ONLY THAT PAGE'S STARTING KEY TRAVELS ON THE
      * STACK, SO IT COMES BACK AS PAGE 1 OF THE RESUMED SEARCH.
            IF EIBCALEN NOT = 0 AND NAV-ARRIVE = 'Y'
                MOVE NAV-TO-NAMFLT TO SRCHCA-NAMFLT
                MOVE NAV-TO-ZIPFLT TO SRCHCA-ZIPFLT
                MOVE 1 TO SRCHCA-PAGE-NO
                SET SRCHCA-PK-IDX TO 1
                MOVE NAV-TO-PAGE-KEY
                  TO SRCHCA-PAGE-KEY (SRCHCA-PK-IDX)
                MOVE 0 TO SRCHCA-ROW-COUNT
                PERFORM BROWSE-AND-PAINT
                GO TO TESTG6SR-RETURN
            END-IF.

      * FIRST TIME IN - BLANK SEARCH SCREEN.
            IF EIBCALEN = 0
                MOVE SPACES TO SRCHO
                MOVE -1 TO NAMFLTL
                MOVE 0 TO SRCHCA-PAGE-NO
                MOVE 0 TO SRCHCA-ROW-COUNT
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('SRCH') MAPSET('MAP05')
                          FROM(SRCHO) ERASE
                END-EXEC
                MOVE -1 TO NAMFLTL
                MOVE 0 TO SRCHCA-PAGE-NO
                MOVE 0 TO SRCHCA-ROW-COUNT
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('SRCH') MAPSET('MAP05')
                          FROM(SRCHO) ERASE
                END-EXEC
                GO TO TESTG6SR-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6SR-RETURN

            MOVE SPACES TO ERRMSGO.

      * PF12 - BACK TO THE PREVIOUS SCREEN ON THE NAVIGATION STACK.
            IF AID-ACTION-CANCEL
                PERFORM POP-NAV-ENTRY
                IF NAV-POPPED = 'Y'
                    PERFORM LOG-TRIP-TIME
                    PERFORM RETURN-TO-NAV-SCREEN
                END-IF
                MOVE 'EJ01' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6SR-RETURN
            END-IF.

      * PF8 - NEXT PAGE OF THE CURRENT SEARCH.
            IF AID-ACTION-PAGE-DOWN
                IF SRCHCA-PAGE-NO = 0
                MOVE SRCHCA-ROW-ID (SRCHCA-ROW-IDX)
                  TO GUI6CA-CUST-ID
                MOVE 'Y' TO GUI6CA-HANDOFF
                PERFORM CLEAR-NAV-TO
                MOVE 'SRC6' TO NAV-TO-TRANS
                MOVE SRCHCA-NAMFLT TO NAV-TO-NAMFLT
                MOVE SRCHCA-ZIPFLT TO NAV-TO-ZIPFLT
                MOVE SRCHCA-PAGE-NO TO NAV-TO-PAGE-NO
                SET SRCHCA-PK-IDX TO SRCHCA-PAGE-NO
                MOVE SRCHCA-PAGE-KEY (SRCHCA-PK-IDX)
                  TO NAV-TO-PAGE-KEY
                PERFORM PUSH-NAV-ENTRY
                MOVE NAV-STACK TO GUI6CA-NAV
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI6')
                          COMMAREA(WS-GUI6-CA)
                END-EXEC

        TESTG6SR-RETURN.
            MOVE 'Y' TO SRCHCA-FIRST.
            MOVE 'N' TO NAV-ARRIVE.
            MOVE NAV-STACK TO SRCHCA-NAV.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('SRC6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6NAVP.

        COPY G6RSPP.

        COPY OPSECCKP.

        COPY G6TRNP.

        COPY G6SESSP.

        COPY G6BCSTP.
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            END-IF.
            PERFORM SHOW-BROADCAST-LINE.
            PERFORM SHOW-TRAINING-BANNER.
            EXEC CICS SEND MAP('SRCH') MAPSET('MAP05')
                      FROM(SRCHO) ERASE
            END-EXEC.
        BROWSE-MASTER-SCAN.
            MOVE SRCHCA-PAGE-KEY (SRCHCA-PK-IDX) (1:10)
              TO WS-BROWSE-KEY.
            EXEC CICS STARTBR FILE(TRN-MAST-FILE)
                      RIDFLD(WS-BROWSE-KEY)
                      GTEQ
                      RESP(WS-CM-RESP)
                UNTIL WS-BROWSE-EOF = 'Y'.
            IF WS-CM-RESP = DFHRESP(NORMAL)
                OR SRCHCA-ROW-COUNT > 0
                EXEC CICS ENDBR FILE(TRN-MAST-FILE)
                END-EXEC
            END-IF.

                MOVE SRCHCA-NAMFLT (1:WS-NAMFLT-LEN)
                  TO WS-NIX-BROWSE-KEY (1:WS-NAMFLT-LEN)
            END-IF.
            EXEC CICS STARTBR FILE(TRN-NAMIX-FILE)
                      RIDFLD(WS-NIX-BROWSE-KEY)
                      GTEQ
                      RESP(WS-NIX-RESP)
                UNTIL WS-BROWSE-EOF = 'Y'.
            IF WS-NIX-RESP = DFHRESP(NORMAL)
                OR SRCHCA-ROW-COUNT > 0
                EXEC CICS ENDBR FILE(TRN-NAMIX-FILE)
                END-EXEC
            END-IF.

      * RANGE BY KEY ORDER.  EACH MATCH IS READ FROM THE MASTER FOR
      * THE RESULT LINE AND THE ZIP FILTER.
        COLLECT-ONE-INDEX-MATCH.
            EXEC CICS READNEXT FILE(TRN-NAMIX-FILE)
                      INTO(NIX-REC)
                      RIDFLD(WS-NIX-BROWSE-KEY)
                      RESP(WS-NIX-RESP)
                    MOVE 'Y' TO WS-BROWSE-EOF
                ELSE
                    MOVE NIX-CUST-ID TO WS-CM-READ-KEY
                    EXEC CICS READ FILE(TRN-MAST-FILE)
                              INTO(CUST-MASTER-REC)
                              RIDFLD(WS-CM-READ-KEY)
                              RESP(WS-CM-RESP)
      * THE TENTH BECOMES THE NEXT PAGE'S STARTING KEY AND ENDS THE
      * COLLECTION.
        COLLECT-ONE-MATCH.
            EXEC CICS READNEXT FILE(TRN-MAST-FILE)
                      INTO(CUST-MASTER-REC)
                      RIDFLD(WS-BROWSE-KEY)
                      RESP(WS-CM-RESP)
            MOVE CUST-ID TO SRCHCA-ROW-ID (SRCHCA-ROW-IDX).
            PERFORM LOG-CUSTOMER-INQUIRY.
            MOVE SRCHCA-ROW-COUNT TO WS-ROW-NO.
      * THE LAST COLUMN IS CUST-STATUS AS STORED - BLANK OR 'A'
      * ACTIVE, 'I' CLOSED BY AN OPERATOR, 'D' DORMANT.
            MOVE SPACES TO WS-LINE-WK.
            STRING WS-ROW-NO   DELIMITED BY SIZE
                   ' '         DELIMITED BY SIZE
            ACCEPT ACCL-TIME FROM TIME.
            MOVE 'SRC6' TO ACCL-SCREEN.
            MOVE CUST-ID TO ACCL-CUST-ID.
            MOVE WS-ACC-NAME TO CHN-STREAM.
            MOVE LENGTH OF ACCL-REC TO CHN-TEXT-LEN.
            MOVE ACCL-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO ACCL-REC.
            MOVE LENGTH OF ACCL-REC TO WS-ACC-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-ACC-HANDLE
                     WS-ACC-RECLEN WS-ACC-FLAGS
                     WS-ACC-RESERVED ACCL-REC
                GIVING WS-ACC-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        SHOW-E401.
            MOVE 'E401' TO SE-MSG-CODE-WK.
                      FROM(SRCHO) DATAONLY
            END-EXEC.

      * A TRAINEE'S SCREEN CARRIES THE TRAINING BANNER (G6TRNW.CPY).
        SHOW-TRAINING-BANNER.
            IF TRN-MODE-ON
                MOVE TRN-BANNER TO SRBNRO
            END-IF.

      * LOOK UP SE-MSG-CODE-WK IN THE SHARED CODED MESSAGE TABLE AND
      * LEAVE SE-MSG-IDX POINTING AT THE MATCHING ROW.
        LOOKUP-ERROR-MESSAGE.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CKDGP.

        COPY G6CHNP.
