      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * WLR6 WATCH-LIST REVIEW SCREEN - DRIVING TRANSACTION
      *
      * THE COMPLIANCE OFFICER'S SIDE OF SANCTIONS SCREENING.  THE
      * TESTG6WS NIGHTLY SCREEN AND GUI6 (NEW CUSTOMERS AND NAME
      * CHANGES) REFER POSSIBLE WATCH-LIST MATCHES TO G6WLREV; THIS
      * SCREEN WALKS THE OPEN ROWS ONE AT A TIME (PF8/PF7 PAGE) AND
      * TAKES A DECISION WITH A NOTE:
      *   F - CLEAR A POSSIBLE MATCH AS A FALSE POSITIVE
      *   C - CONFIRM A POSSIBLE MATCH - GUI6 THEN REFUSES EVERY
      *       CHANGE TO THE CUSTOMER
      *   R - RELEASE A CONFIRMED HIT, LIFTING THE GUI6 HOLD
      * EVERY DECISION IS WRITTEN TO THE G6WLAUD AUDIT STREAM.  THE
      * REVIEW FILE IS HELD WHOLE IN STORAGE FOR THE TRIP - READ,
      * DECIDE, TRUNCATE-AND-REWRITE - THE SAME WAY APR6 WORKS
      * G6PENDG.
      *
        PROGRAM-ID. TESTG6WR.
        ENVIRONMENT DIVISION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP18CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.

      * ONLY OPERATORS HOLDING THE 'K' (COMPLIANCE) PERMISSION ON THE
      * OPSECMST SECURITY MASTER MAY REVIEW HITS.
      * SESSION TRACKING WITH IDLE TIMEOUT - SEE G6SESSW.CPY.
        COPY G6SESSW.
      * OPERATOR BROADCAST LINE - SEE G6BCSTW.CPY.
        COPY G6BCSTW.
      * SECURE-TERMINAL REGISTRATION - SEE G6TRMW.CPY.
        COPY G6TRMW.
        COPY OPSECCKW.
        01  WS-OFFICER-FOUND   PIC X(1).
            88  WS-IS-OFFICER      VALUE 'Y'.

      * THE REVIEW FILE, HELD WHOLE IN STORAGE FOR THE TRIP.
        COPY G6WLREV.
        01  WS-RV-NAME         PIC X(8) VALUE 'G6WLREV'.
        01  WS-RV-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-RV-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-RV-DENY         PIC X(1) VALUE X'03'.
        01  WS-RV-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-RV-HANDLE       PIC X(4).
        01  WS-RV-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-RV-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-RV-STATUS       PIC S9(9) COMP-5.
        01  WS-RV-RECLEN       PIC 9(8) COMP-5.
        01  WS-RV-EOF          PIC X(1).
        01  WS-RV-MAX          PIC 9(4) COMP VALUE 500.
        01  WS-RV-COUNT        PIC 9(4) COMP VALUE 0.
        01  WS-RV-OVERFLOW     PIC 9(5) COMP VALUE 0.
        01  WS-RV-TABLE.
            02  WS-RV-ENTRY OCCURS 500 TIMES.
                03  WS-RV-ROW  PIC X(243).
        01  WS-RV-IDX          PIC 9(4) COMP.
        01  WS-SHOW-IDX        PIC 9(4) COMP.
        01  WS-RVPOS-ED        PIC 9(4).
        01  WS-OLD-STATUS      PIC X(1).

      * DECISION AUDIT - SEE G6WLAUD.CPY.
        COPY G6WLAUD.
        COPY G6CHNW.
        01  WS-WA-NAME         PIC X(8) VALUE 'G6WLAUD'.
        01  WS-WA-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-WA-DENY         PIC X(1) VALUE X'03'.
        01  WS-WA-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-WA-HANDLE       PIC X(4).
        01  WS-WA-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-WA-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-WA-OPENED       PIC X(1) VALUE 'N'.
        01  WS-WA-STATUS       PIC S9(9) COMP-5.
        01  WS-WA-RECLEN       PIC 9(8) COMP-5.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  WLRCA-FIRST      PIC X(1).
      * WHICH OPEN HIT (COUNTING 'P' AND 'C' ROWS ONLY) THE SCREEN IS
      * POSITIONED ON - PF8 STEPS IT FORWARD, PF7 BACK.
            02  WLRCA-POS        PIC 9(3) COMP.
      * THE HIT ACTUALLY PAINTED - A DECISION IS ONLY TAKEN AGAINST
      * THE SAME ROW, NOT WHATEVER A NIGHTLY RUN OR ANOTHER OFFICER
      * HAS MOVED INTO THAT POSITION SINCE.
            02  WLRCA-CUST-ID    PIC X(10).
            02  WLRCA-LIST-ID    PIC X(8).
            02  WLRCA-ENTRY-ID   PIC X(10).
            02  WLRCA-STATUS     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

            PERFORM CHECK-COMPLIANCE-OFFICER.
            IF NOT WS-IS-OFFICER
                MOVE SPACES TO WLRVO
                MOVE -1 TO RVDECISL
                MOVE 'EE05' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('WLRV') MAPSET('MAP18')
                          FROM(WLRVO) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.

      * AN IDLE CONVERSATION MUST RE-IDENTIFY - THE TIMED-OUT TRIP
      * IS REFUSED AND THE OPERATOR'S NEXT ENTRY OPENS A FRESH
      * SESSION.
            MOVE EIBOPID  TO SESS-OPID-WK.
            MOVE EIBTRMID TO SESS-TRMID-WK.
            PERFORM CHECK-SESSION-ACTIVITY.
            IF SESS-EXPIRED = 'Y'
                MOVE SPACES TO WLRVO
                MOVE -1 TO RVDECISL
                MOVE 'E033' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('WLRV') MAPSET('MAP18')
                          FROM(WLRVO) ERASE
                END-EXEC
                GO TO TESTG6WR-RETURN
            END-IF.
      * THE SESSION IS LIVE BUT NOBODY HAS PROVED WHO THEY ARE -
      * THE PIN6 SIGN-ON MUST VERIFY THE OPERATOR FIRST.
            IF SESS-PIN-VERIFIED NOT = 'Y'
                MOVE SPACES TO WLRVO
                MOVE -1 TO RVDECISL
                MOVE 'E034' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('WLRV') MAPSET('MAP18')
                          FROM(WLRVO) ERASE
                END-EXEC
                GO TO TESTG6WR-RETURN
            END-IF.

      * THE SCREEN ITSELF MAY ONLY RUN ON A TERMINAL REGISTERED FOR
      * COMPLIANCE REVIEW.
            MOVE 'K' TO TRM-CLASS-WK.
            PERFORM CHECK-TERMINAL-REG.
            IF TRM-ALLOWED NOT = 'Y'
                MOVE SPACES TO WLRVO
                MOVE -1 TO RVDECISL
                MOVE 'E041' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('WLRV') MAPSET('MAP18')
                          FROM(WLRVO) ERASE
                END-EXEC
                GO TO TESTG6WR-RETURN
            END-IF.

            IF EIBCALEN = 0
                MOVE 1 TO WLRCA-POS
                PERFORM LOAD-REVIEW-TABLE
                PERFORM SHOW-CURRENT-HIT
                GO TO TESTG6WR-RETURN
            END-IF.

            EXEC CICS RECEIVE MAP('WLRV') MAPSET('MAP18')
                      INTO(WLRVI)
            END-EXEC.

            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-REDISPLAY
                MOVE 1 TO WLRCA-POS
                PERFORM LOAD-REVIEW-TABLE
                PERFORM SHOW-CURRENT-HIT
                GO TO TESTG6WR-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6WR-RETURN
            END-IF.
            IF AID-ACTION-PAGE-DOWN
                ADD 1 TO WLRCA-POS
                PERFORM LOAD-REVIEW-TABLE
                PERFORM SHOW-CURRENT-HIT
                GO TO TESTG6WR-RETURN
            END-IF.
            IF AID-ACTION-PAGE-UP
                IF WLRCA-POS > 1
                    SUBTRACT 1 FROM WLRCA-POS
                END-IF
                PERFORM LOAD-REVIEW-TABLE
                PERFORM SHOW-CURRENT-HIT
                GO TO TESTG6WR-RETURN
            END-IF.

      * A DECISION ON THE DISPLAYED HIT.  A REVIEW FILE PAST THE
      * TABLE LIMIT IS LEFT UNTOUCHED AND REPORTED RATHER THAN
      * TRUNCATED TO THE ROWS THE TABLE COULD HOLD.
            PERFORM LOAD-REVIEW-TABLE.
            IF WS-RV-OVERFLOW > 0
                MOVE 'EE06' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6WR-RETURN
            END-IF.
            PERFORM FIND-CURRENT-HIT.
            IF WS-SHOW-IDX = 0
                MOVE 'EE01' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6WR-RETURN
            END-IF.
            MOVE WS-RV-ROW (WS-SHOW-IDX) TO WLRV-REC.
            IF WLRV-CUST-ID NOT = WLRCA-CUST-ID
                OR WLRV-LIST-ID NOT = WLRCA-LIST-ID
                OR WLRV-ENTRY-ID NOT = WLRCA-ENTRY-ID
                OR WLRV-STATUS NOT = WLRCA-STATUS
      * THE ROW UNDER THE CURSOR IS NOT THE ONE THE OFFICER WAS
      * LOOKING AT - REPAINT CURRENT REALITY AND SAY SO.
                PERFORM SHOW-CURRENT-HIT
                MOVE 'EE07' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6WR-RETURN
            END-IF.
            IF WLRV-IS-POSSIBLE
                AND RVDECISI NOT = 'F' AND RVDECISI NOT = 'C'
                MOVE 'EE02' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6WR-RETURN
            END-IF.
            IF WLRV-IS-CONFIRMED AND RVDECISI NOT = 'R'
                MOVE 'EE03' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6WR-RETURN
            END-IF.
            IF RVNOTEI = SPACES
                MOVE 'EE04' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6WR-RETURN
            END-IF.
            MOVE WLRV-STATUS TO WS-OLD-STATUS.
            MOVE RVDECISI TO WLRV-STATUS.
      * STAMP WHO DECIDED AND WHEN.
            MOVE EIBOPID TO WLRV-DEC-OPID.
            ACCEPT WLRV-DEC-DATE FROM DATE YYYYMMDD.
            ACCEPT WLRV-DEC-TIME FROM TIME.
            MOVE RVNOTEI TO WLRV-DEC-NOTE.
            MOVE WLRV-REC TO WS-RV-ROW (WS-SHOW-IDX).
            PERFORM REWRITE-REVIEW-FILE.
            PERFORM WRITE-DECISION-AUDIT.
      * A CLEARED OR RELEASED HIT LEAVES THE OPEN LIST, SO THE SAME
      * POSITION NOW SHOWS THE NEXT ONE.  A CONFIRMED HIT STAYS OPEN
      * UNTIL RELEASED - STEP PAST IT.
            IF WLRV-IS-CONFIRMED
                ADD 1 TO WLRCA-POS
            END-IF.
            PERFORM SHOW-CURRENT-HIT.

        TESTG6WR-RETURN.
            MOVE 'Y' TO WLRCA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('WLR6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        CHECK-COMPLIANCE-OFFICER.
            MOVE 'N' TO WS-OFFICER-FOUND.
            PERFORM READ-OPERATOR-SECURITY.
            MOVE 'K' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF OPSEC-PERM-IS-OK
                MOVE 'Y' TO WS-OFFICER-FOUND
            END-IF.

        COPY OPSECCKP.

        COPY G6SESSP.

        COPY G6BCSTP.

        COPY G6TRMP.

        LOAD-REVIEW-TABLE.
            MOVE 0 TO WS-RV-COUNT WS-RV-OVERFLOW.
            CALL 'CBL_OPEN_FILE' USING WS-RV-NAME
                     WS-RV-ACCESS WS-RV-DENY
                     WS-RV-DEVICE WS-RV-HANDLE
                GIVING WS-RV-STATUS.
            IF WS-RV-STATUS = 0
                MOVE 'N' TO WS-RV-EOF
                PERFORM LOAD-ONE-REVIEW UNTIL WS-RV-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RV-HANDLE
                    GIVING WS-RV-STATUS
            END-IF.

        LOAD-ONE-REVIEW.
            MOVE LENGTH OF WLRV-REC TO WS-RV-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-RV-HANDLE
                     WS-RV-RECLEN WS-RV-FLAGS
                     WS-RV-RESERVED WLRV-REC
                GIVING WS-RV-STATUS.
            IF WS-RV-STATUS NOT = 0
                MOVE 'Y' TO WS-RV-EOF
            ELSE
                IF WS-RV-COUNT < WS-RV-MAX
                    ADD 1 TO WS-RV-COUNT
                    MOVE WLRV-REC TO WS-RV-ROW (WS-RV-COUNT)
                ELSE
                    ADD 1 TO WS-RV-OVERFLOW
                END-IF
            END-IF.

      * THE WLRCA-POS'TH OPEN HIT.  ZERO MEANS THERE IS NO SUCH HIT
      * (NOTHING OPEN, OR PF8 RAN OFF THE END - POSITION SNAPS BACK
      * TO THE LAST REAL ONE).
        FIND-CURRENT-HIT.
            MOVE 0 TO WS-SHOW-IDX.
            MOVE 0 TO WS-RVPOS-ED.
            PERFORM HUNT-ONE-HIT
                VARYING WS-RV-IDX FROM 1 BY 1
                UNTIL WS-RV-IDX > WS-RV-COUNT
                   OR WS-SHOW-IDX > 0.
            IF WS-SHOW-IDX = 0 AND WS-RVPOS-ED > 0
      * RAN OFF THE END - SNAP TO THE LAST OPEN HIT.
                MOVE WS-RVPOS-ED TO WLRCA-POS
                MOVE 0 TO WS-RVPOS-ED
                PERFORM HUNT-ONE-HIT
                    VARYING WS-RV-IDX FROM 1 BY 1
                    UNTIL WS-RV-IDX > WS-RV-COUNT
                       OR WS-SHOW-IDX > 0
            END-IF.

        HUNT-ONE-HIT.
            MOVE WS-RV-ROW (WS-RV-IDX) TO WLRV-REC.
            IF WLRV-IS-OPEN
                ADD 1 TO WS-RVPOS-ED
                IF WS-RVPOS-ED = WLRCA-POS
                    MOVE WS-RV-IDX TO WS-SHOW-IDX
                END-IF
            END-IF.

        SHOW-CURRENT-HIT.
            PERFORM FIND-CURRENT-HIT.
            MOVE SPACES TO WLRVO.
            MOVE -1 TO RVDECISL.
            MOVE SPACES TO WLRCA-CUST-ID WLRCA-LIST-ID
                           WLRCA-ENTRY-ID WLRCA-STATUS.
            IF WS-SHOW-IDX = 0
                MOVE 'EE01' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            ELSE
                MOVE WS-RV-ROW (WS-SHOW-IDX) TO WLRV-REC
                MOVE WLRV-CUST-ID  TO WLRCA-CUST-ID
                MOVE WLRV-LIST-ID  TO WLRCA-LIST-ID
                MOVE WLRV-ENTRY-ID TO WLRCA-ENTRY-ID
                MOVE WLRV-STATUS   TO WLRCA-STATUS
                MOVE WLRCA-POS TO WS-RVPOS-ED
                MOVE WS-RVPOS-ED TO RVPOSO
                IF WLRV-IS-CONFIRMED
                    MOVE 'CONFIRMED' TO RVSTATO
                ELSE
                    MOVE 'POSSIBLE' TO RVSTATO
                END-IF
                MOVE WLRV-CUST-ID   TO RVCUSTO
                MOVE WLRV-CUST-NAME TO RVCNAMEO
                STRING 'ADDR ' DELIMITED BY SIZE
                       WLRV-CUST-ADDR DELIMITED BY SIZE
                       ' ZIP ' DELIMITED BY SIZE
                       WLRV-CUST-ZIP DELIMITED BY SIZE
                  INTO RVCADDRO
                PERFORM SHOW-HIT-DETAIL
                MOVE WLRV-LIST-NAME TO RVLNAMEO
                PERFORM SHOW-HIT-HISTORY
            END-IF.
            PERFORM SHOW-BROADCAST-LINE.
            EXEC CICS SEND MAP('WLRV') MAPSET('MAP18')
                      FROM(WLRVO) ERASE
            END-EXEC.

      * HOW THE CUSTOMER MATCHED AND WHICH LIST ENTRY.
        SHOW-HIT-DETAIL.
            EVALUATE WLRV-HIT-TYPE
                WHEN 'N'
                    STRING 'NAME MATCH' DELIMITED BY SIZE
                           '    LIST ' DELIMITED BY SIZE
                           WLRV-LIST-ID DELIMITED BY SIZE
                           ' ENTRY ' DELIMITED BY SIZE
                           WLRV-ENTRY-ID DELIMITED BY SIZE
                      INTO RVHITO
                WHEN 'P'
                    STRING 'PART-NAME MATCH' DELIMITED BY SIZE
                           '    LIST ' DELIMITED BY SIZE
                           WLRV-LIST-ID DELIMITED BY SIZE
                           ' ENTRY ' DELIMITED BY SIZE
                           WLRV-ENTRY-ID DELIMITED BY SIZE
                      INTO RVHITO
                WHEN OTHER
                    STRING 'ADDRESS MATCH' DELIMITED BY SIZE
                           '    LIST ' DELIMITED BY SIZE
                           WLRV-LIST-ID DELIMITED BY SIZE
                           ' ENTRY ' DELIMITED BY SIZE
                           WLRV-ENTRY-ID DELIMITED BY SIZE
                      INTO RVHITO
            END-EVALUATE.

      * WHERE THE HIT CAME FROM - OR, ONCE CONFIRMED, WHO CONFIRMED
      * IT AND WHY, WHICH IS WHAT A RELEASE HAS TO ANSWER.
        SHOW-HIT-HISTORY.
            IF WLRV-IS-CONFIRMED
                STRING 'CONFIRMED ' DELIMITED BY SIZE
                       WLRV-DEC-DATE DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       WLRV-DEC-OPID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WLRV-DEC-NOTE DELIMITED BY SIZE
                  INTO RVOPENO
            ELSE
                IF WLRV-SOURCE = 'GUI6'
                    STRING 'RAISED ' DELIMITED BY SIZE
                           WLRV-OPEN-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WLRV-OPEN-TIME DELIMITED BY SIZE
                           ' ON GUI6 BY ' DELIMITED BY SIZE
                           WLRV-OPEN-OPID DELIMITED BY SIZE
                      INTO RVOPENO
                ELSE
                    STRING 'RAISED ' DELIMITED BY SIZE
                           WLRV-OPEN-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WLRV-OPEN-TIME DELIMITED BY SIZE
                           ' BY NIGHTLY SCREEN' DELIMITED BY SIZE
                      INTO RVOPENO
                END-IF
            END-IF.

        REWRITE-REVIEW-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-RV-NAME
                     WS-RV-ACCESS-OUT WS-RV-DENY
                     WS-RV-DEVICE WS-RV-HANDLE
                GIVING WS-RV-STATUS.
            PERFORM WRITE-ONE-REVIEW
                VARYING WS-RV-IDX FROM 1 BY 1
                UNTIL WS-RV-IDX > WS-RV-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-RV-HANDLE
                GIVING WS-RV-STATUS.

        WRITE-ONE-REVIEW.
            MOVE LENGTH OF WLRV-REC TO WS-RV-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RV-HANDLE
                     WS-RV-RECLEN WS-RV-FLAGS
                     WS-RV-RESERVED WS-RV-ROW (WS-RV-IDX)
                GIVING WS-RV-STATUS.

      * ONE G6WLAUD ROW FOR THE DECISION JUST RECORDED - WLRV-REC
      * STILL HOLDS THE DECIDED ROW.
        WRITE-DECISION-AUDIT.
            IF WS-WA-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-WA-NAME
                         WS-WA-ACCESS WS-WA-DENY
                         WS-WA-DEVICE WS-WA-HANDLE
                    GIVING WS-WA-STATUS
                MOVE 'Y' TO WS-WA-OPENED
            END-IF.
            MOVE SPACES TO WLAU-REC.
            MOVE WLRV-DEC-DATE  TO WLAU-DATE.
            MOVE WLRV-DEC-TIME  TO WLAU-TIME.
            MOVE EIBOPID        TO WLAU-OPID.
            EVALUATE WLRV-STATUS
                WHEN 'F'
                    MOVE 'CLEAR'   TO WLAU-ACTION
                WHEN 'C'
                    MOVE 'CONFIRM' TO WLAU-ACTION
                WHEN OTHER
                    MOVE 'RELEASE' TO WLAU-ACTION
            END-EVALUATE.
            MOVE WLRV-CUST-ID   TO WLAU-CUST-ID.
            MOVE WLRV-LIST-ID   TO WLAU-LIST-ID.
            MOVE WLRV-ENTRY-ID  TO WLAU-ENTRY-ID.
            MOVE WLRV-HIT-TYPE  TO WLAU-HIT-TYPE.
            MOVE WS-OLD-STATUS  TO WLAU-OLD-STATUS.
            MOVE WLRV-STATUS    TO WLAU-NEW-STATUS.
            MOVE WLRV-DEC-NOTE  TO WLAU-NOTE.
            MOVE WS-WA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WLAU-REC TO CHN-TEXT-LEN.
            MOVE WLAU-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WLAU-REC.
            MOVE LENGTH OF WLAU-REC TO WS-WA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-WA-HANDLE
                     WS-WA-RECLEN WS-WA-FLAGS
                     WS-WA-RESERVED WLAU-REC
                GIVING WS-WA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        SHOW-CODED-MESSAGE.
            PERFORM LOOKUP-ERROR-MESSAGE.
            MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO.
            MOVE -1 TO RVDECISL.
            EXEC CICS SEND MAP('WLRV') MAPSET('MAP18')
                      FROM(WLRVO) DATAONLY
            END-EXEC.

      * LOOK UP SE-MSG-CODE-WK IN THE SHARED CODED MESSAGE TABLE AND
      * LEAVE SE-MSG-IDX POINTING AT THE MATCHING ROW.
        LOOKUP-ERROR-MESSAGE.
            MOVE 'N' TO SE-MSG-FOUND.
            SET SE-MSG-IDX TO 1.
            SEARCH SE-MSG-ENTRY
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CHNP.
