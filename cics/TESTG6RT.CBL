      * CHANGED OR DELETED - A NEW RATE IS A NEW ROW - SO THE
      * HISTORY THE AUDITORS ASK FOR IS THE FILE ITSELF.  ACTIONI
      * COMMANDS:
      *   SHW - DISPLAY THE RATE IN FORCE TODAY FOR THE KEYED CODE,
      *         AND ANY RATE THE NIGHTLY IMPORT (TESTG6FX) HELD FOR
      *         IT IN THE EFFECTIVE DATE AND RATE FIELDS
      *   ADD - RECORD A NEW RATE ROW (CODE, EFFECTIVE DATE, RATE)
      *   CNF - CONFIRM THE HELD RATE - IT IS RECORDED WITH THE DATE
      *         IT WAS FETCHED FOR (SUPERVISOR CLASS ONLY)
      *   REJ - REJECT THE HELD RATE - THE RATE IN FORCE STANDS
      *         (SUPERVISOR CLASS ONLY)
      * CNF AND REJ CLEAR THE HOLD FROM G6RTHLD AND LEAVE A ROW ON
      * THE G6RTAUD AUDIT TRAIL (SEE G6RTHLD.CPY).
      *
        PROGRAM-ID. TESTG6RT.
        ENVIRONMENT DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP12CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.

        01  WS-SEC-STATUS      PIC S9(9) COMP-5.
        01  WS-SEC-RECLEN      PIC 9(8) COMP-5.
        COPY GUI6SEC.
        COPY G6CHNW.

      * THE SHARED RATE LOOKUP - SHW GOES THROUGH THE SAME
      * SEARCH-CURRENCY-RATE EVERY OTHER RATE USER PERFORMS.
        COPY CURRATES.

      * RATES HELD BY THE NIGHTLY IMPORT FOR A SUPERVISOR - AT MOST
      * ONE ROW PER CODE, READ WHOLE AND TRUNCATE-AND-REWRITTEN
      * WHOLE WHEN CNF OR REJ CLEARS ONE (LATEST-STATE TECHNIQUE,
      * SAME AS TESTSVR1'S REGISTRY).
        COPY G6RTHLD.
        01  WS-HD-NAME         PIC X(8) VALUE 'G6RTHLD'.
        01  WS-HD-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-HD-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-HD-DENY         PIC X(1) VALUE X'03'.
        01  WS-HD-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-HD-HANDLE       PIC X(4).
        01  WS-HD-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-HD-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-HD-STATUS       PIC S9(9) COMP-5.
        01  WS-HD-RECLEN       PIC 9(8) COMP-5.
        01  WS-HD-EOF          PIC X(1).
        01  WS-HD-MAX          PIC S9(4) COMP VALUE 20.
        01  WS-HD-COUNT        PIC S9(4) COMP VALUE 0.
        01  WS-HD-TABLE.
            02  WS-HD-ENTRY OCCURS 20 TIMES.
                03  WS-HD-ROW  PIC X(56).
        01  WS-HD-IDX          PIC S9(4) COMP.
        01  WS-HD-USE          PIC S9(4) COMP.
        01  WS-HD-RATE-DIGITS  PIC 9(1)V9(8).
        01  WS-HD-RATE-X REDEFINES WS-HD-RATE-DIGITS
                               PIC X(9).

      * CNF/REJ AUDIT TRAIL - APPEND-ONLY, SAME PATTERN AS GUI6SEC.
        01  WS-RTA-NAME        PIC X(8) VALUE 'G6RTAUD'.
        01  WS-RTA-ACCESS      PIC X(1) VALUE X'03'.
        01  WS-RTA-HANDLE      PIC X(4).
        01  WS-RTA-STATUS      PIC S9(9) COMP-5.
        01  WS-RTA-RECLEN      PIC 9(8) COMP-5.

      * ADD-SIDE VALIDATION WORK FIELDS.
        01  WS-EFF-WK.

        01  WS-ACTION-CMD      PIC X(3).

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  RTE6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                EXEC CICS SEND MAP('RTE6') MAPSET('MAP12')
                          FROM(RTE6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                GO TO TESTG6RT-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6RT-RETURN

            IF WS-ACTION-CMD NOT = 'SHW'
                AND WS-ACTION-CMD NOT = 'ADD'
                AND WS-ACTION-CMD NOT = 'CNF'
                AND WS-ACTION-CMD NOT = 'REJ'
                MOVE 'E901' TO SE-MSG-CODE-WK
                SET TESTG6RT-NOTOK TO TRUE
            END-IF.
            END-IF.

            IF TESTG6RT-OK
                EVALUATE WS-ACTION-CMD
                WHEN 'SHW'
                    PERFORM SHOW-CURRENT-RATE
                    IF TESTG6RT-OK
                        PERFORM SHOW-HELD-RATE
                    END-IF
                WHEN 'ADD'
                    PERFORM ADD-RATE-ROW
                WHEN OTHER
                    PERFORM DECIDE-HELD-RATE
                END-EVALUATE
            END-IF.

            IF TESTG6RT-NOTOK

        TESTG6RT-RETURN.
            MOVE 'Y' TO RTE6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('RTE6') COMMAREA(DFHCOMMAREA)
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

      * SHOW THE RATE IN FORCE TODAY - THE SAME LOOKUP EVERY RATE
      * USER PERFORMS, SO WHAT THE OPERATOR SEES IS WHAT THE
      * SCREENS AND JOBS WILL APPLY.
                END-IF
            END-IF.
            IF TESTG6RT-OK
                MOVE SPACES TO CURRATE-REC
                MOVE CURCDI TO CURRATE-CODE
                MOVE EFFDTI TO CURRATE-EFF-DATE
                MOVE RATEI  TO CURRATE-RATE
                PERFORM APPEND-RATE-ROW
      * THE IN-STORAGE LOOKUP TABLE IS NOW STALE - FORCE THE NEXT
      * SEARCH TO RELOAD SO SHW SHOWS WHAT WAS JUST RECORDED.
                MOVE 'N' TO WS-CURS-LOADED
                MOVE 0 TO WS-CURS-ASOF-DATE
                PERFORM SHOW-CURRENT-RATE
            END-IF.

      * APPEND CURRATE-REC TO THE RATE DATASET.  HISTORY IS NEVER
      * REWRITTEN - WITH A ROW PER CODE PER DAY FROM THE NIGHTLY
      * IMPORT THE FILE OUTGROWS ANY TABLE HELD IN STORAGE.
        APPEND-RATE-ROW.
            CALL 'CBL_OPEN_FILE' USING WS-CURS-FILE-NAME
                     WS-CURS-FILE-ACC WS-CURS-FILE-DENY
                     WS-CURS-FILE-DEV WS-CURS-FILE-HND
                GIVING WS-CURS-FILE-STAT.
            MOVE LENGTH OF CURRATE-REC TO WS-CURS-FILE-LEN.
            CALL 'CBL_WRITE_FILE' USING WS-CURS-FILE-HND
                     WS-CURS-FILE-LEN WS-CURS-FILE-FLG
                     WS-CURS-FILE-RSV CURRATE-REC
                GIVING WS-CURS-FILE-STAT.
            CALL 'CBL_CLOSE_FILE' USING WS-CURS-FILE-HND
                GIVING WS-CURS-FILE-STAT.

      * A RATE THE NIGHTLY IMPORT HELD FOR THIS CODE GOES IN THE
      * EFFECTIVE DATE AND RATE FIELDS, BESIDE THE RATE STILL IN
      * FORCE ON THE INFO LINE, SO THE SUPERVISOR SEES BOTH BEFORE
      * KEYING CNF OR REJ.
        SHOW-HELD-RATE.
            PERFORM LOAD-HELD-TABLE.
            PERFORM FIND-HELD-ROW.
            IF WS-HD-USE > 0
                MOVE RTH-EFF-DATE TO EFFDTO
                MOVE RTH-RATE TO WS-HD-RATE-DIGITS
                MOVE WS-HD-RATE-X TO RATEO
                MOVE 'E910' TO SE-MSG-CODE-WK
                SET TESTG6RT-NOTOK TO TRUE
            END-IF.

      * CNF OR REJ THE HELD RATE FOR THE KEYED CODE.  EITHER WAY THE
      * HOLD IS CLEARED AND THE DECISION AUDITED; CNF ALSO RECORDS
      * THE RATE, EFFECTIVE THE DAY IT WAS FETCHED FOR.
        DECIDE-HELD-RATE.
            IF OPSEC-CLASS NOT = 'S'
                MOVE 'E909' TO SE-MSG-CODE-WK
                SET TESTG6RT-NOTOK TO TRUE
            END-IF.
            IF TESTG6RT-OK
                PERFORM LOAD-HELD-TABLE
                PERFORM FIND-HELD-ROW
                IF WS-HD-USE = 0
                    MOVE 'E908' TO SE-MSG-CODE-WK
                    SET TESTG6RT-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6RT-OK
                IF WS-ACTION-CMD = 'CNF'
                    MOVE SPACES TO CURRATE-REC
                    MOVE RTH-CODE TO CURRATE-CODE
                    MOVE RTH-EFF-DATE TO CURRATE-EFF-DATE
                    MOVE RTH-RATE TO CURRATE-RATE
                    PERFORM APPEND-RATE-ROW
                END-IF
                PERFORM WRITE-RATE-AUDIT
                MOVE WS-HD-ROW (WS-HD-COUNT) TO WS-HD-ROW (WS-HD-USE)
                SUBTRACT 1 FROM WS-HD-COUNT
                PERFORM REWRITE-HELD-FILE
                MOVE 'N' TO WS-CURS-LOADED
                MOVE 0 TO WS-CURS-ASOF-DATE
                PERFORM SHOW-CURRENT-RATE
            END-IF.

      * READ THE WHOLE HELD-RATE LIST.  A MISSING OR EMPTY DATASET
      * JUST MEANS NOTHING IS WAITING.
        LOAD-HELD-TABLE.
            MOVE 0 TO WS-HD-COUNT.
            MOVE 'N' TO WS-HD-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-HD-NAME
                     WS-HD-ACCESS WS-HD-DENY
                     WS-HD-DEVICE WS-HD-HANDLE
                GIVING WS-HD-STATUS.
            IF WS-HD-STATUS = 0
                PERFORM LOAD-ONE-HELD-ROW
                    UNTIL WS-HD-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-HD-HANDLE
                    GIVING WS-HD-STATUS
            END-IF.

        LOAD-ONE-HELD-ROW.
            MOVE LENGTH OF RTH-REC TO WS-HD-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-HD-HANDLE
                     WS-HD-RECLEN WS-HD-FLAGS
                     WS-HD-RESERVED RTH-REC
                GIVING WS-HD-STATUS.
            IF WS-HD-STATUS NOT = 0
                MOVE 'Y' TO WS-HD-EOF
            ELSE
                IF WS-HD-COUNT < WS-HD-MAX
                    ADD 1 TO WS-HD-COUNT
                    MOVE RTH-REC TO WS-HD-ROW (WS-HD-COUNT)
                END-IF
            END-IF.

      * LEAVE WS-HD-USE AT THE ROW FOR CURCDI (ZERO IF NONE) AND
      * THAT ROW IN RTH-REC.
        FIND-HELD-ROW.
            MOVE 0 TO WS-HD-USE.
            PERFORM MATCH-ONE-HELD-ROW
                VARYING WS-HD-IDX FROM 1 BY 1
                UNTIL WS-HD-IDX > WS-HD-COUNT
                   OR WS-HD-USE > 0.
            IF WS-HD-USE > 0
                MOVE WS-HD-ROW (WS-HD-USE) TO RTH-REC
            END-IF.

        MATCH-ONE-HELD-ROW.
            IF WS-HD-ROW (WS-HD-IDX) (1:3) = CURCDI
                MOVE WS-HD-IDX TO WS-HD-USE
            END-IF.

        REWRITE-HELD-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-HD-NAME
                     WS-HD-ACCESS-OUT WS-HD-DENY
                     WS-HD-DEVICE WS-HD-HANDLE
                GIVING WS-HD-STATUS.
            PERFORM WRITE-ONE-HELD-ROW
                VARYING WS-HD-IDX FROM 1 BY 1
                UNTIL WS-HD-IDX > WS-HD-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-HD-HANDLE
                GIVING WS-HD-STATUS.

        WRITE-ONE-HELD-ROW.
            MOVE LENGTH OF RTH-REC TO WS-HD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-HD-HANDLE
                     WS-HD-RECLEN WS-HD-FLAGS
                     WS-HD-RESERVED WS-HD-ROW (WS-HD-IDX)
                GIVING WS-HD-STATUS.

      * WHO CONFIRMED OR REJECTED WHICH HELD RATE, AND WHEN.
        WRITE-RATE-AUDIT.
            MOVE SPACES TO RTA-REC.
            ACCEPT RTA-DATE FROM DATE YYYYMMDD.
            ACCEPT RTA-TIME FROM TIME.
            MOVE EIBOPID TO RTA-OPID.
            MOVE WS-ACTION-CMD TO RTA-ACTION.
            MOVE RTH-REC TO RTA-HELD.
            CALL 'CBL_OPEN_FILE' USING WS-RTA-NAME
                     WS-RTA-ACCESS WS-HD-DENY
                     WS-HD-DEVICE WS-RTA-HANDLE
                GIVING WS-RTA-STATUS.
            MOVE WS-RTA-NAME TO CHN-STREAM.
            MOVE LENGTH OF RTA-REC TO CHN-TEXT-LEN.
            MOVE RTA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO RTA-REC.
            MOVE LENGTH OF RTA-REC TO WS-RTA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RTA-HANDLE
                     WS-RTA-RECLEN WS-HD-FLAGS
                     WS-HD-RESERVED RTA-REC
                GIVING WS-RTA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.
            CALL 'CBL_CLOSE_FILE' USING WS-RTA-HANDLE
                GIVING WS-RTA-STATUS.

        COPY CURRATEP.

                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CHNP.
