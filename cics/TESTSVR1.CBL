      * IS ON-BOARDED, RE-POINTED, OR DISABLED ONLINE WITH NO
      * RECOMPILE ANYWHERE.  ACTIONI COMMANDS:
      *   SHW - DISPLAY THE NAMED SERVICE'S REGISTRY ROW
      *   ADD - REGISTER A NEW SERVICE (HOST/PORT/TLS/THRESHOLD AND
      *         OPTIONALLY A SECONDARY HOST/PORT)
      *   UPD - CHANGE HOST/PORT/TLS/THRESHOLD/SECONDARY (BLANK FIELD
      *         = KEEP; ALT HOST '*' REMOVES THE SECONDARY)
      *   DIS - DISABLE THE SERVICE (SOACMGR3 REFUSES CALLS TO IT)
      *   ENA - RE-ENABLE A DISABLED SERVICE
      *   MWA - RECORD A PLANNED PARTNER MAINTENANCE WINDOW (START/END
      *         YYYYMMDDHHMM) ON THE SOAMWIN DATASET (SEE SOAMWIN.CPY)
      *   MWD - DELETE THE SERVICE'S WINDOW STARTING AT THE KEYED START
      *   CRT - RECORD A TLS SERVICE'S CERTIFICATES ON THE SOACERT
      *         DATASET (SEE SOACERT.CPY) - OUR KEY-RING LABEL AND
      *         EXPIRY, THE PARTNER'S SUBJECT AND EXPIRY (BLANK FIELD
      *         = KEEP; LABEL OR SUBJECT '*' CLEARS THAT SIDE)
      *
      * SHW AND EVERY SUCCESSFUL ACTION ALSO SHOW THE SERVICE'S NEXT
      * MAINTENANCE WINDOW (THE FIRST ONE NOT YET OVER), IF ANY, AND
      * ITS CERTIFICATES AS RECORDED.
      *
        PROGRAM-ID. TESTSVR1.
        ENVIRONMENT DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP03CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.

        01  WS-SEC-STATUS      PIC S9(9) COMP-5.
        01  WS-SEC-RECLEN      PIC 9(8) COMP-5.
        COPY GUI6SEC.
        COPY G6CHNW.

      * LOCKOUT DATASET - SEE GUI6LOCK.CPY.
        COPY GUI6LOCK.
                03  WS-RG-CREDIT  PIC X(5).
                03  WS-RG-MAXCC   PIC X(3).
                03  WS-RG-MAXRT   PIC X(4).
                03  WS-RG-ALTHOST PIC X(32).
                03  WS-RG-ALTPORT PIC X(5).
        01  WS-RG-FOUND        PIC X(1).
            88  WS-RG-IS-FOUND     VALUE 'Y'.
        01  WS-RG-WRITE-IDX    PIC S9(4) COMP.

        01  WS-ACTION-CMD      PIC X(3).

      * THE MAINTENANCE-WINDOW DATASET - SAME READ-WHOLE / REWRITE-
      * WHOLE HANDLING AS THE REGISTRY ABOVE.  WINDOWS ARE KEPT AFTER
      * THEY CLOSE - THE MONTH-END SOASLM1 STATEMENT STILL NEEDS THEM.
        COPY SOAMWIN.
        01  WS-MW-NAME         PIC X(8) VALUE 'SOAMWIN'.
        01  WS-MW-HANDLE       PIC X(4).
        01  WS-MW-STATUS       PIC S9(9) COMP-5.
        01  WS-MW-RECLEN       PIC 9(8) COMP-5.
        01  WS-MW-EOF          PIC X(1).
        01  WS-MW-COUNT        PIC S9(4) COMP VALUE 0.
        01  WS-MW-MAX          PIC S9(4) COMP VALUE 100.
        01  WS-MW-TABLE.
            02  WS-MW-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-MW-IDX.
                03  WS-MW-ROW     PIC X(80).
        01  WS-MW-WRITE-IDX    PIC S9(4) COMP.
        01  WS-MW-FOUND        PIC X(1).
        01  WS-MW-NEXT-START   PIC X(12).
        01  WS-MW-NEXT-END     PIC X(12).
      * ONE KEYED YYYYMMDDHHMM, TAKEN APART FOR THE RANGE CHECKS.
        01  WS-MW-STAMP-WK.
            02  WS-MW-STAMP-YYYY  PIC 9(4).
            02  WS-MW-STAMP-MM    PIC 9(2).
            02  WS-MW-STAMP-DD    PIC 9(2).
            02  WS-MW-STAMP-HH    PIC 9(2).
            02  WS-MW-STAMP-MI    PIC 9(2).
        01  WS-MW-STAMP-OK     PIC X(1).
        01  WS-MW-NOW.
            02  WS-MW-NOW-DATE    PIC 9(8).
            02  WS-MW-NOW-TIME    PIC 9(8).

      * THE CERTIFICATE DATASET - ONE ROW PER TLS SERVICE, SAME
      * READ-WHOLE / REWRITE-WHOLE HANDLING AS THE REGISTRY ABOVE.
      * SOAHLTH1 ALSO REWRITES IT WHEN IT SEES A PARTNER CERTIFICATE.
        COPY SOACERT.
        01  WS-CT-NAME         PIC X(8) VALUE 'SOACERT'.
        01  WS-CT-HANDLE       PIC X(4).
        01  WS-CT-STATUS       PIC S9(9) COMP-5.
        01  WS-CT-RECLEN       PIC 9(8) COMP-5.
        01  WS-CT-EOF          PIC X(1).
        01  WS-CT-COUNT        PIC S9(4) COMP VALUE 0.
        01  WS-CT-MAX          PIC S9(4) COMP VALUE 20.
        01  WS-CT-TABLE.
            02  WS-CT-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-CT-IDX.
                03  WS-CT-ROW     PIC X(100).
        01  WS-CT-WRITE-IDX    PIC S9(4) COMP.
        01  WS-CT-FOUND        PIC X(1).
      * ONE KEYED YYYYMMDD EXPIRY, TAKEN APART FOR THE RANGE CHECK.
        01  WS-CT-DATE-WK.
            02  WS-CT-DATE-YYYY   PIC 9(4).
            02  WS-CT-DATE-MM     PIC 9(2).
            02  WS-CT-DATE-DD     PIC 9(2).
        01  WS-CT-DATE-OK      PIC X(1).

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  SVR6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                EXEC CICS SEND MAP('SVR6') MAPSET('MAP03')
                          FROM(SVR6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                GO TO TESTSVR1-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTSVR1-RETURN
                AND WS-ACTION-CMD NOT = 'UPD'
                AND WS-ACTION-CMD NOT = 'DIS'
                AND WS-ACTION-CMD NOT = 'ENA'
                AND WS-ACTION-CMD NOT = 'MWA'
                AND WS-ACTION-CMD NOT = 'MWD'
                AND WS-ACTION-CMD NOT = 'CRT'
                MOVE 'E301' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            END-IF.
                            MOVE 'A' TO WS-RG-SVCST (WS-RG-IDX)
                            PERFORM REWRITE-REGISTRY
                        END-IF
                        IF WS-ACTION-CMD = 'MWA'
                            PERFORM ADD-MAINT-WINDOW
                        END-IF
                        IF WS-ACTION-CMD = 'MWD'
                            PERFORM DELETE-MAINT-WINDOW
                        END-IF
                        IF WS-ACTION-CMD = 'CRT'
                            PERFORM UPDATE-CERTIFICATES
                        END-IF
                    END-IF
                END-IF
            END-IF.
                MOVE WS-RG-TLS    (WS-RG-IDX) TO TLSO
                MOVE WS-RG-THRESH (WS-RG-IDX) TO THRESHO
                MOVE WS-RG-SVCST  (WS-RG-IDX) TO SVCSTO
                MOVE WS-RG-ALTHOST (WS-RG-IDX) TO ALTHOSTO
                MOVE WS-RG-ALTPORT (WS-RG-IDX) TO ALTPORTO
                PERFORM FIND-NEXT-WINDOW
                MOVE WS-MW-NEXT-START TO MWSTRTO
                MOVE WS-MW-NEXT-END   TO MWENDO
                PERFORM SHOW-CERTIFICATES
            END-IF.

            PERFORM SHOW-BROADCAST-LINE.

        TESTSVR1-RETURN.
            MOVE 'Y' TO SVR6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('SVR6') COMMAREA(DFHCOMMAREA)
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

      * READ THE WHOLE REGISTRY DATASET INTO WS-RG-TABLE FOR THIS
      * TRIP.  A MISSING OR EMPTY REGISTRY JUST LEAVES THE TABLE
      * EMPTY - ADD STILL WORKS AGAINST IT.
            MOVE SVCRG-CREDIT-RATE TO WS-RG-CREDIT (WS-RG-IDX).
            MOVE SVCRG-MAX-CONC   TO WS-RG-MAXCC (WS-RG-IDX).
            MOVE SVCRG-MAX-RATE   TO WS-RG-MAXRT (WS-RG-IDX).
            MOVE SVCRG-ALT-HOST   TO WS-RG-ALTHOST (WS-RG-IDX).
            IF SVCRG-ALT-HOST = SPACES
                MOVE SPACES TO WS-RG-ALTPORT (WS-RG-IDX)
            ELSE
                MOVE SVCRG-ALT-PORT TO WS-RG-ALTPORT (WS-RG-IDX)
            END-IF.
            PERFORM READ-REGISTRY-RECORD.

      * LOOK UP SVCNMI IN THE LOADED TABLE AND LEAVE WS-RG-IDX
                    END-IF
                END-IF
            END-IF.
            IF TESTSVR1-OK
                PERFORM CHECK-SECONDARY-FIELDS
            END-IF.
            IF TESTSVR1-OK
                ADD 1 TO WS-RG-COUNT
                SET WS-RG-IDX TO WS-RG-COUNT
                MOVE '00000' TO WS-RG-CREDIT (WS-RG-IDX)
                MOVE '000' TO WS-RG-MAXCC (WS-RG-IDX)
                MOVE '0000' TO WS-RG-MAXRT (WS-RG-IDX)
                MOVE ALTHOSTI TO WS-RG-ALTHOST (WS-RG-IDX)
                MOVE ALTPORTI TO WS-RG-ALTPORT (WS-RG-IDX)
                PERFORM REWRITE-REGISTRY
            END-IF.

                MOVE 'E306' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            END-IF.
            IF TESTSVR1-OK
                PERFORM CHECK-SECONDARY-FIELDS
            END-IF.
            IF TESTSVR1-OK
                IF HOSTI NOT = SPACES
                    MOVE HOSTI TO WS-RG-HOST (WS-RG-IDX)
                IF THRESHI NOT = SPACES
                    MOVE THRESHI TO WS-RG-THRESH (WS-RG-IDX)
                END-IF
                IF ALTHOSTI = '*'
                    MOVE SPACES TO WS-RG-ALTHOST (WS-RG-IDX)
                    MOVE SPACES TO WS-RG-ALTPORT (WS-RG-IDX)
                ELSE
                    IF ALTHOSTI NOT = SPACES
                        MOVE ALTHOSTI TO WS-RG-ALTHOST (WS-RG-IDX)
                    END-IF
                    IF ALTPORTI NOT = SPACES
                        MOVE ALTPORTI TO WS-RG-ALTPORT (WS-RG-IDX)
                    END-IF
                END-IF
                PERFORM REWRITE-REGISTRY
            END-IF.

      * THE SECONDARY ENDPOINT IS OPTIONAL, BUT A SECONDARY HOST IS
      * NO USE WITHOUT A PORT - ON ADD BOTH OR NEITHER MUST BE KEYED,
      * AND ON UPD A NEW SECONDARY HOST NEEDS A PORT UNLESS THE ROW
      * ALREADY HAS ONE.  ALT HOST '*' (REMOVE) NEEDS NO PORT.
        CHECK-SECONDARY-FIELDS.
            IF ALTPORTI NOT = SPACES AND ALTPORTI NOT NUMERIC
                MOVE 'E310' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            END-IF.
            IF TESTSVR1-OK AND ALTHOSTI NOT = '*'
                IF WS-ACTION-CMD = 'ADD'
                    IF (ALTHOSTI = SPACES AND ALTPORTI NOT = SPACES)
                        OR (ALTHOSTI NOT = SPACES
                            AND ALTPORTI = SPACES)
                        MOVE 'E311' TO SE-MSG-CODE-WK
                        SET TESTSVR1-NOTOK TO TRUE
                    END-IF
                ELSE
                    IF ALTHOSTI NOT = SPACES AND ALTPORTI = SPACES
                        AND WS-RG-ALTPORT (WS-RG-IDX) = SPACES
                        MOVE 'E311' TO SE-MSG-CODE-WK
                        SET TESTSVR1-NOTOK TO TRUE
                    END-IF
                    IF ALTHOSTI = SPACES AND ALTPORTI NOT = SPACES
                        AND WS-RG-ALTHOST (WS-RG-IDX) = SPACES
                        MOVE 'E311' TO SE-MSG-CODE-WK
                        SET TESTSVR1-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTSVR1-OK AND ALTHOSTI = '*'
                AND WS-ACTION-CMD = 'ADD'
                MOVE 'E311' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            END-IF.

      * REWRITE THE WHOLE REGISTRY DATASET FROM THE TABLE - TRUNCATE
      * AND REWRITE, SAME LATEST-STATE TECHNIQUE AS THE CHECKPOINT
      * DATASETS, SO THE FILE ALWAYS HOLDS EXACTLY THE CURRENT ROWS.
            MOVE WS-RG-CREDIT (WS-RG-IDX) TO SVCRG-CREDIT-RATE.
            MOVE WS-RG-MAXCC  (WS-RG-IDX) TO SVCRG-MAX-CONC.
            MOVE WS-RG-MAXRT  (WS-RG-IDX) TO SVCRG-MAX-RATE.
            MOVE WS-RG-ALTHOST (WS-RG-IDX) TO SVCRG-ALT-HOST.
            IF WS-RG-ALTPORT (WS-RG-IDX) NOT = SPACES
                MOVE WS-RG-ALTPORT (WS-RG-IDX) TO SVCRG-ALT-PORT
            END-IF.
            MOVE LENGTH OF SVCRG-REC TO WS-RG-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RG-HANDLE
                     WS-RG-RECLEN WS-RG-FLAGS
                     WS-RG-RESERVED SVCRG-REC
                GIVING WS-RG-STATUS.

      * READ THE WHOLE MAINTENANCE-WINDOW DATASET INTO WS-MW-TABLE.
        LOAD-WINDOW-TABLE.
            MOVE 0 TO WS-MW-COUNT.
            MOVE SPACES TO WS-MW-TABLE.
            MOVE 'N' TO WS-MW-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-MW-NAME
                     WS-RG-ACCESS WS-RG-DENY
                     WS-RG-DEVICE WS-MW-HANDLE
                GIVING WS-MW-STATUS.
            IF WS-MW-STATUS = 0
                PERFORM READ-WINDOW-RECORD
                PERFORM ADD-WINDOW-ENTRY
                    UNTIL WS-MW-EOF = 'Y'
                       OR WS-MW-COUNT >= WS-MW-MAX
                CALL 'CBL_CLOSE_FILE' USING WS-MW-HANDLE
                    GIVING WS-MW-STATUS
            END-IF.

        READ-WINDOW-RECORD.
            MOVE LENGTH OF MWIN-REC TO WS-MW-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-MW-HANDLE
                     WS-MW-RECLEN WS-RG-FLAGS
                     WS-RG-RESERVED MWIN-REC
                GIVING WS-MW-STATUS.
            IF WS-MW-STATUS NOT = 0
                MOVE 'Y' TO WS-MW-EOF
            END-IF.

        ADD-WINDOW-ENTRY.
            ADD 1 TO WS-MW-COUNT.
            SET WS-MW-IDX TO WS-MW-COUNT.
            MOVE MWIN-REC TO WS-MW-ROW (WS-MW-IDX).
            PERFORM READ-WINDOW-RECORD.

      * RECORD A NEW WINDOW FOR THE SERVICE.  BOTH ENDS MUST BE REAL
      * YYYYMMDDHHMM STAMPS AND THE END MUST COME AFTER THE START.
        ADD-MAINT-WINDOW.
            MOVE MWSTRTI TO WS-MW-STAMP-WK.
            PERFORM CHECK-WINDOW-STAMP.
            IF WS-MW-STAMP-OK = 'Y'
                MOVE MWENDI TO WS-MW-STAMP-WK
                PERFORM CHECK-WINDOW-STAMP
            END-IF.
            IF WS-MW-STAMP-OK NOT = 'Y'
                MOVE 'E312' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            END-IF.
            IF TESTSVR1-OK AND MWENDI NOT > MWSTRTI
                MOVE 'E313' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            END-IF.
            IF TESTSVR1-OK
                PERFORM LOAD-WINDOW-TABLE
                IF WS-MW-COUNT >= WS-MW-MAX
                    MOVE 'E315' TO SE-MSG-CODE-WK
                    SET TESTSVR1-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTSVR1-OK
                MOVE SPACES TO MWIN-REC
                MOVE SVCNMI  TO MWIN-SVC
                MOVE MWSTRTI TO MWIN-START
                MOVE MWENDI  TO MWIN-END
                MOVE EIBOPID TO MWIN-OPID
                ACCEPT MWIN-KEYED-DATE FROM DATE YYYYMMDD
                ADD 1 TO WS-MW-COUNT
                SET WS-MW-IDX TO WS-MW-COUNT
                MOVE MWIN-REC TO WS-MW-ROW (WS-MW-IDX)
                PERFORM REWRITE-WINDOWS
            END-IF.

      * DROP THE SERVICE'S WINDOW THAT STARTS AT THE KEYED START - A
      * PARTNER THAT CANCELS ITS MAINTENANCE GETS ITS TRAFFIC BACK.
        DELETE-MAINT-WINDOW.
            PERFORM LOAD-WINDOW-TABLE.
            MOVE 'N' TO WS-MW-FOUND.
            SET WS-MW-IDX TO 1.
            SEARCH WS-MW-ENTRY
                WHEN WS-MW-ROW (WS-MW-IDX) (1:8) = SVCNMI
                     AND WS-MW-ROW (WS-MW-IDX) (10:12) = MWSTRTI
                    MOVE 'Y' TO WS-MW-FOUND
            END-SEARCH.
            IF WS-MW-FOUND NOT = 'Y'
                MOVE 'E314' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            ELSE
                MOVE SPACES TO WS-MW-ROW (WS-MW-IDX)
                PERFORM REWRITE-WINDOWS
            END-IF.

      * YYYYMMDDHHMM WITH A MONTH, DAY, HOUR AND MINUTE IN RANGE.
        CHECK-WINDOW-STAMP.
            MOVE 'N' TO WS-MW-STAMP-OK.
            IF WS-MW-STAMP-WK IS NUMERIC
                AND WS-MW-STAMP-MM >= 1 AND WS-MW-STAMP-MM <= 12
                AND WS-MW-STAMP-DD >= 1 AND WS-MW-STAMP-DD <= 31
                AND WS-MW-STAMP-HH <= 23
                AND WS-MW-STAMP-MI <= 59
                MOVE 'Y' TO WS-MW-STAMP-OK
            END-IF.

      * REWRITE THE WINDOW DATASET FROM THE TABLE, SKIPPING A ROW
      * BLANKED BY MWD.
        REWRITE-WINDOWS.
            CALL 'CBL_OPEN_FILE' USING WS-MW-NAME
                     WS-RG-ACCESS-OUT WS-RG-DENY
                     WS-RG-DEVICE WS-MW-HANDLE
                GIVING WS-MW-STATUS.
            PERFORM WRITE-ONE-WINDOW-ROW
                VARYING WS-MW-WRITE-IDX FROM 1 BY 1
                UNTIL WS-MW-WRITE-IDX > WS-MW-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-MW-HANDLE
                GIVING WS-MW-STATUS.

        WRITE-ONE-WINDOW-ROW.
            SET WS-MW-IDX TO WS-MW-WRITE-IDX.
            IF WS-MW-ROW (WS-MW-IDX) NOT = SPACES
                MOVE WS-MW-ROW (WS-MW-IDX) TO MWIN-REC
                MOVE LENGTH OF MWIN-REC TO WS-MW-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-MW-HANDLE
                         WS-MW-RECLEN WS-RG-FLAGS
                         WS-RG-RESERVED MWIN-REC
                    GIVING WS-MW-STATUS
            END-IF.

      * THE SERVICE'S EARLIEST WINDOW THAT HAS NOT YET ENDED, FOR
      * THE REPAINT - BLANK WHEN THERE IS NONE.
        FIND-NEXT-WINDOW.
            MOVE SPACES TO WS-MW-NEXT-START WS-MW-NEXT-END.
            ACCEPT WS-MW-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-MW-NOW-TIME FROM TIME.
            PERFORM LOAD-WINDOW-TABLE.
            PERFORM CHECK-NEXT-WINDOW
                VARYING WS-MW-WRITE-IDX FROM 1 BY 1
                UNTIL WS-MW-WRITE-IDX > WS-MW-COUNT.

        CHECK-NEXT-WINDOW.
            SET WS-MW-IDX TO WS-MW-WRITE-IDX.
            MOVE WS-MW-ROW (WS-MW-IDX) TO MWIN-REC.
            IF MWIN-SVC = SVCNMI
                AND MWIN-END > WS-MW-NOW (1:12)
                IF WS-MW-NEXT-START = SPACES
                    OR MWIN-START < WS-MW-NEXT-START
                    MOVE MWIN-START TO WS-MW-NEXT-START
                    MOVE MWIN-END   TO WS-MW-NEXT-END
                END-IF
            END-IF.

      * READ THE WHOLE CERTIFICATE DATASET INTO WS-CT-TABLE.
        LOAD-CERT-TABLE.
            MOVE 0 TO WS-CT-COUNT.
            MOVE SPACES TO WS-CT-TABLE.
            MOVE 'N' TO WS-CT-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-CT-NAME
                     WS-RG-ACCESS WS-RG-DENY
                     WS-RG-DEVICE WS-CT-HANDLE
                GIVING WS-CT-STATUS.
            IF WS-CT-STATUS = 0
                PERFORM READ-CERT-RECORD
                PERFORM ADD-CERT-ENTRY
                    UNTIL WS-CT-EOF = 'Y'
                       OR WS-CT-COUNT >= WS-CT-MAX
                CALL 'CBL_CLOSE_FILE' USING WS-CT-HANDLE
                    GIVING WS-CT-STATUS
            END-IF.

        READ-CERT-RECORD.
            MOVE LENGTH OF CERT-REC TO WS-CT-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-CT-HANDLE
                     WS-CT-RECLEN WS-RG-FLAGS
                     WS-RG-RESERVED CERT-REC
                GIVING WS-CT-STATUS.
            IF WS-CT-STATUS NOT = 0
                MOVE 'Y' TO WS-CT-EOF
            END-IF.

        ADD-CERT-ENTRY.
            ADD 1 TO WS-CT-COUNT.
            SET WS-CT-IDX TO WS-CT-COUNT.
            MOVE CERT-REC TO WS-CT-ROW (WS-CT-IDX).
            PERFORM READ-CERT-RECORD.

      * LOOK UP SVCNMI IN THE LOADED TABLE AND LEAVE WS-CT-IDX
      * POINTING AT THE MATCHING ROW.
        FIND-CERT-ENTRY.
            MOVE 'N' TO WS-CT-FOUND.
            SET WS-CT-IDX TO 1.
            SEARCH WS-CT-ENTRY
                WHEN WS-CT-ROW (WS-CT-IDX) (1:8) = SVCNMI
                    MOVE 'Y' TO WS-CT-FOUND
            END-SEARCH.

      * RECORD THE SERVICE'S CERTIFICATES.  ONLY A TLS SERVICE HAS
      * ANY; EACH EXPIRY MUST BE A REAL YYYYMMDD DATE.  A PARTNER
      * EXPIRY KEYED HERE STANDS UNTIL SOAHLTH1 NEXT SEES THE
      * PARTNER'S CERTIFICATE IN ITS HANDSHAKE.
        UPDATE-CERTIFICATES.
            IF WS-RG-TLS (WS-RG-IDX) NOT = 'Y'
                MOVE 'E317' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            END-IF.
            IF TESTSVR1-OK
                AND OURCRTI = SPACES AND OUREXPI = SPACES
                AND PTNCRTI = SPACES AND PTNEXPI = SPACES
                MOVE 'E318' TO SE-MSG-CODE-WK
                SET TESTSVR1-NOTOK TO TRUE
            END-IF.
            IF TESTSVR1-OK AND OUREXPI NOT = SPACES
                MOVE OUREXPI TO WS-CT-DATE-WK
                PERFORM CHECK-CERT-DATE
                IF WS-CT-DATE-OK NOT = 'Y'
                    MOVE 'E316' TO SE-MSG-CODE-WK
                    SET TESTSVR1-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTSVR1-OK AND PTNEXPI NOT = SPACES
                MOVE PTNEXPI TO WS-CT-DATE-WK
                PERFORM CHECK-CERT-DATE
                IF WS-CT-DATE-OK NOT = 'Y'
                    MOVE 'E316' TO SE-MSG-CODE-WK
                    SET TESTSVR1-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTSVR1-OK
                PERFORM LOAD-CERT-TABLE
                PERFORM FIND-CERT-ENTRY
                IF WS-CT-FOUND = 'Y'
                    MOVE WS-CT-ROW (WS-CT-IDX) TO CERT-REC
                ELSE
                    IF WS-CT-COUNT >= WS-CT-MAX
                        MOVE 'E304' TO SE-MSG-CODE-WK
                        SET TESTSVR1-NOTOK TO TRUE
                    ELSE
                        ADD 1 TO WS-CT-COUNT
                        SET WS-CT-IDX TO WS-CT-COUNT
                        MOVE SPACES TO CERT-REC
                        MOVE SVCNMI TO CERT-SVC
                        MOVE 0 TO CERT-OUR-EXPIRY
                        MOVE 0 TO CERT-PTN-EXPIRY
                        MOVE 0 TO CERT-PTN-SET-DATE
                    END-IF
                END-IF
            END-IF.
            IF TESTSVR1-OK
                IF OURCRTI = '*'
                    MOVE SPACES TO CERT-OUR-LABEL
                    MOVE 0 TO CERT-OUR-EXPIRY
                ELSE
                    IF OURCRTI NOT = SPACES
                        MOVE OURCRTI TO CERT-OUR-LABEL
                    END-IF
                    IF OUREXPI NOT = SPACES
                        MOVE OUREXPI TO CERT-OUR-EXPIRY
                    END-IF
                END-IF
                IF PTNCRTI = '*'
                    MOVE SPACES TO CERT-PTN-SUBJECT
                    MOVE SPACES TO CERT-PTN-SRC
                    MOVE 0 TO CERT-PTN-EXPIRY
                    MOVE 0 TO CERT-PTN-SET-DATE
                ELSE
                    IF PTNCRTI NOT = SPACES
                        MOVE PTNCRTI TO CERT-PTN-SUBJECT
                    END-IF
                    IF PTNEXPI NOT = SPACES
                        MOVE PTNEXPI TO CERT-PTN-EXPIRY
                        MOVE 'K' TO CERT-PTN-SRC
                        ACCEPT CERT-PTN-SET-DATE FROM DATE YYYYMMDD
                    END-IF
                END-IF
                MOVE EIBOPID TO CERT-OPID
                MOVE CERT-REC TO WS-CT-ROW (WS-CT-IDX)
                PERFORM REWRITE-CERTS
            END-IF.

      * YYYYMMDD WITH A MONTH AND DAY IN RANGE.
        CHECK-CERT-DATE.
            MOVE 'N' TO WS-CT-DATE-OK.
            IF WS-CT-DATE-WK IS NUMERIC
                AND WS-CT-DATE-MM >= 1 AND WS-CT-DATE-MM <= 12
                AND WS-CT-DATE-DD >= 1 AND WS-CT-DATE-DD <= 31
                MOVE 'Y' TO WS-CT-DATE-OK
            END-IF.

      * REWRITE THE CERTIFICATE DATASET FROM THE TABLE.
        REWRITE-CERTS.
            CALL 'CBL_OPEN_FILE' USING WS-CT-NAME
                     WS-RG-ACCESS-OUT WS-RG-DENY
                     WS-RG-DEVICE WS-CT-HANDLE
                GIVING WS-CT-STATUS.
            PERFORM WRITE-ONE-CERT-ROW
                VARYING WS-CT-WRITE-IDX FROM 1 BY 1
                UNTIL WS-CT-WRITE-IDX > WS-CT-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-CT-HANDLE
                GIVING WS-CT-STATUS.

        WRITE-ONE-CERT-ROW.
            SET WS-CT-IDX TO WS-CT-WRITE-IDX.
            MOVE WS-CT-ROW (WS-CT-IDX) TO CERT-REC.
            MOVE LENGTH OF CERT-REC TO WS-CT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-CT-HANDLE
                     WS-CT-RECLEN WS-RG-FLAGS
                     WS-RG-RESERVED CERT-REC
                GIVING WS-CT-STATUS.

      * THE SERVICE'S CERTIFICATES FOR THE REPAINT - AN EXPIRY NOBODY
      * HAS RECORDED SHOWS BLANK RATHER THAN AS ZEROS.
        SHOW-CERTIFICATES.
            MOVE SPACES TO OURCRTO OUREXPO PTNCRTO PTNEXPO.
            PERFORM LOAD-CERT-TABLE.
            PERFORM FIND-CERT-ENTRY.
            IF WS-CT-FOUND = 'Y'
                MOVE WS-CT-ROW (WS-CT-IDX) TO CERT-REC
                MOVE CERT-OUR-LABEL   TO OURCRTO
                MOVE CERT-PTN-SUBJECT TO PTNCRTO
                IF CERT-OUR-EXPIRY IS NUMERIC
                    AND CERT-OUR-EXPIRY > 0
                    MOVE CERT-OUR-EXPIRY TO OUREXPO
                END-IF
                IF CERT-PTN-EXPIRY IS NUMERIC
                    AND CERT-PTN-EXPIRY > 0
                    MOVE CERT-PTN-EXPIRY TO PTNEXPO
                END-IF
            END-IF.

      * LOOK UP SE-MSG-CODE-WK IN THE SHARED CODED MESSAGE TABLE AND
      * LEAVE SE-MSG-IDX POINTING AT THE MATCHING ROW.
        LOOKUP-ERROR-MESSAGE.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

        COPY G6CHNP.
