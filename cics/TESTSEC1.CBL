      *   ADD - GRANT A NEW OPERATOR (NAME, PERMS, CLASS)
      *   UPD - CHANGE NAME/PERMS/CLASS (BLANK FIELD = KEEP)
      *   REV - REVOKE THE OPERATOR ENTIRELY
      *   PIN - RESET THE OPERATOR'S PIN
      *   TMP - TEMPORARY GRANT: NEW PERMS AND/OR CLASS UNTIL THE
      *         EXPIRY DATE KEYED, THEN BACK TO WHAT THEY HELD
      *         BEFORE (THE NIGHTLY TESTG6GX JOB REVERTS IT)
      *   END - END A TEMPORARY GRANT NOW, AHEAD OF ITS EXPIRY
      *   APV - APPROVE A PARKED GRANT (A DIFFERENT ADMINISTRATOR
      *         FROM THE ONE WHO KEYED IT)
      *   DEC - DECLINE A PARKED GRANT
      * AN ADD, UPD OR TMP THAT WOULD GIVE THE OPERATOR A COMBINATION
      * ON THE SODRULE TABLE (SEE G6SODW.CPY) IS NOT APPLIED BUT
      * PARKED ON SECSODPD FOR A SECOND SECURITY ADMINISTRATOR.
      * EVERY ACTION BUT SHW WRITES AN OPSECAUD ROW - WHO GRANTED
      * WHAT TO WHOM, WITH THE BEFORE AND AFTER PERMISSION STRINGS.
      *
        PROGRAM-ID. TESTSEC1.
        ENVIRONMENT DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP07CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
      * SESSION TRACKING WITH IDLE TIMEOUT - SEE G6SESSW.CPY.
            02  WS-TGT-PIN         PIC X(4).
            02  WS-TGT-PIN-CHG     PIC X(1).
            02  WS-TGT-PIN-EXP     PIC 9(8).
      * TEMPORARY GRANT COLUMNS - SAME LOCKSTEP.
            02  WS-TGT-TEMP-EXP    PIC 9(8).
            02  WS-TGT-TEMP-BY     PIC X(3).
            02  WS-TGT-PRIOR-PERMS PIC X(8).
            02  WS-TGT-PRIOR-CLASS PIC X(1).
        01  WS-BEFORE-PERMS    PIC X(8).
        01  WS-TGT-TEMP-SW     PIC X(1).
            88  WS-TGT-HAS-TEMP    VALUE 'Y'.
        01  WS-TODAY           PIC 9(8).
        01  WS-TEMP-EXP-WK     PIC 9(8).
        01  WS-TEMP-EXP-PARTS REDEFINES WS-TEMP-EXP-WK.
            02  WS-TEMP-EXP-YYYY   PIC 9(4).
            02  WS-TEMP-EXP-MM     PIC 9(2).
            02  WS-TEMP-EXP-DD     PIC 9(2).
        01  WS-TEMP-DAYS       PIC S9(7) COMP.
        01  WS-AUDIT-ACTION    PIC X(3).
        01  WS-APPLY-MODE      PIC X(1).
            88  WS-APPLY-WRITE     VALUE 'W'.
            88  WS-APPLY-REWRITE   VALUE 'R'.
        01  WS-SOD-BYPASS      PIC X(1) VALUE 'N'.
      * THE VALUES AN ADD, UPD OR TMP ASKS FOR - KEYED ON THE SCREEN,
      * OR TAKEN FROM THE PARKED ROW WHEN A SECOND ADMINISTRATOR
      * APPROVES IT.
        01  WS-NEW-NAME        PIC X(20).
        01  WS-NEW-PERMS       PIC X(8).
        01  WS-NEW-CLASS       PIC X(1).
        01  WS-NEW-EXP         PIC X(8).
      * SEGREGATION-OF-DUTIES RULES - SEE G6SODW.CPY.
        COPY G6REFTBW.
        COPY G6SODW.
      * PARKED GRANTS - SEE SECSODPD.CPY.  READ WHOLE, CHANGED,
      * TRUNCATED AND REWRITTEN.
        COPY SECSODPD.
        01  WS-PK-NAME         PIC X(8) VALUE 'SECSODPD'.
        01  WS-PK-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-PK-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-PK-DENY         PIC X(1) VALUE X'03'.
        01  WS-PK-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-PK-HANDLE       PIC X(4).
        01  WS-PK-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-PK-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-PK-STATUS       PIC S9(9) COMP-5.
        01  WS-PK-RECLEN       PIC 9(8) COMP-5.
        01  WS-PK-EOF          PIC X(1).
        01  WS-PK-MAX          PIC S9(4) COMP VALUE 50.
        01  WS-PK-COUNT        PIC S9(4) COMP VALUE 0.
        01  WS-PK-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-PK-USE          PIC S9(4) COMP.
        01  WS-PK-WRITE-IDX    PIC S9(4) COMP.
        01  WS-PK-TABLE.
            02  WS-PK-ROW OCCURS 50 TIMES
                          INDEXED BY WS-PK-IDX
                                     PIC X(80).
      * LONGEST A TEMPORARY GRANT MAY RUN - LONGER THAN A LEAVE
      * COVER IS A PERMANENT CHANGE AND GOES THROUGH UPD.
        01  WS-TEMP-MAX-DAYS   PIC S9(4) COMP VALUE 90.

      * SECURITY ADMINISTRATION AUDIT TRAIL - SAME CBL_OPEN_FILE/
      * CBL_WRITE_FILE PATTERN AS THE OTHER AUDIT FILES.
            02  WS-SA-BEFORE       PIC X(8).
            02  FILLER             PIC X(1).
            02  WS-SA-AFTER        PIC X(8).
            02  FILLER             PIC X(1).
            02  WS-SA-CHAIN-SEQ    PIC 9(9).
            02  WS-SA-CHAIN-PREV   PIC 9(18).
        COPY G6CHNW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                EXEC CICS SEND MAP('SECM') MAPSET('MAP07')
                          FROM(SECMO) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                GO TO TESTSEC1-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTSEC1-RETURN
            SET TESTSEC1-OK TO TRUE.
            MOVE SPACES TO ERRMSGO.
            MOVE SACTNI TO WS-ACTION-CMD.
            MOVE WS-ACTION-CMD TO WS-AUDIT-ACTION.
            MOVE SOPNAMI TO WS-NEW-NAME.
            MOVE SPERMSI TO WS-NEW-PERMS.
            MOVE SCLASSI TO WS-NEW-CLASS.
            MOVE SEXPDTI TO WS-NEW-EXP.

            IF WS-ACTION-CMD NOT = 'SHW'
                AND WS-ACTION-CMD NOT = 'ADD'
                AND WS-ACTION-CMD NOT = 'UPD'
                AND WS-ACTION-CMD NOT = 'REV'
                AND WS-ACTION-CMD NOT = 'PIN'
                AND WS-ACTION-CMD NOT = 'TMP'
                AND WS-ACTION-CMD NOT = 'END'
                AND WS-ACTION-CMD NOT = 'APV'
                AND WS-ACTION-CMD NOT = 'DEC'
                MOVE 'E601' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
                    PERFORM REVOKE-TARGET-OPERATOR
                WHEN 'PIN'
                    PERFORM RESET-TARGET-PIN
                WHEN 'TMP'
                    PERFORM TEMP-GRANT-TARGET-OPERATOR
                WHEN 'END'
                    PERFORM END-TARGET-TEMP-GRANT
                WHEN 'APV'
                    PERFORM APPROVE-PARKED-GRANT
                WHEN 'DEC'
                    PERFORM DECLINE-PARKED-GRANT
                END-EVALUATE
            END-IF.

                    MOVE WS-TGT-CLASS      TO SCLASSO
                    MOVE WS-TGT-GRANTED-BY TO SGRANTO
                    MOVE WS-TGT-GRANT-DATE TO SGDATEO
                    IF WS-TGT-HAS-TEMP
                        MOVE WS-TGT-TEMP-EXP    TO SEXPDTO
                        MOVE WS-TGT-PRIOR-PERMS TO SPRIORO
                    ELSE
                        MOVE SPACES TO SEXPDTO
                        MOVE SPACES TO SPRIORO
                    END-IF
                END-IF
            END-IF.


        TESTSEC1-RETURN.
            MOVE 'Y' TO SEC6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('SEC6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

        COPY G6SESSP.
            IF WS-TGT-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-TGT-FOUND
            END-IF.
            MOVE 'N' TO WS-TGT-TEMP-SW.
            IF WS-TGT-FOUND = 'Y'
                AND WS-TGT-TEMP-EXP IS NUMERIC
                AND WS-TGT-TEMP-EXP > 0
                SET WS-TGT-HAS-TEMP TO TRUE
            END-IF.

        ADD-TARGET-OPERATOR.
            IF WS-TGT-FOUND = 'Y'
                MOVE 'E604' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            ELSE
                IF WS-NEW-PERMS = SPACES
                    MOVE 'E606' TO SE-MSG-CODE-WK
                    SET TESTSEC1-NOTOK TO TRUE
                ELSE
                    MOVE SPACES TO WS-TGT-REC
                    MOVE WS-TGT-KEY   TO WS-TGT-OPID
                    MOVE WS-NEW-NAME  TO WS-TGT-NAME
                    MOVE WS-NEW-PERMS TO WS-TGT-PERMS
                    IF WS-NEW-CLASS = 'S'
                        MOVE 'S' TO WS-TGT-CLASS
                    ELSE
                        MOVE 'O' TO WS-TGT-CLASS
                    MOVE '0000' TO WS-TGT-PIN
                    MOVE 'Y' TO WS-TGT-PIN-CHG
                    ACCEPT WS-TGT-PIN-EXP FROM DATE YYYYMMDD
                    MOVE 0 TO WS-TGT-TEMP-EXP
                    MOVE SPACES TO WS-BEFORE-PERMS
                    SET WS-APPLY-WRITE TO TRUE
                    PERFORM APPLY-OR-PARK-GRANT
                END-IF
            END-IF.

      * A PERMANENT CHANGE WHILE A TEMPORARY GRANT IS OUT WOULD BE
      * UNDONE BY THE REVERSION - THE GRANT MUST BE ENDED FIRST.
        UPDATE-TARGET-OPERATOR.
            IF WS-TGT-FOUND NOT = 'Y'
                MOVE 'E603' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
            IF TESTSEC1-OK AND WS-TGT-HAS-TEMP
                MOVE 'E609' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
            IF TESTSEC1-OK
                MOVE WS-TGT-PERMS TO WS-BEFORE-PERMS
                IF WS-NEW-NAME NOT = SPACES
                    MOVE WS-NEW-NAME TO WS-TGT-NAME
                END-IF
                IF WS-NEW-PERMS NOT = SPACES
                    MOVE WS-NEW-PERMS TO WS-TGT-PERMS
                END-IF
                IF WS-NEW-CLASS NOT = SPACES
                    MOVE WS-NEW-CLASS TO WS-TGT-CLASS
                END-IF
                MOVE EIBOPID TO WS-TGT-GRANTED-BY
                ACCEPT WS-TGT-GRANT-DATE FROM DATE YYYYMMDD
                SET WS-APPLY-REWRITE TO TRUE
                PERFORM APPLY-OR-PARK-GRANT
            END-IF.

        REVOKE-TARGET-OPERATOR.
                PERFORM WRITE-SECURITY-AUDIT
            END-IF.

      * THE PERMISSIONS AND CLASS HELD BEFORE THE FIRST TEMPORARY
      * GRANT ARE KEPT; A SECOND TMP WHILE ONE IS OUT CHANGES THE
      * GRANT OR ITS EXPIRY BUT STILL REVERTS TO THE ORIGINAL.
        TEMP-GRANT-TARGET-OPERATOR.
            IF WS-TGT-FOUND NOT = 'Y'
                MOVE 'E603' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
            IF TESTSEC1-OK
                AND WS-NEW-PERMS = SPACES AND WS-NEW-CLASS = SPACES
                MOVE 'E606' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
            IF TESTSEC1-OK
                PERFORM CHECK-TEMP-EXPIRY
            END-IF.
            IF TESTSEC1-OK
                MOVE WS-TGT-PERMS TO WS-BEFORE-PERMS
                IF NOT WS-TGT-HAS-TEMP
                    MOVE WS-TGT-PERMS TO WS-TGT-PRIOR-PERMS
                    MOVE WS-TGT-CLASS TO WS-TGT-PRIOR-CLASS
                END-IF
                IF WS-NEW-PERMS NOT = SPACES
                    MOVE WS-NEW-PERMS TO WS-TGT-PERMS
                END-IF
                IF WS-NEW-CLASS NOT = SPACES
                    MOVE WS-NEW-CLASS TO WS-TGT-CLASS
                END-IF
                MOVE WS-TEMP-EXP-WK TO WS-TGT-TEMP-EXP
                MOVE EIBOPID TO WS-TGT-TEMP-BY
                MOVE EIBOPID TO WS-TGT-GRANTED-BY
                ACCEPT WS-TGT-GRANT-DATE FROM DATE YYYYMMDD
                SET WS-APPLY-REWRITE TO TRUE
                PERFORM APPLY-OR-PARK-GRANT
            END-IF.

      * THE EXPIRY IS THE LAST DAY THE GRANT IS HELD - TOMORROW AT
      * THE EARLIEST, WS-TEMP-MAX-DAYS AHEAD AT THE LATEST.
        CHECK-TEMP-EXPIRY.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            IF WS-NEW-EXP IS NOT NUMERIC
                MOVE 'E607' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            ELSE
                MOVE WS-NEW-EXP TO WS-TEMP-EXP-WK
                IF WS-TEMP-EXP-WK NOT > WS-TODAY
                    OR WS-TEMP-EXP-MM < 1 OR WS-TEMP-EXP-MM > 12
                    OR WS-TEMP-EXP-DD < 1 OR WS-TEMP-EXP-DD > 31
                    MOVE 'E607' TO SE-MSG-CODE-WK
                    SET TESTSEC1-NOTOK TO TRUE
                ELSE
                    COMPUTE WS-TEMP-DAYS =
                        FUNCTION INTEGER-OF-DATE (WS-TEMP-EXP-WK)
                      - FUNCTION INTEGER-OF-DATE (WS-TODAY)
      * A DAY THE MONTH DOES NOT HAVE COMES BACK AS NO DATE AT ALL.
                    IF WS-TEMP-DAYS < 1
                        MOVE 'E607' TO SE-MSG-CODE-WK
                        SET TESTSEC1-NOTOK TO TRUE
                    END-IF
                    IF WS-TEMP-DAYS > WS-TEMP-MAX-DAYS
                        MOVE 'E608' TO SE-MSG-CODE-WK
                        SET TESTSEC1-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.

      * END A TEMPORARY GRANT EARLY - THE SAME REVERSION THE NIGHTLY
      * TESTG6GX JOB MAKES WHEN THE EXPIRY DATE PASSES.
        END-TARGET-TEMP-GRANT.
            IF WS-TGT-FOUND NOT = 'Y'
                MOVE 'E603' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
            IF TESTSEC1-OK AND NOT WS-TGT-HAS-TEMP
                MOVE 'E610' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
            IF TESTSEC1-OK
                MOVE WS-TGT-PERMS TO WS-BEFORE-PERMS
                MOVE WS-TGT-PRIOR-PERMS TO WS-TGT-PERMS
                MOVE WS-TGT-PRIOR-CLASS TO WS-TGT-CLASS
                MOVE 0 TO WS-TGT-TEMP-EXP
                MOVE SPACES TO WS-TGT-TEMP-BY
                MOVE SPACES TO WS-TGT-PRIOR-PERMS
                MOVE SPACES TO WS-TGT-PRIOR-CLASS
                MOVE EIBOPID TO WS-TGT-GRANTED-BY
                ACCEPT WS-TGT-GRANT-DATE FROM DATE YYYYMMDD
                EXEC CICS REWRITE FILE('OPSECMST')
                          FROM(WS-TGT-REC)
                          RESP(WS-TGT-RESP)
                END-EXEC
                PERFORM WRITE-SECURITY-AUDIT
            END-IF.

      * THE GRANT IS BUILT IN WS-TGT-REC.  UNLESS A SECOND
      * ADMINISTRATOR IS APPROVING IT, A GRANT THAT LEAVES THE
      * OPERATOR HOLDING A SODRULE COMBINATION IS PARKED INSTEAD.
        APPLY-OR-PARK-GRANT.
            MOVE 'N' TO SOD-CONFLICT.
            IF WS-SOD-BYPASS NOT = 'Y'
                MOVE WS-TGT-PERMS TO SOD-PERMS-WK
                MOVE WS-TGT-CLASS TO SOD-CLASS-WK
                MOVE 1 TO SOD-NEXT-IDX
                PERFORM CHECK-SOD-CONFLICT
            END-IF.
            IF SOD-CONFLICT = 'Y'
                PERFORM PARK-CONFLICTING-GRANT
            ELSE
                IF WS-APPLY-WRITE
                    EXEC CICS WRITE FILE('OPSECMST')
                              FROM(WS-TGT-REC)
                              RIDFLD(WS-TGT-KEY)
                              KEYLENGTH(OPSEC-KEYLEN)
                              RESP(WS-TGT-RESP)
                    END-EXEC
                ELSE
                    EXEC CICS REWRITE FILE('OPSECMST')
                              FROM(WS-TGT-REC)
                              RESP(WS-TGT-RESP)
                    END-EXEC
                END-IF
                PERFORM WRITE-SECURITY-AUDIT
            END-IF.

      * ONE PARKED ROW PER TARGET - A NEWER CONFLICTING REQUEST FOR
      * THE SAME OPERATOR REPLACES THE OLDER ONE.  THE PARKING IS
      * AUDITED ('PRK') WITH THE PERMISSIONS ASKED FOR.
        PARK-CONFLICTING-GRANT.
            PERFORM LOAD-PARKED-GRANTS.
            IF WS-PK-OVERFLOW > 0
                MOVE 'E614' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            ELSE
                PERFORM FIND-PARKED-GRANT
                IF WS-PK-USE = 0
                    IF WS-PK-COUNT < WS-PK-MAX
                        ADD 1 TO WS-PK-COUNT
                        MOVE WS-PK-COUNT TO WS-PK-USE
                    ELSE
                        MOVE 'E614' TO SE-MSG-CODE-WK
                        SET TESTSEC1-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTSEC1-OK
                MOVE SPACES TO SODPD-REC
                MOVE WS-TGT-KEY    TO SODPD-TARGET
                MOVE WS-ACTION-CMD TO SODPD-ACTION
                MOVE EIBOPID       TO SODPD-REQ-BY
                ACCEPT SODPD-DATE FROM DATE YYYYMMDD
                ACCEPT SODPD-TIME FROM TIME
                MOVE WS-TGT-NAME   TO SODPD-NAME
                MOVE WS-TGT-PERMS  TO SODPD-PERMS
                MOVE WS-TGT-CLASS  TO SODPD-CLASS
                IF WS-ACTION-CMD = 'TMP'
                    MOVE WS-TGT-TEMP-EXP TO SODPD-TEMP-EXP
                ELSE
                    MOVE 0 TO SODPD-TEMP-EXP
                END-IF
                MOVE SOD-RULE-WK   TO SODPD-RULE
                SET WS-PK-IDX TO WS-PK-USE
                MOVE SODPD-REC TO WS-PK-ROW (WS-PK-IDX)
                PERFORM SAVE-PARKED-GRANTS
                MOVE 'PRK' TO WS-AUDIT-ACTION
                PERFORM WRITE-SECURITY-AUDIT
                MOVE 'E611' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.

      * A SECOND ADMINISTRATOR APPLIES THE PARKED GRANT THROUGH THE
      * SAME ADD/UPD/TMP PARAGRAPHS, SO EVERY OTHER EDIT (OPERATOR
      * STILL THERE, EXPIRY STILL AHEAD) IS MADE AGAIN AS OF NOW.
        APPROVE-PARKED-GRANT.
            PERFORM LOAD-PARKED-GRANTS.
            IF WS-PK-OVERFLOW > 0
                MOVE 'E614' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
            IF TESTSEC1-OK
                PERFORM FIND-PARKED-GRANT
                IF WS-PK-USE = 0
                    MOVE 'E612' TO SE-MSG-CODE-WK
                    SET TESTSEC1-NOTOK TO TRUE
                ELSE
                    SET WS-PK-IDX TO WS-PK-USE
                    MOVE WS-PK-ROW (WS-PK-IDX) TO SODPD-REC
                    IF SODPD-REQ-BY = EIBOPID
                        MOVE 'E613' TO SE-MSG-CODE-WK
                        SET TESTSEC1-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTSEC1-OK
                MOVE SODPD-NAME     TO WS-NEW-NAME
                MOVE SODPD-PERMS    TO WS-NEW-PERMS
                MOVE SODPD-CLASS    TO WS-NEW-CLASS
                MOVE SODPD-TEMP-EXP TO WS-NEW-EXP
                MOVE 'Y' TO WS-SOD-BYPASS
                MOVE 'APV' TO WS-AUDIT-ACTION
                EVALUATE SODPD-ACTION
                WHEN 'ADD'
                    PERFORM ADD-TARGET-OPERATOR
                WHEN 'UPD'
                    PERFORM UPDATE-TARGET-OPERATOR
                WHEN 'TMP'
                    PERFORM TEMP-GRANT-TARGET-OPERATOR
                END-EVALUATE
            END-IF.
            IF TESTSEC1-OK
                SET WS-PK-IDX TO WS-PK-USE
                MOVE SPACES TO WS-PK-ROW (WS-PK-IDX)
                PERFORM SAVE-PARKED-GRANTS
            END-IF.

      * ANY SECURITY ADMINISTRATOR - THE REQUESTER INCLUDED - MAY
      * WITHDRAW OR TURN DOWN A PARKED GRANT.
        DECLINE-PARKED-GRANT.
            PERFORM LOAD-PARKED-GRANTS.
            IF WS-PK-OVERFLOW > 0
                MOVE 'E614' TO SE-MSG-CODE-WK
                SET TESTSEC1-NOTOK TO TRUE
            END-IF.
            IF TESTSEC1-OK
                PERFORM FIND-PARKED-GRANT
                IF WS-PK-USE = 0
                    MOVE 'E612' TO SE-MSG-CODE-WK
                    SET TESTSEC1-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTSEC1-OK
                SET WS-PK-IDX TO WS-PK-USE
                MOVE SPACES TO WS-PK-ROW (WS-PK-IDX)
                PERFORM SAVE-PARKED-GRANTS
                MOVE WS-TGT-PERMS TO WS-BEFORE-PERMS
                PERFORM WRITE-SECURITY-AUDIT
            END-IF.

        LOAD-PARKED-GRANTS.
            MOVE 0 TO WS-PK-COUNT.
            MOVE 0 TO WS-PK-OVERFLOW.
            MOVE SPACES TO WS-PK-TABLE.
            MOVE 'N' TO WS-PK-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-PK-NAME
                     WS-PK-ACCESS WS-PK-DENY
                     WS-PK-DEVICE WS-PK-HANDLE
                GIVING WS-PK-STATUS.
            IF WS-PK-STATUS = 0
                PERFORM READ-ONE-PARKED-GRANT
                    UNTIL WS-PK-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-PK-HANDLE
                    GIVING WS-PK-STATUS
            END-IF.

        READ-ONE-PARKED-GRANT.
            MOVE LENGTH OF SODPD-REC TO WS-PK-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-PK-HANDLE
                     WS-PK-RECLEN WS-PK-FLAGS
                     WS-PK-RESERVED SODPD-REC
                GIVING WS-PK-STATUS.
            IF WS-PK-STATUS NOT = 0
                MOVE 'Y' TO WS-PK-EOF
            ELSE
                IF WS-PK-COUNT < WS-PK-MAX
                    ADD 1 TO WS-PK-COUNT
                    SET WS-PK-IDX TO WS-PK-COUNT
                    MOVE SODPD-REC TO WS-PK-ROW (WS-PK-IDX)
                ELSE
                    ADD 1 TO WS-PK-OVERFLOW
                END-IF
            END-IF.

        FIND-PARKED-GRANT.
            MOVE 0 TO WS-PK-USE.
            PERFORM CHECK-ONE-PARKED-GRANT
                VARYING WS-PK-IDX FROM 1 BY 1
                UNTIL WS-PK-IDX > WS-PK-COUNT
                   OR WS-PK-USE > 0.

        CHECK-ONE-PARKED-GRANT.
            IF WS-PK-ROW (WS-PK-IDX) (1:3) = WS-TGT-KEY
                SET WS-PK-USE TO WS-PK-IDX
            END-IF.

      * TRUNCATE-AND-REWRITE FROM THE TABLE; A CLEARED ROW IS
      * DROPPED.
        SAVE-PARKED-GRANTS.
            CALL 'CBL_OPEN_FILE' USING WS-PK-NAME
                     WS-PK-ACCESS-OUT WS-PK-DENY
                     WS-PK-DEVICE WS-PK-HANDLE
                GIVING WS-PK-STATUS.
            PERFORM WRITE-ONE-PARKED-GRANT
                VARYING WS-PK-WRITE-IDX FROM 1 BY 1
                UNTIL WS-PK-WRITE-IDX > WS-PK-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-PK-HANDLE
                GIVING WS-PK-STATUS.

        WRITE-ONE-PARKED-GRANT.
            SET WS-PK-IDX TO WS-PK-WRITE-IDX.
            IF WS-PK-ROW (WS-PK-IDX) NOT = SPACES
                MOVE WS-PK-ROW (WS-PK-IDX) TO SODPD-REC
                MOVE LENGTH OF SODPD-REC TO WS-PK-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-PK-HANDLE
                         WS-PK-RECLEN WS-PK-FLAGS
                         WS-PK-RESERVED SODPD-REC
                    GIVING WS-PK-STATUS
            END-IF.

        WRITE-SECURITY-AUDIT.
            IF WS-SA-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-SA-NAME
            ACCEPT WS-SA-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-SA-TIME FROM TIME.
            MOVE EIBOPID        TO WS-SA-ADMIN.
            MOVE WS-AUDIT-ACTION TO WS-SA-ACTION.
            MOVE WS-TGT-KEY     TO WS-SA-TARGET.
            MOVE WS-BEFORE-PERMS TO WS-SA-BEFORE.
            MOVE WS-TGT-PERMS   TO WS-SA-AFTER.
            MOVE WS-SA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-SA-REC TO CHN-TEXT-LEN.
            MOVE WS-SA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-SA-REC.
            MOVE LENGTH OF WS-SA-REC TO WS-SA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-SA-HANDLE
                     WS-SA-RECLEN WS-SA-FLAGS
                     WS-SA-RESERVED WS-SA-REC
                GIVING WS-SA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * LOOK UP SE-MSG-CODE-WK IN THE SHARED CODED MESSAGE TABLE AND
      * LEAVE SE-MSG-IDX POINTING AT THE MATCHING ROW.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6REFTBP.

        COPY G6SODP.

        COPY G6ERRLP.

        COPY G6CHNP.
