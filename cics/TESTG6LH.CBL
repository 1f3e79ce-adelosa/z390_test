      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * LGH6 LEGAL-HOLD MAINTENANCE - DRIVING TRANSACTION
      *
      * MAINTAINS THE G6LHOLD LEGAL-HOLD DATASET (SEE G6LHOLD.CPY)
      * THAT EVERY PURGE AND ROLLOVER JOB CONSULTS BEFORE DELETING
      * ANYTHING - TESTG6PU, TESTG6PA, TESTG6GR, SOATLR1, SOAARR1,
      * RPSTOR1 - AND THAT TESTG6AN HONOURS BEFORE AN ERASURE.
      * RESTRICTED TO SUPERVISORS HOLDING THE 'L' (LEGAL HOLD)
      * PERMISSION, AND EVERY ACTION WRITES A G6LHAUD AUDIT ROW
      * CARRYING THE HOLD AS IT STOOD AFTERWARD - THE SAME AUDITED
      * PATTERN TRM6 USES FOR THE TERMINAL REGISTER.
      * ACTIONI COMMANDS:
      *   SHW - DISPLAY A HOLD
      *   ADD - PLACE A HOLD (CUSTOMER AND/OR FROM/TO DATES, MATTER)
      *   UPD - CHANGE CUSTOMER/DATES/MATTER (BLANK = KEEP)
      *   REL - RELEASE THE HOLD.  A RELEASED HOLD STAYS ON FILE
      *         AND CANNOT BE CHANGED; THE NEXT SCHEDULED PURGES
      *         CATCH UP ON WHAT IT KEPT.
      *
        PROGRAM-ID. TESTG6LH.
        ENVIRONMENT DIVISION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP19CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
        COPY OPSECCKW.
        COPY G6LHOLD.
        01  WS-LH-FILE-NAME    PIC X(8) VALUE 'G6LHOLD'.
        01  WS-LH-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-LH-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-LH-DENY         PIC X(1) VALUE X'03'.
        01  WS-LH-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-LH-HANDLE       PIC X(4).
        01  WS-LH-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-LH-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-LH-STATUS       PIC S9(9) COMP-5.
        01  WS-LH-RECLEN       PIC 9(8) COMP-5.
        01  WS-LH-EOF          PIC X(1).

        01  TESTG6LH-VALID    PIC X(1).
            88  TESTG6LH-OK       VALUE 'Y'.
            88  TESTG6LH-NOTOK    VALUE 'N'.
        01  WS-OPID-AUTH-FOUND PIC X(1).
            88  WS-OPID-IS-AUTH    VALUE 'Y'.
        01  WS-ACTION-CMD      PIC X(3).
        01  WS-TODAY           PIC 9(8).

      * ONE DATE FROM THE SCREEN - BLANK, OR A PLAUSIBLE YYYYMMDD.
        01  WS-DATE-IN         PIC X(8).
        01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
            02  WS-DATE-IN-YYYY    PIC 9(4).
            02  WS-DATE-IN-MM      PIC 9(2).
            02  WS-DATE-IN-DD      PIC 9(2).
        01  WS-DATE-OK         PIC X(1).

      * THE HOLD FILE HELD WHOLE IN STORAGE - READ, ACT, TRUNCATE-
      * AND-REWRITE, THE LATEST-STATE TECHNIQUE.
        01  WS-LH-MAX          PIC S9(4) COMP VALUE 200.
        01  WS-LH-COUNT        PIC S9(4) COMP VALUE 0.
        01  WS-LH-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-LH-TABLE.
            02  WS-LH-ENTRY OCCURS 200 TIMES.
                03  WS-LH-ROW  PIC X(96).
        01  WS-LH-IDX          PIC S9(4) COMP.
        01  WS-LH-USE          PIC S9(4) COMP.

      * MAINTENANCE AUDIT ON ITS OWN G6LHAUD STREAM - THE HOLD AS IT
      * STOOD AFTER THE ACTION.
        01  WS-LA-NAME         PIC X(8) VALUE 'G6LHAUD'.
        01  WS-LA-HANDLE       PIC X(4).
        01  WS-LA-OPENED       PIC X(1) VALUE 'N'.
        01  WS-LA-STATUS       PIC S9(9) COMP-5.
        01  WS-LA-RECLEN       PIC 9(8) COMP-5.
        01  WS-LA-REC.
            02  WS-LA-DATE        PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-LA-TIME        PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-LA-OPID        PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-LA-ACTION      PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-LA-HOLD        PIC X(96).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
            02  FILLER            PIC X(1).
            02  WS-LA-CHAIN-SEQ   PIC 9(9).
            02  WS-LA-CHAIN-PREV  PIC 9(18).
        COPY G6CHNW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  LGH6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

            PERFORM READ-OPERATOR-SECURITY.
            MOVE 'N' TO WS-OPID-AUTH-FOUND.
            MOVE 'L' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF OPSEC-PERM-IS-OK AND OPSEC-CLASS = 'S'
                MOVE 'Y' TO WS-OPID-AUTH-FOUND
            END-IF.
            IF NOT WS-OPID-IS-AUTH
                MOVE SPACES TO LGH6O
                MOVE -1 TO ACTIONL
                MOVE 'EF06' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('LGH6') MAPSET('MAP19')
                          FROM(LGH6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.

            IF EIBCALEN = 0
                MOVE SPACES TO LGH6O
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('LGH6') MAPSET('MAP19')
                          FROM(LGH6O) ERASE
                END-EXEC
                GO TO TESTG6LH-RETURN
            END-IF.

            EXEC CICS RECEIVE MAP('LGH6') MAPSET('MAP19')
                      INTO(LGH6I)
            END-EXEC.

            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-REDISPLAY
                MOVE SPACES TO LGH6O
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('LGH6') MAPSET('MAP19')
                          FROM(LGH6O) ERASE
                END-EXEC
                GO TO TESTG6LH-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6LH-RETURN
            END-IF.

            SET TESTG6LH-OK TO TRUE.
            MOVE SPACES TO ERRMSGO.
            MOVE ACTIONI TO WS-ACTION-CMD.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.

            IF WS-ACTION-CMD NOT = 'SHW'
                AND WS-ACTION-CMD NOT = 'ADD'
                AND WS-ACTION-CMD NOT = 'UPD'
                AND WS-ACTION-CMD NOT = 'REL'
                MOVE 'EF01' TO SE-MSG-CODE-WK
                SET TESTG6LH-NOTOK TO TRUE
            END-IF.
            IF TESTG6LH-OK AND HOLDIDI = SPACES
                MOVE 'EF02' TO SE-MSG-CODE-WK
                SET TESTG6LH-NOTOK TO TRUE
            END-IF.
            IF TESTG6LH-OK
                AND (WS-ACTION-CMD = 'ADD' OR WS-ACTION-CMD = 'UPD')
                PERFORM VALIDATE-HOLD-INPUT
            END-IF.

            IF TESTG6LH-OK
                PERFORM LOAD-HOLD-TABLE
      * A HOLD FILE PAST THE TABLE LIMIT MUST NOT BE REWRITTEN FROM
      * THE TABLE - THE UNTABLED HOLDS WOULD BE LOST.  SHW STILL
      * BROWSES WHAT LOADED.
                IF WS-ACTION-CMD NOT = 'SHW'
                    AND WS-LH-OVERFLOW > 0
                    MOVE 'EF05' TO SE-MSG-CODE-WK
                    SET TESTG6LH-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6LH-OK
                PERFORM FIND-HOLD-ROW
                IF WS-ACTION-CMD = 'ADD'
                    PERFORM ADD-HOLD-ROW
                ELSE
                    IF WS-LH-USE = 0
                        MOVE 'EF03' TO SE-MSG-CODE-WK
                        SET TESTG6LH-NOTOK TO TRUE
                    ELSE
                        MOVE WS-LH-ROW (WS-LH-USE) TO LHLD-REC
                        IF WS-ACTION-CMD NOT = 'SHW'
                            AND LHLD-STATUS NOT = 'A'
                            MOVE 'EF09' TO SE-MSG-CODE-WK
                            SET TESTG6LH-NOTOK TO TRUE
                        END-IF
                    END-IF
                    IF TESTG6LH-OK
                        EVALUATE WS-ACTION-CMD
                        WHEN 'UPD'
                            PERFORM UPDATE-HOLD-ROW
                        WHEN 'REL'
                            MOVE 'R'       TO LHLD-STATUS
                            MOVE EIBOPID   TO LHLD-REL-OPID
                            MOVE WS-TODAY  TO LHLD-REL-DATE
                            PERFORM SAVE-AND-AUDIT
                        WHEN OTHER
                            CONTINUE
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF.

            IF TESTG6LH-NOTOK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            ELSE
                PERFORM FIND-HOLD-ROW
                IF WS-LH-USE > 0
                    MOVE WS-LH-ROW (WS-LH-USE) TO LHLD-REC
                    PERFORM SHOW-HOLD-ROW
                END-IF
            END-IF.

            MOVE -1 TO ACTIONL.
            EXEC CICS SEND MAP('LGH6') MAPSET('MAP19')
                      FROM(LGH6O) DATAONLY
            END-EXEC.

        TESTG6LH-RETURN.
            MOVE 'Y' TO LGH6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('LGH6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

      * CUSTOMER NUMERIC WHEN GIVEN, EACH DATE BLANK OR A PLAUSIBLE
      * YYYYMMDD, FROM NOT AFTER TO WHEN BOTH ARE KEYED.  AN ADD
      * ALSO NEEDS A MATTER AND SOMETHING TO HOLD - A CUSTOMER OR A
      * DATE.
        VALIDATE-HOLD-INPUT.
            IF CUSTIDI NOT = SPACES AND CUSTIDI IS NOT NUMERIC
                MOVE 'E012' TO SE-MSG-CODE-WK
                SET TESTG6LH-NOTOK TO TRUE
            END-IF.
            IF TESTG6LH-OK AND WS-ACTION-CMD = 'ADD'
                IF MATTERI = SPACES
                    OR (CUSTIDI = SPACES AND FROMDTI = SPACES
                        AND TODATEI = SPACES)
                    MOVE 'EF07' TO SE-MSG-CODE-WK
                    SET TESTG6LH-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6LH-OK
                MOVE FROMDTI TO WS-DATE-IN
                PERFORM CHECK-ONE-DATE
                IF WS-DATE-OK = 'Y'
                    MOVE TODATEI TO WS-DATE-IN
                    PERFORM CHECK-ONE-DATE
                END-IF
                IF WS-DATE-OK NOT = 'Y'
                    MOVE 'EF08' TO SE-MSG-CODE-WK
                    SET TESTG6LH-NOTOK TO TRUE
                END-IF
            END-IF.

        CHECK-ONE-DATE.
            MOVE 'Y' TO WS-DATE-OK.
            IF WS-DATE-IN NOT = SPACES
                IF WS-DATE-IN IS NOT NUMERIC
                    MOVE 'N' TO WS-DATE-OK
                ELSE
                    IF WS-DATE-IN-MM < 1 OR WS-DATE-IN-MM > 12
                        OR WS-DATE-IN-DD < 1 OR WS-DATE-IN-DD > 31
                        OR WS-DATE-IN-YYYY < 1900
                        MOVE 'N' TO WS-DATE-OK
                    END-IF
                END-IF
            END-IF.

        LOAD-HOLD-TABLE.
            MOVE 0 TO WS-LH-COUNT.
            MOVE 0 TO WS-LH-OVERFLOW.
            CALL 'CBL_OPEN_FILE' USING WS-LH-FILE-NAME
                     WS-LH-ACCESS WS-LH-DENY
                     WS-LH-DEVICE WS-LH-HANDLE
                GIVING WS-LH-STATUS.
            IF WS-LH-STATUS = 0
                MOVE 'N' TO WS-LH-EOF
                PERFORM LOAD-ONE-ROW
                    UNTIL WS-LH-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-LH-HANDLE
                    GIVING WS-LH-STATUS
            END-IF.

        LOAD-ONE-ROW.
            MOVE LENGTH OF LHLD-REC TO WS-LH-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-LH-HANDLE
                     WS-LH-RECLEN WS-LH-FLAGS
                     WS-LH-RESERVED LHLD-REC
                GIVING WS-LH-STATUS.
            IF WS-LH-STATUS NOT = 0
                MOVE 'Y' TO WS-LH-EOF
            ELSE
                IF WS-LH-COUNT < WS-LH-MAX
                    ADD 1 TO WS-LH-COUNT
                    MOVE LHLD-REC TO WS-LH-ROW (WS-LH-COUNT)
                ELSE
                    ADD 1 TO WS-LH-OVERFLOW
                END-IF
            END-IF.

        FIND-HOLD-ROW.
            MOVE 0 TO WS-LH-USE.
            PERFORM MATCH-ONE-ROW
                VARYING WS-LH-IDX FROM 1 BY 1
                UNTIL WS-LH-IDX > WS-LH-COUNT
                   OR WS-LH-USE > 0.

        MATCH-ONE-ROW.
            IF WS-LH-ROW (WS-LH-IDX) (1:8) = HOLDIDI
                MOVE WS-LH-IDX TO WS-LH-USE
            END-IF.

        ADD-HOLD-ROW.
            IF WS-LH-USE > 0
                MOVE 'EF04' TO SE-MSG-CODE-WK
                SET TESTG6LH-NOTOK TO TRUE
            ELSE
                IF WS-LH-COUNT >= WS-LH-MAX
                    MOVE 'EF05' TO SE-MSG-CODE-WK
                    SET TESTG6LH-NOTOK TO TRUE
                ELSE
                    MOVE SPACES TO LHLD-REC
                    MOVE HOLDIDI  TO LHLD-ID
                    MOVE 'A'      TO LHLD-STATUS
                    MOVE CUSTIDI  TO LHLD-CUST-ID
                    MOVE 0        TO LHLD-FROM-DATE LHLD-TO-DATE
                    IF FROMDTI NOT = SPACES
                        MOVE FROMDTI TO LHLD-FROM-DATE
                    END-IF
                    IF TODATEI NOT = SPACES
                        MOVE TODATEI TO LHLD-TO-DATE
                    END-IF
                    MOVE MATTERI  TO LHLD-MATTER
                    MOVE EIBOPID  TO LHLD-SET-OPID
                    MOVE WS-TODAY TO LHLD-SET-DATE
                    MOVE 0        TO LHLD-REL-DATE
                    PERFORM CHECK-DATE-ORDER
                    IF TESTG6LH-OK
                        ADD 1 TO WS-LH-COUNT
                        MOVE WS-LH-COUNT TO WS-LH-USE
                        PERFORM SAVE-AND-AUDIT
                    END-IF
                END-IF
            END-IF.

      * BLANK FIELDS KEEP THE HOLD'S CURRENT VALUES.
        UPDATE-HOLD-ROW.
            IF CUSTIDI NOT = SPACES
                MOVE CUSTIDI TO LHLD-CUST-ID
            END-IF.
            IF FROMDTI NOT = SPACES
                MOVE FROMDTI TO LHLD-FROM-DATE
            END-IF.
            IF TODATEI NOT = SPACES
                MOVE TODATEI TO LHLD-TO-DATE
            END-IF.
            IF MATTERI NOT = SPACES
                MOVE MATTERI TO LHLD-MATTER
            END-IF.
            PERFORM CHECK-DATE-ORDER.
            IF TESTG6LH-OK
                PERFORM SAVE-AND-AUDIT
            END-IF.

        CHECK-DATE-ORDER.
            IF LHLD-FROM-DATE > 0 AND LHLD-TO-DATE > 0
                AND LHLD-FROM-DATE > LHLD-TO-DATE
                MOVE 'EF08' TO SE-MSG-CODE-WK
                SET TESTG6LH-NOTOK TO TRUE
            END-IF.

        SAVE-AND-AUDIT.
            MOVE LHLD-REC TO WS-LH-ROW (WS-LH-USE).
            PERFORM REWRITE-HOLD-FILE.
            PERFORM WRITE-HOLD-AUDIT.

        REWRITE-HOLD-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-LH-FILE-NAME
                     WS-LH-ACCESS-OUT WS-LH-DENY
                     WS-LH-DEVICE WS-LH-HANDLE
                GIVING WS-LH-STATUS.
            PERFORM WRITE-ONE-ROW
                VARYING WS-LH-IDX FROM 1 BY 1
                UNTIL WS-LH-IDX > WS-LH-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-LH-HANDLE
                GIVING WS-LH-STATUS.

        WRITE-ONE-ROW.
            MOVE LENGTH OF LHLD-REC TO WS-LH-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-LH-HANDLE
                     WS-LH-RECLEN WS-LH-FLAGS
                     WS-LH-RESERVED WS-LH-ROW (WS-LH-IDX)
                GIVING WS-LH-STATUS.

        WRITE-HOLD-AUDIT.
            IF WS-LA-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-LA-NAME
                         WS-LH-ACCESS WS-LH-DENY
                         WS-LH-DEVICE WS-LA-HANDLE
                    GIVING WS-LA-STATUS
                MOVE 'Y' TO WS-LA-OPENED
            END-IF.
            MOVE SPACES TO WS-LA-REC.
            ACCEPT WS-LA-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-LA-TIME FROM TIME.
            MOVE EIBOPID       TO WS-LA-OPID.
            MOVE WS-ACTION-CMD TO WS-LA-ACTION.
            MOVE LHLD-REC      TO WS-LA-HOLD.
            MOVE WS-LA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-LA-REC TO CHN-TEXT-LEN.
            MOVE WS-LA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-LA-REC.
            MOVE LENGTH OF WS-LA-REC TO WS-LA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-LA-HANDLE
                     WS-LA-RECLEN WS-LH-FLAGS
                     WS-LH-RESERVED WS-LA-REC
                GIVING WS-LA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * ZERO DATES ARE OPEN-ENDED AND SHOW BLANK.
        SHOW-HOLD-ROW.
            MOVE LHLD-ID        TO HOLDIDO.
            MOVE LHLD-CUST-ID   TO CUSTIDO.
            MOVE SPACES TO FROMDTO TODATEO SETDTO RELDTO.
            IF LHLD-FROM-DATE > 0
                MOVE LHLD-FROM-DATE TO FROMDTO
            END-IF.
            IF LHLD-TO-DATE > 0
                MOVE LHLD-TO-DATE TO TODATEO
            END-IF.
            MOVE LHLD-MATTER    TO MATTERO.
            MOVE LHLD-STATUS    TO HLDSTAO.
            MOVE LHLD-SET-OPID  TO SETBYO.
            IF LHLD-SET-DATE > 0
                MOVE LHLD-SET-DATE TO SETDTO
            END-IF.
            MOVE LHLD-REL-OPID  TO RELBYO.
            IF LHLD-REL-DATE > 0
                MOVE LHLD-REL-DATE TO RELDTO
            END-IF.

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
