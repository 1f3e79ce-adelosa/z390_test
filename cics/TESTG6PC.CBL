      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * PCR6 SOA PARTNER-CREDENTIAL MAINTENANCE - DRIVING TRANSACTION
      *
      * MAINTAINS THE SOAPCRED DATASET (SEE SOAPCRED.CPY) SOASRVR1
      * CHECKS EVERY INBOUND CALL AGAINST - THE PARTNER'S SHARED KEY,
      * THE SERVICES IT MAY CALL AND THE ADDRESSES IT MAY CALL FROM.
      * RESTRICTED TO SECURITY ADMINISTRATORS HOLDING THE 'X'
      * PERMISSION, UNDER THE SAME SESSION, PIN AND REGISTERED-
      * TERMINAL CHECKS AS SEC6.  EVERY CHANGE WRITES A SOAPCAUD
      * AUDIT ROW CARRYING THE CREDENTIAL AS IT STOOD AFTERWARD,
      * WITH THE KEY ITSELF BLANKED AND ONLY A FLAG SAYING WHETHER
      * IT CHANGED.  THE KEY IS NEVER SENT BACK TO THE SCREEN - ONLY
      * ITS LAST FOUR CHARACTERS.
      * ACTIONI COMMANDS:
      *   SHW - DISPLAY A PARTNER
      *   ADD - ENROL A PARTNER (KEY, SERVICES, ADDRESSES)
      *   UPD - CHANGE KEY/SERVICES/ADDRESSES (BLANK = KEEP, '*' IN
      *         A SERVICE OR ADDRESS SLOT = CLEAR THE SLOT)
      *   DIS - DISABLE THE PARTNER - EVERY CALL IS REFUSED
      *   ENA - RE-ENABLE A DISABLED PARTNER
      *
        PROGRAM-ID. TESTG6PC.
        ENVIRONMENT DIVISION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP21CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
      * SESSION TRACKING WITH IDLE TIMEOUT - SEE G6SESSW.CPY.
        COPY G6SESSW.
      * OPERATOR BROADCAST LINE - SEE G6BCSTW.CPY.
        COPY G6BCSTW.
      * SECURE-TERMINAL REGISTRATION - SEE G6TRMW.CPY.
        COPY G6TRMW.
        COPY OPSECCKW.
        COPY SOAPCRED.
        01  WS-PC-FILE-NAME    PIC X(8) VALUE 'SOAPCRED'.
        01  WS-PC-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-PC-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-PC-DENY         PIC X(1) VALUE X'03'.
        01  WS-PC-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-PC-HANDLE       PIC X(4).
        01  WS-PC-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-PC-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-PC-STATUS       PIC S9(9) COMP-5.
        01  WS-PC-RECLEN       PIC 9(8) COMP-5.
        01  WS-PC-EOF          PIC X(1).

        01  TESTG6PC-VALID    PIC X(1).
            88  TESTG6PC-OK       VALUE 'Y'.
            88  TESTG6PC-NOTOK    VALUE 'N'.
        01  WS-ACTION-CMD      PIC X(3).
        01  WS-TODAY           PIC 9(8).
        01  WS-KEY-CHANGED     PIC X(1).

      * THE SERVICE AND ADDRESS SLOTS AS KEYED, GATHERED OFF THE MAP
      * SO THEY CAN BE WORKED BY SUBSCRIPT.
        01  WS-SCR-SVCS.
            02  WS-SCR-SVC     PIC X(8) OCCURS 8 TIMES.
        01  WS-SCR-ADDRS.
            02  WS-SCR-ADDR    PIC X(15) OCCURS 4 TIMES.
        01  WS-SLOT            PIC S9(4) COMP.
        01  WS-SVC-USED        PIC S9(4) COMP.
        01  WS-ADDR-USED       PIC S9(4) COMP.

      * ONE ADDRESS BEING CHECKED - DIGITS AND DOTS, OPTIONALLY ENDED
      * BY A '*' PREFIX MARKER, NOTHING AFTER THE FIRST SPACE.
        01  WS-ADDR-WK         PIC X(15).
        01  WS-ADDR-CHARS REDEFINES WS-ADDR-WK.
            02  WS-ADDR-CHAR   PIC X(1) OCCURS 15 TIMES.
        01  WS-ADDR-LEN        PIC S9(4) COMP.
        01  WS-ADDR-POS        PIC S9(4) COMP.
        01  WS-ADDR-OK         PIC X(1).
        01  WS-KEY-SPACES      PIC S9(4) COMP.

        01  WS-KEY-MASK.
            02  FILLER         PIC X(12) VALUE '************'.
            02  WS-KEY-MASK-END PIC X(4).

      * THE CREDENTIAL FILE HELD WHOLE IN STORAGE - READ, ACT,
      * TRUNCATE-AND-REWRITE, THE LATEST-STATE TECHNIQUE.
        01  WS-PC-MAX          PIC S9(4) COMP VALUE 100.
        01  WS-PC-COUNT        PIC S9(4) COMP VALUE 0.
        01  WS-PC-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-PC-TABLE.
            02  WS-PC-ENTRY OCCURS 100 TIMES.
                03  WS-PC-ROW  PIC X(200).
        01  WS-PC-IDX          PIC S9(4) COMP.
        01  WS-PC-USE          PIC S9(4) COMP.

      * MAINTENANCE AUDIT ON ITS OWN SOAPCAUD STREAM - THE CREDENTIAL
      * AS IT STOOD AFTER THE ACTION, KEY BLANKED.
        01  WS-PA-NAME         PIC X(8) VALUE 'SOAPCAUD'.
        01  WS-PA-HANDLE       PIC X(4).
        01  WS-PA-OPENED       PIC X(1) VALUE 'N'.
        01  WS-PA-STATUS       PIC S9(9) COMP-5.
        01  WS-PA-RECLEN       PIC 9(8) COMP-5.
        01  WS-PA-REC.
            02  WS-PA-DATE        PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-PA-TIME        PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-PA-OPID        PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-PA-ACTION      PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-PA-KEY-CHANGED PIC X(1).
            02  FILLER            PIC X(1).
            02  WS-PA-CRED        PIC X(200).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
            02  FILLER            PIC X(1).
            02  WS-PA-CHAIN-SEQ   PIC 9(9).
            02  WS-PA-CHAIN-PREV  PIC 9(18).
        COPY G6CHNW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  PCR6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

      * SECURITY OFFICERS ONLY - THE SAME 'X' PERMISSION SEC6 USES.
            PERFORM READ-OPERATOR-SECURITY.
            MOVE 'X' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF NOT OPSEC-PERM-IS-OK
                MOVE SPACES TO PCR6O
                MOVE -1 TO ACTIONL
                MOVE 'EH06' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('PCR6') MAPSET('MAP21')
                          FROM(PCR6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.

            MOVE EIBOPID  TO SESS-OPID-WK.
            MOVE EIBTRMID TO SESS-TRMID-WK.
            PERFORM CHECK-SESSION-ACTIVITY.
            IF SESS-EXPIRED = 'Y'
                MOVE SPACES TO PCR6O
                MOVE -1 TO ACTIONL
                MOVE 'E033' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('PCR6') MAPSET('MAP21')
                          FROM(PCR6O) ERASE
                END-EXEC
                GO TO TESTG6PC-RETURN
            END-IF.
            IF SESS-PIN-VERIFIED NOT = 'Y'
                MOVE SPACES TO PCR6O
                MOVE -1 TO ACTIONL
                MOVE 'E034' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('PCR6') MAPSET('MAP21')
                          FROM(PCR6O) ERASE
                END-EXEC
                GO TO TESTG6PC-RETURN
            END-IF.

      * LIVE PARTNER KEYS ARE KEYED HERE - REGISTERED SECURITY
      * TERMINALS ONLY, AS FOR SEC6.
            MOVE 'X' TO TRM-CLASS-WK.
            PERFORM CHECK-TERMINAL-REG.
            IF TRM-ALLOWED NOT = 'Y'
                MOVE SPACES TO PCR6O
                MOVE -1 TO ACTIONL
                MOVE 'E041' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('PCR6') MAPSET('MAP21')
                          FROM(PCR6O) ERASE
                END-EXEC
                GO TO TESTG6PC-RETURN
            END-IF.

            IF EIBCALEN = 0
                MOVE SPACES TO PCR6O
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('PCR6') MAPSET('MAP21')
                          FROM(PCR6O) ERASE
                END-EXEC
                GO TO TESTG6PC-RETURN
            END-IF.

            EXEC CICS RECEIVE MAP('PCR6') MAPSET('MAP21')
                      INTO(PCR6I)
            END-EXEC.

            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-REDISPLAY
                MOVE SPACES TO PCR6O
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('PCR6') MAPSET('MAP21')
                          FROM(PCR6O) ERASE
                END-EXEC
                GO TO TESTG6PC-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6PC-RETURN
            END-IF.

            SET TESTG6PC-OK TO TRUE.
            MOVE SPACES TO ERRMSGO.
            MOVE ACTIONI TO WS-ACTION-CMD.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM GATHER-SCREEN-SLOTS.

            IF WS-ACTION-CMD NOT = 'SHW'
                AND WS-ACTION-CMD NOT = 'ADD'
                AND WS-ACTION-CMD NOT = 'UPD'
                AND WS-ACTION-CMD NOT = 'DIS'
                AND WS-ACTION-CMD NOT = 'ENA'
                MOVE 'EH01' TO SE-MSG-CODE-WK
                SET TESTG6PC-NOTOK TO TRUE
            END-IF.
            IF TESTG6PC-OK AND PARTNRI = SPACES
                MOVE 'EH02' TO SE-MSG-CODE-WK
                SET TESTG6PC-NOTOK TO TRUE
            END-IF.
            IF TESTG6PC-OK
                AND (WS-ACTION-CMD = 'ADD' OR WS-ACTION-CMD = 'UPD')
                PERFORM VALIDATE-CRED-INPUT
            END-IF.

            IF TESTG6PC-OK
                PERFORM LOAD-CRED-TABLE
      * A CREDENTIAL FILE PAST THE TABLE LIMIT MUST NOT BE REWRITTEN
      * FROM THE TABLE - THE UNTABLED PARTNERS WOULD BE LOST.
                IF WS-ACTION-CMD NOT = 'SHW'
                    AND WS-PC-OVERFLOW > 0
                    MOVE 'EH05' TO SE-MSG-CODE-WK
                    SET TESTG6PC-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6PC-OK
                PERFORM FIND-CRED-ROW
                IF WS-ACTION-CMD = 'ADD'
                    PERFORM ADD-CRED-ROW
                ELSE
                    IF WS-PC-USE = 0
                        MOVE 'EH03' TO SE-MSG-CODE-WK
                        SET TESTG6PC-NOTOK TO TRUE
                    ELSE
                        MOVE WS-PC-ROW (WS-PC-USE) TO PCRED-REC
                        MOVE 'N' TO WS-KEY-CHANGED
                        EVALUATE WS-ACTION-CMD
                        WHEN 'UPD'
                            PERFORM UPDATE-CRED-ROW
                        WHEN 'DIS'
                            MOVE 'D'       TO PCRED-STATUS
                            PERFORM STAMP-SAVE-AND-AUDIT
                        WHEN 'ENA'
                            MOVE 'A'       TO PCRED-STATUS
                            PERFORM STAMP-SAVE-AND-AUDIT
                        WHEN OTHER
                            CONTINUE
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF.

            IF TESTG6PC-NOTOK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            ELSE
                PERFORM FIND-CRED-ROW
                IF WS-PC-USE > 0
                    MOVE WS-PC-ROW (WS-PC-USE) TO PCRED-REC
                    PERFORM SHOW-CRED-ROW
                END-IF
            END-IF.

            PERFORM SHOW-BROADCAST-LINE.
            MOVE -1 TO ACTIONL.
            EXEC CICS SEND MAP('PCR6') MAPSET('MAP21')
                      FROM(PCR6O) DATAONLY
            END-EXEC.

        TESTG6PC-RETURN.
            MOVE 'Y' TO PCR6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('PCR6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

        COPY G6SESSP.

        COPY G6BCSTP.

        COPY G6TRMP.

        GATHER-SCREEN-SLOTS.
            MOVE SVC1I TO WS-SCR-SVC (1).
            MOVE SVC2I TO WS-SCR-SVC (2).
            MOVE SVC3I TO WS-SCR-SVC (3).
            MOVE SVC4I TO WS-SCR-SVC (4).
            MOVE SVC5I TO WS-SCR-SVC (5).
            MOVE SVC6I TO WS-SCR-SVC (6).
            MOVE SVC7I TO WS-SCR-SVC (7).
            MOVE SVC8I TO WS-SCR-SVC (8).
            MOVE ADR1I TO WS-SCR-ADDR (1).
            MOVE ADR2I TO WS-SCR-ADDR (2).
            MOVE ADR3I TO WS-SCR-ADDR (3).
            MOVE ADR4I TO WS-SCR-ADDR (4).

      * A KEYED KEY IS ALL 16 CHARACTERS WITH NO SPACES.  EVERY
      * KEYED ADDRESS IS DIGITS AND DOTS.  AN ADD ALSO NEEDS THE
      * KEY, A SERVICE AND AN ADDRESS - A PARTNER WITH NO SERVICE OR
      * NO ADDRESS COULD NEVER GET A CALL THROUGH.
        VALIDATE-CRED-INPUT.
            IF PKEYI NOT = SPACES
                MOVE 0 TO WS-KEY-SPACES
                INSPECT PKEYI TALLYING WS-KEY-SPACES
                    FOR ALL SPACES
                IF WS-KEY-SPACES > 0
                    MOVE 'EH07' TO SE-MSG-CODE-WK
                    SET TESTG6PC-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6PC-OK AND WS-ACTION-CMD = 'ADD'
                IF PKEYI = SPACES
                    MOVE 'EH07' TO SE-MSG-CODE-WK
                    SET TESTG6PC-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6PC-OK
                PERFORM CHECK-ONE-SCREEN-ADDR
                    VARYING WS-SLOT FROM 1 BY 1
                    UNTIL WS-SLOT > 4 OR TESTG6PC-NOTOK
            END-IF.
            IF TESTG6PC-OK AND WS-ACTION-CMD = 'ADD'
                MOVE 0 TO WS-SVC-USED WS-ADDR-USED
                PERFORM COUNT-SCREEN-SLOTS
                    VARYING WS-SLOT FROM 1 BY 1
                    UNTIL WS-SLOT > 8
                IF WS-SVC-USED = 0 OR WS-ADDR-USED = 0
                    MOVE 'EH08' TO SE-MSG-CODE-WK
                    SET TESTG6PC-NOTOK TO TRUE
                END-IF
            END-IF.

      * A LONE '*' CLEARS THE SLOT AND IS NOT AN ADDRESS.
        CHECK-ONE-SCREEN-ADDR.
            IF WS-SCR-ADDR (WS-SLOT) NOT = SPACES
                AND WS-SCR-ADDR (WS-SLOT) NOT = '*'
                MOVE WS-SCR-ADDR (WS-SLOT) TO WS-ADDR-WK
                PERFORM CHECK-ADDRESS-FORM
                IF WS-ADDR-OK NOT = 'Y'
                    MOVE 'EH09' TO SE-MSG-CODE-WK
                    SET TESTG6PC-NOTOK TO TRUE
                END-IF
            END-IF.

        CHECK-ADDRESS-FORM.
            MOVE 'Y' TO WS-ADDR-OK.
            MOVE 0 TO WS-ADDR-LEN.
            INSPECT WS-ADDR-WK TALLYING WS-ADDR-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-ADDR-LEN = 0
                MOVE 'N' TO WS-ADDR-OK
            END-IF.
            IF WS-ADDR-LEN < 15
                IF WS-ADDR-WK (WS-ADDR-LEN + 1:) NOT = SPACES
                    MOVE 'N' TO WS-ADDR-OK
                END-IF
            END-IF.
            PERFORM CHECK-ONE-ADDR-CHAR
                VARYING WS-ADDR-POS FROM 1 BY 1
                UNTIL WS-ADDR-POS > WS-ADDR-LEN
                   OR WS-ADDR-OK NOT = 'Y'.

        CHECK-ONE-ADDR-CHAR.
            IF WS-ADDR-CHAR (WS-ADDR-POS) IS NOT NUMERIC
                AND WS-ADDR-CHAR (WS-ADDR-POS) NOT = '.'
                IF WS-ADDR-CHAR (WS-ADDR-POS) = '*'
                    AND WS-ADDR-POS = WS-ADDR-LEN
                    AND WS-ADDR-POS > 1
                    CONTINUE
                ELSE
                    MOVE 'N' TO WS-ADDR-OK
                END-IF
            END-IF.

        COUNT-SCREEN-SLOTS.
            IF WS-SCR-SVC (WS-SLOT) NOT = SPACES
                AND WS-SCR-SVC (WS-SLOT) NOT = '*'
                ADD 1 TO WS-SVC-USED
            END-IF.
            IF WS-SLOT NOT > 4
                IF WS-SCR-ADDR (WS-SLOT) NOT = SPACES
                    AND WS-SCR-ADDR (WS-SLOT) NOT = '*'
                    ADD 1 TO WS-ADDR-USED
                END-IF
            END-IF.

        LOAD-CRED-TABLE.
            MOVE 0 TO WS-PC-COUNT.
            MOVE 0 TO WS-PC-OVERFLOW.
            CALL 'CBL_OPEN_FILE' USING WS-PC-FILE-NAME
                     WS-PC-ACCESS WS-PC-DENY
                     WS-PC-DEVICE WS-PC-HANDLE
                GIVING WS-PC-STATUS.
            IF WS-PC-STATUS = 0
                MOVE 'N' TO WS-PC-EOF
                PERFORM LOAD-ONE-ROW
                    UNTIL WS-PC-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-PC-HANDLE
                    GIVING WS-PC-STATUS
            END-IF.

        LOAD-ONE-ROW.
            MOVE LENGTH OF PCRED-REC TO WS-PC-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-PC-HANDLE
                     WS-PC-RECLEN WS-PC-FLAGS
                     WS-PC-RESERVED PCRED-REC
                GIVING WS-PC-STATUS.
            IF WS-PC-STATUS NOT = 0
                MOVE 'Y' TO WS-PC-EOF
            ELSE
                IF WS-PC-COUNT < WS-PC-MAX
                    ADD 1 TO WS-PC-COUNT
                    MOVE PCRED-REC TO WS-PC-ROW (WS-PC-COUNT)
                ELSE
                    ADD 1 TO WS-PC-OVERFLOW
                END-IF
            END-IF.

        FIND-CRED-ROW.
            MOVE 0 TO WS-PC-USE.
            PERFORM MATCH-ONE-ROW
                VARYING WS-PC-IDX FROM 1 BY 1
                UNTIL WS-PC-IDX > WS-PC-COUNT
                   OR WS-PC-USE > 0.

        MATCH-ONE-ROW.
            IF WS-PC-ROW (WS-PC-IDX) (1:8) = PARTNRI
                MOVE WS-PC-IDX TO WS-PC-USE
            END-IF.

        ADD-CRED-ROW.
            IF WS-PC-USE > 0
                MOVE 'EH04' TO SE-MSG-CODE-WK
                SET TESTG6PC-NOTOK TO TRUE
            ELSE
                IF WS-PC-COUNT >= WS-PC-MAX
                    MOVE 'EH05' TO SE-MSG-CODE-WK
                    SET TESTG6PC-NOTOK TO TRUE
                ELSE
                    MOVE SPACES TO PCRED-REC
                    MOVE PARTNRI  TO PCRED-PARTNER
                    MOVE PKEYI    TO PCRED-KEY
                    MOVE 'Y'      TO WS-KEY-CHANGED
                    MOVE 'A'      TO PCRED-STATUS
                    PERFORM APPLY-ONE-SLOT
                        VARYING WS-SLOT FROM 1 BY 1
                        UNTIL WS-SLOT > 8
                    ADD 1 TO WS-PC-COUNT
                    MOVE WS-PC-COUNT TO WS-PC-USE
                    PERFORM STAMP-SAVE-AND-AUDIT
                END-IF
            END-IF.

      * BLANK FIELDS KEEP THE PARTNER'S CURRENT VALUES.  THE RESULT
      * MUST STILL ALLOW AT LEAST ONE SERVICE FROM ONE ADDRESS.
        UPDATE-CRED-ROW.
            IF PKEYI NOT = SPACES
                IF PKEYI NOT = PCRED-KEY
                    MOVE 'Y' TO WS-KEY-CHANGED
                END-IF
                MOVE PKEYI TO PCRED-KEY
            END-IF.
            PERFORM APPLY-ONE-SLOT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT > 8.
            MOVE 0 TO WS-SVC-USED WS-ADDR-USED.
            PERFORM COUNT-CRED-SLOTS
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT > 8.
            IF WS-SVC-USED = 0 OR WS-ADDR-USED = 0
                MOVE 'EH08' TO SE-MSG-CODE-WK
                SET TESTG6PC-NOTOK TO TRUE
            ELSE
                PERFORM STAMP-SAVE-AND-AUDIT
            END-IF.

        APPLY-ONE-SLOT.
            IF WS-SCR-SVC (WS-SLOT) = '*'
                MOVE SPACES TO PCRED-SVC (WS-SLOT)
            ELSE
                IF WS-SCR-SVC (WS-SLOT) NOT = SPACES
                    MOVE WS-SCR-SVC (WS-SLOT) TO PCRED-SVC (WS-SLOT)
                END-IF
            END-IF.
            IF WS-SLOT NOT > 4
                IF WS-SCR-ADDR (WS-SLOT) = '*'
                    MOVE SPACES TO PCRED-ADDR (WS-SLOT)
                ELSE
                    IF WS-SCR-ADDR (WS-SLOT) NOT = SPACES
                        MOVE WS-SCR-ADDR (WS-SLOT)
                          TO PCRED-ADDR (WS-SLOT)
                    END-IF
                END-IF
            END-IF.

        COUNT-CRED-SLOTS.
            IF PCRED-SVC (WS-SLOT) NOT = SPACES
                ADD 1 TO WS-SVC-USED
            END-IF.
            IF WS-SLOT NOT > 4
                IF PCRED-ADDR (WS-SLOT) NOT = SPACES
                    ADD 1 TO WS-ADDR-USED
                END-IF
            END-IF.

        STAMP-SAVE-AND-AUDIT.
            MOVE EIBOPID  TO PCRED-OPID.
            MOVE WS-TODAY TO PCRED-UPD-DATE.
            MOVE PCRED-REC TO WS-PC-ROW (WS-PC-USE).
            PERFORM REWRITE-CRED-FILE.
            PERFORM WRITE-CRED-AUDIT.

        REWRITE-CRED-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-PC-FILE-NAME
                     WS-PC-ACCESS-OUT WS-PC-DENY
                     WS-PC-DEVICE WS-PC-HANDLE
                GIVING WS-PC-STATUS.
            PERFORM WRITE-ONE-ROW
                VARYING WS-PC-IDX FROM 1 BY 1
                UNTIL WS-PC-IDX > WS-PC-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-PC-HANDLE
                GIVING WS-PC-STATUS.

        WRITE-ONE-ROW.
            MOVE LENGTH OF PCRED-REC TO WS-PC-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-PC-HANDLE
                     WS-PC-RECLEN WS-PC-FLAGS
                     WS-PC-RESERVED WS-PC-ROW (WS-PC-IDX)
                GIVING WS-PC-STATUS.

      * THE KEY NEVER GOES TO THE AUDIT STREAM - ONLY WHETHER THIS
      * ACTION CHANGED IT.
        WRITE-CRED-AUDIT.
            IF WS-PA-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-PA-NAME
                         WS-PC-ACCESS WS-PC-DENY
                         WS-PC-DEVICE WS-PA-HANDLE
                    GIVING WS-PA-STATUS
                MOVE 'Y' TO WS-PA-OPENED
            END-IF.
            MOVE SPACES TO WS-PA-REC.
            ACCEPT WS-PA-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PA-TIME FROM TIME.
            MOVE EIBOPID        TO WS-PA-OPID.
            MOVE WS-ACTION-CMD  TO WS-PA-ACTION.
            MOVE WS-KEY-CHANGED TO WS-PA-KEY-CHANGED.
            MOVE PCRED-REC      TO WS-PA-CRED.
            MOVE SPACES         TO WS-PA-CRED (10:16).
            MOVE WS-PA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-PA-REC TO CHN-TEXT-LEN.
            MOVE WS-PA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-PA-REC.
            MOVE LENGTH OF WS-PA-REC TO WS-PA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-PA-HANDLE
                     WS-PA-RECLEN WS-PC-FLAGS
                     WS-PC-RESERVED WS-PA-REC
                GIVING WS-PA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * THE KEY SHOWS ONLY AS ITS LAST FOUR CHARACTERS.
        SHOW-CRED-ROW.
            MOVE PCRED-PARTNER    TO PARTNRO.
            MOVE PCRED-KEY (13:4) TO WS-KEY-MASK-END.
            MOVE WS-KEY-MASK      TO PKEYO.
            MOVE PCRED-STATUS     TO PSTATO.
            MOVE PCRED-SVC (1)    TO SVC1O.
            MOVE PCRED-SVC (2)    TO SVC2O.
            MOVE PCRED-SVC (3)    TO SVC3O.
            MOVE PCRED-SVC (4)    TO SVC4O.
            MOVE PCRED-SVC (5)    TO SVC5O.
            MOVE PCRED-SVC (6)    TO SVC6O.
            MOVE PCRED-SVC (7)    TO SVC7O.
            MOVE PCRED-SVC (8)    TO SVC8O.
            MOVE PCRED-ADDR (1)   TO ADR1O.
            MOVE PCRED-ADDR (2)   TO ADR2O.
            MOVE PCRED-ADDR (3)   TO ADR3O.
            MOVE PCRED-ADDR (4)   TO ADR4O.
            MOVE PCRED-OPID       TO UPDBYO.
            MOVE SPACES           TO UPDDTO.
            IF PCRED-UPD-DATE IS NUMERIC AND PCRED-UPD-DATE > 0
                MOVE PCRED-UPD-DATE TO UPDDTO
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
