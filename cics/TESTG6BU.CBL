      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * BUR6 AD HOC BATCH-UTILITY REQUESTS - DRIVING TRANSACTION
      *
      * A ONE-OFF TESTG6PP PROFILE PRINT, SOATRC1 CORRELATION TRACE,
      * SOAARC1 PAYLOAD RETRIEVAL OR TESTG6AO AS-OF RECONSTRUCTION
      * USED TO MEAN A PHONE CALL TO OPERATIONS TO PUNCH A PARM CARD
      * AND SUBMIT THE JOB.  BUR6 LETS THE SUPERVISOR KEY THE
      * UTILITY AND ITS PARAMETERS, EDITS THEM HERE, AND QUEUES THE
      * FINISHED PARM CARD ON THE G6BURQ KSDS (SEE G6BURQ.CPY).  THE
      * TESTG6BQ POLLER BUILDS AND SUBMITS A JOB FOR EACH QUEUED
      * REQUEST; THE JOB FILES THE OUTPUT IN THE REPORT REPOSITORY
      * AND POSTS THE OUTCOME BACK ON THE REQUEST.
      * RESTRICTED TO SUPERVISORS HOLDING THE 'B' (BATCH-UTILITY
      * REQUESTS) PERMISSION, UNDER THE SAME SESSION AND PIN CHECKS
      * AS GUI6.  A PP OR AO REQUEST PRINTS CUSTOMER DATA IN CLEAR
      * AND ALSO NEEDS 'V'; AN AR CLEAR RETRIEVAL NEEDS 'U'.  EVERY
      * SUBMISSION AND CANCELLATION WRITES A G6BQAUD AUDIT ROW
      * CARRYING THE REQUEST AS IT STOOD AFTERWARD.
      * ACTIONI COMMANDS:
      *   SUB - QUEUE A REQUEST FOR THE UTILITY KEYED:
      *           PP  CUSTOMER ID
      *           TR  CORRELATION ID, OR SERVICE + FROM DATE WITH AN
      *               OPTIONAL FROM/TO TIME WINDOW
      *           AR  CORRELATION ID AND/OR SERVICE, OPTIONAL FROM/TO
      *               DATES, CLEAR 'C' + DISPUTE REFERENCE FOR CLEAR
      *           AO  IMAGE COPY, OPTIONAL AS-OF DATE AND TIME (THE
      *               TO FIELDS) AND CUSTOMER ID
      *         THE REQUEST NUMBER IS ISSUED HERE AND SHOWN BACK.
      *   SHW - DISPLAY ONE OF YOUR REQUESTS AND ITS STATUS
      *   CAN - CANCEL ONE OF YOUR REQUESTS STILL QUEUED
      *   LST - LIST YOUR REQUESTS, NEWEST FIRST, FROM THE REQUEST
      *         NUMBER KEYED (BLANK = THE LATEST).  THE NUMBER LEFT
      *         IN THE FIELD CONTINUES THE LIST WITH ANOTHER LST.
      *   VEW - OPEN A FINISHED REQUEST'S OUTPUT IN THE RPV6 REPORT
      *         VIEWER (NEEDS 'P' AS WELL) - HANDED OVER BY MEMBER
      *         NAME IN THE G6RPVCA COMMAREA.
      *
        PROGRAM-ID. TESTG6BU.
        ENVIRONMENT DIVISION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP25CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
      * SESSION TRACKING WITH IDLE TIMEOUT - SEE G6SESSW.CPY.
        COPY G6SESSW.
        COPY OPSECCKW.
        COPY G6BURQ.
        COPY G6BUTBL.
        COPY CUSTMAST.

        01  TESTG6BU-VALID    PIC X(1).
            88  TESTG6BU-OK       VALUE 'Y'.
            88  TESTG6BU-NOTOK    VALUE 'N'.
        01  WS-ACTION-CMD      PIC X(3).
        01  WS-TODAY           PIC 9(8).
        01  WS-NOW             PIC 9(8).
        01  WS-BURQ-RESP       PIC S9(8) COMP.
        01  WS-CM-RESP         PIC S9(8) COMP.
        01  WS-BURQ-KEY-WK     PIC 9(8).
        01  WS-CUST-KEY-WK     PIC X(10).
        01  WS-BURQ-HELD       PIC X(1).
        01  WS-UTIL-FOUND      PIC X(1).
        01  WS-CARD-HELD       PIC X(80).

      * THE PERMISSIONS BEYOND 'B' THAT PARTICULAR REQUESTS NEED,
      * TAKEN FROM THE SIGNED-ON OPERATOR'S OPSECMST ROW ONCE.
        01  WS-HAS-VIEW-SENS   PIC X(1).
        01  WS-HAS-UNMASK      PIC X(1).
        01  WS-HAS-VIEWER      PIC X(1).

      * ONE DATE FROM THE SCREEN - BLANK, OR A PLAUSIBLE YYYYMMDD.
        01  WS-DATE-IN         PIC X(8).
        01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
            02  WS-DATE-IN-YYYY    PIC 9(4).
            02  WS-DATE-IN-MM      PIC 9(2).
            02  WS-DATE-IN-DD      PIC 9(2).
        01  WS-DATE-OK         PIC X(1).
      * ONE TIME FROM THE SCREEN - HHMMSSXX, AS THE LOGS STAMP IT.
        01  WS-TIME-IN         PIC X(8).
        01  WS-TIME-IN-PARTS REDEFINES WS-TIME-IN.
            02  WS-TIME-IN-HH      PIC 9(2).
            02  WS-TIME-IN-MM      PIC 9(2).
            02  WS-TIME-IN-SS      PIC 9(2).
            02  WS-TIME-IN-XX      PIC 9(2).
        01  WS-TIME-OK         PIC X(1).
        01  WS-BK-DATE         PIC X(8).

      * LST WORK - REQUEST NUMBERS ARE WALKED DOWNWARD FROM THE
      * START, AT MOST WS-LIST-REACH OF THEM PER TRIP, SO A QUIET
      * REQUESTER AMONG BUSY ONES CANNOT RUN THE TRIP AWAY.
        01  WS-LIST-NO         PIC 9(8).
        01  WS-LIST-STOP       PIC 9(8).
        01  WS-LIST-REACH      PIC 9(8) VALUE 500.
        01  WS-LIST-COUNT      PIC 9(2) COMP.
        01  WS-LIST-MAX        PIC 9(2) COMP VALUE 8.
        01  WS-LIST-LINE       PIC X(79).
        01  WS-STATUS-WORD     PIC X(10).
        01  WS-ED-LINES        PIC ZZZZZ9.
        01  WS-STAMP.
            02  WS-STAMP-DATE      PIC 9(8).
            02  FILLER             PIC X(1) VALUE SPACE.
            02  WS-STAMP-HHMM      PIC 9(4).
        01  WS-STAMP-TIME      PIC 9(8).

      * THE RPV6 COMMAREA FOR A VEW HANDOFF - SEE G6RPVCA.CPY.
        01  WS-RPV-CA.
        COPY G6RPVCA.

      * REQUEST AUDIT ON ITS OWN G6BQAUD STREAM - THE REQUEST AS IT
      * STOOD AFTER THE ACTION.
        01  WS-QA-NAME         PIC X(8) VALUE 'G6BQAUD'.
        01  WS-QA-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-QA-DENY         PIC X(1) VALUE X'03'.
        01  WS-QA-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-QA-HANDLE       PIC X(4).
        01  WS-QA-OPENED       PIC X(1) VALUE 'N'.
        01  WS-QA-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-QA-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-QA-STATUS       PIC S9(9) COMP-5.
        01  WS-QA-RECLEN       PIC 9(8) COMP-5.
        01  WS-QA-REC.
            02  WS-QA-DATE        PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-QA-TIME        PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-QA-OPID        PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-QA-ACTION      PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-QA-REQUEST     PIC X(220).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
            02  FILLER            PIC X(1).
            02  WS-QA-CHAIN-SEQ   PIC 9(9).
            02  WS-QA-CHAIN-PREV  PIC 9(18).
        COPY G6CHNW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  BUR6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

      * SUPERVISORS ONLY - THE PERMISSION ALONE IS NOT ENOUGH.
            PERFORM READ-OPERATOR-SECURITY.
            MOVE 'B' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF NOT OPSEC-PERM-IS-OK OR OPSEC-CLASS NOT = 'S'
                MOVE SPACES TO BUR6O
                MOVE -1 TO ACTIONL
                MOVE 'EK02' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('BUR6') MAPSET('MAP25')
                          FROM(BUR6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.

            MOVE EIBOPID  TO SESS-OPID-WK.
            MOVE EIBTRMID TO SESS-TRMID-WK.
            PERFORM CHECK-SESSION-ACTIVITY.
            IF SESS-EXPIRED = 'Y'
                MOVE SPACES TO BUR6O
                MOVE -1 TO ACTIONL
                MOVE 'E033' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('BUR6') MAPSET('MAP25')
                          FROM(BUR6O) ERASE
                END-EXEC
                GO TO TESTG6BU-RETURN
            END-IF.
            IF SESS-PIN-VERIFIED NOT = 'Y'
                MOVE SPACES TO BUR6O
                MOVE -1 TO ACTIONL
                MOVE 'E034' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('BUR6') MAPSET('MAP25')
                          FROM(BUR6O) ERASE
                END-EXEC
                GO TO TESTG6BU-RETURN
            END-IF.

            IF EIBCALEN = 0
                MOVE SPACES TO BUR6O
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('BUR6') MAPSET('MAP25')
                          FROM(BUR6O) ERASE
                END-EXEC
                GO TO TESTG6BU-RETURN
            END-IF.

            EXEC CICS RECEIVE MAP('BUR6') MAPSET('MAP25')
                      INTO(BUR6I)
            END-EXEC.

            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-REDISPLAY
                MOVE SPACES TO BUR6O
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('BUR6') MAPSET('MAP25')
                          FROM(BUR6O) ERASE
                END-EXEC
                GO TO TESTG6BU-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6BU-RETURN
            END-IF.

            SET TESTG6BU-OK TO TRUE.
            MOVE SPACES TO ERRMSGO SE-MSG-CODE-WK.
            MOVE ACTIONI TO WS-ACTION-CMD.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-NOW FROM TIME.
            MOVE 'N' TO WS-BURQ-HELD.
            PERFORM CHECK-EXTRA-PERMS.

            IF WS-ACTION-CMD NOT = 'SUB'
                AND WS-ACTION-CMD NOT = 'SHW'
                AND WS-ACTION-CMD NOT = 'CAN'
                AND WS-ACTION-CMD NOT = 'LST'
                AND WS-ACTION-CMD NOT = 'VEW'
                MOVE 'EK01' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK
                AND (WS-ACTION-CMD = 'SHW' OR WS-ACTION-CMD = 'CAN'
                     OR WS-ACTION-CMD = 'VEW')
                IF REQNOI IS NOT NUMERIC
                    MOVE 'EK04' TO SE-MSG-CODE-WK
                    SET TESTG6BU-NOTOK TO TRUE
                ELSE
                    MOVE REQNOI TO WS-BURQ-KEY-WK
                    PERFORM READ-REQUEST-ROW
                END-IF
            END-IF.

            IF TESTG6BU-OK
                EVALUATE WS-ACTION-CMD
                WHEN 'SUB'
                    PERFORM SUBMIT-REQUEST
                WHEN 'CAN'
                    PERFORM CANCEL-REQUEST
                WHEN 'LST'
                    PERFORM LIST-REQUESTS
                WHEN 'VEW'
                    PERFORM VIEW-REQUEST-OUTPUT
                WHEN OTHER
                    CONTINUE
                END-EVALUATE
            END-IF.

            IF TESTG6BU-NOTOK
                IF WS-BURQ-HELD = 'Y'
                    EXEC CICS UNLOCK FILE('G6BURQ')
                              RESP(WS-BURQ-RESP)
                    END-EXEC
                END-IF
            ELSE
                IF WS-ACTION-CMD NOT = 'LST'
                    PERFORM SHOW-REQUEST-ROW
                END-IF
            END-IF.
            IF SE-MSG-CODE-WK NOT = SPACES
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            END-IF.

            MOVE -1 TO ACTIONL.
            EXEC CICS SEND MAP('BUR6') MAPSET('MAP25')
                      FROM(BUR6O) DATAONLY
            END-EXEC.

      * A GOOD VEW HANDS THE NEXT TRIP TO RPV6 WITH THE MEMBER.
            IF TESTG6BU-OK AND WS-ACTION-CMD = 'VEW'
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('RPV6')
                          COMMAREA(WS-RPV-CA)
                END-EXEC
            END-IF.

        TESTG6BU-RETURN.
            MOVE 'Y' TO BUR6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('BUR6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

        COPY G6SESSP.

        CHECK-EXTRA-PERMS.
            MOVE 'V' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            MOVE OPSEC-PERM-OK TO WS-HAS-VIEW-SENS.
            MOVE 'U' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            MOVE OPSEC-PERM-OK TO WS-HAS-UNMASK.
            MOVE 'P' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            MOVE OPSEC-PERM-OK TO WS-HAS-VIEWER.

      * READ THE REQUEST FOR WS-BURQ-KEY-WK - FOR UPDATE ON A CAN.
      * NUMBER ZERO IS THE CONTROL ROW, NEVER A REQUEST.  ONLY THE
      * REQUESTER MAY SEE OR TOUCH A REQUEST.
        READ-REQUEST-ROW.
            IF WS-BURQ-KEY-WK = 0
                MOVE 'EK05' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            ELSE
                IF WS-ACTION-CMD = 'CAN'
                    EXEC CICS READ FILE('G6BURQ')
                              INTO(BURQ-REC)
                              RIDFLD(WS-BURQ-KEY-WK)
                              KEYLENGTH(BURQ-KEYLEN)
                              UPDATE
                              RESP(WS-BURQ-RESP)
                    END-EXEC
                ELSE
                    EXEC CICS READ FILE('G6BURQ')
                              INTO(BURQ-REC)
                              RIDFLD(WS-BURQ-KEY-WK)
                              KEYLENGTH(BURQ-KEYLEN)
                              RESP(WS-BURQ-RESP)
                    END-EXEC
                END-IF
                IF WS-BURQ-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'EK05' TO SE-MSG-CODE-WK
                    SET TESTG6BU-NOTOK TO TRUE
                ELSE
                    IF WS-ACTION-CMD = 'CAN'
                        MOVE 'Y' TO WS-BURQ-HELD
                    END-IF
                    IF BURQ-OPID NOT = EIBOPID
                        MOVE 'EK06' TO SE-MSG-CODE-WK
                        SET TESTG6BU-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.

      *****************************************************************
      * SUB - EDIT THE UTILITY'S PARAMETERS INTO ITS CARD, THEN
      * QUEUE IT
      *****************************************************************
        SUBMIT-REQUEST.
            MOVE SPACES TO BURQ-REC.
            PERFORM FIND-UTILITY-ROW.
            IF WS-UTIL-FOUND NOT = 'Y'
                MOVE 'EK03' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK AND BUTL-SENS (BUTL-IDX) = 'Y'
                AND WS-HAS-VIEW-SENS NOT = 'Y'
                MOVE 'EK18' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK
                EVALUATE UTILI
                WHEN 'PP'
                    PERFORM EDIT-PROFILE-PRINT
                WHEN 'TR'
                    PERFORM EDIT-CORRELATION-TRACE
                WHEN 'AR'
                    PERFORM EDIT-PAYLOAD-RETRIEVAL
                WHEN 'AO'
                    PERFORM EDIT-AS-OF-RECON
                END-EVALUATE
            END-IF.
            IF TESTG6BU-OK
                MOVE BURQ-CARD TO WS-CARD-HELD
                PERFORM ISSUE-REQUEST-NUMBER
                MOVE WS-BURQ-KEY-WK TO BURQ-NO
                MOVE UTILI          TO BURQ-UTIL
                MOVE 'Q'            TO BURQ-STATUS
                MOVE EIBOPID        TO BURQ-OPID
                MOVE WS-TODAY       TO BURQ-REQ-DATE
                MOVE WS-NOW         TO BURQ-REQ-TIME
                MOVE 0 TO BURQ-SUB-DATE BURQ-SUB-TIME
                          BURQ-END-DATE BURQ-END-TIME
                          BURQ-RPT-DATE BURQ-LINES
                EXEC CICS WRITE FILE('G6BURQ')
                          FROM(BURQ-REC)
                          RIDFLD(BURQ-KEY)
                          KEYLENGTH(BURQ-KEYLEN)
                          RESP(WS-BURQ-RESP)
                END-EXEC
                PERFORM WRITE-REQUEST-AUDIT
                MOVE 'EK20' TO SE-MSG-CODE-WK
            END-IF.

        FIND-UTILITY-ROW.
            MOVE 'N' TO WS-UTIL-FOUND.
            SET BUTL-IDX TO 1.
            SEARCH BUTL-ENTRY
                WHEN BUTL-CODE (BUTL-IDX) = UTILI
                    MOVE 'Y' TO WS-UTIL-FOUND
            END-SEARCH.

      * PP - ONE CUSTOMER, WHO MUST BE ON THE MASTER.
        EDIT-PROFILE-PRINT.
            IF CUSTIDI IS NOT NUMERIC
                MOVE 'EK09' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            ELSE
                MOVE CUSTIDI TO WS-CUST-KEY-WK
                PERFORM CHECK-CUSTOMER-ON-FILE
            END-IF.
            IF TESTG6BU-OK
                MOVE CUSTIDI TO BURQ-PP-CUST-ID
            END-IF.

        CHECK-CUSTOMER-ON-FILE.
            EXEC CICS READ FILE('CUSTMAST')
                      INTO(CUST-MASTER-REC)
                      RIDFLD(WS-CUST-KEY-WK)
                      KEYLENGTH(CUST-MASTER-KEYLEN)
                      RESP(WS-CM-RESP)
            END-EXEC.
            IF WS-CM-RESP NOT = DFHRESP(NORMAL)
                MOVE 'E204' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.

      * TR - A CORRELATION ID TRACES EXACTLY AND THE WINDOW FIELDS
      * ARE NOT USED; OTHERWISE A SERVICE AND ONE DAY, OPTIONALLY
      * NARROWED TO A FROM/TO TIME WINDOW.
        EDIT-CORRELATION-TRACE.
            IF CORRIDI NOT = SPACES
                MOVE CORRIDI TO BURQ-TR-CORR
            ELSE
                PERFORM EDIT-TRACE-WINDOW
            END-IF.

        EDIT-TRACE-WINDOW.
            IF SVCNMI = SPACES
                MOVE 'EK10' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK AND FROMDTI = SPACES
                MOVE 'EK23' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK
                MOVE FROMDTI TO WS-DATE-IN
                PERFORM CHECK-PAST-DATE
            END-IF.
            IF TESTG6BU-OK AND FROMTMI NOT = SPACES
                MOVE FROMTMI TO WS-TIME-IN
                PERFORM CHECK-KEYED-TIME
            END-IF.
            IF TESTG6BU-OK AND TOTMI NOT = SPACES
                MOVE TOTMI TO WS-TIME-IN
                PERFORM CHECK-KEYED-TIME
            END-IF.
            IF TESTG6BU-OK AND FROMTMI NOT = SPACES
                AND TOTMI NOT = SPACES AND FROMTMI > TOTMI
                MOVE 'EK13' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK
                MOVE SVCNMI  TO BURQ-TR-SVC
                MOVE FROMDTI TO BURQ-TR-DATE
                MOVE FROMTMI TO BURQ-TR-FROM
                MOVE TOTMI   TO BURQ-TR-TO
            END-IF.

      * AR - A CORRELATION ID AND/OR A SERVICE (AN UNFILTERED DUMP
      * OF THE WHOLE ARCHIVE IS NOT SOMETHING TO ASK FOR BY
      * ACCIDENT), OPTIONAL FROM/TO DATES.  CLEAR 'C' BRINGS THE
      * PERSONAL FIELDS BACK AND NEEDS 'U' AND A DISPUTE REFERENCE.
        EDIT-PAYLOAD-RETRIEVAL.
            IF CORRIDI = SPACES AND SVCNMI = SPACES
                MOVE 'EK10' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK AND FROMDTI NOT = SPACES
                MOVE FROMDTI TO WS-DATE-IN
                PERFORM CHECK-PAST-DATE
            END-IF.
            IF TESTG6BU-OK AND TODTI NOT = SPACES
                MOVE TODTI TO WS-DATE-IN
                PERFORM CHECK-KEYED-DATE
            END-IF.
            IF TESTG6BU-OK AND FROMDTI NOT = SPACES
                AND TODTI NOT = SPACES AND FROMDTI > TODTI
                MOVE 'EK13' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK AND CLEARI NOT = SPACE
                AND CLEARI NOT = 'C'
                MOVE 'EK24' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK AND CLEARI = 'C'
                IF WS-HAS-UNMASK NOT = 'Y'
                    MOVE 'EK16' TO SE-MSG-CODE-WK
                    SET TESTG6BU-NOTOK TO TRUE
                ELSE
                    IF DISPREFI = SPACES
                        MOVE 'EK17' TO SE-MSG-CODE-WK
                        SET TESTG6BU-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTG6BU-OK
                MOVE CORRIDI TO BURQ-AR-CORR
                MOVE SVCNMI  TO BURQ-AR-SVC
                MOVE FROMDTI TO BURQ-AR-FROM
                MOVE TODTI   TO BURQ-AR-TO
                IF CLEARI = 'C'
                    MOVE EIBOPID  TO BURQ-AR-OPID
                    MOVE 'C'      TO BURQ-AR-CLEAR
                    MOVE DISPREFI TO BURQ-AR-REASON
                END-IF
            END-IF.

      * AO - A BKYYMMDD IMAGE COPY, AN OPTIONAL AS-OF DATE (NOT
      * BEFORE THE COPY WAS TAKEN) AND TIME, AND AN OPTIONAL
      * CUSTOMER.  WHETHER THE COPY STILL EXISTS IS THE POLLER'S TO
      * FIND OUT - IT FAILS THE REQUEST RATHER THAN SUBMIT A JOB
      * THAT CANNOT RUN.
        EDIT-AS-OF-RECON.
            MOVE BACKUPI TO BURQ-AO-BACKUP.
            IF BURQ-AO-BK-PFX NOT = 'BK'
                OR BURQ-AO-BK-DATE IS NOT NUMERIC
                MOVE 'EK14' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            ELSE
                MOVE '20' TO WS-BK-DATE (1:2)
                MOVE BURQ-AO-BK-DATE TO WS-BK-DATE (3:6)
                MOVE WS-BK-DATE TO WS-DATE-IN
                PERFORM CHECK-ONE-DATE
                IF WS-DATE-OK NOT = 'Y'
                    MOVE 'EK14' TO SE-MSG-CODE-WK
                    SET TESTG6BU-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6BU-OK AND TODTI NOT = SPACES
                MOVE TODTI TO WS-DATE-IN
                PERFORM CHECK-PAST-DATE
                IF TESTG6BU-OK AND TODTI < WS-BK-DATE
                    MOVE 'EK15' TO SE-MSG-CODE-WK
                    SET TESTG6BU-NOTOK TO TRUE
                END-IF
            END-IF.
      * A TIME WITHOUT A DATE WOULD BE IGNORED BY TESTG6AO - ASK
      * FOR THE DATE RATHER THAN RECONSTRUCT THE WRONG MOMENT.
            IF TESTG6BU-OK AND TOTMI NOT = SPACES
                IF TODTI = SPACES
                    MOVE 'EK11' TO SE-MSG-CODE-WK
                    SET TESTG6BU-NOTOK TO TRUE
                ELSE
                    MOVE TOTMI TO WS-TIME-IN
                    PERFORM CHECK-KEYED-TIME
                END-IF
            END-IF.
            IF TESTG6BU-OK AND CUSTIDI NOT = SPACES
                IF CUSTIDI IS NOT NUMERIC
                    MOVE 'EK09' TO SE-MSG-CODE-WK
                    SET TESTG6BU-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6BU-OK
                MOVE TODTI   TO BURQ-AO-DATE
                MOVE TOTMI   TO BURQ-AO-TIME
                MOVE CUSTIDI TO BURQ-AO-CUST-ID
            END-IF.

      * A PLAUSIBLE YYYYMMDD NO LATER THAN TODAY.
        CHECK-PAST-DATE.
            PERFORM CHECK-KEYED-DATE.
            IF TESTG6BU-OK AND WS-DATE-IN > WS-TODAY
                MOVE 'EK25' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.

        CHECK-KEYED-DATE.
            PERFORM CHECK-ONE-DATE.
            IF WS-DATE-OK NOT = 'Y'
                MOVE 'EK11' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.

        CHECK-ONE-DATE.
            MOVE 'Y' TO WS-DATE-OK.
            IF WS-DATE-IN IS NOT NUMERIC
                MOVE 'N' TO WS-DATE-OK
            ELSE
                IF WS-DATE-IN-MM < 1 OR WS-DATE-IN-MM > 12
                    OR WS-DATE-IN-DD < 1 OR WS-DATE-IN-DD > 31
                    OR WS-DATE-IN-YYYY < 1900
                    MOVE 'N' TO WS-DATE-OK
                END-IF
            END-IF.

        CHECK-KEYED-TIME.
            MOVE 'Y' TO WS-TIME-OK.
            IF WS-TIME-IN IS NOT NUMERIC
                MOVE 'N' TO WS-TIME-OK
            ELSE
                IF WS-TIME-IN-HH > 23 OR WS-TIME-IN-MM > 59
                    OR WS-TIME-IN-SS > 59
                    MOVE 'N' TO WS-TIME-OK
                END-IF
            END-IF.
            IF WS-TIME-OK NOT = 'Y'
                MOVE 'EK12' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.

      * NEXT REQUEST NUMBER OFF THE CONTROL ROW (NUMBER ZERO), HELD
      * FOR UPDATE SO TWO TERMINALS SUBMITTING AT ONCE CANNOT DRAW
      * THE SAME NUMBER.  A MISSING CONTROL ROW STARTS THE SEQUENCE.
        ISSUE-REQUEST-NUMBER.
            MOVE 0 TO WS-BURQ-KEY-WK.
            EXEC CICS READ FILE('G6BURQ')
                      INTO(BURQ-REC)
                      RIDFLD(WS-BURQ-KEY-WK)
                      KEYLENGTH(BURQ-KEYLEN)
                      UPDATE
                      RESP(WS-BURQ-RESP)
            END-EXEC.
            IF WS-BURQ-RESP = DFHRESP(NORMAL)
                ADD 1 TO BURQ-CTL-LAST-NO
                EXEC CICS REWRITE FILE('G6BURQ')
                          FROM(BURQ-REC)
                          RESP(WS-BURQ-RESP)
                END-EXEC
            ELSE
                MOVE SPACES TO BURQ-REC
                MOVE 0 TO BURQ-CTL-KEY
                MOVE 1 TO BURQ-CTL-LAST-NO
                EXEC CICS WRITE FILE('G6BURQ')
                          FROM(BURQ-REC)
                          RIDFLD(BURQ-KEY)
                          KEYLENGTH(BURQ-KEYLEN)
                          RESP(WS-BURQ-RESP)
                END-EXEC
            END-IF.
            MOVE BURQ-CTL-LAST-NO TO WS-BURQ-KEY-WK.
      * THE CONTROL ROW SHARED THE RECORD AREA - PUT THE CARD JUST
      * EDITED BACK ON AN OTHERWISE CLEAN REQUEST.
            MOVE SPACES TO BURQ-REC.
            MOVE WS-CARD-HELD TO BURQ-CARD.

      *****************************************************************
      * CAN / VEW
      *****************************************************************
        CANCEL-REQUEST.
            IF NOT BURQ-IS-QUEUED
                MOVE 'EK07' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            ELSE
                MOVE 'X'      TO BURQ-STATUS
                MOVE WS-TODAY TO BURQ-END-DATE
                MOVE WS-NOW   TO BURQ-END-TIME
                MOVE 'CANCELLED BY REQUESTER' TO BURQ-REASON
                EXEC CICS REWRITE FILE('G6BURQ')
                          FROM(BURQ-REC)
                          RESP(WS-BURQ-RESP)
                END-EXEC
                MOVE 'N' TO WS-BURQ-HELD
                PERFORM WRITE-REQUEST-AUDIT
                MOVE 'EK21' TO SE-MSG-CODE-WK
            END-IF.

      * ONLY A DONE REQUEST HAS A KEPT MEMBER; RPV6 ITSELF STILL
      * CHECKS 'P' AND THE SESSION ON THE HANDED-OVER TRIP.
        VIEW-REQUEST-OUTPUT.
            IF NOT BURQ-IS-DONE OR BURQ-MEMBER = SPACES
                MOVE 'EK08' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK AND WS-HAS-VIEWER NOT = 'Y'
                MOVE 'EK19' TO SE-MSG-CODE-WK
                SET TESTG6BU-NOTOK TO TRUE
            END-IF.
            IF TESTG6BU-OK
                MOVE SPACES TO WS-RPV-CA
                MOVE 'Y' TO RPVCA-FIRST
                MOVE 'V' TO RPVCA-MODE
                MOVE 1 TO RPVCA-LIST-TOP RPVCA-TOP RPVCA-COL
                MOVE 0 TO RPVCA-LRECL RPVCA-LINES
                MOVE BURQ-REPORT   TO RPVCA-REPORT
                MOVE BURQ-RPT-DATE TO RPVCA-DATE
                MOVE BURQ-MEMBER   TO RPVCA-MEMBER
                MOVE BURQ-JOB      TO RPVCA-JOB
                MOVE 'Y' TO RPVCA-HANDOFF
                MOVE 'EK26' TO SE-MSG-CODE-WK
            END-IF.

      *****************************************************************
      * LST - THE REQUESTER'S OWN REQUESTS, NEWEST FIRST
      *****************************************************************
        LIST-REQUESTS.
            IF REQNOI = SPACES
                MOVE 0 TO WS-BURQ-KEY-WK
                EXEC CICS READ FILE('G6BURQ')
                          INTO(BURQ-REC)
                          RIDFLD(WS-BURQ-KEY-WK)
                          KEYLENGTH(BURQ-KEYLEN)
                          RESP(WS-BURQ-RESP)
                END-EXEC
                IF WS-BURQ-RESP = DFHRESP(NORMAL)
                    MOVE BURQ-CTL-LAST-NO TO WS-LIST-NO
                ELSE
                    MOVE 0 TO WS-LIST-NO
                END-IF
            ELSE
                IF REQNOI IS NOT NUMERIC
                    MOVE 'EK04' TO SE-MSG-CODE-WK
                    SET TESTG6BU-NOTOK TO TRUE
                ELSE
                    MOVE REQNOI TO WS-LIST-NO
                END-IF
            END-IF.
            IF TESTG6BU-OK
                MOVE SPACES TO LST01O LST02O LST03O LST04O
                               LST05O LST06O LST07O LST08O
                MOVE 0 TO WS-LIST-COUNT
                IF WS-LIST-NO > WS-LIST-REACH
                    COMPUTE WS-LIST-STOP = WS-LIST-NO - WS-LIST-REACH
                ELSE
                    MOVE 0 TO WS-LIST-STOP
                END-IF
                PERFORM LIST-ONE-REQUEST
                    UNTIL WS-LIST-NO <= WS-LIST-STOP
                       OR WS-LIST-COUNT >= WS-LIST-MAX
                IF WS-LIST-COUNT = 0
                    MOVE 'EK22' TO SE-MSG-CODE-WK
                END-IF
                IF WS-LIST-NO > 0
                    MOVE WS-LIST-NO TO REQNOO
                ELSE
                    MOVE SPACES TO REQNOO
                END-IF
            END-IF.

        LIST-ONE-REQUEST.
            MOVE WS-LIST-NO TO WS-BURQ-KEY-WK.
            EXEC CICS READ FILE('G6BURQ')
                      INTO(BURQ-REC)
                      RIDFLD(WS-BURQ-KEY-WK)
                      KEYLENGTH(BURQ-KEYLEN)
                      RESP(WS-BURQ-RESP)
            END-EXEC.
            IF WS-BURQ-RESP = DFHRESP(NORMAL)
                AND BURQ-OPID = EIBOPID
                ADD 1 TO WS-LIST-COUNT
                PERFORM BUILD-LIST-LINE
                EVALUATE WS-LIST-COUNT
                    WHEN 1 MOVE WS-LIST-LINE TO LST01O
                    WHEN 2 MOVE WS-LIST-LINE TO LST02O
                    WHEN 3 MOVE WS-LIST-LINE TO LST03O
                    WHEN 4 MOVE WS-LIST-LINE TO LST04O
                    WHEN 5 MOVE WS-LIST-LINE TO LST05O
                    WHEN 6 MOVE WS-LIST-LINE TO LST06O
                    WHEN 7 MOVE WS-LIST-LINE TO LST07O
                    WHEN 8 MOVE WS-LIST-LINE TO LST08O
                END-EVALUATE
            END-IF.
            SUBTRACT 1 FROM WS-LIST-NO.

      * NUMBER, UTILITY, STATUS, WHEN ASKED, JOB, THEN THE LINE
      * COUNT OF A DONE REQUEST OR THE REASON FOR ANY OTHER ENDING.
        BUILD-LIST-LINE.
            MOVE SPACES TO WS-LIST-LINE.
            PERFORM SET-STATUS-WORD.
            MOVE BURQ-REQ-DATE TO WS-STAMP-DATE.
            MOVE BURQ-REQ-TIME TO WS-STAMP-TIME.
            MOVE WS-STAMP-TIME (1:4) TO WS-STAMP-HHMM.
            IF BURQ-IS-DONE
                MOVE BURQ-LINES TO WS-ED-LINES
                STRING BURQ-NO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BURQ-UTIL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STATUS-WORD DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STAMP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BURQ-JOB DELIMITED BY SIZE
                       ' LINES' DELIMITED BY SIZE
                       WS-ED-LINES DELIMITED BY SIZE
                  INTO WS-LIST-LINE
            ELSE
                STRING BURQ-NO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BURQ-UTIL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STATUS-WORD DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STAMP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BURQ-JOB DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       BURQ-REASON DELIMITED BY SIZE
                  INTO WS-LIST-LINE
            END-IF.

        SET-STATUS-WORD.
            EVALUATE TRUE
                WHEN BURQ-IS-QUEUED     MOVE 'QUEUED'    TO
                                             WS-STATUS-WORD
                WHEN BURQ-IS-SUBMITTED  MOVE 'SUBMITTED' TO
                                             WS-STATUS-WORD
                WHEN BURQ-IS-DONE       MOVE 'DONE'      TO
                                             WS-STATUS-WORD
                WHEN BURQ-IS-FAILED     MOVE 'FAILED'    TO
                                             WS-STATUS-WORD
                WHEN BURQ-IS-CANCELLED  MOVE 'CANCELLED' TO
                                             WS-STATUS-WORD
                WHEN OTHER              MOVE BURQ-STATUS TO
                                             WS-STATUS-WORD
            END-EVALUATE.

      *****************************************************************
      * AUDIT AND DISPLAY
      *****************************************************************
        WRITE-REQUEST-AUDIT.
            IF WS-QA-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-QA-NAME
                         WS-QA-ACCESS WS-QA-DENY
                         WS-QA-DEVICE WS-QA-HANDLE
                    GIVING WS-QA-STATUS
                MOVE 'Y' TO WS-QA-OPENED
            END-IF.
            MOVE SPACES TO WS-QA-REC.
            ACCEPT WS-QA-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-QA-TIME FROM TIME.
            MOVE EIBOPID       TO WS-QA-OPID.
            MOVE WS-ACTION-CMD TO WS-QA-ACTION.
            MOVE BURQ-REC      TO WS-QA-REQUEST.
            MOVE WS-QA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-QA-REC TO CHN-TEXT-LEN.
            MOVE WS-QA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-QA-REC.
            MOVE LENGTH OF WS-QA-REC TO WS-QA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-QA-HANDLE
                     WS-QA-RECLEN WS-QA-FLAGS
                     WS-QA-RESERVED WS-QA-REC
                GIVING WS-QA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * THE REQUEST AS IT STANDS, ITS CARD SPREAD BACK OVER THE
      * PARAMETER FIELDS THE UTILITY USES.  ZERO DATES ARE NOT SET
      * AND SHOW BLANK.
        SHOW-REQUEST-ROW.
            MOVE BURQ-NO   TO REQNOO.
            MOVE BURQ-UTIL TO UTILO.
            MOVE SPACES TO UTLDSCO.
            SET BUTL-IDX TO 1.
            SEARCH BUTL-ENTRY
                WHEN BUTL-CODE (BUTL-IDX) = BURQ-UTIL
                    MOVE BUTL-DESC (BUTL-IDX) TO UTLDSCO
            END-SEARCH.
            MOVE SPACES TO CUSTIDO CORRIDO SVCNMO FROMDTO TODTO
                           FROMTMO TOTMO BACKUPO CLEARO DISPREFO.
            EVALUATE BURQ-UTIL
            WHEN 'PP'
                MOVE BURQ-PP-CUST-ID TO CUSTIDO
            WHEN 'TR'
                MOVE BURQ-TR-CORR    TO CORRIDO
                MOVE BURQ-TR-SVC     TO SVCNMO
                MOVE BURQ-TR-DATE    TO FROMDTO
                MOVE BURQ-TR-FROM    TO FROMTMO
                MOVE BURQ-TR-TO      TO TOTMO
            WHEN 'AR'
                MOVE BURQ-AR-CORR    TO CORRIDO
                MOVE BURQ-AR-SVC     TO SVCNMO
                MOVE BURQ-AR-FROM    TO FROMDTO
                MOVE BURQ-AR-TO      TO TODTO
                MOVE BURQ-AR-CLEAR   TO CLEARO
                MOVE BURQ-AR-REASON  TO DISPREFO
            WHEN 'AO'
                MOVE BURQ-AO-BACKUP  TO BACKUPO
                MOVE BURQ-AO-DATE    TO TODTO
                MOVE BURQ-AO-TIME    TO TOTMO
                MOVE BURQ-AO-CUST-ID TO CUSTIDO
            END-EVALUATE.
            PERFORM SET-STATUS-WORD.
            MOVE WS-STATUS-WORD TO RSTATO.
            MOVE BURQ-OPID TO REQBYO.
            MOVE SPACES TO REQDTO SUBDTO ENDDTO RPTDTO RLINESO.
            IF BURQ-REQ-DATE > 0
                MOVE BURQ-REQ-DATE TO WS-STAMP-DATE
                MOVE BURQ-REQ-TIME TO WS-STAMP-TIME
                MOVE WS-STAMP-TIME (1:4) TO WS-STAMP-HHMM
                MOVE WS-STAMP TO REQDTO
            END-IF.
            IF BURQ-SUB-DATE > 0
                MOVE BURQ-SUB-DATE TO WS-STAMP-DATE
                MOVE BURQ-SUB-TIME TO WS-STAMP-TIME
                MOVE WS-STAMP-TIME (1:4) TO WS-STAMP-HHMM
                MOVE WS-STAMP TO SUBDTO
            END-IF.
            IF BURQ-END-DATE > 0
                MOVE BURQ-END-DATE TO WS-STAMP-DATE
                MOVE BURQ-END-TIME TO WS-STAMP-TIME
                MOVE WS-STAMP-TIME (1:4) TO WS-STAMP-HHMM
                MOVE WS-STAMP TO ENDDTO
            END-IF.
            MOVE BURQ-JOB    TO JOBNMO.
            MOVE BURQ-REPORT TO RPTNMO.
            IF BURQ-RPT-DATE > 0
                MOVE BURQ-RPT-DATE TO RPTDTO
            END-IF.
            IF BURQ-IS-DONE
                MOVE BURQ-LINES TO RLINESO
            END-IF.
            MOVE BURQ-REASON TO RRSNO.

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
