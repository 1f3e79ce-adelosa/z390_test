      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * CAS6 CUSTOMER CASE TRACKING - DRIVING TRANSACTION
      *
      * A COMPLAINT USED TO BE A 'C' NOTE ON BMS2 AND NOTHING MORE -
      * NOBODY OWNED IT AND NOTHING SAID WHEN IT WAS DUE.  CAS6
      * KEEPS EACH ONE AS A CASE ON THE G6CASE KSDS (SEE G6CASE.CPY)
      * WITH A CATEGORY FROM THE CASECAT REFERENCE TABLE, AN
      * ASSIGNED OPERATOR, A TARGET DATE AND UP TO FOUR LINKED BMS2
      * NOTES, AND KEEPS THE G6CASIX OPEN-CASE INDEX (SEE
      * G6CASIX.CPY) IN STEP FOR THE GUI6 OPEN-CASE INDICATOR.
      * RESTRICTED TO OPERATORS HOLDING THE 'Q' (CUSTOMER CASES)
      * PERMISSION, UNDER THE SAME SESSION AND PIN CHECKS AS GUI6.
      * EVERY CHANGE WRITES A G6CSAUD AUDIT ROW CARRYING THE CASE AS
      * IT STOOD AFTERWARD.  TESTG6CA AGES THE OPEN CASES WEEKLY.
      * ACTIONI COMMANDS:
      *   SHW - DISPLAY A CASE
      *   OPN - OPEN A CASE (CUSTOMER, CATEGORY, OPTIONAL ASSIGNEE -
      *         DEFAULT THE OPENER - TARGET DATE - DEFAULT TEN DAYS
      *         OUT - AND SUMMARY).  THE CASE NUMBER IS ISSUED HERE
      *         AND SHOWN BACK.
      *   ASG - ASSIGN THE CASE TO ANOTHER OPERATOR
      *   UPD - CHANGE CATEGORY/TARGET/SUMMARY (BLANK = KEEP) AND/OR
      *         LINK THE NOTE KEYED BY ITS DATE AND TIME
      *   CLS - CLOSE THE CASE (A NOTE MAY BE LINKED IN THE SAME
      *         STEP).  A CLOSED CASE STAYS ON FILE AND CANNOT BE
      *         CHANGED.
      *
        PROGRAM-ID. TESTG6CS.
        ENVIRONMENT DIVISION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP22CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.
      * SESSION TRACKING WITH IDLE TIMEOUT - SEE G6SESSW.CPY.
        COPY G6SESSW.
      * OPERATOR BROADCAST LINE - SEE G6BCSTW.CPY.
        COPY G6BCSTW.
        COPY OPSECCKW.
      * CASE CATEGORIES ARE THE CASECAT REFERENCE TABLE.
        COPY G6REFTBW.
        COPY G6CASE.
        COPY G6CASIX.
        COPY CUSTMAST.
        COPY BMS2NOTE.

        01  TESTG6CS-VALID    PIC X(1).
            88  TESTG6CS-OK       VALUE 'Y'.
            88  TESTG6CS-NOTOK    VALUE 'N'.
        01  WS-ACTION-CMD      PIC X(3).
        01  WS-TODAY           PIC 9(8).
        01  WS-CASE-RESP       PIC S9(8) COMP.
        01  WS-CSIX-RESP       PIC S9(8) COMP.
        01  WS-CM-RESP         PIC S9(8) COMP.
        01  WS-ASG-RESP        PIC S9(8) COMP.
        01  WS-CASE-KEY-WK     PIC 9(8).
        01  WS-CUST-KEY-WK     PIC X(10).
        01  WS-CASE-HELD       PIC X(1).
        01  WS-DAYS-WK         PIC S9(9) COMP.

      * A CASE OPENED WITHOUT A TARGET DATE IS DUE THIS MANY DAYS
      * AFTER IT WAS OPENED.
        01  WS-TARGET-DAYS     PIC S9(4) COMP VALUE 10.

      * AN ASSIGNEE IS CHECKED AGAINST THE SECURITY MASTER INTO ITS
      * OWN AREA SO THE SIGNED-ON OPERATOR'S OPSEC-REC IS LEFT ALONE.
        01  WS-ASG-KEY-WK      PIC X(3).
        01  WS-ASG-REC         PIC X(76).

      * ONE DATE FROM THE SCREEN - BLANK, OR A PLAUSIBLE YYYYMMDD.
        01  WS-DATE-IN         PIC X(8).
        01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
            02  WS-DATE-IN-YYYY    PIC 9(4).
            02  WS-DATE-IN-MM      PIC 9(2).
            02  WS-DATE-IN-DD      PIC 9(2).
        01  WS-DATE-OK         PIC X(1).

      * NOTE TO LINK - FOUND BY READING BMS2NOTE STRAIGHT THROUGH
      * FOR THE CASE'S CUSTOMER AT THE KEYED DATE AND TIME.
        01  WS-LINK-DATE       PIC 9(8).
        01  WS-LINK-TIME       PIC 9(8).
        01  WS-LINK-WANTED     PIC X(1).
        01  WS-LINK-SLOT       PIC S9(4) COMP.
        01  WS-LINK-IDX        PIC S9(4) COMP.
        01  WS-NOTE-FOUND      PIC X(1).
        01  WS-NT-NAME         PIC X(8) VALUE 'BMS2NOTE'.
        01  WS-NT-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-NT-DENY         PIC X(1) VALUE X'03'.
        01  WS-NT-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-NT-HANDLE       PIC X(4).
        01  WS-NT-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-NT-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-NT-STATUS       PIC S9(9) COMP-5.
        01  WS-NT-RECLEN       PIC 9(8) COMP-5.
        01  WS-NT-EOF          PIC X(1).

      * ONE LINKED NOTE AS SHOWN - DATE, SPACE, TIME.
        01  WS-LINK-SHOW.
            02  WS-LINK-SHOW-DATE  PIC 9(8).
            02  FILLER             PIC X(1) VALUE SPACE.
            02  WS-LINK-SHOW-TIME  PIC 9(8).

      * MAINTENANCE AUDIT ON ITS OWN G6CSAUD STREAM - THE CASE AS IT
      * STOOD AFTER THE ACTION.
        01  WS-CA-NAME         PIC X(8) VALUE 'G6CSAUD'.
        01  WS-CA-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-CA-DENY         PIC X(1) VALUE X'03'.
        01  WS-CA-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-CA-HANDLE       PIC X(4).
        01  WS-CA-OPENED       PIC X(1) VALUE 'N'.
        01  WS-CA-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-CA-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-CA-STATUS       PIC S9(9) COMP-5.
        01  WS-CA-RECLEN       PIC 9(8) COMP-5.
        01  WS-CA-REC.
            02  WS-CA-DATE        PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-CA-TIME        PIC 9(8).
            02  FILLER            PIC X(1).
            02  WS-CA-OPID        PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-CA-ACTION      PIC X(3).
            02  FILLER            PIC X(1).
            02  WS-CA-CASE        PIC X(161).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
            02  FILLER            PIC X(1).
            02  WS-CA-CHAIN-SEQ   PIC 9(9).
            02  WS-CA-CHAIN-PREV  PIC 9(18).
        COPY G6CHNW.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  CAS6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

            PERFORM READ-OPERATOR-SECURITY.
            MOVE 'Q' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF NOT OPSEC-PERM-IS-OK
                MOVE SPACES TO CAS6O
                MOVE -1 TO ACTIONL
                MOVE 'EI06' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('CAS6') MAPSET('MAP22')
                          FROM(CAS6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.

            MOVE EIBOPID  TO SESS-OPID-WK.
            MOVE EIBTRMID TO SESS-TRMID-WK.
            PERFORM CHECK-SESSION-ACTIVITY.
            IF SESS-EXPIRED = 'Y'
                MOVE SPACES TO CAS6O
                MOVE -1 TO ACTIONL
                MOVE 'E033' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('CAS6') MAPSET('MAP22')
                          FROM(CAS6O) ERASE
                END-EXEC
                GO TO TESTG6CS-RETURN
            END-IF.
            IF SESS-PIN-VERIFIED NOT = 'Y'
                MOVE SPACES TO CAS6O
                MOVE -1 TO ACTIONL
                MOVE 'E034' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('CAS6') MAPSET('MAP22')
                          FROM(CAS6O) ERASE
                END-EXEC
                GO TO TESTG6CS-RETURN
            END-IF.

            IF EIBCALEN = 0
                MOVE SPACES TO CAS6O
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('CAS6') MAPSET('MAP22')
                          FROM(CAS6O) ERASE
                END-EXEC
                GO TO TESTG6CS-RETURN
            END-IF.

            EXEC CICS RECEIVE MAP('CAS6') MAPSET('MAP22')
                      INTO(CAS6I)
            END-EXEC.

            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-REDISPLAY
                MOVE SPACES TO CAS6O
                MOVE -1 TO ACTIONL
                EXEC CICS SEND MAP('CAS6') MAPSET('MAP22')
                          FROM(CAS6O) ERASE
                END-EXEC
                GO TO TESTG6CS-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6CS-RETURN
            END-IF.

            SET TESTG6CS-OK TO TRUE.
            MOVE SPACES TO ERRMSGO.
            MOVE ACTIONI TO WS-ACTION-CMD.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            MOVE 'N' TO WS-CASE-HELD.

            IF WS-ACTION-CMD NOT = 'SHW'
                AND WS-ACTION-CMD NOT = 'OPN'
                AND WS-ACTION-CMD NOT = 'ASG'
                AND WS-ACTION-CMD NOT = 'UPD'
                AND WS-ACTION-CMD NOT = 'CLS'
                MOVE 'EI01' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            END-IF.
            IF TESTG6CS-OK AND WS-ACTION-CMD NOT = 'OPN'
                IF CASENOI IS NOT NUMERIC
                    MOVE 'EI02' TO SE-MSG-CODE-WK
                    SET TESTG6CS-NOTOK TO TRUE
                ELSE
                    MOVE CASENOI TO WS-CASE-KEY-WK
                    PERFORM READ-CASE-ROW
                END-IF
            END-IF.
            IF TESTG6CS-OK
                AND (WS-ACTION-CMD = 'UPD' OR WS-ACTION-CMD = 'CLS')
                PERFORM CHECK-NOTE-LINK-INPUT
            END-IF.

            IF TESTG6CS-OK
                EVALUATE WS-ACTION-CMD
                WHEN 'OPN'
                    PERFORM OPEN-NEW-CASE
                WHEN 'ASG'
                    PERFORM ASSIGN-CASE
                WHEN 'UPD'
                    PERFORM UPDATE-CASE
                WHEN 'CLS'
                    PERFORM CLOSE-CASE
                WHEN OTHER
                    CONTINUE
                END-EVALUATE
            END-IF.

            IF TESTG6CS-NOTOK
                IF WS-CASE-HELD = 'Y'
                    EXEC CICS UNLOCK FILE('G6CASE')
                              RESP(WS-CASE-RESP)
                    END-EXEC
                END-IF
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            ELSE
                PERFORM SHOW-CASE-ROW
            END-IF.

            PERFORM SHOW-BROADCAST-LINE.
            MOVE -1 TO ACTIONL.
            EXEC CICS SEND MAP('CAS6') MAPSET('MAP22')
                      FROM(CAS6O) DATAONLY
            END-EXEC.

        TESTG6CS-RETURN.
            MOVE 'Y' TO CAS6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('CAS6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

        COPY G6SESSP.

        COPY G6BCSTP.

        COPY G6REFTBP.

      * READ THE CASE FOR WS-CASE-KEY-WK - FOR UPDATE UNLESS THIS IS
      * A SHW.  CASE NUMBER ZERO IS THE CONTROL ROW, NEVER A CASE.
        READ-CASE-ROW.
            IF WS-CASE-KEY-WK = 0
                MOVE 'EI03' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            ELSE
                IF WS-ACTION-CMD = 'SHW'
                    EXEC CICS READ FILE('G6CASE')
                              INTO(CASE-REC)
                              RIDFLD(WS-CASE-KEY-WK)
                              KEYLENGTH(CASE-KEYLEN)
                              RESP(WS-CASE-RESP)
                    END-EXEC
                ELSE
                    EXEC CICS READ FILE('G6CASE')
                              INTO(CASE-REC)
                              RIDFLD(WS-CASE-KEY-WK)
                              KEYLENGTH(CASE-KEYLEN)
                              UPDATE
                              RESP(WS-CASE-RESP)
                    END-EXEC
                END-IF
                IF WS-CASE-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'EI03' TO SE-MSG-CODE-WK
                    SET TESTG6CS-NOTOK TO TRUE
                ELSE
                    IF WS-ACTION-CMD NOT = 'SHW'
                        MOVE 'Y' TO WS-CASE-HELD
                        IF CASE-IS-CLOSED
                            MOVE 'EI04' TO SE-MSG-CODE-WK
                            SET TESTG6CS-NOTOK TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * A NOTE TO LINK NEEDS BOTH ITS DATE AND TIME, NUMERIC.  BOTH
      * BLANK IS NO LINK.
        CHECK-NOTE-LINK-INPUT.
            MOVE 'N' TO WS-LINK-WANTED.
            IF NOTEDTI NOT = SPACES OR NOTETMI NOT = SPACES
                IF NOTEDTI IS NOT NUMERIC OR NOTETMI IS NOT NUMERIC
                    MOVE 'EI14' TO SE-MSG-CODE-WK
                    SET TESTG6CS-NOTOK TO TRUE
                ELSE
                    MOVE NOTEDTI TO WS-LINK-DATE
                    MOVE NOTETMI TO WS-LINK-TIME
                    MOVE 'Y' TO WS-LINK-WANTED
                END-IF
            END-IF.

      * CUSTOMER AND CATEGORY ARE REQUIRED; THE ASSIGNEE DEFAULTS TO
      * THE OPENER AND THE TARGET TO WS-TARGET-DAYS OUT.  THE NEW
      * NUMBER IS DRAWN ONLY ONCE EVERYTHING KEYED HAS PASSED.
        OPEN-NEW-CASE.
            IF CUSTIDI = SPACES OR CATEGI = SPACES
                MOVE 'EI10' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            END-IF.
            IF TESTG6CS-OK AND CUSTIDI IS NOT NUMERIC
                MOVE 'E012' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            END-IF.
            IF TESTG6CS-OK
                MOVE CUSTIDI TO WS-CUST-KEY-WK
                EXEC CICS READ FILE('CUSTMAST')
                          INTO(CUST-MASTER-REC)
                          RIDFLD(WS-CUST-KEY-WK)
                          KEYLENGTH(CUST-MASTER-KEYLEN)
                          RESP(WS-CM-RESP)
                END-EXEC
                IF WS-CM-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'E204' TO SE-MSG-CODE-WK
                    SET TESTG6CS-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTG6CS-OK
                PERFORM CHECK-CATEGORY
            END-IF.
            IF TESTG6CS-OK AND ASSIGNI NOT = SPACES
                PERFORM CHECK-ASSIGNEE
            END-IF.
            IF TESTG6CS-OK AND TARGDTI NOT = SPACES
                MOVE WS-TODAY TO CASE-OPEN-DATE
                PERFORM CHECK-TARGET-DATE
            END-IF.
            IF TESTG6CS-OK
                PERFORM ISSUE-CASE-NUMBER
            END-IF.
            IF TESTG6CS-OK
                MOVE SPACES TO CASE-REC
                MOVE WS-CASE-KEY-WK TO CASE-NO
                MOVE CUSTIDI        TO CASE-CUST-ID
                MOVE CATEGI         TO CASE-CAT
                MOVE 'O'            TO CASE-STATUS
                IF ASSIGNI NOT = SPACES
                    MOVE ASSIGNI    TO CASE-ASSIGNEE
                ELSE
                    MOVE EIBOPID    TO CASE-ASSIGNEE
                END-IF
                MOVE WS-TODAY       TO CASE-OPEN-DATE
                MOVE EIBOPID        TO CASE-OPEN-OPID
                IF TARGDTI NOT = SPACES
                    MOVE TARGDTI    TO CASE-TARGET-DATE
                ELSE
                    COMPUTE WS-DAYS-WK =
                        FUNCTION INTEGER-OF-DATE (WS-TODAY)
                        + WS-TARGET-DAYS
                    COMPUTE CASE-TARGET-DATE =
                        FUNCTION DATE-OF-INTEGER (WS-DAYS-WK)
                END-IF
                MOVE 0              TO CASE-CLOSE-DATE
                MOVE SUMMRYI        TO CASE-SUMMARY
                PERFORM CLEAR-ONE-LINK
                    VARYING WS-LINK-IDX FROM 1 BY 1
                    UNTIL WS-LINK-IDX > 4
                MOVE WS-TODAY       TO CASE-UPD-DATE
                MOVE EIBOPID        TO CASE-UPD-OPID
                EXEC CICS WRITE FILE('G6CASE')
                          FROM(CASE-REC)
                          RIDFLD(CASE-KEY)
                          KEYLENGTH(CASE-KEYLEN)
                          RESP(WS-CASE-RESP)
                END-EXEC
                PERFORM WRITE-CASE-INDEX
                PERFORM WRITE-CASE-AUDIT
                MOVE CASE-NO TO WS-CASE-KEY-WK
            END-IF.

        CLEAR-ONE-LINK.
            MOVE 0 TO CASE-NOTE-DATE (WS-LINK-IDX)
                      CASE-NOTE-TIME (WS-LINK-IDX).

      * NEXT CASE NUMBER OFF THE CONTROL ROW (CASE NUMBER ZERO),
      * HELD FOR UPDATE SO TWO TERMINALS OPENING AT ONCE CANNOT DRAW
      * THE SAME NUMBER.  A MISSING CONTROL ROW STARTS THE SEQUENCE.
        ISSUE-CASE-NUMBER.
            MOVE 0 TO WS-CASE-KEY-WK.
            EXEC CICS READ FILE('G6CASE')
                      INTO(CASE-REC)
                      RIDFLD(WS-CASE-KEY-WK)
                      KEYLENGTH(CASE-KEYLEN)
                      UPDATE
                      RESP(WS-CASE-RESP)
            END-EXEC.
            IF WS-CASE-RESP = DFHRESP(NORMAL)
                ADD 1 TO CASE-CTL-LAST-NO
                EXEC CICS REWRITE FILE('G6CASE')
                          FROM(CASE-REC)
                          RESP(WS-CASE-RESP)
                END-EXEC
            ELSE
                MOVE SPACES TO CASE-REC
                MOVE 0 TO CASE-CTL-KEY
                MOVE 1 TO CASE-CTL-LAST-NO
                EXEC CICS WRITE FILE('G6CASE')
                          FROM(CASE-REC)
                          RIDFLD(CASE-KEY)
                          KEYLENGTH(CASE-KEYLEN)
                          RESP(WS-CASE-RESP)
                END-EXEC
            END-IF.
            MOVE CASE-CTL-LAST-NO TO WS-CASE-KEY-WK.

        ASSIGN-CASE.
            IF ASSIGNI = SPACES
                MOVE 'EI13' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            ELSE
                PERFORM CHECK-ASSIGNEE
            END-IF.
            IF TESTG6CS-OK
                MOVE ASSIGNI TO CASE-ASSIGNEE
                PERFORM STAMP-SAVE-AND-AUDIT
            END-IF.

      * BLANK FIELDS KEEP THE CASE'S CURRENT VALUES.
        UPDATE-CASE.
            IF CATEGI NOT = SPACES
                PERFORM CHECK-CATEGORY
            END-IF.
            IF TESTG6CS-OK AND TARGDTI NOT = SPACES
                PERFORM CHECK-TARGET-DATE
            END-IF.
            IF TESTG6CS-OK AND WS-LINK-WANTED = 'Y'
                PERFORM LINK-NOTE-TO-CASE
            END-IF.
            IF TESTG6CS-OK
                IF CATEGI NOT = SPACES
                    MOVE CATEGI TO CASE-CAT
                END-IF
                IF TARGDTI NOT = SPACES
                    MOVE TARGDTI TO CASE-TARGET-DATE
                END-IF
                IF SUMMRYI NOT = SPACES
                    MOVE SUMMRYI TO CASE-SUMMARY
                END-IF
                PERFORM STAMP-SAVE-AND-AUDIT
            END-IF.

      * CLOSING DROPS THE OPEN-CASE INDEX ROW, SO GUI6 STOPS
      * COUNTING THE CASE.
        CLOSE-CASE.
            IF WS-LINK-WANTED = 'Y'
                PERFORM LINK-NOTE-TO-CASE
            END-IF.
            IF TESTG6CS-OK
                MOVE 'C'      TO CASE-STATUS
                MOVE WS-TODAY TO CASE-CLOSE-DATE
                MOVE EIBOPID  TO CASE-CLOSE-OPID
                PERFORM STAMP-SAVE-AND-AUDIT
                PERFORM DELETE-CASE-INDEX
            END-IF.

        CHECK-CATEGORY.
            MOVE 'CASECAT' TO REF-TABLE-WK.
            MOVE CATEGI    TO REF-CODE-WK.
            PERFORM LOOKUP-REFERENCE-CODE.
            IF REF-FOUND NOT = 'Y'
                MOVE 'EI05' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            END-IF.

        CHECK-ASSIGNEE.
            MOVE ASSIGNI TO WS-ASG-KEY-WK.
            EXEC CICS READ FILE('OPSECMST')
                      INTO(WS-ASG-REC)
                      RIDFLD(WS-ASG-KEY-WK)
                      KEYLENGTH(OPSEC-KEYLEN)
                      RESP(WS-ASG-RESP)
            END-EXEC.
            IF WS-ASG-RESP NOT = DFHRESP(NORMAL)
                MOVE 'EI07' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            END-IF.

      * A PLAUSIBLE YYYYMMDD NO EARLIER THAN THE DAY THE CASE WAS
      * OPENED.
        CHECK-TARGET-DATE.
            MOVE TARGDTI TO WS-DATE-IN.
            PERFORM CHECK-ONE-DATE.
            IF WS-DATE-OK NOT = 'Y'
                MOVE 'EI08' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            ELSE
                IF TARGDTI < CASE-OPEN-DATE
                    MOVE 'EI09' TO SE-MSG-CODE-WK
                    SET TESTG6CS-NOTOK TO TRUE
                END-IF
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

      * THE NOTE MUST BE ON BMS2NOTE FOR THE CASE'S CUSTOMER.  A
      * NOTE ALREADY LINKED IS LEFT AS IT IS; OTHERWISE IT TAKES THE
      * FIRST EMPTY SLOT.
        LINK-NOTE-TO-CASE.
            MOVE 'N' TO WS-NOTE-FOUND.
            CALL 'CBL_OPEN_FILE' USING WS-NT-NAME
                     WS-NT-ACCESS WS-NT-DENY
                     WS-NT-DEVICE WS-NT-HANDLE
                GIVING WS-NT-STATUS.
            IF WS-NT-STATUS = 0
                MOVE 'N' TO WS-NT-EOF
                PERFORM SCAN-ONE-NOTE
                    UNTIL WS-NT-EOF = 'Y'
                       OR WS-NOTE-FOUND = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-NT-HANDLE
                    GIVING WS-NT-STATUS
            END-IF.
            IF WS-NOTE-FOUND NOT = 'Y'
                MOVE 'EI11' TO SE-MSG-CODE-WK
                SET TESTG6CS-NOTOK TO TRUE
            ELSE
                MOVE 0 TO WS-LINK-SLOT
                PERFORM FIND-LINK-SLOT
                    VARYING WS-LINK-IDX FROM 1 BY 1
                    UNTIL WS-LINK-IDX > 4
                IF WS-LINK-SLOT = 0
                    MOVE 'EI12' TO SE-MSG-CODE-WK
                    SET TESTG6CS-NOTOK TO TRUE
                ELSE
                    MOVE WS-LINK-DATE TO CASE-NOTE-DATE (WS-LINK-SLOT)
                    MOVE WS-LINK-TIME TO CASE-NOTE-TIME (WS-LINK-SLOT)
                END-IF
            END-IF.

        SCAN-ONE-NOTE.
            MOVE LENGTH OF WS-NOTE-REC TO WS-NT-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-NT-HANDLE
                     WS-NT-RECLEN WS-NT-FLAGS
                     WS-NT-RESERVED WS-NOTE-REC
                GIVING WS-NT-STATUS.
            IF WS-NT-STATUS NOT = 0
                MOVE 'Y' TO WS-NT-EOF
            ELSE
                IF WS-NOTE-CUST-ID = CASE-CUST-ID
                    AND WS-NOTE-DATE-O = WS-LINK-DATE
                    AND WS-NOTE-TIME-O = WS-LINK-TIME
                    MOVE 'Y' TO WS-NOTE-FOUND
                END-IF
            END-IF.

      * THE SLOT ALREADY HOLDING THIS NOTE WINS OVER AN EMPTY ONE.
        FIND-LINK-SLOT.
            IF CASE-NOTE-DATE (WS-LINK-IDX) = WS-LINK-DATE
                AND CASE-NOTE-TIME (WS-LINK-IDX) = WS-LINK-TIME
                MOVE WS-LINK-IDX TO WS-LINK-SLOT
            ELSE
                IF CASE-NOTE-DATE (WS-LINK-IDX) = 0
                    AND WS-LINK-SLOT = 0
                    MOVE WS-LINK-IDX TO WS-LINK-SLOT
                END-IF
            END-IF.

        STAMP-SAVE-AND-AUDIT.
            MOVE WS-TODAY TO CASE-UPD-DATE.
            MOVE EIBOPID  TO CASE-UPD-OPID.
            EXEC CICS REWRITE FILE('G6CASE')
                      FROM(CASE-REC)
                      RESP(WS-CASE-RESP)
            END-EXEC.
            MOVE 'N' TO WS-CASE-HELD.
            PERFORM WRITE-CASE-AUDIT.

      * A DUPLICATE INDEX ROW (ALREADY IN STEP) IS NOT AN ERROR
      * WORTH STOPPING FOR.
        WRITE-CASE-INDEX.
            MOVE CASE-CUST-ID TO CSIX-CUST-ID.
            MOVE CASE-NO      TO CSIX-CASE-NO.
            EXEC CICS WRITE FILE('G6CASIX')
                      FROM(CSIX-REC)
                      RIDFLD(CSIX-KEY)
                      KEYLENGTH(CSIX-KEYLEN)
                      RESP(WS-CSIX-RESP)
            END-EXEC.

      * NOTFND JUST MEANS THE INDEX WAS ALREADY BEHIND.
        DELETE-CASE-INDEX.
            MOVE CASE-CUST-ID TO CSIX-CUST-ID.
            MOVE CASE-NO      TO CSIX-CASE-NO.
            EXEC CICS DELETE FILE('G6CASIX')
                      RIDFLD(CSIX-KEY)
                      KEYLENGTH(CSIX-KEYLEN)
                      RESP(WS-CSIX-RESP)
            END-EXEC.

        WRITE-CASE-AUDIT.
            IF WS-CA-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-CA-NAME
                         WS-CA-ACCESS WS-CA-DENY
                         WS-CA-DEVICE WS-CA-HANDLE
                    GIVING WS-CA-STATUS
                MOVE 'Y' TO WS-CA-OPENED
            END-IF.
            MOVE SPACES TO WS-CA-REC.
            ACCEPT WS-CA-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CA-TIME FROM TIME.
            MOVE EIBOPID       TO WS-CA-OPID.
            MOVE WS-ACTION-CMD TO WS-CA-ACTION.
            MOVE CASE-REC      TO WS-CA-CASE.
            MOVE WS-CA-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-CA-REC TO CHN-TEXT-LEN.
            MOVE WS-CA-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-CA-REC.
            MOVE LENGTH OF WS-CA-REC TO WS-CA-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-CA-HANDLE
                     WS-CA-RECLEN WS-CA-FLAGS
                     WS-CA-RESERVED WS-CA-REC
                GIVING WS-CA-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * ZERO DATES ARE NOT SET AND SHOW BLANK.
        SHOW-CASE-ROW.
            MOVE CASE-NO        TO CASENOO.
            MOVE CASE-CUST-ID   TO CUSTIDO.
            MOVE CASE-CAT       TO CATEGO.
            MOVE 'CASECAT'      TO REF-TABLE-WK.
            MOVE CASE-CAT       TO REF-CODE-WK.
            PERFORM LOOKUP-REFERENCE-CODE.
            MOVE REF-DESC-WK    TO CATDSCO.
            MOVE CASE-ASSIGNEE  TO ASSIGNO.
            MOVE CASE-STATUS    TO CSTATO.
            MOVE SPACES TO OPENDTO TARGDTO CLOSDTO UPDDTO.
            IF CASE-OPEN-DATE > 0
                MOVE CASE-OPEN-DATE TO OPENDTO
            END-IF.
            MOVE CASE-OPEN-OPID TO OPENBYO.
            IF CASE-TARGET-DATE > 0
                MOVE CASE-TARGET-DATE TO TARGDTO
            END-IF.
            IF CASE-CLOSE-DATE > 0
                MOVE CASE-CLOSE-DATE TO CLOSDTO
            END-IF.
            MOVE CASE-CLOSE-OPID TO CLOSBYO.
            MOVE CASE-SUMMARY   TO SUMMRYO.
            MOVE SPACES TO NOTEDTO NOTETMO.
            MOVE SPACES TO LINK1O LINK2O LINK3O LINK4O.
            IF CASE-NOTE-DATE (1) > 0
                MOVE CASE-NOTE-DATE (1) TO WS-LINK-SHOW-DATE
                MOVE CASE-NOTE-TIME (1) TO WS-LINK-SHOW-TIME
                MOVE WS-LINK-SHOW TO LINK1O
            END-IF.
            IF CASE-NOTE-DATE (2) > 0
                MOVE CASE-NOTE-DATE (2) TO WS-LINK-SHOW-DATE
                MOVE CASE-NOTE-TIME (2) TO WS-LINK-SHOW-TIME
                MOVE WS-LINK-SHOW TO LINK2O
            END-IF.
            IF CASE-NOTE-DATE (3) > 0
                MOVE CASE-NOTE-DATE (3) TO WS-LINK-SHOW-DATE
                MOVE CASE-NOTE-TIME (3) TO WS-LINK-SHOW-TIME
                MOVE WS-LINK-SHOW TO LINK3O
            END-IF.
            IF CASE-NOTE-DATE (4) > 0
                MOVE CASE-NOTE-DATE (4) TO WS-LINK-SHOW-DATE
                MOVE CASE-NOTE-TIME (4) TO WS-LINK-SHOW-TIME
                MOVE WS-LINK-SHOW TO LINK4O
            END-IF.
            MOVE CASE-UPD-OPID  TO UPDBYO.
            IF CASE-UPD-DATE > 0
                MOVE CASE-UPD-DATE TO UPDDTO
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
