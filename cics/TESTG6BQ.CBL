      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * BUR6 BATCH-UTILITY REQUEST POLLER.  THE BUR6 SCREEN
      * (TESTG6BU) QUEUES AD HOC UTILITY REQUESTS ON THE G6BURQ KSDS
      * (SEE G6BURQ.CPY) WITH THEIR PARM CARDS ALREADY EDITED.  RUN
      * ON A SHORT CYCLE BY THE SCHEDULER, THIS JOB TURNS EVERY
      * QUEUED REQUEST INTO A JOB ON BQJOBS (POINT THE DD AT THE
      * INTERNAL READER), NAMED BQ PLUS THE LOW SIX DIGITS OF THE
      * REQUEST NUMBER:
      *   UTIL    THE UTILITY WITH ITS USUAL DDS, THE QUEUED CARD
      *           IN-STREAM, AND ITS REPORT ON A TEMPORARY DATASET
      *   RPSTOR  RPSTOR1 FILES THE REPORT IN THE REPORT REPOSITORY
      *           AS MEMBER BQNNNNNN UNDER THE UTILITY'S PROGRAM
      *           NAME, RETAINED G6BUTBL'S BUTL-RETAIN DAYS
      *   POSTOK  THIS PROGRAM AGAIN, POSTING THE REQUEST DONE -
      *   POSTBAD OR FAILED WHEN EITHER STEP ENDED OVER RC 4
      * THE REQUESTER MUST STILL HOLD 'B' AS A SUPERVISOR ON OPSECMST
      * WHEN THE JOB IS BUILT (AND 'V' FOR A UTILITY THAT PRINTS
      * CUSTOMER DATA IN CLEAR) - A GRANT REVOKED WHILE THE REQUEST
      * WAITED FAILS IT.  AN AO REQUEST WHOSE IMAGE COPY IS GONE IS
      * FAILED HERE TOO; OTHERWISE ITS CUSTJRNL DD CONCATENATES THE
      * CJYYMMDD GENERATIONS FROM THE IMAGE COPY'S DATE TO THE AS-OF
      * DATE, THEN THE LIVE JOURNAL, AS TESTG6AO EXPECTS.
      * A SUBMITTED REQUEST THAT NEVER POSTS BACK (THE JOB ABENDED
      * OR NEVER RAN) IS FAILED ONCE IT IS WS-STALE-DAYS OLD, SO THE
      * REQUESTER IS NOT LEFT WATCHING 'SUBMITTED' FOREVER.
      * EVERY STATUS CHANGE MADE HERE WRITES A G6BQAUD ROW, AS THE
      * SCREEN DOES, UNDER OPERATOR '*BQ'.
      *
      * G6BQPARM CARD (OPTIONAL - NONE MEANS SUBMIT):
      *   COL      1  S OR BLANK = SUBMIT QUEUED REQUESTS
      *               P = POST ONE REQUEST'S OUTCOME (THE GENERATED
      *                   JOB'S LAST STEP)
      *   COL      2  BLANK
      *   COLS  3-10  REQUEST NUMBER (POST ONLY)
      *   COL     11  BLANK
      *   COL     12  D = DONE, F = FAILED (POST ONLY)
      *
      * SUBMIT: RC 4 WHEN ANY REQUEST WAS FAILED.  POST: RC 8 WHEN
      * THE REQUEST IS NOT ON FILE OR NOT SUBMITTED.
      *
        PROGRAM-ID. TESTG6BQ.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6BQPARM ASSIGN TO G6BQPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6BURQ ASSIGN TO G6BURQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BURQ-KEY.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.
            SELECT BQJOBS ASSIGN TO BQJOBS
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6BQPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6BQPARM-REC.
            02  BQ-MODE             PIC X(1).
            02  FILLER              PIC X(1).
            02  BQ-REQ-NO           PIC X(8).
            02  FILLER              PIC X(1).
            02  BQ-OUTCOME          PIC X(1).
            02  FILLER              PIC X(68).

        FD  G6BURQ.
        COPY G6BURQ.

        FD  OPSECMST.
        COPY OPSECMST.

        FD  BQJOBS
            RECORD CONTAINS 80 CHARACTERS.
        01  BQJOBS-REC          PIC X(80).

        WORKING-STORAGE SECTION.
        COPY G6BUTBL.
        COPY G6RPIX.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-NOW              PIC 9(8).
        01  WS-STALE-DAYS       PIC 9(2) VALUE 2.
        01  WS-STALE-INT        PIC 9(8) COMP.
        01  WS-STALE-DATE       PIC 9(8).
        01  WS-QUEUED-COUNT     PIC 9(5) VALUE 0.
        01  WS-SUBMIT-COUNT     PIC 9(5) VALUE 0.
        01  WS-FAIL-COUNT       PIC 9(5) VALUE 0.
        01  WS-STALE-COUNT      PIC 9(5) VALUE 0.
        01  WS-REQ-OK           PIC X(1).
        01  WS-FAIL-WHY         PIC X(30).
        01  WS-UTIL-FOUND       PIC X(1).
        01  WS-PERM-TALLY       PIC 9(2) COMP.
        01  WS-JOB-NAME         PIC X(8).
        01  WS-AUD-ACTION       PIC X(3).

      * THE GENERATED DECK, ONE CARD AT A TIME.
        01  WS-JCL-LINE         PIC X(80).
        01  WS-DD-NAME          PIC X(8).
        01  WS-DD-DSN           PIC X(44).
        01  WS-RPT-DD           PIC X(8).
        01  WS-PARM-DD          PIC X(8).
        01  WS-LOADLIB          PIC X(44).

      * RPSTOR1'S RPSTPARM CARD FOR THE REQUEST'S REPORT.
        01  WS-RPC-CARD.
            02  WS-RPC-REPORT       PIC X(8).
            02  FILLER              PIC X(1) VALUE SPACE.
            02  WS-RPC-CODE         PIC X(2) VALUE 'BQ'.
            02  FILLER              PIC X(1) VALUE SPACE.
            02  WS-RPC-RETAIN       PIC 9(3).
            02  FILLER              PIC X(1) VALUE SPACE.
            02  WS-RPC-LRECL        PIC 9(3).
            02  FILLER              PIC X(1) VALUE SPACE.
            02  WS-RPC-DATE         PIC X(8) VALUE SPACES.
            02  FILLER              PIC X(1) VALUE SPACE.
            02  WS-RPC-JOB          PIC X(8).
            02  FILLER              PIC X(1) VALUE SPACE.
            02  WS-RPC-MEMBER       PIC X(8).
            02  FILLER              PIC X(34) VALUE SPACES.

      * THIS PROGRAM'S OWN CARD FOR THE POSTING STEPS.
        01  WS-POST-CARD.
            02  WS-PC-MODE          PIC X(1) VALUE 'P'.
            02  FILLER              PIC X(1) VALUE SPACE.
            02  WS-PC-REQ-NO        PIC 9(8).
            02  FILLER              PIC X(1) VALUE SPACE.
            02  WS-PC-OUTCOME       PIC X(1).
            02  FILLER              PIC X(68) VALUE SPACES.

      * AO - THE IMAGE COPY AND THE JOURNAL GENERATIONS IT NEEDS.
        01  WS-BK-DATE          PIC 9(8).
        01  WS-CUT-DATE         PIC 9(8).
        01  WS-GEN-INT          PIC 9(8) COMP.
        01  WS-GEN-TO-INT       PIC 9(8) COMP.
        01  WS-GEN-DATE         PIC 9(8).
        01  WS-GEN-NAME         PIC X(8).
        01  WS-GEN-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-GEN-DENY         PIC X(1) VALUE X'03'.
        01  WS-GEN-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-GEN-HANDLE       PIC X(4).
        01  WS-GEN-STATUS       PIC S9(9) COMP-5.

      * POST - THE REPOSITORY INDEX ROW RPSTOR1 WROTE FOR THE MEMBER.
        01  WS-IX-NAME          PIC X(8) VALUE 'G6RPIX'.
        01  WS-IX-HANDLE        PIC X(4).
        01  WS-IX-STATUS        PIC S9(9) COMP-5.
        01  WS-IX-EOF           PIC X(1).
        01  WS-IX-FOUND         PIC X(1).
        01  WS-IX-RECLEN        PIC 9(8) COMP-5.
        01  WS-IX-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-IX-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-IX-DATE          PIC 9(8).
        01  WS-IX-LINES         PIC 9(6).

      * THE G6BQAUD ROW SHAPE - MIRRORS WS-QA-REC IN TESTG6BU.CBL,
      * KEEP IN LOCKSTEP.
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
        01  WS-QA-NAME          PIC X(8) VALUE 'G6BQAUD'.
        01  WS-QA-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-QA-DENY          PIC X(1) VALUE X'03'.
        01  WS-QA-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-QA-HANDLE        PIC X(4).
        01  WS-QA-OPENED        PIC X(1) VALUE 'N'.
        01  WS-QA-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-QA-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-QA-STATUS        PIC S9(9) COMP-5.
        01  WS-QA-RECLEN        PIC 9(8) COMP-5.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-POLLER-PARM.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            IF BQ-MODE = 'P'
                PERFORM POST-REQUEST-OUTCOME
            ELSE
                PERFORM SUBMIT-QUEUED-REQUESTS
            END-IF.
            IF WS-QA-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-QA-HANDLE
                    GIVING WS-QA-STATUS
            END-IF.
            STOP RUN.

        LOAD-POLLER-PARM.
            OPEN INPUT G6BQPARM.
            READ G6BQPARM
                AT END
                    MOVE SPACES TO G6BQPARM-REC
            END-READ.
            CLOSE G6BQPARM.

      *****************************************************************
      * SUBMIT - EVERY QUEUED REQUEST BECOMES A JOB
      *****************************************************************
        SUBMIT-QUEUED-REQUESTS.
            COMPUTE WS-STALE-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY) - WS-STALE-DAYS.
            COMPUTE WS-STALE-DATE =
                FUNCTION DATE-OF-INTEGER (WS-STALE-INT).
            OPEN I-O G6BURQ.
            OPEN INPUT OPSECMST.
            OPEN OUTPUT BQJOBS.
      * NUMBER ZERO IS THE CONTROL ROW - START PAST IT.
            MOVE 1 TO BURQ-NO.
            START G6BURQ KEY IS NOT LESS THAN BURQ-KEY
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-REQUEST
            END-IF.
            PERFORM CHECK-ONE-REQUEST UNTIL WS-EOF.
            CLOSE G6BURQ OPSECMST BQJOBS.
            DISPLAY 'TESTG6BQ QUEUED    =' WS-QUEUED-COUNT.
            DISPLAY 'TESTG6BQ SUBMITTED =' WS-SUBMIT-COUNT.
            DISPLAY 'TESTG6BQ FAILED    =' WS-FAIL-COUNT.
            DISPLAY 'TESTG6BQ STALE     =' WS-STALE-COUNT.
            IF WS-FAIL-COUNT > 0 OR WS-STALE-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.

        READ-NEXT-REQUEST.
            READ G6BURQ NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        CHECK-ONE-REQUEST.
            IF BURQ-IS-QUEUED
                ADD 1 TO WS-QUEUED-COUNT
                PERFORM SUBMIT-ONE-REQUEST
            ELSE
                IF BURQ-IS-SUBMITTED
                    AND BURQ-SUB-DATE < WS-STALE-DATE
                    ADD 1 TO WS-STALE-COUNT
                    MOVE 'JOB NEVER POSTED BACK' TO WS-FAIL-WHY
                    PERFORM FAIL-REQUEST
                END-IF
            END-IF.
            PERFORM READ-NEXT-REQUEST.

        SUBMIT-ONE-REQUEST.
            MOVE 'Y' TO WS-REQ-OK.
            MOVE SPACES TO WS-FAIL-WHY.
            MOVE 'N' TO WS-UTIL-FOUND.
            SET BUTL-IDX TO 1.
            SEARCH BUTL-ENTRY
                WHEN BUTL-CODE (BUTL-IDX) = BURQ-UTIL
                    MOVE 'Y' TO WS-UTIL-FOUND
            END-SEARCH.
            IF WS-UTIL-FOUND NOT = 'Y'
                MOVE 'N' TO WS-REQ-OK
                MOVE 'UNKNOWN UTILITY' TO WS-FAIL-WHY
            END-IF.
            IF WS-REQ-OK = 'Y'
                PERFORM RECHECK-REQUESTER
            END-IF.
            IF WS-REQ-OK = 'Y' AND BURQ-UTIL = 'AO'
                PERFORM CHECK-IMAGE-COPY
            END-IF.
            IF WS-REQ-OK = 'Y'
                MOVE SPACES TO WS-JOB-NAME
                STRING 'BQ' DELIMITED BY SIZE
                       BURQ-NO (3:6) DELIMITED BY SIZE
                  INTO WS-JOB-NAME
                PERFORM WRITE-REQUEST-JOB
                ACCEPT WS-NOW FROM TIME
                MOVE 'S'              TO BURQ-STATUS
                MOVE WS-TODAY         TO BURQ-SUB-DATE
                MOVE WS-NOW           TO BURQ-SUB-TIME
                MOVE WS-JOB-NAME      TO BURQ-JOB
                MOVE WS-JOB-NAME      TO BURQ-MEMBER
                MOVE BUTL-PGM (BUTL-IDX) TO BURQ-REPORT
                REWRITE BURQ-REC
                    INVALID KEY
                        DISPLAY 'TESTG6BQ REWRITE FAILED ' BURQ-NO
                END-REWRITE
                MOVE 'SBM' TO WS-AUD-ACTION
                PERFORM WRITE-REQUEST-AUDIT
                ADD 1 TO WS-SUBMIT-COUNT
                DISPLAY 'TESTG6BQ SUBMITTED ' BURQ-NO
                        ' ' BURQ-UTIL ' AS ' WS-JOB-NAME
            ELSE
                PERFORM FAIL-REQUEST
            END-IF.

      * THE SCREEN CHECKED THE REQUESTER WHEN THE REQUEST WAS
      * QUEUED; CHECK AGAIN NOW THE JOB IS ABOUT TO RUN.
        RECHECK-REQUESTER.
            MOVE BURQ-OPID TO OPSEC-OPID.
            READ OPSECMST
                INVALID KEY
                    MOVE 'N' TO WS-REQ-OK
                    MOVE 'REQUESTER NO LONGER ON FILE'
                      TO WS-FAIL-WHY
            END-READ.
            IF WS-REQ-OK = 'Y'
                MOVE 0 TO WS-PERM-TALLY
                INSPECT OPSEC-PERMS TALLYING WS-PERM-TALLY
                    FOR ALL 'B'
                IF WS-PERM-TALLY = 0 OR OPSEC-CLASS NOT = 'S'
                    MOVE 'N' TO WS-REQ-OK
                    MOVE 'REQUESTER NO LONGER AUTHORIZED'
                      TO WS-FAIL-WHY
                END-IF
            END-IF.
            IF WS-REQ-OK = 'Y' AND BUTL-SENS (BUTL-IDX) = 'Y'
                MOVE 0 TO WS-PERM-TALLY
                INSPECT OPSEC-PERMS TALLYING WS-PERM-TALLY
                    FOR ALL 'V'
                IF WS-PERM-TALLY = 0
                    MOVE 'N' TO WS-REQ-OK
                    MOVE 'REQUESTER NO LONGER HOLDS V'
                      TO WS-FAIL-WHY
                END-IF
            END-IF.

        CHECK-IMAGE-COPY.
            MOVE BURQ-AO-BACKUP TO WS-GEN-NAME.
            PERFORM PROBE-DATASET.
            IF WS-GEN-STATUS NOT = 0
                MOVE 'N' TO WS-REQ-OK
                MOVE 'IMAGE COPY NOT FOUND' TO WS-FAIL-WHY
            END-IF.

        PROBE-DATASET.
            CALL 'CBL_OPEN_FILE' USING WS-GEN-NAME
                     WS-GEN-ACCESS WS-GEN-DENY
                     WS-GEN-DEVICE WS-GEN-HANDLE
                GIVING WS-GEN-STATUS.
            IF WS-GEN-STATUS = 0
                CALL 'CBL_CLOSE_FILE' USING WS-GEN-HANDLE
                    GIVING WS-GEN-STATUS
                MOVE 0 TO WS-GEN-STATUS
            END-IF.

        FAIL-REQUEST.
            ACCEPT WS-NOW FROM TIME.
            MOVE 'F'         TO BURQ-STATUS.
            MOVE WS-TODAY    TO BURQ-END-DATE.
            MOVE WS-NOW      TO BURQ-END-TIME.
            MOVE WS-FAIL-WHY TO BURQ-REASON.
            REWRITE BURQ-REC
                INVALID KEY
                    DISPLAY 'TESTG6BQ REWRITE FAILED ' BURQ-NO
            END-REWRITE.
            MOVE 'FAL' TO WS-AUD-ACTION.
            PERFORM WRITE-REQUEST-AUDIT.
            ADD 1 TO WS-FAIL-COUNT.
            DISPLAY 'TESTG6BQ FAILED ' BURQ-NO ' ' WS-FAIL-WHY.

      *****************************************************************
      * THE GENERATED JOB
      *****************************************************************
        WRITE-REQUEST-JOB.
            MOVE SPACES TO WS-JCL-LINE.
            STRING '//' DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   ' JOB (ACCTNO),''BUR6 REQUEST'',CLASS=A,'
                       DELIMITED BY SIZE
                   'MSGCLASS=X' DELIMITED BY SIZE
              INTO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            STRING '//* BUR6 REQUEST ' DELIMITED BY SIZE
                   BURQ-NO DELIMITED BY SIZE
                   ' FROM ' DELIMITED BY SIZE
                   BURQ-OPID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   BUTL-DESC (BUTL-IDX) DELIMITED BY SIZE
              INTO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            STRING '//UTIL     EXEC PGM=' DELIMITED BY SIZE
                   BUTL-PGM (BUTL-IDX) DELIMITED BY SPACE
              INTO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            EVALUATE BURQ-UTIL
            WHEN 'PP'
                PERFORM WRITE-PROFILE-PRINT-DDS
            WHEN 'TR'
                PERFORM WRITE-CORRELATION-TRACE-DDS
            WHEN 'AR'
                PERFORM WRITE-PAYLOAD-RETRIEVAL-DDS
            WHEN 'AO'
                PERFORM WRITE-AS-OF-RECON-DDS
            END-EVALUATE.
      * THE REPORT, ON A TEMPORARY DATASET FOR RPSTOR1 TO FILE.
            STRING '//' DELIMITED BY SIZE
                   WS-RPT-DD DELIMITED BY SIZE
                   ' DD   DSN=&&BQRPT,DISP=(NEW,PASS),UNIT=SYSDA,'
                       DELIMITED BY SIZE
              INTO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE BUTL-LRECL (BUTL-IDX) TO WS-RPC-LRECL.
            STRING '//             SPACE=(CYL,(5,5)),'
                       DELIMITED BY SIZE
                   'DCB=(RECFM=FB,LRECL=' DELIMITED BY SIZE
                   WS-RPC-LRECL DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
              INTO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            STRING '//' DELIMITED BY SIZE
                   WS-PARM-DD DELIMITED BY SIZE
                   ' DD   *' DELIMITED BY SIZE
              INTO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE BURQ-CARD TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '/*' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            PERFORM WRITE-FILING-STEP.
            PERFORM WRITE-POSTING-STEPS.

        WRITE-FILING-STEP.
            MOVE BUTL-PGM (BUTL-IDX) TO WS-RPC-REPORT.
            MOVE BUTL-RETAIN         TO WS-RPC-RETAIN.
            MOVE WS-JOB-NAME         TO WS-RPC-JOB WS-RPC-MEMBER.
            MOVE '//         IF (UTIL.RC <= 4) THEN' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '//RPSTOR   EXEC PGM=RPSTOR1' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE 'SHOP.TOOLS.LOADLIB' TO WS-LOADLIB.
            PERFORM PUT-STEPLIB.
            MOVE '//RPSTPARM DD   *' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE WS-RPC-CARD TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '/*' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '//RPINPUT  DD   DSN=&&BQRPT,DISP=(OLD,DELETE)'
              TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE 'G6RPIX'           TO WS-DD-NAME.
            MOVE 'SHOP.TOOLS.G6RPIX' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6LHOLD'          TO WS-DD-NAME.
            MOVE 'CICS.DEMO.G6LHOLD' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '//         ENDIF' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.

      * A STEP THAT DID NOT RUN FAILS ITS RC TEST, SO A UTILITY
      * FAILURE LANDS IN THE ELSE AS SURELY AS A FILING FAILURE.
        WRITE-POSTING-STEPS.
            MOVE BURQ-NO TO WS-PC-REQ-NO.
            MOVE '//         IF (UTIL.RC <= 4 AND RPSTOR.RC <= 4) THEN'
              TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '//POSTOK   EXEC PGM=TESTG6BQ' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE 'D' TO WS-PC-OUTCOME.
            PERFORM WRITE-POSTING-DDS.
            MOVE '//         ELSE' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '//POSTBAD  EXEC PGM=TESTG6BQ' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE 'F' TO WS-PC-OUTCOME.
            PERFORM WRITE-POSTING-DDS.
            MOVE '//         ENDIF' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.

        WRITE-POSTING-DDS.
            MOVE 'CICS.DEMO.LOADLIB' TO WS-LOADLIB.
            PERFORM PUT-STEPLIB.
            MOVE 'G6BURQ'            TO WS-DD-NAME.
            MOVE 'CICS.DEMO.G6BURQ'  TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6RPIX'            TO WS-DD-NAME.
            MOVE 'SHOP.TOOLS.G6RPIX' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6BQAUD'           TO WS-DD-NAME.
            MOVE 'CICS.DEMO.G6BQAUD' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6CHAIN'           TO WS-DD-NAME.
            MOVE 'CICS.DEMO.G6CHAIN' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6CHLOCK'          TO WS-DD-NAME.
            MOVE 'CICS.DEMO.G6CHLOCK' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE '//G6BQPARM DD   *' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE WS-POST-CARD TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '/*' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.

      * EACH UTILITY'S DDS AS ITS OWN JOB OR PROC CARRIES THEM.
        WRITE-PROFILE-PRINT-DDS.
            MOVE 'CICS.DEMO.LOADLIB' TO WS-LOADLIB.
            PERFORM PUT-STEPLIB.
            MOVE 'CUSTMAST'           TO WS-DD-NAME.
            MOVE 'CICS.DEMO.CUSTMAST' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'GUI6AUD'            TO WS-DD-NAME.
            MOVE 'CICS.DEMO.GUI6AUD'  TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'BMS2NOTE'           TO WS-DD-NAME.
            MOVE 'CICS.DEMO.BMS2NOTE' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6PROF'   TO WS-RPT-DD.
            MOVE 'G6PPPARM' TO WS-PARM-DD.

        WRITE-CORRELATION-TRACE-DDS.
            MOVE 'SOA.DEMO.LOADLIB' TO WS-LOADLIB.
            PERFORM PUT-STEPLIB.
            MOVE 'SOATIMLG'          TO WS-DD-NAME.
            MOVE 'SOA.DEMO.SOATIMLG' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'SOAARCH'           TO WS-DD-NAME.
            MOVE 'SOA.DEMO.SOAARCH'  TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'SOAARCHX'          TO WS-DD-NAME.
            MOVE 'SOA.DEMO.SOAARCHX' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'SOATCRPT' TO WS-RPT-DD.
            MOVE 'SOATCPRM' TO WS-PARM-DD.

        WRITE-PAYLOAD-RETRIEVAL-DDS.
            MOVE 'SOA.DEMO.LOADLIB' TO WS-LOADLIB.
            PERFORM PUT-STEPLIB.
            MOVE 'SOAARCH'            TO WS-DD-NAME.
            MOVE 'SOA.DEMO.SOAARCH'   TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'SOAARCHX'           TO WS-DD-NAME.
            MOVE 'SOA.DEMO.SOAARCHX'  TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'SOAARCV'            TO WS-DD-NAME.
            MOVE 'SOA.DEMO.SOAARCV'   TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'SOAARCVX'           TO WS-DD-NAME.
            MOVE 'SOA.DEMO.SOAARCVX'  TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'OPSECMST'           TO WS-DD-NAME.
            MOVE 'CICS.DEMO.OPSECMST' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'SOAUMLOG'           TO WS-DD-NAME.
            MOVE 'SOA.DEMO.SOAUMLOG'  TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6CHAIN'            TO WS-DD-NAME.
            MOVE 'CICS.DEMO.G6CHAIN'  TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6CHLOCK'           TO WS-DD-NAME.
            MOVE 'CICS.DEMO.G6CHLOCK' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'SOAARRPT' TO WS-RPT-DD.
            MOVE 'SOAAPARM' TO WS-PARM-DD.

      * THE IMAGE COPY UNDER ITS OWN NAME, THEN CUSTJRNL AS EVERY
      * CJYYMMDD GENERATION ON HAND FROM THE COPY'S DATE TO THE
      * AS-OF DATE (OR TODAY), FOLLOWED BY THE LIVE JOURNAL.
        WRITE-AS-OF-RECON-DDS.
            MOVE 'CICS.DEMO.LOADLIB' TO WS-LOADLIB.
            PERFORM PUT-STEPLIB.
            MOVE BURQ-AO-BACKUP TO WS-DD-NAME.
            MOVE SPACES TO WS-DD-DSN.
            STRING 'CICS.DEMO.' DELIMITED BY SIZE
                   BURQ-AO-BACKUP DELIMITED BY SIZE
              INTO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE '20' TO WS-BK-DATE (1:2).
            MOVE BURQ-AO-BK-DATE TO WS-BK-DATE (3:6).
            IF BURQ-AO-DATE IS NUMERIC
                MOVE BURQ-AO-DATE TO WS-CUT-DATE
            ELSE
                MOVE WS-TODAY TO WS-CUT-DATE
            END-IF.
            COMPUTE WS-GEN-INT =
                FUNCTION INTEGER-OF-DATE (WS-BK-DATE).
            COMPUTE WS-GEN-TO-INT =
                FUNCTION INTEGER-OF-DATE (WS-CUT-DATE).
            MOVE 'CUSTJRNL' TO WS-DD-NAME.
            PERFORM PUT-ONE-GENERATION
                UNTIL WS-GEN-INT > WS-GEN-TO-INT.
            MOVE 'CICS.DEMO.CUSTJRNL' TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.
            MOVE 'G6AORPT'  TO WS-RPT-DD.
            MOVE 'G6AOPARM' TO WS-PARM-DD.

      * ONLY THE FIRST DATASET OF THE CONCATENATION CARRIES THE DD
      * NAME - PUT-SHR-DD CLEARS IT AFTER EACH CARD.
        PUT-ONE-GENERATION.
            COMPUTE WS-GEN-DATE =
                FUNCTION DATE-OF-INTEGER (WS-GEN-INT).
            MOVE SPACES TO WS-GEN-NAME.
            STRING 'CJ' DELIMITED BY SIZE
                   WS-GEN-DATE (3:6) DELIMITED BY SIZE
              INTO WS-GEN-NAME.
            PERFORM PROBE-DATASET.
            IF WS-GEN-STATUS = 0
                MOVE SPACES TO WS-DD-DSN
                STRING 'CICS.DEMO.' DELIMITED BY SIZE
                       WS-GEN-NAME DELIMITED BY SIZE
                  INTO WS-DD-DSN
                PERFORM PUT-SHR-DD
            END-IF.
            ADD 1 TO WS-GEN-INT.

        PUT-STEPLIB.
            MOVE 'STEPLIB' TO WS-DD-NAME.
            MOVE WS-LOADLIB TO WS-DD-DSN.
            PERFORM PUT-SHR-DD.

        PUT-SHR-DD.
            STRING '//' DELIMITED BY SIZE
                   WS-DD-NAME DELIMITED BY SIZE
                   ' DD   DSN=' DELIMITED BY SIZE
                   WS-DD-DSN DELIMITED BY SPACE
                   ',DISP=SHR' DELIMITED BY SIZE
              INTO WS-JCL-LINE.
            PERFORM PUT-JCL-LINE.
            MOVE SPACES TO WS-DD-NAME.

        PUT-JCL-LINE.
            MOVE WS-JCL-LINE TO BQJOBS-REC.
            WRITE BQJOBS-REC.
            MOVE SPACES TO WS-JCL-LINE.

      *****************************************************************
      * POST - THE GENERATED JOB'S LAST STEP RECORDS THE OUTCOME
      *****************************************************************
        POST-REQUEST-OUTCOME.
            OPEN I-O G6BURQ.
            IF BQ-REQ-NO IS NOT NUMERIC
                DISPLAY 'TESTG6BQ BAD POST CARD - REQUEST NUMBER '
                        'REQUIRED'
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE BQ-REQ-NO TO BURQ-NO
                READ G6BURQ
                    INVALID KEY
                        DISPLAY 'TESTG6BQ REQUEST ' BQ-REQ-NO
                                ' NOT ON FILE'
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        PERFORM POST-ONE-OUTCOME
                END-READ
            END-IF.
            CLOSE G6BURQ.

        POST-ONE-OUTCOME.
            IF NOT BURQ-IS-SUBMITTED
                DISPLAY 'TESTG6BQ REQUEST ' BURQ-NO
                        ' NOT SUBMITTED - STATUS ' BURQ-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                ACCEPT WS-NOW FROM TIME
                MOVE WS-TODAY TO BURQ-END-DATE
                MOVE WS-NOW   TO BURQ-END-TIME
                IF BQ-OUTCOME = 'D'
                    PERFORM FIND-FILED-MEMBER
                    IF WS-IX-FOUND = 'Y'
                        MOVE 'D'         TO BURQ-STATUS
                        MOVE WS-IX-DATE  TO BURQ-RPT-DATE
                        MOVE WS-IX-LINES TO BURQ-LINES
                        MOVE SPACES      TO BURQ-REASON
                    ELSE
                        MOVE 'F' TO BURQ-STATUS
                        MOVE 'OUTPUT NOT FILED' TO BURQ-REASON
                    END-IF
                ELSE
                    MOVE 'F' TO BURQ-STATUS
                    MOVE 'UTILITY OR FILING STEP FAILED'
                      TO BURQ-REASON
                END-IF
                REWRITE BURQ-REC
                    INVALID KEY
                        DISPLAY 'TESTG6BQ REWRITE FAILED ' BURQ-NO
                        MOVE 8 TO RETURN-CODE
                END-REWRITE
                MOVE 'PST' TO WS-AUD-ACTION
                PERFORM WRITE-REQUEST-AUDIT
                DISPLAY 'TESTG6BQ POSTED ' BURQ-NO
                        ' STATUS ' BURQ-STATUS
            END-IF.

      * THE LAST INDEX ROW FOR THE REQUEST'S MEMBER IS THE ONE THE
      * FILING STEP JUST WROTE.
        FIND-FILED-MEMBER.
            MOVE 'N' TO WS-IX-FOUND.
            CALL 'CBL_OPEN_FILE' USING WS-IX-NAME
                     WS-GEN-ACCESS WS-GEN-DENY
                     WS-GEN-DEVICE WS-IX-HANDLE
                GIVING WS-IX-STATUS.
            IF WS-IX-STATUS = 0
                MOVE 'N' TO WS-IX-EOF
                PERFORM MATCH-ONE-INDEX UNTIL WS-IX-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-IX-HANDLE
                    GIVING WS-IX-STATUS
            END-IF.

        MATCH-ONE-INDEX.
            MOVE LENGTH OF RPIX-REC TO WS-IX-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-IX-HANDLE
                     WS-IX-RECLEN WS-IX-FLAGS
                     WS-IX-RESERVED RPIX-REC
                GIVING WS-IX-STATUS.
            IF WS-IX-STATUS NOT = 0
                MOVE 'Y' TO WS-IX-EOF
            ELSE
                IF RPIX-MEMBER = BURQ-MEMBER
                    AND RPIX-REPORT = BURQ-REPORT
                    MOVE 'Y' TO WS-IX-FOUND
                    MOVE RPIX-DATE  TO WS-IX-DATE
                    MOVE RPIX-LINES TO WS-IX-LINES
                END-IF
            END-IF.

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
            MOVE '*BQ'         TO WS-QA-OPID.
            MOVE WS-AUD-ACTION TO WS-QA-ACTION.
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

        COPY G6CHNP.
