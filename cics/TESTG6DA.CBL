      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * APPLY OF SUPERVISOR-CONFIRMED DORMANCY.  TESTG6DM WRITES
      * EVERY DORMANCY CANDIDATE TO THE G6DMCAND DETAIL FILE (SEE
      * G6DMCAND.CPY); THE SUPERVISOR REVIEWS THE PRINTED CANDIDATE
      * REPORT AND MARKS THE DECISION BYTE 'A' ON THE CUSTOMERS
      * CONFIRMED DORMANT.  THIS JOB READS THE MARKED FILE BACK AND
      * SETS CUST-STATUS 'D' ON EACH CONFIRMED CUSTOMER, STAMPING THE
      * DORMANCY DATE IN CUST-INACT-DATE - JOURNALED (SOURCE G6DA)
      * AND AUDITED ON GUI6AUD WITH ACTION 'DORMANT', SO A DORMANT
      * ACCOUNT IS ALWAYS TELLABLE FROM ONE AN OPERATOR CLOSED.
      *
      * A CONFIRMED CUSTOMER IS LEFT ALONE AND REPORTED WHEN IT IS NO
      * LONGER ON THE MASTER, IS NO LONGER ACTIVE, OR ITS RECORD WAS
      * UPDATED AFTER DETECTION - ACTIVITY SINCE THE REPORT WAS PRINTED
      * MEANS IT IS NOT DORMANT AFTER ALL.
      *
      * G6DAPARM CARD - COLS 1-8 'SIMULATE' RUNS THE FULL DECISION
      * LOGIC AND THE FULL CHANGE REPORT BUT WRITES NOTHING, SAME AS
      * TESTG6RA.  COLS 10-12 CARRY THE CONFIRMING SUPERVISOR'S
      * OPERATOR ID, STAMPED ON THE AUDIT ROWS.  A LIVE RUN NEEDS IT
      * TO BE CLASS 'S' ON OPSECMST (SAME RULE AS TESTG6BO AND
      * TESTG6RI) - ANY OTHER OPERATOR, OR NONE, STOPS THE RUN WITH
      * NOTHING APPLIED AND RETURN CODE 8.  A SIMULATION WRITES
      * NOTHING, SO IT RUNS WITHOUT ONE (BLANK SHOWS AS '*DA').
      *
        PROGRAM-ID. TESTG6DA.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6DAPARM ASSIGN TO G6DAPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6DMCAND ASSIGN TO G6DMCAND
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6DARPT ASSIGN TO G6DARPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.

        DATA DIVISION.
        FILE SECTION.
        FD  G6DAPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6DAPARM-REC.
            02  DA-MODE             PIC X(8).
            02  FILLER              PIC X(1).
            02  DA-OPID             PIC X(3).
            02  FILLER              PIC X(68).

        FD  G6DMCAND
            RECORD CONTAINS 95 CHARACTERS.
        COPY G6DMCAND.

        FD  G6DARPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6DARPT-REC         PIC X(132).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  OPSECMST.
        COPY OPSECMST.

        WORKING-STORAGE SECTION.
        COPY CUSTJRNW.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-READ-COUNT       PIC 9(5) VALUE 0.
        01  WS-APPLIED-COUNT    PIC 9(5) VALUE 0.
        01  WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
        01  WS-NOTFOUND-COUNT   PIC 9(5) VALUE 0.
        01  WS-SKIPPED-COUNT    PIC 9(5) VALUE 0.
        01  WS-INVALID-KEY-SW   PIC X(1).
            88  WS-RECORD-NOT-FOUND VALUE 'Y'.
        01  WS-SIMULATE         PIC X(1) VALUE 'N'.
        01  WS-AUD-OPID-WK      PIC X(3) VALUE '*DA'.
        01  WS-SKIP-REASON      PIC X(30).

      * THE MARKING GETS ITS OWN AUDIT ROW, SAME TRAIL AS ANY OTHER
      * STATUS CHANGE.
        01  WS-AUD-NAME        PIC X(8) VALUE 'GUI6AUD'.
        01  WS-AUD-ACCESS      PIC X(1) VALUE X'03'.
        01  WS-AUD-DENY        PIC X(1) VALUE X'03'.
        01  WS-AUD-DEVICE      PIC X(1) VALUE X'00'.
        01  WS-AUD-HANDLE      PIC X(4).
        01  WS-AUD-FLAGS       PIC X(4) VALUE X'00000000'.
        01  WS-AUD-RESERVED    PIC X(4) VALUE X'00000000'.
        01  WS-AUD-OPENED      PIC X(1) VALUE 'N'.
        01  WS-AUD-STATUS      PIC S9(9) COMP-5.
        01  WS-AUD-RECLEN      PIC 9(8) COMP-5.
        COPY GUI6AUD.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-SIM-PARM.
            IF WS-SIMULATE NOT = 'Y'
                PERFORM CHECK-SUPERVISOR
            END-IF.
            OPEN INPUT G6DMCAND.
            IF WS-SIMULATE = 'Y'
                OPEN INPUT CUSTMAST
            ELSE
                OPEN I-O CUSTMAST
            END-IF.
            OPEN OUTPUT G6DARPT.
            MOVE SPACES TO G6DARPT-REC.
            MOVE 'DORMANCY APPLY CHANGE REPORT' TO G6DARPT-REC.
            WRITE G6DARPT-REC.
            IF WS-SIMULATE = 'Y'
                MOVE SPACES TO G6DARPT-REC
                STRING '** SIMULATION - NOTHING WRITTEN, '
                           DELIMITED BY SIZE
                       'NOTHING JOURNALED **' DELIMITED BY SIZE
                  INTO G6DARPT-REC
                WRITE G6DARPT-REC
            END-IF.
            PERFORM READ-CANDIDATE.
            PERFORM APPLY-ONE-DECISION UNTIL WS-EOF.
            MOVE SPACES TO G6DARPT-REC.
            STRING 'READ = ' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   '  MARKED DORMANT = ' DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   '  NOT CONFIRMED = ' DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   '  NOT ON MASTER = ' DELIMITED BY SIZE
                   WS-NOTFOUND-COUNT DELIMITED BY SIZE
                   '  LEFT ALONE = ' DELIMITED BY SIZE
                   WS-SKIPPED-COUNT DELIMITED BY SIZE
              INTO G6DARPT-REC.
            WRITE G6DARPT-REC.
            CLOSE G6DMCAND CUSTMAST G6DARPT.
            IF WS-AUD-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
            END-IF.
            IF WS-SIMULATE = 'Y'
                DISPLAY 'TESTG6DA SIMULATION - NOTHING WRITTEN'
            END-IF.
            DISPLAY 'TESTG6DA CANDIDATES READ =' WS-READ-COUNT.
            DISPLAY 'TESTG6DA MARKED DORMANT  =' WS-APPLIED-COUNT.
            DISPLAY 'TESTG6DA NOT CONFIRMED   =' WS-REJECTED-COUNT.
            DISPLAY 'TESTG6DA NOT ON MASTER   =' WS-NOTFOUND-COUNT.
            DISPLAY 'TESTG6DA LEFT ALONE      =' WS-SKIPPED-COUNT.
            STOP RUN.

        LOAD-SIM-PARM.
            OPEN INPUT G6DAPARM.
            READ G6DAPARM
                AT END
                    MOVE SPACES TO G6DAPARM-REC
            END-READ.
            CLOSE G6DAPARM.
            IF DA-MODE = 'SIMULATE'
                MOVE 'Y' TO WS-SIMULATE
            END-IF.
            IF DA-OPID NOT = SPACES
                MOVE DA-OPID TO WS-AUD-OPID-WK
            END-IF.

      * ONLY CUSTOMERS A SUPERVISOR CONFIRMS ARE MARKED - THE
      * OPERATOR ON THE CARD MUST BE ONE.  A REFUSED RUN TOUCHES
      * NEITHER THE MASTER NOR THE CANDIDATE FILE.
        CHECK-SUPERVISOR.
            OPEN INPUT OPSECMST.
            MOVE DA-OPID TO OPSEC-OPID.
            READ OPSECMST
                INVALID KEY
                    MOVE SPACES TO OPSEC-CLASS
            END-READ.
            CLOSE OPSECMST.
            IF DA-OPID = SPACES OR OPSEC-CLASS NOT = 'S'
                OPEN OUTPUT G6DARPT
                MOVE SPACES TO G6DARPT-REC
                STRING '** DORMANCY APPLY REFUSED - OPERATOR '
                           DELIMITED BY SIZE
                       DA-OPID DELIMITED BY SIZE
                       ' IS NOT A SUPERVISOR ON OPSECMST **'
                           DELIMITED BY SIZE
                  INTO G6DARPT-REC
                WRITE G6DARPT-REC
                CLOSE G6DARPT
                DISPLAY 'TESTG6DA REFUSED - OPERATOR ' DA-OPID
                        ' IS NOT A SUPERVISOR'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

        READ-CANDIDATE.
            READ G6DMCAND
                AT END
                    SET WS-EOF TO TRUE
            END-READ.
            IF NOT WS-EOF
                ADD 1 TO WS-READ-COUNT
            END-IF.

        APPLY-ONE-DECISION.
            IF DMC-DECISION = 'A'
                PERFORM APPLY-CONFIRMED-DORMANCY
                    THRU APPLY-CONFIRMED-DORMANCY-EXIT
            ELSE
                ADD 1 TO WS-REJECTED-COUNT
            END-IF.
            PERFORM READ-CANDIDATE.

      * THE SUPERVISOR SAID DORMANT - RE-CHECK THE MASTER AS IT
      * STANDS NOW BEFORE BELIEVING A MONTH-OLD REPORT.
        APPLY-CONFIRMED-DORMANCY.
            MOVE DMC-CUST-ID TO CUST-ID.
            MOVE 'N' TO WS-INVALID-KEY-SW.
            READ CUSTMAST
                INVALID KEY
                    SET WS-RECORD-NOT-FOUND TO TRUE
            END-READ.
            IF WS-RECORD-NOT-FOUND
                ADD 1 TO WS-NOTFOUND-COUNT
                DISPLAY 'TESTG6DA CONFIRMED CUSTOMER NO LONGER ON '
                        'MASTER - CUST-ID=' DMC-CUST-ID
                GO TO APPLY-CONFIRMED-DORMANCY-EXIT
            END-IF.
            IF CUST-STATUS NOT = SPACE AND CUST-STATUS NOT = 'A'
                MOVE 'NO LONGER ACTIVE' TO WS-SKIP-REASON
                PERFORM REPORT-ONE-SKIP
                GO TO APPLY-CONFIRMED-DORMANCY-EXIT
            END-IF.
            IF CUST-LAST-UPD-DATE NOT = DMC-UPD-DATE
                OR CUST-LAST-UPD-TIME NOT = DMC-UPD-TIME
                MOVE 'UPDATED SINCE DETECTION' TO WS-SKIP-REASON
                PERFORM REPORT-ONE-SKIP
                GO TO APPLY-CONFIRMED-DORMANCY-EXIT
            END-IF.
            PERFORM REPORT-ONE-APPLY.
            IF WS-SIMULATE NOT = 'Y'
                MOVE 'G6DA' TO JRNL-SOURCE
                MOVE WS-AUD-OPID-WK TO JRNL-OPID
                PERFORM WRITE-CUSTOMER-JOURNAL
                MOVE 'D' TO CUST-STATUS
                ACCEPT CUST-INACT-DATE FROM DATE YYYYMMDD
                ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD
                ACCEPT CUST-LAST-UPD-TIME FROM TIME
                REWRITE CUST-MASTER-REC
                MOVE 'REW' TO JRNL-ACTION
                PERFORM JOURNAL-AFTER-IMAGE
                PERFORM WRITE-DORMANT-AUDIT
            END-IF.
            ADD 1 TO WS-APPLIED-COUNT.

        APPLY-CONFIRMED-DORMANCY-EXIT.
            EXIT.

      * THE EXACT CHANGE - WRITTEN IN BOTH MODES SO A LIVE RUN AND
      * ITS REHEARSAL PRODUCE THE SAME REPORT.
        REPORT-ONE-APPLY.
            MOVE SPACES TO G6DARPT-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   DMC-CUST-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CUST-NAME (1:30) DELIMITED BY SIZE
                   '  LAST ACTIVITY ' DELIMITED BY SIZE
                   DMC-LAST-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DMC-LAST-SOURCE DELIMITED BY SIZE
                   '  MARKED DORMANT' DELIMITED BY SIZE
              INTO G6DARPT-REC.
            WRITE G6DARPT-REC.

        REPORT-ONE-SKIP.
            ADD 1 TO WS-SKIPPED-COUNT.
            MOVE SPACES TO G6DARPT-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   DMC-CUST-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CUST-NAME (1:30) DELIMITED BY SIZE
                   '  LEFT ALONE - ' DELIMITED BY SIZE
                   WS-SKIP-REASON DELIMITED BY SIZE
              INTO G6DARPT-REC.
            WRITE G6DARPT-REC.

      * ONE GUI6AUD ROW PER CUSTOMER MARKED - BEFORE AND AFTER IMAGES
      * EQUAL, ACTION 'DORMANT', THE SAME SHAPE GUI6'S PF5 WRITES FOR
      * AN INACTIVATION.
        WRITE-DORMANT-AUDIT.
            IF WS-AUD-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-AUD-NAME
                         WS-AUD-ACCESS WS-AUD-DENY
                         WS-AUD-DEVICE WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
                MOVE 'Y' TO WS-AUD-OPENED
            END-IF.
            MOVE SPACES TO GUI6AUD-REC.
            MOVE WS-AUD-OPID-WK     TO GUI6AUD-OPID.
            MOVE CUST-ID            TO GUI6AUD-CUST-ID.
            MOVE CUST-LAST-UPD-DATE TO GUI6AUD-DATE.
            MOVE CUST-LAST-UPD-TIME TO GUI6AUD-TIME.
            MOVE CUST-NAME          TO GUI6AUD-BEFORE-NAME.
            MOVE CUST-NAME          TO GUI6AUD-AFTER-NAME.
            MOVE CUST-ADDR          TO GUI6AUD-BEFORE-ADDR.
            MOVE CUST-ADDR          TO GUI6AUD-AFTER-ADDR.
            MOVE CUST-ZIP           TO GUI6AUD-BEFORE-ZIP.
            MOVE CUST-ZIP           TO GUI6AUD-AFTER-ZIP.
            MOVE 'DORMANT'          TO GUI6AUD-ACTION.
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        COPY CUSTJRNP.
