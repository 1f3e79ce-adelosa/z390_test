      * ROW PER WINDOW JOB, EACH NAMING UP TO TWO REQUIRED
      * PREDECESSORS (SPACES = NONE).  TWO PREDECESSOR COLUMNS LET
      * THE TABLE EXPRESS INDEPENDENT TRACKS WITH A JOIN POINT: THE
      * CUSTOMER-MASTER STREAM (TESTG6RC > TESTG6ZU > TESTG6AR, THEN
      * THE TESTG6RI INTEGRITY SWEEP OVER THE SETTLED MASTER) AND
      * THE SOA REPORT STREAM (SOASLA1 > CAPMON1 > CHNVRFY1) RUN IN
      * PARALLEL, AND EODSUM1 JOINS ON BOTH INSTEAD OF THE TWO STREAMS
      * SERIALIZING AGAINST EACH OTHER FOR NO REASON.  A JOB NOT IN
      * THE TABLE IS STILL RECORDED BUT RUNS UNCONSTRAINED.
      *
      * WHEN THE SEQUENCE HAS TO BE BROKEN - A RERUN AFTER A FIX, A
      * STEP SKIPPED SO THE REST OF THE WINDOW CAN GO - THE ON-CALL
      * OPERATOR ISSUES 'OVRD', 'RERUN' OR 'SKIP' WITH AN OPERATOR
      * ID AND A REASON (SEE RUNCTLPM.CPY) INSTEAD OF EDITING THE
      * RUNCTL DATASET.  THE OPERATOR MUST BE A CLASS 'S' SUPERVISOR
      * ON OPSECMST - ONLY THESE THREE FUNCTIONS OPEN IT, SO THE
      * WINDOW JOBS' OWN START/END CALLS NEED NO OPSECMST DD.
      * EACH ONE IS KEPT ON THE JOB'S STATE ENTRY
      * FOR THE NIGHT, APPENDED TO THE RUNHIST OVERRIDE TRAIL, AND
      * PRINTED UNDER THE JOB ON THE REPRT WINDOW STATUS.
      *
        PROGRAM-ID. RUNCTL1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.

        DATA DIVISION.
        FILE SECTION.
        FD  OPSECMST.
        COPY OPSECMST.

        WORKING-STORAGE SECTION.
      * NIGHTLY SEQUENCE - JOB, ITS REQUIRED PREDECESSORS, AND ITS
      * FREQUENCY RULE: 'D' EVERY CALENDAR DAY, 'B' BUSINESS DAYS
            02  FILLER PIC X(25) VALUE 'TESTG6RC                B'.
            02  FILLER PIC X(25) VALUE 'TESTG6ZUTESTG6RC        B'.
            02  FILLER PIC X(25) VALUE 'TESTG6ARTESTG6ZU        B'.
            02  FILLER PIC X(25) VALUE 'TESTG6RITESTG6AR        B'.
            02  FILLER PIC X(25) VALUE 'SOASLA1                 D'.
            02  FILLER PIC X(25) VALUE 'CAPMON1 SOASLA1         D'.
            02  FILLER PIC X(25) VALUE 'CHNVRFY1CAPMON1         D'.
            02  FILLER PIC X(25) VALUE 'EODSUM1 CHNVRFY1TESTG6ARD'.
            02  FILLER PIC X(25) VALUE 'SOASLM1                 M'.
            02  FILLER PIC X(25) VALUE 'SOACHG1                 M'.
        01  WS-SEQ-TABLE REDEFINES WS-SEQ-TABLE-DATA.
            02  WS-SEQ-ENTRY OCCURS 10 TIMES
                              INDEXED BY WS-SEQ-IDX.
                03  WS-SEQ-JOB    PIC X(8).
                03  WS-SEQ-PRED   PIC X(8).
                03  WS-SEQ-PRED2  PIC X(8).
                03  WS-SEQ-FREQ   PIC X(1).
        01  WS-SEQ-MAX         PIC 9(2) VALUE 10.
        01  WS-PRED-JOB        PIC X(8).
        01  WS-PRED2-JOB       PIC X(8).
        01  WS-PRED-OK         PIC X(1).
        01  WS-STATE-REC.
            02  WS-STATE-DATE     PIC 9(8).
            02  WS-STATE-USED     PIC 9(2).
            02  WS-STATE-ENTRY OCCURS 20 TIMES
                                INDEXED BY WS-STATE-IDX.
                03  WS-STATE-JOB     PIC X(8).
                03  WS-STATE-FLAG    PIC X(1).
                03  WS-STATE-START   PIC 9(8).
                03  WS-STATE-END     PIC 9(8).
                03  WS-STATE-RC      PIC 9(4).
      * THE NIGHT'S LATEST SUPERVISED EXCEPTION PER STATE ENTRY
      * (SAME SUBSCRIPT) - KEPT AFTER THE ENTRIES SO A STATE RECORD
      * WRITTEN WITHOUT THEM STILL READS.  FLAG 'K' ABOVE IS A
      * SKIPPED JOB.
            02  WS-STATE-OVR-ENTRY OCCURS 20 TIMES.
                03  WS-STATE-OVR-FUNC    PIC X(5).
                03  WS-STATE-OVR-OPID    PIC X(3).
                03  WS-STATE-OVR-TIME    PIC 9(8).
                03  WS-STATE-OVR-REASON  PIC X(40).
        01  WS-TODAY           PIC 9(8).
        01  WS-NOW             PIC 9(8).
        01  WS-FOUND           PIC X(1).
        01  WS-USE             PIC 9(2).
        01  WS-OVR-SUB         PIC 9(2).
        01  WS-OVR-GRANTED     PIC X(1).
        01  WS-OVR-BY          PIC X(3).

      * THE RUNCAL PROCESSING CALENDAR - ONE ROW PER DATE: DAY TYPE
      * ('B' BUSINESS, 'H' HOLIDAY, 'W' WEEKEND) PLUS MONTH-END AND
                03  WS-RH-RUNS    PIC 9(4).
                03  WS-RH-AVG     PIC 9(6).
                03  WS-RH-LAST    PIC 9(6).
      * THE OVERRIDE TRAIL - EVERY OVRD/RERUN/SKIP, OLDEST DROPPED
      * PAST FIFTY (EACH IS ALSO ON THE CALLING STEP'S SYSOUT).
      * AFTER THE JOB ROWS SO AN OLDER RUNHIST STILL READS.
            02  WS-RH-OVR-USED    PIC 9(2).
            02  WS-RH-OVR-ENTRY OCCURS 50 TIMES.
                03  WS-RH-OVR-DATE    PIC 9(8).
                03  WS-RH-OVR-TIME    PIC 9(8).
                03  WS-RH-OVR-JOB     PIC X(8).
                03  WS-RH-OVR-FUNC    PIC X(5).
                03  WS-RH-OVR-OPID    PIC X(3).
                03  WS-RH-OVR-REASON  PIC X(40).
        01  WS-RH-OVR-MAX      PIC 9(2) VALUE 50.
        01  WS-RH-OVR-SUB      PIC 9(2).
        01  WS-RH-OVR-NEXT     PIC 9(2).
        01  WS-RH-USE          PIC 9(2).
        01  WS-RH-FOUND        PIC X(1).
        01  WS-RH-JOB-WK       PIC X(8).
                PERFORM HANDLE-END
            WHEN 'REPRT'
                PERFORM WRITE-STATUS-REPORT
            WHEN 'OVRD'
            WHEN 'RERUN'
            WHEN 'SKIP'
                PERFORM HANDLE-SUPERVISED-FUNC
            WHEN OTHER
                MOVE 8 TO RCTL-RESULT
            END-EVALUATE.
                END-SEARCH
            END-IF.
            IF WS-FOUND NOT = 'Y'
                AND WS-STATE-USED < 20
                ADD 1 TO WS-STATE-USED
                SET WS-STATE-IDX TO WS-STATE-USED
                MOVE RCTL-JOB TO WS-STATE-JOB (WS-STATE-IDX)
                MOVE 0 TO WS-STATE-END (WS-STATE-IDX)
                MOVE 0 TO WS-STATE-RC (WS-STATE-IDX)
                SET WS-USE TO WS-STATE-IDX
                MOVE SPACES TO WS-STATE-OVR-ENTRY (WS-USE)
            END-IF.

      * START - REFUSED WHEN THE JOB ALREADY COMPLETED TODAY OR ITS
      * THE FIRST OUT-OF-ORDER STEP, NOT PRODUCE A PLAUSIBLE-LOOKING
      * EOD REPORT.
        HANDLE-START.
      * AN OVRD ON TONIGHT'S STATE ENTRY WAIVES THE SCHEDULE AND
      * PREDECESSOR CHECKS - NOT THE ALREADY-COMPLETE ONE, WHICH
      * ONLY A RERUN LIFTS.
            PERFORM CHECK-START-OVERRIDE.
            IF WS-OVR-GRANTED = 'Y'
                DISPLAY 'RUNCTL1 ' RCTL-JOB
                        ' START UNDER OVERRIDE BY ' WS-OVR-BY
                PERFORM HANDLE-START-SCHEDULED
                GO TO HANDLE-START-EXIT
            END-IF.
      * THE CALENDAR SPEAKS FIRST - A MONTH-END JOB ON THE 14TH OR
      * A BUSINESS-DAY JOB ON A HOLIDAY IS NOT SCHEDULED, AND A
      * START OUT OF SCHEDULE IS REFUSED THE SAME WAY AN
                PERFORM HANDLE-START-SCHEDULED
            END-IF.

        HANDLE-START-EXIT.
            EXIT.

        CHECK-START-OVERRIDE.
            MOVE 'N' TO WS-OVR-GRANTED.
            MOVE SPACES TO WS-OVR-BY.
            PERFORM CHECK-ONE-START-OVERRIDE
                VARYING WS-OVR-SUB FROM 1 BY 1
                UNTIL WS-OVR-SUB > WS-STATE-USED.

        CHECK-ONE-START-OVERRIDE.
            IF WS-STATE-JOB (WS-OVR-SUB) = RCTL-JOB
                AND WS-STATE-OVR-FUNC (WS-OVR-SUB) = 'OVRD'
                MOVE 'Y' TO WS-OVR-GRANTED
                MOVE WS-STATE-OVR-OPID (WS-OVR-SUB) TO WS-OVR-BY
            END-IF.

        HANDLE-START-SCHEDULED.
            PERFORM FIND-STATE-ENTRY.
            IF WS-USE = 0
            ELSE
                SET WS-STATE-IDX TO WS-USE
                IF WS-STATE-FLAG (WS-STATE-IDX) = 'C'
                    OR WS-STATE-FLAG (WS-STATE-IDX) = 'K'
                    MOVE 8 TO RCTL-RESULT
                    DISPLAY 'RUNCTL1 ' RCTL-JOB
                            ' ALREADY COMPLETE OR SKIPPED TODAY'
                            ' - REFUSED'
                ELSE
                    IF WS-OVR-GRANTED = 'Y'
                        MOVE 'Y' TO WS-PRED-OK
                    ELSE
                        PERFORM CHECK-PREDECESSOR
                    END-IF
      * THE PREDECESSOR SCAN RAN THE STATE INDEX OFF THE ENTRY -
      * POINT IT BACK AT THIS JOB'S SLOT BEFORE MARKING IT.
                    SET WS-STATE-IDX TO WS-USE
                MOVE 'N' TO WS-PRED-OK
            END-IF.

      * A SKIPPED PREDECESSOR SATISFIES ITS SUCCESSORS - THAT IS
      * WHAT THE SKIP WAS FOR.
        CHECK-PRED-COMPLETE.
            IF WS-STATE-JOB (WS-STATE-IDX) = WS-PRED-JOB
                AND (WS-STATE-FLAG (WS-STATE-IDX) = 'C'
                  OR WS-STATE-FLAG (WS-STATE-IDX) = 'K')
                MOVE 'Y' TO WS-PRED-OK
            END-IF.

        CHECK-PRED2-COMPLETE.
            IF WS-STATE-JOB (WS-STATE-IDX) = WS-PRED2-JOB
                AND (WS-STATE-FLAG (WS-STATE-IDX) = 'C'
                  OR WS-STATE-FLAG (WS-STATE-IDX) = 'K')
                MOVE 'Y' TO WS-PRED2-OK
            END-IF.

      *****************************************************************
      * SUPERVISED EXCEPTIONS - OVRD, RERUN, SKIP
      *****************************************************************
      * NO OPERATOR OR NO REASON, NO EXCEPTION - AND THE OPERATOR
      * MUST BE A SUPERVISOR ON OPSECMST.  EACH FUNCTION ONLY
      * APPLIES WHERE IT MAKES SENSE - OVRD AND SKIP TO A JOB NOT
      * YET COMPLETE, RERUN TO ONE THAT COMPLETED OR WAS SKIPPED.
        HANDLE-SUPERVISED-FUNC.
            IF RCTL-JOB = SPACES OR RCTL-OPID = SPACES
                OR RCTL-REASON = SPACES
                MOVE 8 TO RCTL-RESULT
                DISPLAY 'RUNCTL1 ' RCTL-FUNC
                        ' REFUSED - JOB, OPERATOR AND REASON'
                        ' ARE ALL REQUIRED'
                GO TO HANDLE-SUPERVISED-EXIT
            END-IF.
            OPEN INPUT OPSECMST.
            MOVE RCTL-OPID TO OPSEC-OPID.
            READ OPSECMST
                INVALID KEY
                    MOVE SPACES TO OPSEC-CLASS
            END-READ.
            CLOSE OPSECMST.
            IF OPSEC-CLASS NOT = 'S'
                MOVE 8 TO RCTL-RESULT
                DISPLAY 'RUNCTL1 ' RCTL-FUNC ' REFUSED - OPERATOR '
                        RCTL-OPID ' IS NOT A SUPERVISOR'
                GO TO HANDLE-SUPERVISED-EXIT
            END-IF.
            PERFORM FIND-STATE-ENTRY.
            IF WS-USE = 0
                MOVE 8 TO RCTL-RESULT
                GO TO HANDLE-SUPERVISED-EXIT
            END-IF.
            SET WS-STATE-IDX TO WS-USE.
            EVALUATE RCTL-FUNC
            WHEN 'OVRD'
                IF WS-STATE-FLAG (WS-STATE-IDX) = 'C'
                    OR WS-STATE-FLAG (WS-STATE-IDX) = 'K'
                    MOVE 8 TO RCTL-RESULT
                    DISPLAY 'RUNCTL1 OVRD ' RCTL-JOB
                            ' REFUSED - ALREADY COMPLETE OR SKIPPED'
                            ' (USE RERUN)'
                END-IF
            WHEN 'RERUN'
                IF WS-STATE-FLAG (WS-STATE-IDX) = 'C'
                    OR WS-STATE-FLAG (WS-STATE-IDX) = 'K'
                    MOVE SPACE TO WS-STATE-FLAG (WS-STATE-IDX)
                ELSE
                    MOVE 8 TO RCTL-RESULT
                    DISPLAY 'RUNCTL1 RERUN ' RCTL-JOB
                            ' REFUSED - NOT COMPLETE TODAY'
                END-IF
      * A STEP THAT ABENDED AFTER ITS START MAY BE SKIPPED TOO.
            WHEN OTHER
                IF WS-STATE-FLAG (WS-STATE-IDX) NOT = 'C'
                    AND WS-STATE-FLAG (WS-STATE-IDX) NOT = 'K'
                    MOVE 'K' TO WS-STATE-FLAG (WS-STATE-IDX)
                    MOVE WS-NOW TO WS-STATE-END (WS-STATE-IDX)
                    MOVE 0 TO WS-STATE-RC (WS-STATE-IDX)
                ELSE
                    MOVE 8 TO RCTL-RESULT
                    DISPLAY 'RUNCTL1 SKIP ' RCTL-JOB
                            ' REFUSED - ALREADY COMPLETE OR SKIPPED'
                END-IF
            END-EVALUATE.
            IF RCTL-RESULT = 0
                MOVE RCTL-FUNC   TO WS-STATE-OVR-FUNC (WS-USE)
                MOVE RCTL-OPID   TO WS-STATE-OVR-OPID (WS-USE)
                MOVE WS-NOW      TO WS-STATE-OVR-TIME (WS-USE)
                MOVE RCTL-REASON TO WS-STATE-OVR-REASON (WS-USE)
                PERFORM WRITE-RUN-STATE
                PERFORM POST-OVERRIDE-TRAIL
                DISPLAY 'RUNCTL1 ' RCTL-FUNC ' ' RCTL-JOB
                        ' BY ' RCTL-OPID ' - ' RCTL-REASON
            END-IF.

        HANDLE-SUPERVISED-EXIT.
            EXIT.

        POST-OVERRIDE-TRAIL.
            PERFORM READ-RUN-HISTORY.
            IF WS-RH-OVR-USED NOT < WS-RH-OVR-MAX
                PERFORM DROP-OLDEST-OVERRIDE
                    VARYING WS-RH-OVR-SUB FROM 1 BY 1
                    UNTIL WS-RH-OVR-SUB >= WS-RH-OVR-MAX
                MOVE WS-RH-OVR-MAX TO WS-RH-OVR-USED
            ELSE
                ADD 1 TO WS-RH-OVR-USED
            END-IF.
            MOVE WS-RH-OVR-USED TO WS-RH-OVR-SUB.
            MOVE WS-TODAY    TO WS-RH-OVR-DATE (WS-RH-OVR-SUB).
            MOVE WS-NOW      TO WS-RH-OVR-TIME (WS-RH-OVR-SUB).
            MOVE RCTL-JOB    TO WS-RH-OVR-JOB (WS-RH-OVR-SUB).
            MOVE RCTL-FUNC   TO WS-RH-OVR-FUNC (WS-RH-OVR-SUB).
            MOVE RCTL-OPID   TO WS-RH-OVR-OPID (WS-RH-OVR-SUB).
            MOVE RCTL-REASON TO WS-RH-OVR-REASON (WS-RH-OVR-SUB).
            PERFORM WRITE-RUN-HISTORY.

        DROP-OLDEST-OVERRIDE.
            COMPUTE WS-RH-OVR-NEXT = WS-RH-OVR-SUB + 1.
            MOVE WS-RH-OVR-ENTRY (WS-RH-OVR-NEXT)
              TO WS-RH-OVR-ENTRY (WS-RH-OVR-SUB).

        HANDLE-END.
            PERFORM FIND-STATE-ENTRY.
            IF WS-USE > 0
            IF WS-RH-USED NOT NUMERIC
                MOVE 0 TO WS-RH-USED
            END-IF.
            IF WS-RH-OVR-USED NOT NUMERIC
                OR WS-RH-OVR-USED > WS-RH-OVR-MAX
                MOVE 0 TO WS-RH-OVR-USED
            END-IF.

        WRITE-RUN-HISTORY.
            CALL 'CBL_OPEN_FILE' USING WS-RH-NAME
                END-IF
            ELSE
                SET WS-STATE-IDX TO WS-USE
                IF WS-STATE-FLAG (WS-STATE-IDX) = 'K'
                    STRING '  ' DELIMITED BY SIZE
                           WS-SEQ-JOB (WS-SEQ-IDX)
                               DELIMITED BY SIZE
                           ' SKIPPED AT ' DELIMITED BY SIZE
                           WS-STATE-END (WS-STATE-IDX)
                               DELIMITED BY SIZE
                           ' - DID NOT RUN' DELIMITED BY SIZE
                      INTO WS-RP-LINE
                ELSE
                IF WS-STATE-FLAG (WS-STATE-IDX) = SPACE
      * CLEARED BY A RERUN, OR OVERRIDDEN AHEAD OF ITS START.
                    STRING '  ' DELIMITED BY SIZE
                           WS-SEQ-JOB (WS-SEQ-IDX)
                               DELIMITED BY SIZE
                           ' NOT STARTED YET' DELIMITED BY SIZE
                      INTO WS-RP-LINE
                ELSE
                IF WS-STATE-FLAG (WS-STATE-IDX) = 'C'
                    STRING '  ' DELIMITED BY SIZE
                           WS-SEQ-JOB (WS-SEQ-IDX)
                           ' - STILL RUNNING' DELIMITED BY SIZE
                      INTO WS-RP-LINE
                END-IF
                END-IF
                END-IF
            END-IF.
            PERFORM WRITE-REPORT-LINE.
      * A BROKEN SEQUENCE SAYS SO, AND WHO BROKE IT AND WHY.
            IF WS-USE > 0
                IF WS-STATE-OVR-FUNC (WS-USE) NOT = SPACES
                    PERFORM REPORT-JOB-OVERRIDE
                END-IF
            END-IF.
      * A STILL-RUNNING JOB WELL PAST ITS HISTORICAL NORM GETS ITS
      * OWN ALERT LINE - ELAPSED SO FAR AGAINST 1.5 TIMES THE
      * ROLLING AVERAGE, WHILE THE WINDOW IS STILL OPEN.
            IF WS-USE > 0
                SET WS-STATE-IDX TO WS-USE
                IF WS-STATE-FLAG (WS-STATE-IDX) = 'S'
                    PERFORM CHECK-LATE-RUNNER
                END-IF
            END-IF.
                END-IF
            END-IF.

        REPORT-JOB-OVERRIDE.
            MOVE SPACES TO WS-RP-LINE.
            STRING '  ** ' DELIMITED BY SIZE
                   WS-STATE-OVR-FUNC (WS-USE) DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   WS-STATE-OVR-OPID (WS-USE) DELIMITED BY SIZE
                   ' AT ' DELIMITED BY SIZE
                   WS-STATE-OVR-TIME (WS-USE) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-STATE-OVR-REASON (WS-USE) DELIMITED BY SIZE
              INTO WS-RP-LINE.
            PERFORM WRITE-REPORT-LINE.

        MATCH-SEQ-TO-STATE.
            IF WS-STATE-JOB (WS-STATE-IDX)
                = WS-SEQ-JOB (WS-SEQ-IDX)
