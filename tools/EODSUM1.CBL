        IDENTIFICATION DIVISION.
      *
      * CONSOLIDATED END-OF-DAY OPERATIONS SUMMARY.  PULLS BEC5 ABEND
      * COUNTS BY TRANSACTION (BEC5LOG, WRITTEN BY TESTBEC8) WITH THE
      * ABENDS WHOSE SIGNATURE WAS NEW TO THE BEC5SIG CATALOG, SOACMGR3
      * SLA EXCEPTION COUNTS BY SERVICE (SOATIMLG, SAME THRESHOLD
      * TABLE SOASLA1 USES), AND GUI6 CUSTOMER-RECORD CHANGE COUNTS BY
      * OPERATOR (GUI6AUD) INTO ONE REPORT THE SHIFT SUPERVISOR
      * REVIEWS ONCE, INSTEAD OF CROSS-REFERENCING THREE SEPARATE
      * REPORTS BY HAND.
      *
      * ANY DATASET CAPMON1 FOUND INSIDE ITS CAPACITY WARNING MARGIN
      * TONIGHT (CAPWARN) IS LISTED AT THE TOP OF THE REPORT WITH
      * THE OTHER WARNINGS.
      *
      * CHNVRFY1'S AUDIT-CHAIN VERIFICATION (CHNRSLT) GOES FIRST: ONE
      * SIGNED-OFF LINE WHEN EVERY CHAINED STREAM VERIFIED CLEAN
      * TONIGHT, OTHERWISE A WARNING FOR EACH BROKEN STREAM - OR FOR
      * A VERIFICATION THAT DID NOT RUN TONIGHT.
      *
        PROGRAM-ID. EODSUM1.
        ENVIRONMENT DIVISION.
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL EODHIST ASSIGN TO EODHIST
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL CAPWARN ASSIGN TO CAPWARN
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL CHNRSLT ASSIGN TO CHNRSLT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
      * MATCHES TESTBEC8'S BEC5LOGR LAYOUT (EXTRAPARTITION TD QUEUE
      * 'BEC5' BACKED BY THIS DATASET).
        FD  BEC5LOG
            RECORD CONTAINS 58 CHARACTERS.
        01  BEC5LOG-REC.
            02  FILLER            PIC X(4).
            02  BL-TRID           PIC X(4).
            02  BL-DATE           PIC S9(7) COMP-3.
            02  BL-TIME           PIC S9(7) COMP-3.
            02  BL-MSG            PIC X(4).
            02  BL-PGM            PIC X(8).
            02  BL-RESP           PIC X(12).
            02  BL-SIGK           PIC X(1).
                88  BL-SIG-NEW        VALUE 'N'.
            02  BL-TICK           PIC X(10).

      * SHARED LAYOUT WITH TESTGUI6 (WHICH WRITES THIS DATASET) AND
      * TESTG6AR (WHICH READS IT THE SAME WAY) - COPY RATHER THAN A
      * HAND-DECLARED 01-LEVEL SO ALL THREE STAY IN LOCKSTEP.
        FD  GUI6AUD
            RECORD CONTAINS 375 CHARACTERS.
        COPY GUI6AUD.

      * SHARED READER LAYOUT FOR SOACMGR3'S TIMING LOG.
        FD  SOATIMLG
            RECORD CONTAINS 76 CHARACTERS.
        COPY SOATLOG.

      * SERVICE REGISTRY - SUPPLIES THE PER-SERVICE SLA THRESHOLDS
      * (SAME ROW SOACMGR3 AND SOASLA1 USE) SO ON-BOARDING A SERVICE
      * IS A REGISTRY UPDATE, NOT A RECOMPILE HERE.
        FD  SOASVCRG
            RECORD CONTAINS 120 CHARACTERS.
        COPY SOASVCRG.

        FD  EODRPT
            02  EH-COUNT          PIC 9(5).
            02  FILLER            PIC X(52).

      * CAPMON1'S CAPACITY WARNINGS - SAME LAYOUT AS ITS CAPWARN-REC.
        FD  CAPWARN
            RECORD CONTAINS 80 CHARACTERS.
        01  CAPWARN-REC.
            02  CW-DATE           PIC 9(8).
            02  FILLER            PIC X(1).
            02  CW-DSN            PIC X(8).
            02  FILLER            PIC X(1).
            02  CW-PCT            PIC 9(3).
            02  FILLER            PIC X(1).
            02  CW-DAYS           PIC 9(5).
            02  FILLER            PIC X(1).
            02  CW-RECORDS        PIC 9(10).
            02  FILLER            PIC X(1).
            02  CW-LIMIT          PIC 9(10).
            02  FILLER            PIC X(31).

      * CHNVRFY1'S PER-STREAM RESULTS - SAME LAYOUT AS ITS
      * CHNRSLT-REC.
        FD  CHNRSLT
            RECORD CONTAINS 80 CHARACTERS.
        01  CHNRSLT-REC.
            02  CR-DATE           PIC 9(8).
            02  FILLER            PIC X(1).
            02  CR-STREAM         PIC X(8).
            02  FILLER            PIC X(1).
            02  CR-RESULT         PIC X(6).
                88  CR-CLEAN          VALUE 'CLEAN'.
                88  CR-BROKEN         VALUE 'BROKEN'.
            02  FILLER            PIC X(1).
            02  CR-RECORDS        PIC 9(9).
            02  FILLER            PIC X(1).
            02  CR-BREAKS         PIC 9(5).
            02  FILLER            PIC X(1).
            02  CR-TAIL-SEQ       PIC 9(9).
            02  FILLER            PIC X(1).
            02  CR-PRECHAIN       PIC 9(9).
            02  FILLER            PIC X(20).

        WORKING-STORAGE SECTION.
        COPY RUNCTLPM.
        01  WS-EOF-SW            PIC X(1) VALUE 'N'.
            88  WS-TRID-FOUND        VALUE 'Y'.
        01  WS-ABEND-TOTAL       PIC 9(5) VALUE 0.

      * ABENDS WHOSE SIGNATURE THE BEC5SIG KNOWN-ABEND CATALOG DID NOT
      * HAVE - LISTED ONE LINE PER DISTINCT SIGNATURE SO ON-CALL CAN
      * TRIAGE THEM AND CATALOG THE ONES THAT WILL RECUR.
        01  WS-NEW-ABEND-TOTAL   PIC 9(5) VALUE 0.
        01  WS-NSIG-TABLE-MAX    PIC 9(3) VALUE 50.
        01  WS-NSIG-COUNT        PIC 9(3) VALUE 0.
        01  WS-NSIG-TABLE.
            02  WS-NSIG-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-NSIG-IDX.
                03  WS-NSIG-TRID    PIC X(4).
                03  WS-NSIG-PGM     PIC X(8).
                03  WS-NSIG-MSG     PIC X(4).
                03  WS-NSIG-RESP    PIC X(12).
                03  WS-NSIG-ABENDS  PIC 9(5) VALUE 0.
        01  WS-NSIG-FOUND-SW     PIC X(1).
            88  WS-NSIG-FOUND        VALUE 'Y'.

      * SLA EXCEPTIONS BY SERVICE - THRESHOLDS LOADED FROM THE
      * SOASVCRG SERVICE REGISTRY, SAME AS SOASLA1.
        01  WS-MICRO-NUM         PIC S9(9) COMP.
        01  WS-WARN-COUNT        PIC 9(3) VALUE 0.
        01  WS-ED-TODAY          PIC Z(4)9.
        01  WS-ED-AVG            PIC Z(4)9.
        01  WS-ED-PCT            PIC ZZ9.
        01  WS-ED-DAYS           PIC Z(4)9.

      * AUDIT-CHAIN VERIFICATION TALLY FROM CHNRSLT.
        01  WS-CHN-STREAMS       PIC 9(3) VALUE 0.
        01  WS-CHN-CLEAN         PIC 9(3) VALUE 0.
        01  WS-CHN-STALE         PIC 9(3) VALUE 0.
        01  WS-CHN-DATE          PIC 9(8) VALUE 0.
        01  WS-ED-STREAMS        PIC ZZ9.
        01  WS-ED-BREAKS         PIC Z(4)9.

        PROCEDURE DIVISION.
        MAINLINE.
            ADD 1 TO WS-ABEND-TOTAL.
            PERFORM FIND-TRID-ENTRY.
            ADD 1 TO WS-TRID-ABENDS (WS-TRID-IDX).
            IF BL-SIG-NEW
                ADD 1 TO WS-NEW-ABEND-TOTAL
                PERFORM FIND-NSIG-ENTRY
                IF WS-NSIG-FOUND
                    ADD 1 TO WS-NSIG-ABENDS (WS-NSIG-IDX)
                END-IF
            END-IF.
            PERFORM READ-BEC5LOG.

      * SEARCH, NOT A PERFORM-VARYING SCAN - THE SCAN LEFT THE INDEX
                MOVE BL-TRID TO WS-TRID-NAME (WS-TRID-IDX)
            END-IF.

      * A SIGNATURE PAST THE TABLE'S END IS STILL COUNTED IN THE NEW
      * TOTAL, JUST NOT LISTED ON ITS OWN LINE.
        FIND-NSIG-ENTRY.
            MOVE 'N' TO WS-NSIG-FOUND-SW.
            IF WS-NSIG-COUNT > 0
                SET WS-NSIG-IDX TO 1
                SEARCH WS-NSIG-ENTRY
                    WHEN WS-NSIG-IDX > WS-NSIG-COUNT
                        CONTINUE
                    WHEN WS-NSIG-TRID (WS-NSIG-IDX) = BL-TRID
                     AND WS-NSIG-PGM (WS-NSIG-IDX) = BL-PGM
                     AND WS-NSIG-MSG (WS-NSIG-IDX) = BL-MSG
                     AND WS-NSIG-RESP (WS-NSIG-IDX) = BL-RESP
                        MOVE 'Y' TO WS-NSIG-FOUND-SW
                END-SEARCH
            END-IF.
            IF NOT WS-NSIG-FOUND
                AND WS-NSIG-COUNT < WS-NSIG-TABLE-MAX
                ADD 1 TO WS-NSIG-COUNT
                SET WS-NSIG-IDX TO WS-NSIG-COUNT
                MOVE BL-TRID TO WS-NSIG-TRID (WS-NSIG-IDX)
                MOVE BL-PGM  TO WS-NSIG-PGM (WS-NSIG-IDX)
                MOVE BL-MSG  TO WS-NSIG-MSG (WS-NSIG-IDX)
                MOVE BL-RESP TO WS-NSIG-RESP (WS-NSIG-IDX)
                MOVE 0 TO WS-NSIG-ABENDS (WS-NSIG-IDX)
                MOVE 'Y' TO WS-NSIG-FOUND-SW
            END-IF.

      *****************************************************************
      * SLA EXCEPTIONS BY SERVICE
      *****************************************************************
            END-READ.

        COUNT-ONE-TIMING-ROW.
            IF TI-TYPE = 'MSG' AND NOT TI-CALLER-IS-REPLAY
                PERFORM FIND-SLA-ENTRY
                IF WS-SLA-IS-FOUND
                    MOVE TI-MICRO-O TO WS-MICRO-NUM
            MOVE WS-OPID-CHANGES (WS-OPID-IDX) TO WS-CMP-TODAY.
            PERFORM FLAG-ONE-FIGURE.

      * ONE LINE PER CAPWARN ROW.  99999 DAYS MEANS THE DATASET IS
      * NOT GROWING - IT IS IN THE MARGIN ON PERCENT ALONE.
        LIST-CAPACITY-WARNINGS.
            OPEN INPUT CAPWARN.
            PERFORM READ-CAPWARN.
            PERFORM WRITE-CAPACITY-LINE UNTIL WS-EOF.
            CLOSE CAPWARN.
            MOVE 'N' TO WS-EOF-SW.

        READ-CAPWARN.
            READ CAPWARN
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        WRITE-CAPACITY-LINE.
            ADD 1 TO WS-WARN-COUNT.
            MOVE CW-PCT TO WS-ED-PCT.
            MOVE SPACES TO EODRPT-REC.
            IF CW-DAYS = 99999
                STRING '** CAPACITY WARNING ' DELIMITED BY SIZE
                       CW-DSN          DELIMITED BY SIZE
                       ' AT'           DELIMITED BY SIZE
                       WS-ED-PCT       DELIMITED BY SIZE
                       ' PCT OF LIMIT **' DELIMITED BY SIZE
                  INTO EODRPT-REC
            ELSE
                MOVE CW-DAYS TO WS-ED-DAYS
                STRING '** CAPACITY WARNING ' DELIMITED BY SIZE
                       CW-DSN          DELIMITED BY SIZE
                       ' AT'           DELIMITED BY SIZE
                       WS-ED-PCT       DELIMITED BY SIZE
                       ' PCT OF LIMIT, FULL IN' DELIMITED BY SIZE
                       WS-ED-DAYS      DELIMITED BY SIZE
                       ' DAYS **'      DELIMITED BY SIZE
                  INTO EODRPT-REC
            END-IF.
            WRITE EODRPT-REC.
            PERFORM READ-CAPWARN.

      * A WARNING PER BROKEN STREAM, THEN ONE SUMMARY LINE - THE
      * SIGN-OFF ONLY WHEN EVERY STREAM IS CLEAN AND THE RESULTS ARE
      * TONIGHT'S.
        LIST-CHAIN-VERIFICATION.
            OPEN INPUT CHNRSLT.
            PERFORM READ-CHNRSLT.
            PERFORM CHECK-ONE-CHAIN-RESULT UNTIL WS-EOF.
            CLOSE CHNRSLT.
            MOVE 'N' TO WS-EOF-SW.
            MOVE WS-CHN-STREAMS TO WS-ED-STREAMS.
            MOVE SPACES TO EODRPT-REC.
            EVALUATE TRUE
            WHEN WS-CHN-STREAMS = 0
                ADD 1 TO WS-WARN-COUNT
                STRING '** AUDIT CHAIN VERIFICATION DID NOT RUN '
                           DELIMITED BY SIZE
                       'TONIGHT - NO CHNRSLT RESULTS **'
                           DELIMITED BY SIZE
                  INTO EODRPT-REC
            WHEN WS-CHN-STALE > 0
                ADD 1 TO WS-WARN-COUNT
                STRING '** AUDIT CHAIN RESULTS ARE FROM '
                           DELIMITED BY SIZE
                       WS-CHN-DATE DELIMITED BY SIZE
                       ', NOT TONIGHT - NOT SIGNED OFF **'
                           DELIMITED BY SIZE
                  INTO EODRPT-REC
            WHEN WS-CHN-CLEAN = WS-CHN-STREAMS
                STRING 'AUDIT CHAIN VERIFICATION ' DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ' - ALL' DELIMITED BY SIZE
                       WS-ED-STREAMS DELIMITED BY SIZE
                       ' STREAMS CLEAN - SIGNED OFF BY CHNVRFY1'
                           DELIMITED BY SIZE
                  INTO EODRPT-REC
            WHEN OTHER
                COMPUTE WS-CHN-STALE = WS-CHN-STREAMS - WS-CHN-CLEAN
                MOVE WS-CHN-STALE TO WS-ED-PCT
                STRING '** AUDIT CHAIN VERIFICATION ' DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ' -' DELIMITED BY SIZE
                       WS-ED-PCT DELIMITED BY SIZE
                       ' OF' DELIMITED BY SIZE
                       WS-ED-STREAMS DELIMITED BY SIZE
                       ' STREAMS BROKEN - NOT SIGNED OFF **'
                           DELIMITED BY SIZE
                  INTO EODRPT-REC
            END-EVALUATE.
            WRITE EODRPT-REC.

        READ-CHNRSLT.
            READ CHNRSLT
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        CHECK-ONE-CHAIN-RESULT.
            ADD 1 TO WS-CHN-STREAMS.
            IF CR-DATE NOT = WS-RUN-DATE
                ADD 1 TO WS-CHN-STALE
                MOVE CR-DATE TO WS-CHN-DATE
            END-IF.
            IF CR-CLEAN
                ADD 1 TO WS-CHN-CLEAN
            ELSE
                ADD 1 TO WS-WARN-COUNT
                MOVE CR-BREAKS TO WS-ED-BREAKS
                MOVE SPACES TO EODRPT-REC
                STRING '** AUDIT CHAIN BREAK ' DELIMITED BY SIZE
                       CR-STREAM DELIMITED BY SIZE
                       ' -' DELIMITED BY SIZE
                       WS-ED-BREAKS DELIMITED BY SIZE
                       ' BREAK(S), SEE CHNRPT **' DELIMITED BY SIZE
                  INTO EODRPT-REC
                WRITE EODRPT-REC
            END-IF.
            PERFORM READ-CHNRSLT.

      *****************************************************************
      * REPORT
      *****************************************************************
            STRING 'END OF DAY OPERATIONS SUMMARY' DELIMITED BY SIZE
              INTO EODRPT-REC.
            WRITE EODRPT-REC.
            PERFORM LIST-CHAIN-VERIFICATION.
            PERFORM LIST-CAPACITY-WARNINGS.
            PERFORM FLAG-TRID-FIGURES
                VARYING WS-TRID-IDX FROM 1 BY 1
                UNTIL WS-TRID-IDX > WS-TRID-COUNT.
                VARYING WS-TRID-IDX FROM 1 BY 1
                UNTIL WS-TRID-IDX > WS-TRID-COUNT.

            MOVE SPACES TO EODRPT-REC.
            STRING 'NEW ABEND SIGNATURES - ABENDS ' DELIMITED BY SIZE
                   WS-NEW-ABEND-TOTAL               DELIMITED BY SIZE
                   ' SIGNATURES '                   DELIMITED BY SIZE
                   WS-NSIG-COUNT                    DELIMITED BY SIZE
              INTO EODRPT-REC.
            WRITE EODRPT-REC.
            PERFORM WRITE-NSIG-LINE
                VARYING WS-NSIG-IDX FROM 1 BY 1
                UNTIL WS-NSIG-IDX > WS-NSIG-COUNT.

            MOVE SPACES TO EODRPT-REC.
            STRING 'SLA EXCEPTIONS BY SERVICE - TOTAL '
                      DELIMITED BY SIZE
              INTO EODRPT-REC.
            WRITE EODRPT-REC.

        WRITE-NSIG-LINE.
            MOVE SPACES TO EODRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   WS-NSIG-TRID (WS-NSIG-IDX)   DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-NSIG-PGM (WS-NSIG-IDX)    DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-NSIG-MSG (WS-NSIG-IDX)    DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-NSIG-RESP (WS-NSIG-IDX)   DELIMITED BY SIZE
                   ' = '                        DELIMITED BY SIZE
                   WS-NSIG-ABENDS (WS-NSIG-IDX) DELIMITED BY SIZE
              INTO EODRPT-REC.
            WRITE EODRPT-REC.

        WRITE-SLA-LINE.
            MOVE SPACES TO EODRPT-REC.
            STRING '  ' DELIMITED BY SIZE
