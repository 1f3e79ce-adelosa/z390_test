            02  TESTRESP PIC X(12).
            02  FILLER   PIC X(10) VALUE ' INCIDENT='.
            02  TESTINCD PIC X(15).
            02  FILLER   PIC X(1)  VALUE SPACE.
            02  TESTSIGT PIC X(54).
        77  TEST1L   PIC 9(4) COMP.

      * RUNTIME DFHRESP NUMBER-TO-NAME TABLE - LETS THIS GENERIC
            02  BEC5DATE PIC S9(7)  COMP-3.
            02  BEC5TIME PIC S9(7)  COMP-3.
            02  BEC5MSG  PIC X(4).
      * SIGNATURE OF THE ABEND AND WHETHER THE BEC5SIG CATALOG
      * ALREADY KNEW IT ('K', WITH ITS TICKET) OR NOT ('N') - THE
      * END OF DAY SUMMARY COUNTS THE NEW ONES.
            02  BEC5PGM  PIC X(8).
            02  BEC5RESP PIC X(12).
            02  BEC5SIGK PIC X(1).
            02  BEC5TICK PIC X(10).
        77  BEC5LOGL PIC 9(4) COMP.

      * KNOWN-ABEND SIGNATURE CATALOG (LAYOUT AND MATCHING RULES IN
      * BEC5SIG.CPY).  READ FRESH ON EVERY ABEND SO A ROW ON-CALL
      * ADDS TAKES EFFECT ON THE NEXT OCCURRENCE.
        01  WS-SG-NAME         PIC X(8) VALUE 'BEC5SIG'.
        01  WS-SG-HANDLE       PIC X(4).
        01  WS-SG-STATUS       PIC S9(9) COMP-5.
        01  WS-SG-RECLEN       PIC 9(8) COMP-5.
        COPY BEC5SIG.
        01  WS-SG-EOF          PIC X(1).
        01  WS-SG-PGM          PIC X(8).
        01  WS-SG-SCORE        PIC 9(1).
        01  WS-SG-BEST         PIC 9(1).
        01  WS-SG-MISS         PIC X(1).
        01  WS-SG-TICKET       PIC X(10).
        01  WS-SG-WORKAROUND   PIC X(36).

      * ABEND-STORM DETECTION - A TRANSACTION THAT ABENDS, RESTARTS
      * THROUGH COMMRTRID, AND ABENDS AGAIN WILL OTHERWISE GRIND ALL
      * NIGHT.  EACH ABEND IS COUNTED PER TRANSACTION IN A ROLLING
                   COMMTASK    DELIMITED BY SIZE
              INTO WS-INCIDENT.
            MOVE WS-INCIDENT TO TESTINCD.

      * MATCH THE ABEND AGAINST THE KNOWN-SIGNATURE CATALOG SO A
      * RECURRING ABEND CARRIES ITS TICKET AND WORKAROUND ON THE
      * OPERATOR MESSAGE, AND A NEW ONE SAYS SO.
            PERFORM MATCH-ABEND-SIGNATURE.
            EXEC CICS SEND FROM(TEST1) LENGTH(TEST1L) END-EXEC.

      * CAPTURE THE DIAGNOSTIC BUNDLE WHILE THE EVIDENCE STILL
            MOVE EIBDATE         TO BEC5DATE.
            MOVE EIBTIME         TO BEC5TIME.
            MOVE COMMMSG         TO BEC5MSG.
            MOVE WS-SG-PGM       TO BEC5PGM.
            MOVE TESTRESP        TO BEC5RESP.
            MOVE WS-SG-TICKET    TO BEC5TICK.
            IF WS-SG-BEST > 0
                MOVE 'K' TO BEC5SIGK
            ELSE
                MOVE 'N' TO BEC5SIGK
            END-IF.
            MOVE LENGTH OF BEC5LOGR TO BEC5LOGL.
            EXEC CICS WRITEQ TD QUEUE('BEC5')
                      FROM(BEC5LOGR) LENGTH(BEC5LOGL)

            EXEC CICS RETURN END-EXEC.

      *****************************************************************
      * KNOWN-ABEND SIGNATURE MATCH
      *****************************************************************
      * THE ABENDING PROGRAM COMES FROM ASSIGN ABPROGRAM - NOHANDLE,
      * SO WHEN IT CANNOT BE HAD THE PROGRAM IS BLANK AND ONLY ROWS
      * THAT LEAVE THE PROGRAM BLANK CAN MATCH.  A MISSING CATALOG
      * MAKES EVERY ABEND NEW, WHICH IS THE SAFE ANSWER.
        MATCH-ABEND-SIGNATURE.
            MOVE SPACES TO WS-SG-PGM.
            EXEC CICS ASSIGN ABPROGRAM(WS-SG-PGM)
                      NOHANDLE
            END-EXEC.
            MOVE 0 TO WS-SG-BEST.
            MOVE SPACES TO WS-SG-TICKET WS-SG-WORKAROUND.
            CALL 'CBL_OPEN_FILE' USING WS-SG-NAME
                     WS-ST-ACCESS WS-ST-DENY
                     WS-ST-DEVICE WS-SG-HANDLE
                GIVING WS-SG-STATUS.
            IF WS-SG-STATUS = 0
                MOVE 'N' TO WS-SG-EOF
                PERFORM SCORE-ONE-SIGNATURE
                    UNTIL WS-SG-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-SG-HANDLE
                    GIVING WS-SG-STATUS
            END-IF.
            MOVE SPACES TO TESTSIGT.
            IF WS-SG-BEST > 0
                STRING 'KNOWN '         DELIMITED BY SIZE
                       WS-SG-TICKET     DELIMITED BY SIZE
                       ': '             DELIMITED BY SIZE
                       WS-SG-WORKAROUND DELIMITED BY SIZE
                  INTO TESTSIGT
            ELSE
                MOVE 'NEW ABEND SIGNATURE - CALL ON-CALL' TO TESTSIGT
            END-IF.

      * A ROW MATCHES WHEN EVERY FIELD IT NAMES EQUALS THE ABEND'S;
      * ITS SCORE IS HOW MANY FIELDS IT NAMES.
        SCORE-ONE-SIGNATURE.
            MOVE LENGTH OF BEC5SIG-REC TO WS-SG-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-SG-HANDLE
                     WS-SG-RECLEN WS-ST-FLAGS
                     WS-ST-RESERVED BEC5SIG-REC
                GIVING WS-SG-STATUS.
            IF WS-SG-STATUS NOT = 0
                MOVE 'Y' TO WS-SG-EOF
            ELSE
                IF BEC5SIG-REC (1:1) NOT = '*'
                    MOVE 'N' TO WS-SG-MISS
                    MOVE 0 TO WS-SG-SCORE
                    IF SIG-TRID NOT = SPACES
                        ADD 1 TO WS-SG-SCORE
                        IF SIG-TRID NOT = COMMTRID
                            MOVE 'Y' TO WS-SG-MISS
                        END-IF
                    END-IF
                    IF SIG-PGM NOT = SPACES
                        ADD 1 TO WS-SG-SCORE
                        IF SIG-PGM NOT = WS-SG-PGM
                            MOVE 'Y' TO WS-SG-MISS
                        END-IF
                    END-IF
                    IF SIG-ABCODE NOT = SPACES
                        ADD 1 TO WS-SG-SCORE
                        IF SIG-ABCODE NOT = COMMMSG
                            MOVE 'Y' TO WS-SG-MISS
                        END-IF
                    END-IF
                    IF SIG-RESP NOT = SPACES
                        ADD 1 TO WS-SG-SCORE
                        IF SIG-RESP NOT = TESTRESP
                            MOVE 'Y' TO WS-SG-MISS
                        END-IF
                    END-IF
                    IF WS-SG-MISS = 'N'
                        AND WS-SG-SCORE > WS-SG-BEST
                        MOVE WS-SG-SCORE TO WS-SG-BEST
                        MOVE SIG-TICKET TO WS-SG-TICKET
                        MOVE SIG-WORKAROUND TO WS-SG-WORKAROUND
                    END-IF
                END-IF
            END-IF.

      *****************************************************************
      * DIAGNOSTIC CAPTURE
      *****************************************************************
