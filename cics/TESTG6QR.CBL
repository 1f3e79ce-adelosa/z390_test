            02  WS-SA-BEFORE       PIC X(8).
            02  FILLER             PIC X(1).
            02  WS-SA-AFTER        PIC X(8).
            02  FILLER             PIC X(1).
            02  WS-SA-CHAIN-SEQ    PIC 9(9).
            02  WS-SA-CHAIN-PREV   PIC 9(18).
        01  WS-SA-NAME          PIC X(8) VALUE 'OPSECAUD'.
        01  WS-ACCESS           PIC X(1) VALUE X'03'.
        01  WS-DENY             PIC X(1) VALUE X'03'.
                   WS-LAST-ACT DELIMITED BY SIZE
              INTO G6QRRPT-REC.
            WRITE G6QRRPT-REC.
      * A TEMPORARY GRANT IS CERTIFIED AS WHAT IT IS - THE REVIEW
      * SEES WHEN IT LAPSES AND WHAT THE OPERATOR GOES BACK TO.
            IF OPSEC-TEMP-EXP IS NUMERIC AND OPSEC-TEMP-EXP > 0
                MOVE SPACES TO G6QRRPT-REC
                STRING '      TEMPORARY GRANT BY ' DELIMITED BY SIZE
                       OPSEC-TEMP-BY DELIMITED BY SIZE
                       ' UNTIL ' DELIMITED BY SIZE
                       OPSEC-TEMP-EXP DELIMITED BY SIZE
                       ' - REVERTS TO PERMS ' DELIMITED BY SIZE
                       OPSEC-PRIOR-PERMS DELIMITED BY SIZE
                       ' CLASS ' DELIMITED BY SIZE
                       OPSEC-PRIOR-CLASS DELIMITED BY SIZE
                  INTO G6QRRPT-REC
                WRITE G6QRRPT-REC
            END-IF.
            IF WS-POWERFUL = 'Y'
                AND WS-LAST-ACT < WS-CUTOFF-DATE
                ADD 1 TO WS-FLAG-COUNT
            IF WS-SA-STATUS NOT = 0
                MOVE 'Y' TO WS-SCAN-EOF
            ELSE
      * A PARKED OR DECLINED GRANT NEVER TOOK EFFECT.
                IF WS-SA-TARGET = OPSEC-OPID
                    AND WS-SA-ACTION NOT = 'PRK'
                    AND WS-SA-ACTION NOT = 'DEC'
                    AND WS-SA-DATE NUMERIC
                    AND WS-SA-DATE >= WS-GRANT-DATE
                    MOVE WS-SA-ADMIN TO WS-GRANT-BY
