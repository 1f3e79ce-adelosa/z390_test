      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * MONTHLY SEGREGATION-OF-DUTIES REPORT.  SEC6 PARKS ANY GRANT
      * THAT WOULD GIVE AN OPERATOR A COMBINATION ON THE SODRULE
      * REFERENCE TABLE (SEE G6SODW.CPY) UNTIL A SECOND SECURITY
      * ADMINISTRATOR APPROVES IT - BUT AN APPROVED GRANT, A RULE
      * ADDED AFTER THE GRANT, AND EVERYTHING GRANTED BEFORE THE
      * RULES EXISTED ALL LEAVE CONFLICTS IN PLACE.  THIS JOB
      * BROWSES OPSECMST AND LISTS EVERY CURRENT OPERATOR HOLDING A
      * CONFLICTING COMBINATION, ONE LINE PER RULE BROKEN, WITH WHO
      * LAST GRANTED THEIR ACCESS, THEN THE GRANTS STILL PARKED ON
      * SECSODPD AWAITING A SECOND ADMINISTRATOR.  OUTPUT ON G6SORPT
      * FOR THE AUDITORS' FILE.
      *
      * RETURN CODE 4 WHEN ANY OPERATOR HOLDS A CONFLICT.
      *
        PROGRAM-ID. TESTG6SO.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.
            SELECT G6SORPT ASSIGN TO G6SORPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  OPSECMST.
        COPY OPSECMST.

        FD  G6SORPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6SORPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY G6REFTBW.
        COPY G6SODW.
        COPY SECSODPD.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-OP-COUNT         PIC 9(4) VALUE 0.
        01  WS-CONFLICT-OPS     PIC 9(4) VALUE 0.
        01  WS-CONFLICT-LINES   PIC 9(4) VALUE 0.
        01  WS-RULE-COUNT       PIC 9(4) VALUE 0.
        01  WS-PARKED-COUNT     PIC 9(4) VALUE 0.
        01  WS-OP-HIT           PIC X(1).
        01  WS-TEMP-NOTE        PIC X(30).
        01  WS-I                PIC S9(4) COMP.

      * PARKED GRANTS - READ STRAIGHT THROUGH, NEVER CHANGED HERE.
        01  WS-PK-NAME          PIC X(8) VALUE 'SECSODPD'.
        01  WS-PK-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-PK-DENY          PIC X(1) VALUE X'03'.
        01  WS-PK-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-PK-HANDLE        PIC X(4).
        01  WS-PK-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-PK-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-PK-STATUS        PIC S9(9) COMP-5.
        01  WS-PK-RECLEN        PIC 9(8) COMP-5.
        01  WS-PK-EOF           PIC X(1).

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT OPSECMST.
            OPEN OUTPUT G6SORPT.
            MOVE SPACES TO G6SORPT-REC.
            STRING 'SEGREGATION OF DUTIES - CONFLICTING ACCESS AS OF '
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO G6SORPT-REC.
            WRITE G6SORPT-REC.
            PERFORM LOAD-REFERENCE-TABLE.
            PERFORM LIST-ACTIVE-RULES.
            IF WS-RULE-COUNT = 0
                MOVE '** NO ACTIVE SODRULE ROWS ON G6REFTBL **'
                  TO G6SORPT-REC
                WRITE G6SORPT-REC
            END-IF.
            MOVE SPACES TO G6SORPT-REC.
            WRITE G6SORPT-REC.
            MOVE 'OPERATORS HOLDING A CONFLICTING COMBINATION'
              TO G6SORPT-REC.
            WRITE G6SORPT-REC.
            PERFORM START-OPERATOR-BROWSE.
            PERFORM CHECK-ONE-OPERATOR UNTIL WS-EOF.
            IF WS-CONFLICT-OPS = 0
                MOVE '  NONE' TO G6SORPT-REC
                WRITE G6SORPT-REC
            END-IF.
            MOVE SPACES TO G6SORPT-REC.
            WRITE G6SORPT-REC.
            MOVE 'GRANTS PARKED FOR A SECOND SECURITY ADMINISTRATOR'
              TO G6SORPT-REC.
            WRITE G6SORPT-REC.
            PERFORM LIST-PARKED-GRANTS.
            IF WS-PARKED-COUNT = 0
                MOVE '  NONE' TO G6SORPT-REC
                WRITE G6SORPT-REC
            END-IF.
            MOVE SPACES TO G6SORPT-REC.
            WRITE G6SORPT-REC.
            MOVE SPACES TO G6SORPT-REC.
            STRING 'OPERATORS = ' DELIMITED BY SIZE
                   WS-OP-COUNT DELIMITED BY SIZE
                   '  IN CONFLICT = ' DELIMITED BY SIZE
                   WS-CONFLICT-OPS DELIMITED BY SIZE
                   '  RULES BROKEN = ' DELIMITED BY SIZE
                   WS-CONFLICT-LINES DELIMITED BY SIZE
                   '  PARKED = ' DELIMITED BY SIZE
                   WS-PARKED-COUNT DELIMITED BY SIZE
              INTO G6SORPT-REC.
            WRITE G6SORPT-REC.
            CLOSE OPSECMST G6SORPT.
            DISPLAY 'TESTG6SO OPERATORS   =' WS-OP-COUNT.
            DISPLAY 'TESTG6SO IN CONFLICT =' WS-CONFLICT-OPS.
            DISPLAY 'TESTG6SO PARKED      =' WS-PARKED-COUNT.
            IF WS-CONFLICT-OPS > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            STOP RUN.

      * THE RULES IN FORCE, SO THE READER KNOWS WHAT WAS TESTED.
        LIST-ACTIVE-RULES.
            MOVE SPACES TO G6SORPT-REC.
            WRITE G6SORPT-REC.
            MOVE 'RULES IN FORCE (+ = SUPERVISOR CLASS)'
              TO G6SORPT-REC.
            WRITE G6SORPT-REC.
            PERFORM LIST-ONE-RULE
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > REF-COUNT.

        LIST-ONE-RULE.
            SET REF-IDX TO WS-I.
            IF REF-E-TABLE (REF-IDX) = SOD-TABLE-NAME
                AND REF-E-ACTIVE (REF-IDX) = 'A'
                ADD 1 TO WS-RULE-COUNT
                MOVE SPACES TO G6SORPT-REC
                STRING '  ' DELIMITED BY SIZE
                       REF-E-CODE (REF-IDX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       REF-E-DESC (REF-IDX) DELIMITED BY SIZE
                  INTO G6SORPT-REC
                WRITE G6SORPT-REC
            END-IF.

        START-OPERATOR-BROWSE.
            MOVE LOW-VALUES TO OPSEC-OPID.
            START OPSECMST KEY IS NOT LESS THAN OPSEC-OPID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-OPERATOR
            END-IF.

        READ-NEXT-OPERATOR.
            READ OPSECMST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

      * EVERY RULE THE OPERATOR BREAKS GETS ITS OWN LINE.  ACCESS
      * HELD ON A TEMPORARY GRANT IS MARKED, SINCE IT WILL REVERT.
        CHECK-ONE-OPERATOR.
            ADD 1 TO WS-OP-COUNT.
            MOVE 'N' TO WS-OP-HIT.
            MOVE SPACES TO WS-TEMP-NOTE.
            IF OPSEC-TEMP-EXP IS NUMERIC AND OPSEC-TEMP-EXP > 0
                STRING ' (TEMPORARY UNTIL ' DELIMITED BY SIZE
                       OPSEC-TEMP-EXP DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                  INTO WS-TEMP-NOTE
            END-IF.
            MOVE OPSEC-PERMS TO SOD-PERMS-WK.
            MOVE OPSEC-CLASS TO SOD-CLASS-WK.
            MOVE 1 TO SOD-NEXT-IDX.
            PERFORM CHECK-SOD-CONFLICT.
            PERFORM REPORT-ONE-CONFLICT
                UNTIL SOD-CONFLICT NOT = 'Y'.
            IF WS-OP-HIT = 'Y'
                ADD 1 TO WS-CONFLICT-OPS
            END-IF.
            PERFORM READ-NEXT-OPERATOR.

        REPORT-ONE-CONFLICT.
            MOVE 'Y' TO WS-OP-HIT.
            ADD 1 TO WS-CONFLICT-LINES.
            MOVE SPACES TO G6SORPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   OPSEC-OPID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   OPSEC-NAME DELIMITED BY SIZE
                   ' PERMS ' DELIMITED BY SIZE
                   OPSEC-PERMS DELIMITED BY SIZE
                   ' CLASS ' DELIMITED BY SIZE
                   OPSEC-CLASS DELIMITED BY SIZE
                   ' RULE ' DELIMITED BY SIZE
                   SOD-RULE-WK DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SOD-DESC-WK DELIMITED BY SIZE
                   ' GRANTED BY ' DELIMITED BY SIZE
                   OPSEC-GRANTED-BY DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   OPSEC-GRANT-DATE DELIMITED BY SIZE
              INTO G6SORPT-REC.
            WRITE G6SORPT-REC.
            IF WS-TEMP-NOTE NOT = SPACES
                MOVE SPACES TO G6SORPT-REC
                STRING '      ' DELIMITED BY SIZE
                       WS-TEMP-NOTE DELIMITED BY SIZE
                  INTO G6SORPT-REC
                WRITE G6SORPT-REC
            END-IF.
            PERFORM CHECK-SOD-CONFLICT.

        LIST-PARKED-GRANTS.
            MOVE 'N' TO WS-PK-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-PK-NAME
                     WS-PK-ACCESS WS-PK-DENY
                     WS-PK-DEVICE WS-PK-HANDLE
                GIVING WS-PK-STATUS.
            IF WS-PK-STATUS = 0
                PERFORM LIST-ONE-PARKED-GRANT
                    UNTIL WS-PK-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-PK-HANDLE
                    GIVING WS-PK-STATUS
            END-IF.

        LIST-ONE-PARKED-GRANT.
            MOVE LENGTH OF SODPD-REC TO WS-PK-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-PK-HANDLE
                     WS-PK-RECLEN WS-PK-FLAGS
                     WS-PK-RESERVED SODPD-REC
                GIVING WS-PK-STATUS.
            IF WS-PK-STATUS NOT = 0
                MOVE 'Y' TO WS-PK-EOF
            ELSE
                ADD 1 TO WS-PARKED-COUNT
                MOVE SPACES TO G6SORPT-REC
                STRING '  ' DELIMITED BY SIZE
                       SODPD-TARGET DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SODPD-ACTION DELIMITED BY SIZE
                       ' PERMS ' DELIMITED BY SIZE
                       SODPD-PERMS DELIMITED BY SIZE
                       ' CLASS ' DELIMITED BY SIZE
                       SODPD-CLASS DELIMITED BY SIZE
                       ' RULE ' DELIMITED BY SIZE
                       SODPD-RULE DELIMITED BY SIZE
                       ' KEYED BY ' DELIMITED BY SIZE
                       SODPD-REQ-BY DELIMITED BY SIZE
                       ' ON ' DELIMITED BY SIZE
                       SODPD-DATE DELIMITED BY SIZE
                  INTO G6SORPT-REC
                WRITE G6SORPT-REC
            END-IF.

        COPY G6REFTBP.

        COPY G6SODP.
