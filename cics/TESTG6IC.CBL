        01  WS-IN-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-IN-TABLE.
            02  WS-IN-ENTRY OCCURS 200 TIMES.
                03  WS-IN-ROW      PIC X(183).
                03  WS-IN-MATCHED  PIC X(1).
        01  WS-I               PIC 9(3) COMP.
        01  WS-J               PIC 9(3) COMP.
        01  WS-INT-SAVE        PIC X(183).

        01  WS-INTENT-COUNT    PIC 9(5) VALUE 0.
        01  WS-RESOLVED-COUNT  PIC 9(5) VALUE 0.
                    AND CUST-STATUS NOT = INT-AFTER-STATUS
                    MOVE 'N' TO WS-LANDED-SW
                END-IF
                IF INT-AFTER-CONSENT NOT = SPACES
                    AND CUST-CONSENT NOT = INT-AFTER-CONSENT
                    MOVE 'N' TO WS-LANDED-SW
                END-IF
                IF WS-LANDED-SW = 'Y'
                    ADD 1 TO WS-LANDED-COUNT
                ELSE
            END-IF.
            IF INT-AFTER-STATUS NOT = SPACES
                MOVE INT-AFTER-STATUS TO CUST-STATUS
                IF INT-AFTER-STATUS = 'I' OR INT-AFTER-STATUS = 'X'
                    MOVE INT-DATE TO CUST-INACT-DATE
                END-IF
            END-IF.
            IF INT-AFTER-CONSENT NOT = SPACES
                MOVE INT-AFTER-CONSENT TO CUST-CONSENT
            END-IF.
            ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD.
            ACCEPT CUST-LAST-UPD-TIME FROM TIME.
            REWRITE CUST-MASTER-REC.
