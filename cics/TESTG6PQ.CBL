        01  WS-SN-COUNT         PIC 9(3) COMP VALUE 0.
        01  WS-SN-TABLE.
            02  WS-SN-ENTRY OCCURS 400 TIMES.
                03  WS-SN-ROW   PIC X(196).
        01  WS-I                PIC 9(3) COMP.
        01  WS-J                PIC 9(3) COMP.
        01  WS-BACK-USE         PIC 9(3) COMP.
        01  WS-DIF-USD          PIC S9(13)V9(2).
        01  WS-DATE-INT         PIC 9(8) COMP.
        01  WS-ED-ACT           PIC Z(6)9.
        01  WS-ED-DORM          PIC Z(6)9.
        01  WS-ED-DEC           PIC Z(6)9.
        01  WS-ED-USD           PIC Z(12)9.99.
        01  WS-ED-DACT          PIC +(6)9.
        01  WS-ED-DUSD          PIC +(12)9.99.
        01  WS-WOW-TEXT         PIC X(24).
        01  WS-MOM-TEXT         PIC X(24).

        PROCEDURE DIVISION.
        MAINLINE.
            END-IF.
            MOVE WS-THIS-ACTIVE TO WS-ED-ACT.
            MOVE WS-THIS-USD TO WS-ED-USD.
      * SNAPSHOTS TAKEN BEFORE DORMANCY OR DECEASED WERE COUNTED
      * SHOW ZERO.
            MOVE WS-SN-ROW (WS-I) TO PFH-REC.
            IF PFH-DORMANT NUMERIC
                MOVE PFH-DORMANT TO WS-ED-DORM
            ELSE
                MOVE 0 TO WS-ED-DORM
            END-IF.
            IF PFH-DECEASED NUMERIC
                MOVE PFH-DECEASED TO WS-ED-DEC
            ELSE
                MOVE 0 TO WS-ED-DEC
            END-IF.
            MOVE SPACES TO G6PQRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   WS-THIS-DATE DELIMITED BY SIZE
                   ' ACTIVE ' DELIMITED BY SIZE
                   WS-ED-ACT DELIMITED BY SIZE
                   ' DORM ' DELIMITED BY SIZE
                   WS-ED-DORM DELIMITED BY SIZE
                   ' DEC ' DELIMITED BY SIZE
                   WS-ED-DEC DELIMITED BY SIZE
                   ' USD ' DELIMITED BY SIZE
                   WS-ED-USD DELIMITED BY SIZE
                   '  WOW ' DELIMITED BY SIZE
