
      * ONE TALLY PER TABLE REASON, IN TABLE ORDER.
        01  WS-RSN-COUNTS.
            02  WS-RSN-COUNT OCCURS 8 TIMES
                              INDEXED BY WS-RC-IDX
                              PIC 9(7).

            WRITE G6RRRPT-REC.
            PERFORM CLEAR-ONE-COUNT
                VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > RSN-MAX.
            CALL 'CBL_OPEN_FILE' USING WS-AUD-NAME
                     WS-AUD-ACCESS WS-AUD-DENY
                     WS-AUD-DEVICE WS-AUD-HANDLE
        WRITE-REASON-LINES.
            PERFORM WRITE-ONE-REASON-LINE
                VARYING RSN-IDX FROM 1 BY 1
                UNTIL RSN-IDX > RSN-MAX.
            MOVE SPACES TO G6RRRPT-REC.
            STRING '  -- NO REASON (PRE-FIELD)  ' DELIMITED BY SIZE
                   WS-NOREASON-COUNT DELIMITED BY SIZE
