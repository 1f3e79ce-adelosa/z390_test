        01  WS-AQ-OVERFLOW      PIC 9(5) VALUE 0.
        01  WS-AQ-TABLE.
            02  WS-AQ-ENTRY OCCURS 200 TIMES.
                03  WS-AQ-ROW      PIC X(81).
                03  WS-AQ-KEEP     PIC X(1).
        01  WS-AQ-IDX           PIC 9(3) COMP.
        01  WS-AQ-TYPE-TEXT     PIC X(14).

        01  WS-QUEUED-COUNT     PIC 9(5) VALUE 0.
        01  WS-CLEAN-COUNT      PIC 9(5) VALUE 0.
            END-IF.

        REPORT-DIFFERENT.
            PERFORM SET-QUEUE-TYPE-TEXT.
            MOVE SPACES TO G6AVRPT-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   AVRQ-CUST-ID DELIMITED BY SIZE
                   ' STANDARDIZED DIFFERENTLY' DELIMITED BY SIZE
                   WS-AQ-TYPE-TEXT DELIMITED BY SIZE
              INTO G6AVRPT-REC.
            WRITE G6AVRPT-REC.
            MOVE SPACES TO G6AVRPT-REC.
            WRITE G6AVRPT-REC.

        REPORT-UNDELIVERABLE.
            PERFORM SET-QUEUE-TYPE-TEXT.
            MOVE SPACES TO G6AVRPT-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   AVRQ-CUST-ID DELIMITED BY SIZE
                   AVRQ-ADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AVRQ-ZIP DELIMITED BY SIZE
                   WS-AQ-TYPE-TEXT DELIMITED BY SIZE
              INTO G6AVRPT-REC.
            WRITE G6AVRPT-REC.

      * A QUEUED TYPED (G6CADDR) ADDRESS IS NAMED BY ITS TYPE SO THE
      * CLERK FIXES THE RIGHT ONE; THE CUSTMAST ADDRESS IS UNTAGGED.
        SET-QUEUE-TYPE-TEXT.
            EVALUATE AVRQ-ADDR-TYPE
                WHEN 'M'
                    MOVE ' (MAILING)' TO WS-AQ-TYPE-TEXT
                WHEN 'R'
                    MOVE ' (RESIDENTIAL)' TO WS-AQ-TYPE-TEXT
                WHEN 'B'
                    MOVE ' (BILLING)' TO WS-AQ-TYPE-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-AQ-TYPE-TEXT
            END-EVALUATE.

      * TRUNCATE-AND-REWRITE THE QUEUE WITH ONLY THE ENTRIES THE
      * PARTNER STILL COULD NOT BE ASKED ABOUT.
        REWRITE-QUEUE-FILE.
