      *   COLS 21-28  REPORT DATE YYYYMMDD (BLANK = TODAY)
      *   COL     29  BLANK
      *   COLS 30-37  ORIGINATING JOB NAME
      *   COL     38  BLANK
      *   COLS 39-46  MEMBER NAME (BLANK = CODE + YYMMDD)
      *
      * A NAMED MEMBER IS FOR A REPORT THAT CAN BE FILED MORE THAN
      * ONCE A DAY - THE BUR6 REQUESTS NAME EACH ONE AFTER ITS
      * REQUEST NUMBER.  SUCH A REPORT'S MEMBERS CANNOT BE WORKED
      * OUT FROM THEIR DATES, SO ITS PURGE GOES BY THE INDEX ROWS.
      *
      * A MEMBER UNDER A G6LHOLD LEGAL HOLD (G6LHLDW.CPY) - DATED
      * INSIDE A HELD RANGE, OR WITH A HELD CUSTOMER'S ID ON ANY
      * LINE - IS KEPT, LISTED, AND KEEPS ITS INDEX ROW.
      *
        PROGRAM-ID. RPSTOR1.
        ENVIRONMENT DIVISION.
            02  RP-DATE             PIC X(8).
            02  FILLER              PIC X(1).
            02  RP-JOB              PIC X(8).
            02  FILLER              PIC X(1).
            02  RP-MEMBER           PIC X(8).
            02  FILLER              PIC X(34).

        WORKING-STORAGE SECTION.
        COPY G6RPIX.
        01  WS-CUTOFF-INT       PIC 9(8) COMP.
        01  WS-PURGE-INT        PIC 9(8) COMP.
        01  WS-PURGE-DATE       PIC 9(8).
        01  WS-CUTOFF-DATE      PIC 9(8).
        01  WS-DAY-CT           PIC 9(4) COMP.
        01  WS-HELD-COUNT       PIC 9(5) VALUE 0.
        01  WS-MEM-EOF          PIC X(1).

      * SOURCE REPORT AND TARGET MEMBER, BOTH CBL_ STREAMS.
        01  WS-IN-NAME          PIC X(8) VALUE 'RPINPUT'.
                03  WS-IX-ROW   PIC X(50).
        01  WS-IX-IDX           PIC 9(4) COMP.
        01  WS-IX-KEEP          PIC X(1).
        COPY G6LHLDW.

        PROCEDURE DIVISION.
        MAINLINE.
                    ' STORED AS ' WS-MEM-NAME
                    ' LINES=' WS-LINE-COUNT.
            DISPLAY 'RPSTOR1 MEMBERS PURGED =' WS-PURGE-COUNT.
            DISPLAY 'RPSTOR1 MEMBERS HELD   =' WS-HELD-COUNT.
            STOP RUN.

        LOAD-PARM-CARD.

        COPY-REPORT-TO-MEMBER.
            MOVE SPACES TO WS-MEM-NAME.
            IF RP-MEMBER NOT = SPACES
                MOVE RP-MEMBER TO WS-MEM-NAME
            ELSE
                STRING RP-CODE DELIMITED BY SIZE
                       WS-RPT-DATE (3:6) DELIMITED BY SIZE
                  INTO WS-MEM-NAME
            END-IF.
            CALL 'CBL_OPEN_FILE' USING WS-IN-NAME
                     WS-ACCESS WS-DENY
                     WS-DEVICE WS-IN-HANDLE

      * DELETE THIS REPORT'S MEMBERS PAST RETENTION - THE 31
      * CALENDAR DAYS BEFORE THE CUTOFF, SAME WINDOW RULE AS
      * SOATLR1, WIDENED WHILE A LEGAL HOLD IS KEEPING OLDER
      * MEMBERS SO THEY GO ONCE IT IS RELEASED - AND DROP THEIR
      * INDEX ROWS.
        PURGE-OLD-MEMBERS.
            COMPUTE WS-CUTOFF-INT =
                FUNCTION INTEGER-OF-DATE (WS-RPT-DATE)
                    - WS-RETAIN-DAYS.
            MOVE WS-RPT-DATE    TO LHS-RUN-DATE-WK.
            MOVE WS-RETAIN-DAYS TO LHS-RETAIN-WK.
            PERFORM COMPUTE-HOLD-REACH.
            IF RP-MEMBER NOT = SPACES
                PERFORM PURGE-BY-INDEX
            ELSE
                PERFORM PURGE-ONE-DAY
                    VARYING WS-DAY-CT FROM 1 BY 1
                    UNTIL WS-DAY-CT > LHS-REACH-DAYS
            END-IF.
            IF WS-PURGE-COUNT > 0
                PERFORM DROP-PURGED-INDEX-ROWS
            END-IF.
            STRING RP-CODE DELIMITED BY SIZE
                   WS-PURGE-DATE (3:6) DELIMITED BY SIZE
              INTO WS-MEM-NAME.
            PERFORM PURGE-NAMED-MEMBER.

      * NAMED MEMBERS - EVERY INDEX ROW FOR THIS REPORT DATED BEFORE
      * THE CUTOFF NAMES A MEMBER TO PURGE.
        PURGE-BY-INDEX.
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
            MOVE 0 TO WS-IX-COUNT.
            MOVE 0 TO WS-IX-OVERFLOW.
            CALL 'CBL_OPEN_FILE' USING WS-IX-NAME
                     WS-ACCESS WS-DENY
                     WS-DEVICE WS-IX-HANDLE
                GIVING WS-IX-STATUS.
            IF WS-IX-STATUS = 0
                MOVE 'N' TO WS-IX-EOF
                PERFORM LOAD-ONE-INDEX UNTIL WS-IX-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-IX-HANDLE
                    GIVING WS-IX-STATUS
            END-IF.
            PERFORM PURGE-ONE-INDEXED
                VARYING WS-IX-IDX FROM 1 BY 1
                UNTIL WS-IX-IDX > WS-IX-COUNT.

        PURGE-ONE-INDEXED.
            MOVE WS-IX-ROW (WS-IX-IDX) TO RPIX-REC.
            IF RPIX-REPORT = RP-REPORT
                AND RPIX-DATE NUMERIC
                AND RPIX-DATE < WS-CUTOFF-DATE
                MOVE RPIX-MEMBER TO WS-MEM-NAME
                MOVE RPIX-DATE   TO WS-PURGE-DATE
                PERFORM PURGE-NAMED-MEMBER
            END-IF.

        PURGE-NAMED-MEMBER.
            PERFORM CHECK-MEMBER-HOLD.
            IF LHS-IS-HELD
                ADD 1 TO WS-HELD-COUNT
                DISPLAY 'RPSTOR1 HELD MEMBER ' WS-MEM-NAME
                        ' HOLD ' LHS-HELD-BY
            ELSE
                CALL 'CBL_DELETE_FILE' USING WS-MEM-NAME
                    GIVING WS-MEM-STATUS
                IF WS-MEM-STATUS = 0
                    ADD 1 TO WS-PURGE-COUNT
                    DISPLAY 'RPSTOR1 PURGED MEMBER ' WS-MEM-NAME
                END-IF
            END-IF.

      * ONLY A MEMBER THAT EXISTS CAN BE HELD.  HELD BY DATE FIRST;
      * OTHERWISE, WHILE ANY HOLD NAMES A CUSTOMER, READ THE MEMBER
      * AND STOP AT THE FIRST LINE CARRYING A HELD CUSTOMER'S ID.
        CHECK-MEMBER-HOLD.
            MOVE 'N' TO LHS-HELD.
            CALL 'CBL_OPEN_FILE' USING WS-MEM-NAME
                     WS-ACCESS WS-DENY
                     WS-DEVICE WS-MEM-HANDLE
                GIVING WS-MEM-STATUS.
            IF WS-MEM-STATUS = 0
                MOVE SPACES TO LHS-CUST-ID-WK
                MOVE WS-PURGE-DATE TO LHS-DATE-WK
                PERFORM CHECK-LEGAL-HOLD
                IF NOT LHS-IS-HELD AND LHS-CUST-HOLDS > 0
                    MOVE 'N' TO WS-MEM-EOF
                    PERFORM SCAN-ONE-MEMBER-LINE
                        UNTIL WS-MEM-EOF = 'Y' OR LHS-IS-HELD
                END-IF
                CALL 'CBL_CLOSE_FILE' USING WS-MEM-HANDLE
                    GIVING WS-MEM-STATUS
            END-IF.

        SCAN-ONE-MEMBER-LINE.
            MOVE WS-LRECL TO WS-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-MEM-HANDLE
                     WS-RECLEN WS-FLAGS
                     WS-RESERVED WS-LINE-BUF
                GIVING WS-MEM-STATUS.
            IF WS-MEM-STATUS NOT = 0
                MOVE 'Y' TO WS-MEM-EOF
            ELSE
                MOVE WS-LINE-BUF TO LHS-TEXT-WK
                MOVE WS-LRECL TO LHS-TEXT-LEN
                PERFORM CHECK-LEGAL-HOLD-TEXT
            END-IF.

      * REWRITE THE INDEX WITHOUT ROWS FOR THIS REPORT OLDER THAN
      * THE CUTOFF WHOSE MEMBER IS GONE - A HELD MEMBER KEEPS ITS
      * ROW, SO RPRTRV1 CAN STILL REPRINT IT.
        DROP-PURGED-INDEX-ROWS.
            MOVE 0 TO WS-IX-COUNT.
            MOVE 0 TO WS-IX-OVERFLOW.
            IF RPIX-REPORT = RP-REPORT
                AND RPIX-DATE NUMERIC
                AND RPIX-DATE < WS-PURGE-DATE
                CALL 'CBL_OPEN_FILE' USING RPIX-MEMBER
                         WS-ACCESS WS-DENY
                         WS-DEVICE WS-MEM-HANDLE
                    GIVING WS-MEM-STATUS
                IF WS-MEM-STATUS = 0
                    CALL 'CBL_CLOSE_FILE' USING WS-MEM-HANDLE
                        GIVING WS-MEM-STATUS
                ELSE
                    MOVE 'N' TO WS-IX-KEEP
                END-IF
            END-IF.
            IF WS-IX-KEEP = 'Y'
                MOVE LENGTH OF RPIX-REC TO WS-RECLEN
                         WS-RESERVED RPIX-REC
                    GIVING WS-IX-STATUS
            END-IF.

        COPY G6LHLDP.
