      * G6PNHIST APPROVAL-HISTORY ARCHIVE (APPEND-ONLY, SAME RECORD
      * LAYOUT) AND REWRITES G6PENDG WITH ONLY THE STILL-PENDING
      * ROWS.  THE TESTG6PH MONTHLY REPORT READS THE ARCHIVE.
      * A DECIDED ENTRY UNDER A G6LHOLD LEGAL HOLD (G6LHLDW.CPY) -
      * FOR A HELD CUSTOMER, OR PARKED INSIDE A HELD DATE RANGE -
      * STAYS ON G6PENDG EXACTLY AS IT IS AND IS LISTED; THE FIRST
      * RUN AFTER THE HOLD IS RELEASED ARCHIVES IT.
      *
        PROGRAM-ID. TESTG6PA.
        ENVIRONMENT DIVISION.
        01  WS-PN-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-PN-TABLE.
            02  WS-PN-ENTRY OCCURS 200 TIMES.
                03  WS-PN-ROW  PIC X(554).
        01  WS-PN-IDX          PIC 9(3) COMP.

      * THE APPROVAL-HISTORY ARCHIVE, APPENDED.

        01  WS-ARCHIVED-COUNT  PIC 9(5) VALUE 0.
        01  WS-KEPT-COUNT      PIC 9(5) VALUE 0.
        01  WS-HELD-COUNT      PIC 9(5) VALUE 0.
        COPY G6LHLDW.

        PROCEDURE DIVISION.
        MAINLINE.
            END-IF.
            DISPLAY 'TESTG6PA ARCHIVED =' WS-ARCHIVED-COUNT.
            DISPLAY 'TESTG6PA PENDING  =' WS-KEPT-COUNT.
            DISPLAY 'TESTG6PA HELD     =' WS-HELD-COUNT.
            STOP RUN.

        LOAD-PENDING-TABLE.
      * DECIDED ENTRIES GO TO THE ARCHIVE; PENDING ONES STAY PUT.
        ARCHIVE-ONE-ENTRY.
            MOVE WS-PN-ROW (WS-PN-IDX) TO PEND-REC.
            MOVE 'N' TO LHS-HELD.
            IF PEND-STATUS = 'A' OR PEND-STATUS = 'R'
                MOVE PEND-CUST-ID TO LHS-CUST-ID-WK
                MOVE 0 TO LHS-DATE-WK
                IF PEND-DATE IS NUMERIC
                    MOVE PEND-DATE TO LHS-DATE-WK
                END-IF
                PERFORM CHECK-LEGAL-HOLD
                IF LHS-IS-HELD
                    ADD 1 TO WS-HELD-COUNT
                    DISPLAY 'TESTG6PA HELD ENTRY ' PEND-CUST-ID
                            ' ' PEND-DATE ' HOLD ' LHS-HELD-BY
                END-IF
            END-IF.
            IF (PEND-STATUS = 'A' OR PEND-STATUS = 'R')
                AND NOT LHS-IS-HELD
                IF WS-HS-OPENED = 'N'
                    CALL 'CBL_OPEN_FILE' USING WS-HS-NAME
                             WS-PN-ACCESS WS-PN-DENY
                         WS-PN-RESERVED WS-PN-ROW (WS-PN-IDX)
                    GIVING WS-PN-STATUS
            END-IF.

        COPY G6LHLDP.
