      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY SANCTIONS / WATCH-LIST SCREEN.  EVERY CUSTMAST
      * CUSTOMER NOT MARKED INACTIVE (DORMANT ACCOUNTS ARE STILL OPEN
      * AND ARE SCREENED) HAS ITS NAME AND ADDRESS RUN AGAINST THE
      * G6WLIST REFERENCE LOADED BY TESTG6WL, THROUGH THE SAME
      * G6WLSTW/G6WLSTP SCREENING GUI6 USES.  EACH POSSIBLE MATCH IS
      * REFERRED TO THE COMPLIANCE OFFICER AS A 'P' ROW ON G6WLREV
      * (SEE G6WLREV.CPY) AND PRINTED ON THE G6WSRPT REFERRAL
      * REPORT.  A MATCH ALREADY ON THE QUEUE FOR THE SAME CUSTOMER,
      * LIST ENTRY AND CUSTOMER NAME - OPEN OR ALREADY DECIDED - IS
      * NOT REFERRED AGAIN, SO A CLEARED FALSE POSITIVE STAYS CLEARED
      * UNTIL THE NAME OR THE LIST ENTRY CHANGES.
      *
      * NOTHING ON THE MASTER CHANGES HERE.  THE REVIEW QUEUE IS
      * READ WHOLE FOR THE DUPLICATE CHECK; A QUEUE PAST THE TABLE
      * LIMIT STOPS THE RUN (RC 8) RATHER THAN RISK REFERRING THE
      * SAME HIT TWICE.  AN EMPTY OR OVERSIZED WATCH LIST IS FLAGGED
      * WITH RC 4.
      *
        PROGRAM-ID. TESTG6WS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT G6WSRPT ASSIGN TO G6WSRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  G6WSRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6WSRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY G6WLSTW.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-NOW              PIC 9(8).
        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-SCREENED-COUNT   PIC 9(7) VALUE 0.
        01  WS-HIT-COUNT        PIC 9(7) VALUE 0.
        01  WS-REFER-COUNT      PIC 9(7) VALUE 0.
        01  WS-KNOWN-COUNT      PIC 9(7) VALUE 0.
        01  WS-HIT-WORD         PIC X(12).
        01  WS-LIST-COUNT-ED    PIC 9(4).

      * THE REVIEW QUEUE, HELD WHOLE FOR THE DUPLICATE CHECK.  NEW
      * REFERRALS ARE ADDED TO THE TABLE AS WELL AS APPENDED TO THE
      * FILE, SO ONE RUN NEVER REFERS THE SAME HIT TWICE EITHER.
        COPY G6WLREV.
        01  WS-RV-NAME          PIC X(8) VALUE 'G6WLREV'.
        01  WS-RV-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-RV-DENY          PIC X(1) VALUE X'03'.
        01  WS-RV-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-RV-HANDLE        PIC X(4).
        01  WS-RV-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-RV-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-RV-OPENED        PIC X(1) VALUE 'N'.
        01  WS-RV-STATUS        PIC S9(9) COMP-5.
        01  WS-RV-RECLEN        PIC 9(8) COMP-5.
        01  WS-RV-EOF           PIC X(1).
        01  WS-RV-MAX           PIC 9(4) COMP VALUE 500.
        01  WS-RV-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-RV-OVERFLOW      PIC 9(5) VALUE 0.
        01  WS-RV-TABLE.
            02  WS-RV-ENTRY OCCURS 500 TIMES.
                03  WS-RV-ROW   PIC X(243).
        01  WS-RV-IDX           PIC 9(4) COMP.
        01  WS-RV-KNOWN         PIC X(1).

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM LOAD-REVIEW-TABLE.
            IF WS-RV-OVERFLOW > 0
                DISPLAY 'TESTG6WS REVIEW QUEUE EXCEEDS TABLE - '
                        'NOTHING SCREENED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-WATCH-LIST.
            PERFORM OPEN-FILES.
            IF WLS-COUNT > 0
                PERFORM SCREEN-ALL-CUSTOMERS
            END-IF.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6WS SCANNED   =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6WS SCREENED  =' WS-SCREENED-COUNT.
            DISPLAY 'TESTG6WS HITS      =' WS-HIT-COUNT.
            DISPLAY 'TESTG6WS REFERRED  =' WS-REFER-COUNT.
            DISPLAY 'TESTG6WS ALREADY ON QUEUE =' WS-KNOWN-COUNT.
            IF WLS-COUNT = 0
                DISPLAY 'TESTG6WS WATCH LIST EMPTY - NOTHING SCREENED'
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WLS-OVERFLOW > 0
                DISPLAY 'TESTG6WS WATCH-LIST ENTRIES NOT SCREENED ='
                        WLS-OVERFLOW
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT G6WSRPT.
            MOVE WLS-COUNT TO WS-LIST-COUNT-ED.
            MOVE SPACES TO G6WSRPT-REC.
            STRING 'WATCH-LIST SCREENING REFERRALS - ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   WS-LIST-COUNT-ED DELIMITED BY SIZE
                   ' LIST ENTRIES)' DELIMITED BY SIZE
              INTO G6WSRPT-REC.
            WRITE G6WSRPT-REC.
            MOVE SPACES TO G6WSRPT-REC.
            STRING '  CUSTOMER   NAME                           '
                       DELIMITED BY SIZE
                   ' MATCH        LIST     ENTRY      LISTED NAME'
                       DELIMITED BY SIZE
              INTO G6WSRPT-REC.
            WRITE G6WSRPT-REC.

        CLOSE-FILES.
            CLOSE CUSTMAST G6WSRPT.
            IF WS-RV-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RV-HANDLE
                    GIVING WS-RV-STATUS
            END-IF.

        LOAD-REVIEW-TABLE.
            MOVE 0 TO WS-RV-COUNT.
            CALL 'CBL_OPEN_FILE' USING WS-RV-NAME
                     WS-RV-ACCESS WS-RV-DENY
                     WS-RV-DEVICE WS-RV-HANDLE
                GIVING WS-RV-STATUS.
            IF WS-RV-STATUS = 0
                MOVE 'N' TO WS-RV-EOF
                PERFORM LOAD-ONE-REVIEW UNTIL WS-RV-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RV-HANDLE
                    GIVING WS-RV-STATUS
            END-IF.

        LOAD-ONE-REVIEW.
            MOVE LENGTH OF WLRV-REC TO WS-RV-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-RV-HANDLE
                     WS-RV-RECLEN WS-RV-FLAGS
                     WS-RV-RESERVED WLRV-REC
                GIVING WS-RV-STATUS.
            IF WS-RV-STATUS NOT = 0
                MOVE 'Y' TO WS-RV-EOF
            ELSE
                IF WS-RV-COUNT < WS-RV-MAX
                    ADD 1 TO WS-RV-COUNT
                    MOVE WLRV-REC TO WS-RV-ROW (WS-RV-COUNT)
                ELSE
                    ADD 1 TO WS-RV-OVERFLOW
                END-IF
            END-IF.

        SCREEN-ALL-CUSTOMERS.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-CUSTMAST
            END-IF.
            PERFORM SCREEN-ONE-CUSTOMER UNTIL WS-EOF.

        READ-NEXT-CUSTMAST.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        SCREEN-ONE-CUSTOMER.
            ADD 1 TO WS-SCANNED-COUNT.
            IF NOT CUST-IS-INACTIVE
                ADD 1 TO WS-SCREENED-COUNT
                MOVE CUST-NAME TO WLS-CUST-NAME-WK
                MOVE CUST-ADDR TO WLS-CUST-ADDR-WK
                MOVE CUST-ZIP  TO WLS-CUST-ZIP-WK
                PERFORM SCREEN-WATCH-LIST
                IF WLS-HIT-COUNT > 0
                    PERFORM REFER-ONE-HIT
                        VARYING WLS-SCAN FROM 1 BY 1
                        UNTIL WLS-SCAN > WLS-COUNT
                END-IF
            END-IF.
            PERFORM READ-NEXT-CUSTMAST.

      * ONE LIST ENTRY AGAINST THE CUSTOMER JUST SCREENED - REFER IT
      * UNLESS THE QUEUE ALREADY KNOWS THIS CUSTOMER/ENTRY/NAME.
        REFER-ONE-HIT.
            SET WLS-IDX TO WLS-SCAN.
            IF WLS-HIT-TYPE (WLS-IDX) NOT = SPACE
                ADD 1 TO WS-HIT-COUNT
                MOVE 'N' TO WS-RV-KNOWN
                PERFORM CHECK-ONE-KNOWN
                    VARYING WS-RV-IDX FROM 1 BY 1
                    UNTIL WS-RV-IDX > WS-RV-COUNT
                       OR WS-RV-KNOWN = 'Y'
                IF WS-RV-KNOWN = 'Y'
                    ADD 1 TO WS-KNOWN-COUNT
                ELSE
                    PERFORM WRITE-REFERRAL
                END-IF
            END-IF.

        CHECK-ONE-KNOWN.
            MOVE WS-RV-ROW (WS-RV-IDX) TO WLRV-REC.
            IF WLRV-CUST-ID = CUST-ID
                AND WLRV-LIST-ID = WLS-LIST-ID (WLS-IDX)
                AND WLRV-ENTRY-ID = WLS-ENTRY-ID (WLS-IDX)
                AND WLRV-CUST-NAME = CUST-NAME
                MOVE 'Y' TO WS-RV-KNOWN
            END-IF.

        WRITE-REFERRAL.
            MOVE SPACES TO WLRV-REC.
            MOVE 'P'                    TO WLRV-STATUS.
            MOVE CUST-ID                TO WLRV-CUST-ID.
            MOVE WLS-HIT-TYPE (WLS-IDX) TO WLRV-HIT-TYPE.
            MOVE WLS-LIST-ID (WLS-IDX)  TO WLRV-LIST-ID.
            MOVE WLS-ENTRY-ID (WLS-IDX) TO WLRV-ENTRY-ID.
            MOVE WLS-NAME (WLS-IDX)     TO WLRV-LIST-NAME.
            MOVE CUST-NAME              TO WLRV-CUST-NAME.
            MOVE CUST-ADDR              TO WLRV-CUST-ADDR.
            MOVE CUST-ZIP               TO WLRV-CUST-ZIP.
            MOVE 'G6WS'                 TO WLRV-SOURCE.
            MOVE WS-TODAY               TO WLRV-OPEN-DATE.
            ACCEPT WS-NOW FROM TIME.
            MOVE WS-NOW                 TO WLRV-OPEN-TIME.
            MOVE 0 TO WLRV-DEC-DATE WLRV-DEC-TIME.
            IF WS-RV-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-RV-NAME
                         WS-RV-ACCESS WS-RV-DENY
                         WS-RV-DEVICE WS-RV-HANDLE
                    GIVING WS-RV-STATUS
                MOVE 'Y' TO WS-RV-OPENED
            END-IF.
            MOVE LENGTH OF WLRV-REC TO WS-RV-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RV-HANDLE
                     WS-RV-RECLEN WS-RV-FLAGS
                     WS-RV-RESERVED WLRV-REC
                GIVING WS-RV-STATUS.
            IF WS-RV-COUNT < WS-RV-MAX
                ADD 1 TO WS-RV-COUNT
                MOVE WLRV-REC TO WS-RV-ROW (WS-RV-COUNT)
            END-IF.
            ADD 1 TO WS-REFER-COUNT.
            EVALUATE WLRV-HIT-TYPE
                WHEN 'N'
                    MOVE 'NAME'         TO WS-HIT-WORD
                WHEN 'P'
                    MOVE 'PART OF NAME' TO WS-HIT-WORD
                WHEN OTHER
                    MOVE 'ADDRESS'      TO WS-HIT-WORD
            END-EVALUATE.
            MOVE SPACES TO G6WSRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-HIT-WORD DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WLRV-LIST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WLRV-ENTRY-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WLRV-LIST-NAME DELIMITED BY SIZE
              INTO G6WSRPT-REC.
            WRITE G6WSRPT-REC.

        WRITE-SUMMARY.
            MOVE SPACES TO G6WSRPT-REC.
            WRITE G6WSRPT-REC.
            MOVE SPACES TO G6WSRPT-REC.
            STRING 'SCANNED = ' DELIMITED BY SIZE
                   WS-SCANNED-COUNT DELIMITED BY SIZE
                   '  SCREENED = ' DELIMITED BY SIZE
                   WS-SCREENED-COUNT DELIMITED BY SIZE
                   '  HITS = ' DELIMITED BY SIZE
                   WS-HIT-COUNT DELIMITED BY SIZE
                   '  REFERRED = ' DELIMITED BY SIZE
                   WS-REFER-COUNT DELIMITED BY SIZE
                   '  ALREADY ON QUEUE = ' DELIMITED BY SIZE
                   WS-KNOWN-COUNT DELIMITED BY SIZE
              INTO G6WSRPT-REC.
            WRITE G6WSRPT-REC.
            IF WLS-COUNT = 0
                MOVE SPACES TO G6WSRPT-REC
                MOVE '** WATCH LIST EMPTY - NOTHING SCREENED **'
                  TO G6WSRPT-REC
                WRITE G6WSRPT-REC
            END-IF.

        COPY G6WLSTP.
