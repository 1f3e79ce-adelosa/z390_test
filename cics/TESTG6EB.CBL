      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * STATEMENT EMAIL BOUNCE PROCESSING.  THE STMTMAIL PARTNER
      * RETURNS A FILE OF ADDRESSES IT COULD NOT DELIVER TO (THE
      * G6EMBIN DD, ONE CARD PER BOUNCE).  THIS JOB KEEPS THE G6EMBNC
      * BOUNCE LIST (SEE G6EMBNC.CPY) THAT TESTG6PS CONSULTS, SO A
      * BOUNCED CUSTOMER'S NEXT STATEMENT GOES ON PAPER, AND PRINTS
      * THE CLERKS' REVIEW LIST TO G6EBRPT:
      *
      *   - NEW BOUNCES FROM THIS FEED.  A BOUNCE FOR AN ADDRESS THE
      *     CUSTOMER NO LONGER HAS ON CUSTMAST IS LISTED AS IGNORED -
      *     THE ADDRESS HAS ALREADY BEEN CORRECTED.
      *   - CLEARED - ROWS WHOSE CUSTOMER NOW HAS A DIFFERENT ADDRESS,
      *     HAS OPTED OUT OF EMAIL, OR IS NO LONGER ON THE MASTER.
      *     THOSE CUSTOMERS GO BACK TO EMAIL (OR STAY ON PAPER BY
      *     CHOICE) FROM THE NEXT STATEMENT RUN.
      *   - THE REVIEW LIST - EVERY BAD ADDRESS STILL OUTSTANDING, FOR
      *     THE CLERKS TO CORRECT ON THE GUI6 CONTACT PAGE.
      *
      * RUN IT WITH AN EMPTY G6EMBIN TO CLEAR CORRECTED ADDRESSES
      * AND REPRINT THE REVIEW LIST.  RC 4 WHEN THE FEED HELD NEW
      * BOUNCES; RC 8 WHEN THE LIST IS FULL (NOTHING IS LOST - A
      * BOUNCE LIST LARGER THAN THE TABLE IS NOT REWRITTEN AT ALL).
      *
      * G6EMBIN CARD:
      *   COLS  1-10  CUSTOMER ID
      *   COLS 12-51  ADDRESS THAT BOUNCED
      *   COLS 53-60  BOUNCE DATE YYYYMMDD
      *   COLS 62-80  PARTNER'S REASON TEXT
      *
        PROGRAM-ID. TESTG6EB.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMBIN ASSIGN TO G6EMBIN
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6EBRPT ASSIGN TO G6EBRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.

        DATA DIVISION.
        FILE SECTION.
        FD  EMBIN
            RECORD CONTAINS 80 CHARACTERS.
        01  EMBIN-REC.
            02  EBI-CUST-ID        PIC X(10).
            02  FILLER             PIC X(1).
            02  EBI-EMAIL          PIC X(40).
            02  FILLER             PIC X(1).
            02  EBI-DATE           PIC 9(8).
            02  FILLER             PIC X(1).
            02  EBI-REASON         PIC X(19).

        FD  G6EBRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6EBRPT-REC         PIC X(132).

        FD  CUSTMAST.
        COPY CUSTMAST.

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-IN-COUNT         PIC 9(5) VALUE 0.
        01  WS-NEW-COUNT        PIC 9(5) VALUE 0.
        01  WS-IGNORED-COUNT    PIC 9(5) VALUE 0.
        01  WS-CLEARED-COUNT    PIC 9(5) VALUE 0.
        01  WS-REVIEW-COUNT     PIC 9(5) VALUE 0.
        01  WS-FULL-COUNT       PIC 9(5) VALUE 0.
        01  WS-CUST-FOUND       PIC X(1).
        01  WS-IGNORE-WHY       PIC X(30).

      * THE BOUNCE LIST, HELD WHOLE IN STORAGE - READ, UPDATE,
      * TRUNCATE-AND-REWRITE (THE LATEST-STATE TECHNIQUE, SAME AS
      * TESTG6PG).  WS-EB-DROP MARKS A CLEARED ROW, LEFT OUT OF THE
      * REWRITE.
        COPY G6EMBNC.
        01  WS-EB-NAME         PIC X(8) VALUE 'G6EMBNC'.
        01  WS-EB-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-EB-ACCESS-OUT   PIC X(1) VALUE X'01'.
        01  WS-EB-DENY         PIC X(1) VALUE X'03'.
        01  WS-EB-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-EB-HANDLE       PIC X(4).
        01  WS-EB-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-EB-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-EB-STATUS       PIC S9(9) COMP-5.
        01  WS-EB-RECLEN       PIC 9(8) COMP-5.
        01  WS-EB-EOF          PIC X(1).
        01  WS-EB-MAX          PIC 9(4) COMP VALUE 1000.
        01  WS-EB-COUNT        PIC 9(4) COMP VALUE 0.
        01  WS-EB-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-EB-TABLE.
            02  WS-EB-ENTRY OCCURS 1000 TIMES.
                03  WS-EB-ROW  PIC X(95).
                03  WS-EB-DROP PIC X(1).
        01  WS-EB-IDX          PIC 9(4) COMP.
        01  WS-EB-USE          PIC 9(4) COMP.

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM OPEN-FILES.
            PERFORM LOAD-BOUNCE-TABLE.
            IF WS-EB-OVERFLOW > 0
                DISPLAY 'TESTG6EB BOUNCE LIST EXCEEDS TABLE - '
                        'NOT UPDATED'
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM APPLY-BOUNCE-FEED
                PERFORM CLEAR-CORRECTED-ROWS
                PERFORM LIST-REVIEW-ROWS
                PERFORM REWRITE-BOUNCE-FILE
                PERFORM WRITE-SUMMARY
                IF WS-FULL-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF WS-NEW-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.
            CLOSE EMBIN CUSTMAST G6EBRPT.
            DISPLAY 'TESTG6EB BOUNCES   =' WS-IN-COUNT.
            DISPLAY 'TESTG6EB NEW       =' WS-NEW-COUNT.
            DISPLAY 'TESTG6EB CLEARED   =' WS-CLEARED-COUNT.
            DISPLAY 'TESTG6EB TO REVIEW =' WS-REVIEW-COUNT.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT EMBIN.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT G6EBRPT.
            MOVE SPACES TO G6EBRPT-REC.
            STRING 'STATEMENT EMAIL BOUNCE REVIEW FOR '
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO G6EBRPT-REC.
            WRITE G6EBRPT-REC.

        LOAD-BOUNCE-TABLE.
            MOVE 0 TO WS-EB-COUNT WS-EB-OVERFLOW.
            CALL 'CBL_OPEN_FILE' USING WS-EB-NAME
                     WS-EB-ACCESS WS-EB-DENY
                     WS-EB-DEVICE WS-EB-HANDLE
                GIVING WS-EB-STATUS.
            IF WS-EB-STATUS = 0
                MOVE 'N' TO WS-EB-EOF
                PERFORM LOAD-ONE-ROW
                    UNTIL WS-EB-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-EB-HANDLE
                    GIVING WS-EB-STATUS
            END-IF.

        LOAD-ONE-ROW.
            MOVE LENGTH OF EMB-REC TO WS-EB-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-EB-HANDLE
                     WS-EB-RECLEN WS-EB-FLAGS
                     WS-EB-RESERVED EMB-REC
                GIVING WS-EB-STATUS.
            IF WS-EB-STATUS NOT = 0
                MOVE 'Y' TO WS-EB-EOF
            ELSE
                IF WS-EB-COUNT < WS-EB-MAX
                    ADD 1 TO WS-EB-COUNT
                    MOVE EMB-REC TO WS-EB-ROW (WS-EB-COUNT)
                    MOVE 'N' TO WS-EB-DROP (WS-EB-COUNT)
                ELSE
                    ADD 1 TO WS-EB-OVERFLOW
                END-IF
            END-IF.

      ***************************************************************
      * NEW BOUNCES.  ONLY A BOUNCE FOR THE ADDRESS THE CUSTOMER
      * STILL HAS IS RECORDED; A REPEAT BOUNCE BUMPS THE COUNT.
      ***************************************************************
        APPLY-BOUNCE-FEED.
            MOVE SPACES TO G6EBRPT-REC.
            WRITE G6EBRPT-REC.
            MOVE 'NEW BOUNCES' TO G6EBRPT-REC.
            WRITE G6EBRPT-REC.
            PERFORM READ-FEED.
            PERFORM APPLY-ONE-BOUNCE UNTIL WS-EOF.

        READ-FEED.
            READ EMBIN
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        APPLY-ONE-BOUNCE.
            ADD 1 TO WS-IN-COUNT.
            MOVE EBI-CUST-ID TO CUST-ID.
            PERFORM READ-CUSTOMER.
            MOVE SPACES TO WS-IGNORE-WHY.
            IF WS-CUST-FOUND = 'N'
                MOVE 'NOT ON CUSTOMER MASTER' TO WS-IGNORE-WHY
            ELSE
                IF CUST-EMAIL NOT = EBI-EMAIL
                    MOVE 'ADDRESS ALREADY CHANGED' TO WS-IGNORE-WHY
                END-IF
            END-IF.
            IF WS-IGNORE-WHY NOT = SPACES
                ADD 1 TO WS-IGNORED-COUNT
                MOVE SPACES TO G6EBRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       EBI-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EBI-EMAIL DELIMITED BY SIZE
                       ' IGNORED - ' DELIMITED BY SIZE
                       WS-IGNORE-WHY DELIMITED BY SIZE
                  INTO G6EBRPT-REC
                WRITE G6EBRPT-REC
            ELSE
                PERFORM RECORD-ONE-BOUNCE
            END-IF.
            PERFORM READ-FEED.

        READ-CUSTOMER.
            MOVE 'Y' TO WS-CUST-FOUND.
            READ CUSTMAST
                INVALID KEY
                    MOVE 'N' TO WS-CUST-FOUND
            END-READ.

        RECORD-ONE-BOUNCE.
            MOVE 0 TO WS-EB-USE.
            PERFORM FIND-BOUNCE-ROW
                VARYING WS-EB-IDX FROM 1 BY 1
                UNTIL WS-EB-IDX > WS-EB-COUNT
                   OR WS-EB-USE > 0.
            IF WS-EB-USE = 0
                IF WS-EB-COUNT < WS-EB-MAX
                    ADD 1 TO WS-EB-COUNT
                    MOVE WS-EB-COUNT TO WS-EB-USE
                    MOVE SPACES TO EMB-REC
                    MOVE EBI-CUST-ID TO EMB-CUST-ID
                    MOVE 0 TO EMB-COUNT
                ELSE
                    ADD 1 TO WS-FULL-COUNT
                    MOVE SPACES TO G6EBRPT-REC
                    STRING '  ' DELIMITED BY SIZE
                           EBI-CUST-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           EBI-EMAIL DELIMITED BY SIZE
                           ' ** NOT RECORDED - BOUNCE LIST FULL **'
                               DELIMITED BY SIZE
                      INTO G6EBRPT-REC
                    WRITE G6EBRPT-REC
                END-IF
            ELSE
                MOVE WS-EB-ROW (WS-EB-USE) TO EMB-REC
                IF EMB-EMAIL NOT = EBI-EMAIL
                    MOVE 0 TO EMB-COUNT
                END-IF
            END-IF.
            IF WS-EB-USE > 0
                ADD 1 TO WS-NEW-COUNT
                MOVE EBI-EMAIL TO EMB-EMAIL
                MOVE EBI-DATE TO EMB-DATE
                MOVE EBI-REASON TO EMB-REASON
                ADD 1 TO EMB-COUNT
                MOVE EMB-REC TO WS-EB-ROW (WS-EB-USE)
                MOVE 'N' TO WS-EB-DROP (WS-EB-USE)
                MOVE SPACES TO G6EBRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       EMB-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EMB-EMAIL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EMB-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EMB-REASON DELIMITED BY SIZE
                       ' BOUNCES ' DELIMITED BY SIZE
                       EMB-COUNT DELIMITED BY SIZE
                  INTO G6EBRPT-REC
                WRITE G6EBRPT-REC
            END-IF.

        FIND-BOUNCE-ROW.
            MOVE WS-EB-ROW (WS-EB-IDX) TO EMB-REC.
            IF EMB-CUST-ID = EBI-CUST-ID
                MOVE WS-EB-IDX TO WS-EB-USE
            END-IF.

      ***************************************************************
      * CLEARED.  THE CLERK HAS FIXED THE ADDRESS, THE CUSTOMER HAS
      * OPTED OUT OF EMAIL, OR THE CUSTOMER IS GONE - THE ROW HAS
      * DONE ITS JOB.
      ***************************************************************
        CLEAR-CORRECTED-ROWS.
            MOVE SPACES TO G6EBRPT-REC.
            WRITE G6EBRPT-REC.
            MOVE 'CLEARED' TO G6EBRPT-REC.
            WRITE G6EBRPT-REC.
            PERFORM CHECK-ONE-ROW
                VARYING WS-EB-IDX FROM 1 BY 1
                UNTIL WS-EB-IDX > WS-EB-COUNT.

        CHECK-ONE-ROW.
            MOVE WS-EB-ROW (WS-EB-IDX) TO EMB-REC.
            MOVE EMB-CUST-ID TO CUST-ID.
            PERFORM READ-CUSTOMER.
            MOVE SPACES TO WS-IGNORE-WHY.
            IF WS-CUST-FOUND = 'N'
                MOVE 'NOT ON CUSTOMER MASTER' TO WS-IGNORE-WHY
            ELSE
                IF CUST-EMAIL-OPTED-OUT
                    MOVE 'OPTED OUT OF EMAIL' TO WS-IGNORE-WHY
                ELSE
                    IF CUST-EMAIL NOT = EMB-EMAIL
                        MOVE 'ADDRESS CORRECTED' TO WS-IGNORE-WHY
                    END-IF
                END-IF
            END-IF.
            IF WS-IGNORE-WHY NOT = SPACES
                ADD 1 TO WS-CLEARED-COUNT
                MOVE 'Y' TO WS-EB-DROP (WS-EB-IDX)
                MOVE SPACES TO G6EBRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       EMB-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EMB-EMAIL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-IGNORE-WHY DELIMITED BY SIZE
                  INTO G6EBRPT-REC
                WRITE G6EBRPT-REC
            END-IF.

      ***************************************************************
      * THE CLERKS' REVIEW LIST - EVERY BAD ADDRESS STILL ON FILE.
      ***************************************************************
        LIST-REVIEW-ROWS.
            MOVE SPACES TO G6EBRPT-REC.
            WRITE G6EBRPT-REC.
            MOVE 'CLERK REVIEW - CORRECT ON THE GUI6 CONTACT PAGE'
              TO G6EBRPT-REC.
            WRITE G6EBRPT-REC.
            PERFORM LIST-ONE-ROW
                VARYING WS-EB-IDX FROM 1 BY 1
                UNTIL WS-EB-IDX > WS-EB-COUNT.

        LIST-ONE-ROW.
            IF WS-EB-DROP (WS-EB-IDX) = 'N'
                ADD 1 TO WS-REVIEW-COUNT
                MOVE WS-EB-ROW (WS-EB-IDX) TO EMB-REC
                MOVE SPACES TO G6EBRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       EMB-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EMB-EMAIL DELIMITED BY SIZE
                       ' LAST ' DELIMITED BY SIZE
                       EMB-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EMB-REASON DELIMITED BY SIZE
                       ' BOUNCES ' DELIMITED BY SIZE
                       EMB-COUNT DELIMITED BY SIZE
                  INTO G6EBRPT-REC
                WRITE G6EBRPT-REC
            END-IF.

        REWRITE-BOUNCE-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-EB-NAME
                     WS-EB-ACCESS-OUT WS-EB-DENY
                     WS-EB-DEVICE WS-EB-HANDLE
                GIVING WS-EB-STATUS.
            PERFORM WRITE-ONE-ROW
                VARYING WS-EB-IDX FROM 1 BY 1
                UNTIL WS-EB-IDX > WS-EB-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-EB-HANDLE
                GIVING WS-EB-STATUS.

        WRITE-ONE-ROW.
            IF WS-EB-DROP (WS-EB-IDX) = 'N'
                MOVE LENGTH OF EMB-REC TO WS-EB-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-EB-HANDLE
                         WS-EB-RECLEN WS-EB-FLAGS
                         WS-EB-RESERVED WS-EB-ROW (WS-EB-IDX)
                    GIVING WS-EB-STATUS
            END-IF.

        WRITE-SUMMARY.
            MOVE SPACES TO G6EBRPT-REC.
            WRITE G6EBRPT-REC.
            MOVE SPACES TO G6EBRPT-REC.
            STRING 'BOUNCES READ = ' DELIMITED BY SIZE
                   WS-IN-COUNT DELIMITED BY SIZE
                   '  NEW = ' DELIMITED BY SIZE
                   WS-NEW-COUNT DELIMITED BY SIZE
                   '  IGNORED = ' DELIMITED BY SIZE
                   WS-IGNORED-COUNT DELIMITED BY SIZE
                   '  CLEARED = ' DELIMITED BY SIZE
                   WS-CLEARED-COUNT DELIMITED BY SIZE
                   '  AWAITING REVIEW = ' DELIMITED BY SIZE
                   WS-REVIEW-COUNT DELIMITED BY SIZE
              INTO G6EBRPT-REC.
            WRITE G6EBRPT-REC.
            IF WS-FULL-COUNT > 0
                MOVE SPACES TO G6EBRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-FULL-COUNT DELIMITED BY SIZE
                       ' BOUNCES NOT RECORDED - LIST FULL **'
                           DELIMITED BY SIZE
                  INTO G6EBRPT-REC
                WRITE G6EBRPT-REC
            END-IF.
