      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * AD HOC CUSTOMER SELECTION EXTRACT.  BROWSES THE CUSTMAST
      * MASTER AND LISTS EVERY CUSTOMER MEETING ALL THE CRITERIA
      * KEYED ON THE G6SXPARM CARDS TO G6SXRPT, WITH THE NUMBER
      * SELECTED AND THE NUMBER DROPPED BY EACH CRITERION AT THE END.
      * A DELIM CARD ALSO WRITES THE SELECTION TO G6SXOUT AS A
      * DELIMITED FILE (HEADING LINE, THEN ONE LINE PER CUSTOMER)
      * FOR LOADING INTO A SPREADSHEET.
      *
      * THE EXTRACT EXPOSES CUSTOMER DATA IN BULK, SO IT IS NOT
      * ANONYMOUS: A REQUESTR CARD NAMING THE OPERATOR WHO ASKED FOR
      * IT IS REQUIRED, AND EVERY CUSTOMER SELECTED IS WRITTEN TO THE
      * G6ACCLOG ACCESS LOG UNDER THAT OPERATOR WITH TERMINAL BTCH
      * AND SCREEN CODE SELX (SEE G6ACCLOG.CPY), SO TESTG6AL SHOWS
      * WHO PULLED WHICH CUSTOMERS.
      *
      * G6SXPARM CARDS - KEYWORD IN COLS 1-8, OPERANDS FROM COL 10.
      * '*' IN COL 1 IS A COMMENT.  DIFFERENT KEYWORDS MUST ALL
      * MATCH; REPEATED STATE, CURRENCY AND STATUS CARDS ARE
      * ALTERNATIVES (ANY ONE MATCHES).  A CRITERION WITH NO CARD IS
      * NOT APPLIED.
      *   REQUESTR  COLS 10-12  REQUESTING OPERATOR ID (REQUIRED)
      *   ZIP       COLS 10-14  LOW ZIP, COLS 16-20 HIGH ZIP
      *   STATE     COLS 10-11  STATE OF THE ZIP PER ZIPREF (UP TO 10)
      *   CURRENCY  COLS 10-18  CUST-CURS (UP TO 10)
      *   STATUS    COL  10     A ACTIVE, I INACTIVE, D DORMANT
      *   USDAMT    COLS 10-19  LOW USD-EQUIVALENT, WHOLE DOLLARS;
      *             COLS 21-30  HIGH (BLANK = NO UPPER LIMIT)
      *   UPDATED   COLS 10-17  LAST UPDATED ON/AFTER YYYYMMDD;
      *             COLS 19-26  ON/BEFORE (BLANK = NO UPPER LIMIT)
      *   PHONE     COL  10     Y HAS A PHONE NUMBER, N HAS NONE
      *   EMAIL     COL  10     Y HAS AN EMAIL ADDRESS, N HAS NONE
      *   HOUSEHLD  COL  10     Y IN A G6HHXRF HOUSEHOLD, N IN NONE
      *   DELIM     COL  10     DELIMITER CHARACTER FOR G6SXOUT
      * AN UNKNOWN KEYWORD OR A BAD OPERAND IS LISTED AND STOPS THE
      * RUN WITH RC 8 BEFORE ANY CUSTOMER IS READ - A MIS-KEYED CARD
      * MUST NOT QUIETLY WIDEN THE SELECTION.
      *
        PROGRAM-ID. TESTG6SX.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SXPARM ASSIGN TO G6SXPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6SXRPT ASSIGN TO G6SXRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6SXOUT ASSIGN TO G6SXOUT
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.

        DATA DIVISION.
        FILE SECTION.
        FD  SXPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  SXPARM-REC.
            02  SX-KEYWORD          PIC X(8).
            02  FILLER              PIC X(1).
            02  SX-OPERANDS         PIC X(71).
        01  SXPARM-RANGE-REC.
            02  FILLER              PIC X(9).
            02  SX-LOW              PIC X(10).
            02  FILLER              PIC X(1).
            02  SX-HIGH             PIC X(10).
            02  FILLER              PIC X(50).
        01  SXPARM-ZIP-REC.
            02  FILLER              PIC X(9).
            02  SX-ZIP-LOW          PIC X(5).
            02  FILLER              PIC X(1).
            02  SX-ZIP-HIGH         PIC X(5).
            02  FILLER              PIC X(60).
        01  SXPARM-DATE-REC.
            02  FILLER              PIC X(9).
            02  SX-DATE-FROM        PIC X(8).
            02  FILLER              PIC X(1).
            02  SX-DATE-TO          PIC X(8).
            02  FILLER              PIC X(54).

        FD  G6SXRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6SXRPT-REC         PIC X(132).

        FD  G6SXOUT
            RECORD CONTAINS 200 CHARACTERS.
        01  G6SXOUT-REC         PIC X(200).

        FD  CUSTMAST.
        COPY CUSTMAST.

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-CARD-EOF         PIC X(1) VALUE 'N'.
        01  WS-CARD-BAD         PIC X(1) VALUE 'N'.
        01  WS-CARD-COUNT       PIC 9(3) VALUE 0.
        01  WS-TODAY            PIC 9(8).
        01  WS-NOW              PIC 9(8).
        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-SELECT-COUNT     PIC 9(7) VALUE 0.
        01  WS-PASS-SW          PIC X(1).
        01  WS-MATCH-SW         PIC X(1).
        01  WS-K                PIC 9(2) COMP.

      * THE CRITERIA AS LOADED FROM THE CARDS.  EACH -ON SWITCH SAYS
      * WHETHER THAT CRITERION IS APPLIED AT ALL.
        01  WS-REQ-OPID         PIC X(3) VALUE SPACES.
        01  WS-ZIP-ON           PIC X(1) VALUE 'N'.
        01  WS-ZIP-LOW          PIC X(5).
        01  WS-ZIP-HIGH         PIC X(5).
        01  WS-STATE-COUNT      PIC 9(2) COMP VALUE 0.
        01  WS-STATE-TABLE.
            02  WS-STATE-ENTRY OCCURS 10 TIMES PIC X(2).
        01  WS-CURS-COUNT       PIC 9(2) COMP VALUE 0.
        01  WS-CURS-TABLE.
            02  WS-CURS-ENTRY OCCURS 10 TIMES PIC X(9).
        01  WS-STAT-COUNT       PIC 9(2) COMP VALUE 0.
        01  WS-STAT-TABLE.
            02  WS-STAT-ENTRY OCCURS 3 TIMES PIC X(1).
        01  WS-CUST-STAT        PIC X(1).
        01  WS-AMT-ON           PIC X(1) VALUE 'N'.
        01  WS-AMT-LOW          PIC 9(10).
        01  WS-AMT-HIGH         PIC 9(10).
        01  WS-AMT-HIGH-ON      PIC X(1) VALUE 'N'.
        01  WS-UPD-ON           PIC X(1) VALUE 'N'.
        01  WS-UPD-FROM         PIC 9(8).
        01  WS-UPD-TO           PIC 9(8) VALUE 99999999.
        01  WS-PHONE-WANT       PIC X(1) VALUE SPACE.
        01  WS-EMAIL-WANT       PIC X(1) VALUE SPACE.
        01  WS-HH-WANT          PIC X(1) VALUE SPACE.
        01  WS-DELIM            PIC X(1) VALUE SPACE.
        01  WS-FLAG-WK          PIC X(1).

      * CUSTOMERS DROPPED, BY THE FIRST CRITERION EACH ONE FAILED.
        01  WS-DROP-ZIP         PIC 9(7) VALUE 0.
        01  WS-DROP-STATE       PIC 9(7) VALUE 0.
        01  WS-DROP-CURS        PIC 9(7) VALUE 0.
        01  WS-DROP-STAT        PIC 9(7) VALUE 0.
        01  WS-DROP-AMT         PIC 9(7) VALUE 0.
        01  WS-DROP-UPD         PIC 9(7) VALUE 0.
        01  WS-DROP-PHONE       PIC 9(7) VALUE 0.
        01  WS-DROP-EMAIL       PIC 9(7) VALUE 0.
        01  WS-DROP-HH          PIC 9(7) VALUE 0.

        COPY ZIPREFW.

      * HOUSEHOLD MEMBERSHIP - THE G6HHXRF LINK STREAM (WRITTEN BY
      * TESTG6HH), LOADED ONLY WHEN A HOUSEHLD CARD ASKS FOR IT.
        COPY G6HHXRF.
        01  WS-HH-NAME          PIC X(8) VALUE 'G6HHXRF'.
        01  WS-HH-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-HH-DENY          PIC X(1) VALUE X'03'.
        01  WS-HH-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-HH-HANDLE        PIC X(4).
        01  WS-HH-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-HH-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-HH-STATUS        PIC S9(9) COMP-5.
        01  WS-HH-RECLEN        PIC 9(8) COMP-5.
        01  WS-HH-EOF           PIC X(1).
        01  WS-HH-MAX           PIC 9(4) COMP VALUE 2000.
        01  WS-HH-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-HH-OVERFLOW      PIC 9(5) VALUE 0.
        01  WS-HH-TABLE.
            02  WS-HH-MEMBER OCCURS 2000 TIMES PIC X(10).
        01  WS-HH-IDX           PIC 9(4) COMP.

      * ACCESS LOG - SAME STREAM AND LAYOUT TESTGUI6/TESTG6SR WRITE.
        COPY G6ACCLOG.
        COPY G6CHNW.
        01  WS-ACC-NAME         PIC X(8) VALUE 'G6ACCLOG'.
        01  WS-ACC-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-ACC-DENY         PIC X(1) VALUE X'03'.
        01  WS-ACC-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-ACC-HANDLE       PIC X(4).
        01  WS-ACC-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-ACC-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-ACC-STATUS       PIC S9(9) COMP-5.
        01  WS-ACC-RECLEN       PIC 9(8) COMP-5.

      * DELIMITED-LINE ASSEMBLY - SAME TRIM-AND-APPEND TECHNIQUE AS
      * THE TESTG6XT PROFILE FORMAT.
        01  WS-OUT-LINE         PIC X(200).
        01  WS-OUT-POS          PIC 9(3) COMP.
        01  WS-VAL-WK           PIC X(40).
        01  WS-VAL-LEN          PIC 9(2) COMP.
        01  WS-VAL-FIX          PIC 9(2) COMP.
        01  WS-TRIM-IDX         PIC 9(2) COMP.
        01  WS-AMT-ED           PIC Z(9)9.99.

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-NOW FROM TIME.
            OPEN OUTPUT G6SXRPT.
            MOVE SPACES TO G6SXRPT-REC.
            STRING 'AD HOC CUSTOMER SELECTION ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOW DELIMITED BY SIZE
              INTO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
            PERFORM LOAD-CRITERIA-CARDS.
            IF WS-CARD-BAD = 'N'
                PERFORM LOAD-REFERENCE-DATA
            END-IF.
            IF WS-CARD-BAD = 'Y'
                MOVE SPACES TO G6SXRPT-REC
                MOVE '** CRITERIA IN ERROR - NO CUSTOMERS SELECTED **'
                  TO G6SXRPT-REC
                WRITE G6SXRPT-REC
                CLOSE G6SXRPT
                DISPLAY 'TESTG6SX CRITERIA IN ERROR - RUN STOPPED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM OPEN-FILES.
            PERFORM START-BROWSE.
            PERFORM SELECT-ONE-RECORD UNTIL WS-EOF.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6SX REQUESTOR =' WS-REQ-OPID.
            DISPLAY 'TESTG6SX SCANNED   =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6SX SELECTED  =' WS-SELECT-COUNT.
            STOP RUN.

      ***************************************************************
      * CRITERIA CARDS - EACH CARD IS ECHOED TO THE REPORT SO THE
      * SELECTION CAN BE READ BACK FROM THE OUTPUT ALONE.
      ***************************************************************
        LOAD-CRITERIA-CARDS.
            MOVE SPACES TO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
            MOVE 'CRITERIA' TO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
            OPEN INPUT SXPARM.
            PERFORM READ-CRITERIA-CARD.
            PERFORM LOAD-ONE-CARD UNTIL WS-CARD-EOF = 'Y'.
            CLOSE SXPARM.
            IF WS-REQ-OPID = SPACES
                MOVE SPACES TO G6SXRPT-REC
                MOVE '  ** NO REQUESTR CARD - REQUESTOR IS REQUIRED **'
                  TO G6SXRPT-REC
                WRITE G6SXRPT-REC
                MOVE 'Y' TO WS-CARD-BAD
            END-IF.

        READ-CRITERIA-CARD.
            READ SXPARM
                AT END
                    MOVE 'Y' TO WS-CARD-EOF
            END-READ.

        LOAD-ONE-CARD.
            IF SXPARM-REC (1:1) NOT = '*'
                AND SXPARM-REC NOT = SPACES
                ADD 1 TO WS-CARD-COUNT
                MOVE SPACES TO G6SXRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       SXPARM-REC DELIMITED BY SIZE
                  INTO G6SXRPT-REC
                WRITE G6SXRPT-REC
                PERFORM APPLY-ONE-CARD THRU APPLY-ONE-CARD-EXIT
            END-IF.
            PERFORM READ-CRITERIA-CARD.

        APPLY-ONE-CARD.
            EVALUATE SX-KEYWORD
            WHEN 'REQUESTR'
                IF SX-OPERANDS (1:3) = SPACES
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                MOVE SX-OPERANDS (1:3) TO WS-REQ-OPID
            WHEN 'ZIP'
                IF SX-ZIP-LOW NOT NUMERIC
                    OR SX-ZIP-HIGH NOT NUMERIC
                    OR SX-ZIP-LOW > SX-ZIP-HIGH
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                MOVE 'Y' TO WS-ZIP-ON
                MOVE SX-ZIP-LOW TO WS-ZIP-LOW
                MOVE SX-ZIP-HIGH TO WS-ZIP-HIGH
            WHEN 'STATE'
                IF SX-OPERANDS (1:2) = SPACES
                    OR WS-STATE-COUNT >= 10
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                ADD 1 TO WS-STATE-COUNT
                MOVE SX-OPERANDS (1:2)
                  TO WS-STATE-ENTRY (WS-STATE-COUNT)
            WHEN 'CURRENCY'
                IF SX-OPERANDS (1:9) = SPACES
                    OR WS-CURS-COUNT >= 10
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                ADD 1 TO WS-CURS-COUNT
                MOVE SX-OPERANDS (1:9)
                  TO WS-CURS-ENTRY (WS-CURS-COUNT)
            WHEN 'STATUS'
                IF (SX-OPERANDS (1:1) NOT = 'A'
                    AND SX-OPERANDS (1:1) NOT = 'I'
                    AND SX-OPERANDS (1:1) NOT = 'D')
                    OR WS-STAT-COUNT >= 3
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                ADD 1 TO WS-STAT-COUNT
                MOVE SX-OPERANDS (1:1)
                  TO WS-STAT-ENTRY (WS-STAT-COUNT)
            WHEN 'USDAMT'
                IF SX-LOW NOT NUMERIC
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                IF SX-HIGH NOT = SPACES
                    IF SX-HIGH NOT NUMERIC
                        OR SX-HIGH < SX-LOW
                        GO TO APPLY-ONE-CARD-BAD
                    END-IF
                    MOVE 'Y' TO WS-AMT-HIGH-ON
                    MOVE SX-HIGH TO WS-AMT-HIGH
                END-IF
                MOVE 'Y' TO WS-AMT-ON
                MOVE SX-LOW TO WS-AMT-LOW
            WHEN 'UPDATED'
                IF SX-DATE-FROM NOT NUMERIC
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                IF SX-DATE-TO NOT = SPACES
                    IF SX-DATE-TO NOT NUMERIC
                        OR SX-DATE-TO < SX-DATE-FROM
                        GO TO APPLY-ONE-CARD-BAD
                    END-IF
                    MOVE SX-DATE-TO TO WS-UPD-TO
                END-IF
                MOVE 'Y' TO WS-UPD-ON
                MOVE SX-DATE-FROM TO WS-UPD-FROM
            WHEN 'PHONE'
                PERFORM CHECK-YES-NO-OPERAND
                IF WS-FLAG-WK = SPACE
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                MOVE WS-FLAG-WK TO WS-PHONE-WANT
            WHEN 'EMAIL'
                PERFORM CHECK-YES-NO-OPERAND
                IF WS-FLAG-WK = SPACE
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                MOVE WS-FLAG-WK TO WS-EMAIL-WANT
            WHEN 'HOUSEHLD'
                PERFORM CHECK-YES-NO-OPERAND
                IF WS-FLAG-WK = SPACE
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                MOVE WS-FLAG-WK TO WS-HH-WANT
            WHEN 'DELIM'
                IF SX-OPERANDS (1:1) = SPACE
                    GO TO APPLY-ONE-CARD-BAD
                END-IF
                MOVE SX-OPERANDS (1:1) TO WS-DELIM
            WHEN OTHER
                GO TO APPLY-ONE-CARD-BAD
            END-EVALUATE.
            GO TO APPLY-ONE-CARD-EXIT.
        APPLY-ONE-CARD-BAD.
            MOVE 'Y' TO WS-CARD-BAD.
            MOVE SPACES TO G6SXRPT-REC.
            MOVE '  ** CARD ABOVE IS NOT VALID **' TO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
        APPLY-ONE-CARD-EXIT.
            EXIT.

        CHECK-YES-NO-OPERAND.
            MOVE SPACE TO WS-FLAG-WK.
            IF SX-OPERANDS (1:1) = 'Y' OR SX-OPERANDS (1:1) = 'N'
                MOVE SX-OPERANDS (1:1) TO WS-FLAG-WK
            END-IF.

      * ZIPREF IS ALWAYS LOADED SO THE REPORT CAN SHOW EACH
      * CUSTOMER'S STATE; THE HOUSEHOLD LINKS ONLY WHEN A CARD ASKS.
      * AN EMPTY ZIPREF UNDER A STATE CARD WOULD PUT EVERY CUSTOMER
      * IN NO STATE, AND A HOUSEHOLD TABLE OVERFLOW WOULD MISCLASSIFY
      * MEMBERS - EITHER STOPS THE RUN RATHER THAN PRINT A WRONG LIST.
        LOAD-REFERENCE-DATA.
            PERFORM LOAD-ZIP-REFERENCE.
            IF WS-STATE-COUNT > 0
                IF ZIPREF-COUNT = 0
                    MOVE SPACES TO G6SXRPT-REC
                    MOVE '  ** STATE CARD BUT ZIPREF IS EMPTY **'
                      TO G6SXRPT-REC
                    WRITE G6SXRPT-REC
                    MOVE 'Y' TO WS-CARD-BAD
                END-IF
            END-IF.
            IF WS-HH-WANT NOT = SPACE
                PERFORM LOAD-HOUSEHOLD-TABLE
                IF WS-HH-OVERFLOW > 0
                    MOVE SPACES TO G6SXRPT-REC
                    MOVE '  ** G6HHXRF EXCEEDS THE HOUSEHOLD TABLE **'
                      TO G6SXRPT-REC
                    WRITE G6SXRPT-REC
                    MOVE 'Y' TO WS-CARD-BAD
                END-IF
            END-IF.

        LOAD-HOUSEHOLD-TABLE.
            CALL 'CBL_OPEN_FILE' USING WS-HH-NAME
                     WS-HH-ACCESS WS-HH-DENY
                     WS-HH-DEVICE WS-HH-HANDLE
                GIVING WS-HH-STATUS.
            IF WS-HH-STATUS = 0
                MOVE 'N' TO WS-HH-EOF
                PERFORM LOAD-ONE-LINK
                    UNTIL WS-HH-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-HH-HANDLE
                    GIVING WS-HH-STATUS
            END-IF.

        LOAD-ONE-LINK.
            MOVE LENGTH OF HHXRF-REC TO WS-HH-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-HH-HANDLE
                     WS-HH-RECLEN WS-HH-FLAGS
                     WS-HH-RESERVED HHXRF-REC
                GIVING WS-HH-STATUS.
            IF WS-HH-STATUS NOT = 0
                MOVE 'Y' TO WS-HH-EOF
            ELSE
                IF WS-HH-COUNT < WS-HH-MAX
                    ADD 1 TO WS-HH-COUNT
                    MOVE HH-CUST-ID TO WS-HH-MEMBER (WS-HH-COUNT)
                ELSE
                    ADD 1 TO WS-HH-OVERFLOW
                END-IF
            END-IF.

        OPEN-FILES.
            OPEN INPUT CUSTMAST.
            IF WS-DELIM NOT = SPACE
                OPEN OUTPUT G6SXOUT
                PERFORM WRITE-DELIMITED-HEADING
            END-IF.
            CALL 'CBL_OPEN_FILE' USING WS-ACC-NAME
                     WS-ACC-ACCESS WS-ACC-DENY
                     WS-ACC-DEVICE WS-ACC-HANDLE
                GIVING WS-ACC-STATUS.
            MOVE SPACES TO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
            MOVE SPACES TO G6SXRPT-REC.
            STRING 'CUSTOMER   NAME' DELIMITED BY SIZE
                   '                                     ZIP   ST'
                       DELIMITED BY SIZE
                   ' CURRENCY  S  USD-EQUIVALENT LAST-UPD'
                       DELIMITED BY SIZE
              INTO G6SXRPT-REC.
            WRITE G6SXRPT-REC.

        CLOSE-FILES.
            CLOSE CUSTMAST G6SXRPT.
            IF WS-DELIM NOT = SPACE
                CLOSE G6SXOUT
            END-IF.
            CALL 'CBL_CLOSE_FILE' USING WS-ACC-HANDLE
                GIVING WS-ACC-STATUS.

        START-BROWSE.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-CUSTMAST
            END-IF.

        READ-NEXT-CUSTMAST.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        SELECT-ONE-RECORD.
            ADD 1 TO WS-SCANNED-COUNT.
            PERFORM TEST-CRITERIA THRU TEST-CRITERIA-EXIT.
            IF WS-PASS-SW = 'Y'
                ADD 1 TO WS-SELECT-COUNT
                PERFORM PRINT-SELECTED-CUSTOMER
                IF WS-DELIM NOT = SPACE
                    PERFORM WRITE-DELIMITED-LINE
                END-IF
                PERFORM LOG-SELECTED-CUSTOMER
            END-IF.
            PERFORM READ-NEXT-CUSTMAST.

      ***************************************************************
      * ONE CUSTOMER AGAINST EVERY CRITERION IN TURN - THE FIRST ONE
      * FAILED IS COUNTED AND ENDS THE TEST.
      ***************************************************************
        TEST-CRITERIA.
            MOVE 'N' TO WS-PASS-SW.
            IF WS-ZIP-ON = 'Y'
                IF CUST-ZIP < WS-ZIP-LOW OR CUST-ZIP > WS-ZIP-HIGH
                    ADD 1 TO WS-DROP-ZIP
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            MOVE SPACES TO ZIPREF-STATE-WK.
            IF ZIPREF-COUNT > 0
                MOVE CUST-ZIP TO ZIPREF-ZIP-WK
                PERFORM LOOKUP-ZIP-REFERENCE
            END-IF.
            IF WS-STATE-COUNT > 0
                MOVE 'N' TO WS-MATCH-SW
                PERFORM MATCH-ONE-STATE
                    VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-STATE-COUNT
                IF WS-MATCH-SW = 'N'
                    ADD 1 TO WS-DROP-STATE
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            IF WS-CURS-COUNT > 0
                MOVE 'N' TO WS-MATCH-SW
                PERFORM MATCH-ONE-CURRENCY
                    VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-CURS-COUNT
                IF WS-MATCH-SW = 'N'
                    ADD 1 TO WS-DROP-CURS
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            IF WS-STAT-COUNT > 0
                MOVE CUST-STATUS TO WS-CUST-STAT
                IF WS-CUST-STAT = SPACE
                    MOVE 'A' TO WS-CUST-STAT
                END-IF
                MOVE 'N' TO WS-MATCH-SW
                PERFORM MATCH-ONE-STATUS
                    VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-STAT-COUNT
                IF WS-MATCH-SW = 'N'
                    ADD 1 TO WS-DROP-STAT
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            IF WS-AMT-ON = 'Y'
                IF CUST-USD-AMT NOT NUMERIC
                    OR CUST-USD-AMT < WS-AMT-LOW
                    OR (WS-AMT-HIGH-ON = 'Y'
                        AND CUST-USD-AMT > WS-AMT-HIGH)
                    ADD 1 TO WS-DROP-AMT
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            IF WS-UPD-ON = 'Y'
                IF CUST-LAST-UPD-DATE NOT NUMERIC
                    OR CUST-LAST-UPD-DATE < WS-UPD-FROM
                    OR CUST-LAST-UPD-DATE > WS-UPD-TO
                    ADD 1 TO WS-DROP-UPD
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            IF WS-PHONE-WANT NOT = SPACE
                IF (WS-PHONE-WANT = 'Y' AND CUST-PHONE = SPACES)
                    OR (WS-PHONE-WANT = 'N' AND CUST-PHONE NOT = SPACES)
                    ADD 1 TO WS-DROP-PHONE
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            IF WS-EMAIL-WANT NOT = SPACE
                IF (WS-EMAIL-WANT = 'Y' AND CUST-EMAIL = SPACES)
                    OR (WS-EMAIL-WANT = 'N' AND CUST-EMAIL NOT = SPACES)
                    ADD 1 TO WS-DROP-EMAIL
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            IF WS-HH-WANT NOT = SPACE
                MOVE 'N' TO WS-MATCH-SW
                PERFORM MATCH-ONE-MEMBER
                    VARYING WS-HH-IDX FROM 1 BY 1
                    UNTIL WS-HH-IDX > WS-HH-COUNT
                       OR WS-MATCH-SW = 'Y'
                IF (WS-HH-WANT = 'Y' AND WS-MATCH-SW = 'N')
                    OR (WS-HH-WANT = 'N' AND WS-MATCH-SW = 'Y')
                    ADD 1 TO WS-DROP-HH
                    GO TO TEST-CRITERIA-EXIT
                END-IF
            END-IF.
            MOVE 'Y' TO WS-PASS-SW.
        TEST-CRITERIA-EXIT.
            EXIT.

        MATCH-ONE-STATE.
            IF ZIPREF-STATE-WK NOT = SPACES
                AND ZIPREF-STATE-WK = WS-STATE-ENTRY (WS-K)
                MOVE 'Y' TO WS-MATCH-SW
            END-IF.

        MATCH-ONE-CURRENCY.
            IF CUST-CURS = WS-CURS-ENTRY (WS-K)
                MOVE 'Y' TO WS-MATCH-SW
            END-IF.

        MATCH-ONE-STATUS.
            IF WS-CUST-STAT = WS-STAT-ENTRY (WS-K)
                MOVE 'Y' TO WS-MATCH-SW
            END-IF.

        MATCH-ONE-MEMBER.
            IF WS-HH-MEMBER (WS-HH-IDX) = CUST-ID
                MOVE 'Y' TO WS-MATCH-SW
            END-IF.

        PRINT-SELECTED-CUSTOMER.
            IF CUST-USD-AMT NUMERIC
                MOVE CUST-USD-AMT TO WS-AMT-ED
            ELSE
                MOVE 0 TO WS-AMT-ED
            END-IF.
            MOVE SPACES TO G6SXRPT-REC.
            STRING CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-ZIP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ZIPREF-STATE-WK DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-CURS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-STATUS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-LAST-UPD-DATE DELIMITED BY SIZE
              INTO G6SXRPT-REC.
            WRITE G6SXRPT-REC.

        LOG-SELECTED-CUSTOMER.
            MOVE SPACES TO ACCL-REC.
            MOVE WS-REQ-OPID TO ACCL-OPID.
            MOVE 'BTCH' TO ACCL-TRMID.
            MOVE WS-TODAY TO ACCL-DATE.
            MOVE WS-NOW TO ACCL-TIME.
            MOVE 'SELX' TO ACCL-SCREEN.
            MOVE CUST-ID TO ACCL-CUST-ID.
            MOVE WS-ACC-NAME TO CHN-STREAM.
            MOVE LENGTH OF ACCL-REC TO CHN-TEXT-LEN.
            MOVE ACCL-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO ACCL-REC.
            MOVE LENGTH OF ACCL-REC TO WS-ACC-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-ACC-HANDLE
                     WS-ACC-RECLEN WS-ACC-FLAGS
                     WS-ACC-RESERVED ACCL-REC
                GIVING WS-ACC-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      ***************************************************************
      * DELIMITED FILE - TRAILING SPACES TRIMMED FROM EACH VALUE.
      ***************************************************************
        WRITE-DELIMITED-HEADING.
            MOVE SPACES TO G6SXOUT-REC.
            STRING 'ID' WS-DELIM 'NAME' WS-DELIM 'ADDRESS' WS-DELIM
                   'ZIP' WS-DELIM 'STATE' WS-DELIM 'CURRENCY'
                   WS-DELIM 'STATUS' WS-DELIM 'USD' WS-DELIM
                   'LASTUPD' WS-DELIM 'PHONE' WS-DELIM 'EMAIL'
                       DELIMITED BY SIZE
              INTO G6SXOUT-REC.
            WRITE G6SXOUT-REC.

        WRITE-DELIMITED-LINE.
            MOVE SPACES TO WS-OUT-LINE.
            MOVE 1 TO WS-OUT-POS.
            MOVE CUST-ID TO WS-VAL-WK.
            MOVE 10 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE CUST-NAME TO WS-VAL-WK.
            MOVE 40 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE CUST-ADDR TO WS-VAL-WK.
            MOVE 40 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE CUST-ZIP TO WS-VAL-WK.
            MOVE 5 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE ZIPREF-STATE-WK TO WS-VAL-WK.
            MOVE 2 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE CUST-CURS TO WS-VAL-WK.
            MOVE 9 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE CUST-STATUS TO WS-VAL-WK.
            MOVE 1 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE WS-AMT-ED TO WS-VAL-WK.
            MOVE 13 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE CUST-LAST-UPD-DATE TO WS-VAL-WK.
            MOVE 8 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE CUST-PHONE TO WS-VAL-WK.
            MOVE 10 TO WS-VAL-FIX.
            PERFORM APPEND-ONE-VALUE.
            MOVE CUST-EMAIL TO WS-VAL-WK.
            MOVE 40 TO WS-VAL-FIX.
            PERFORM FIND-VALUE-LENGTH.
            IF WS-VAL-LEN > 0
                MOVE WS-VAL-WK (1:WS-VAL-LEN)
                  TO WS-OUT-LINE (WS-OUT-POS:WS-VAL-LEN)
            END-IF.
            MOVE WS-OUT-LINE TO G6SXOUT-REC.
            WRITE G6SXOUT-REC.

      * THE EDITED AMOUNT IS LEADING-BLANK; EVERY OTHER VALUE IS
      * LEFT-JUSTIFIED, SO ONLY TRAILING BLANKS ARE DROPPED AND THE
      * AMOUNT KEEPS ITS LEADING ONES (SPREADSHEETS IGNORE THEM).
        APPEND-ONE-VALUE.
            PERFORM FIND-VALUE-LENGTH.
            IF WS-VAL-LEN > 0
                MOVE WS-VAL-WK (1:WS-VAL-LEN)
                  TO WS-OUT-LINE (WS-OUT-POS:WS-VAL-LEN)
                ADD WS-VAL-LEN TO WS-OUT-POS
            END-IF.
            MOVE WS-DELIM TO WS-OUT-LINE (WS-OUT-POS:1).
            ADD 1 TO WS-OUT-POS.

        FIND-VALUE-LENGTH.
            MOVE 0 TO WS-VAL-LEN.
            PERFORM HUNT-LAST-NONBLANK
                VARYING WS-TRIM-IDX FROM 1 BY 1
                UNTIL WS-TRIM-IDX > WS-VAL-FIX.

        HUNT-LAST-NONBLANK.
            IF WS-VAL-WK (WS-TRIM-IDX:1) NOT = SPACE
                MOVE WS-TRIM-IDX TO WS-VAL-LEN
            END-IF.

        WRITE-SUMMARY.
            MOVE SPACES TO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
            MOVE SPACES TO G6SXRPT-REC.
            STRING 'REQUESTED BY ' DELIMITED BY SIZE
                   WS-REQ-OPID DELIMITED BY SIZE
                   '  CUSTOMERS SCANNED = ' DELIMITED BY SIZE
                   WS-SCANNED-COUNT DELIMITED BY SIZE
                   '  SELECTED = ' DELIMITED BY SIZE
                   WS-SELECT-COUNT DELIMITED BY SIZE
              INTO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
            MOVE SPACES TO G6SXRPT-REC.
            STRING 'DROPPED BY  ZIP ' DELIMITED BY SIZE
                   WS-DROP-ZIP DELIMITED BY SIZE
                   '  STATE ' DELIMITED BY SIZE
                   WS-DROP-STATE DELIMITED BY SIZE
                   '  CURRENCY ' DELIMITED BY SIZE
                   WS-DROP-CURS DELIMITED BY SIZE
                   '  STATUS ' DELIMITED BY SIZE
                   WS-DROP-STAT DELIMITED BY SIZE
                   '  USDAMT ' DELIMITED BY SIZE
                   WS-DROP-AMT DELIMITED BY SIZE
              INTO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
            MOVE SPACES TO G6SXRPT-REC.
            STRING '            UPDATED ' DELIMITED BY SIZE
                   WS-DROP-UPD DELIMITED BY SIZE
                   '  PHONE ' DELIMITED BY SIZE
                   WS-DROP-PHONE DELIMITED BY SIZE
                   '  EMAIL ' DELIMITED BY SIZE
                   WS-DROP-EMAIL DELIMITED BY SIZE
                   '  HOUSEHLD ' DELIMITED BY SIZE
                   WS-DROP-HH DELIMITED BY SIZE
              INTO G6SXRPT-REC.
            WRITE G6SXRPT-REC.
            MOVE SPACES TO G6SXRPT-REC.
            STRING 'EACH SELECTED CUSTOMER LOGGED TO G6ACCLOG AS '
                       DELIMITED BY SIZE
                   'SCREEN SELX' DELIMITED BY SIZE
              INTO G6SXRPT-REC.
            WRITE G6SXRPT-REC.

        COPY ZIPREFP.

        COPY G6CHNP.
