      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * MASKED TEST-REGION COPY OF THE CUSTOMER MASTER AND ITS
      * SATELLITE FILES.  BUILDS, FROM PRODUCTION, A COPY THAT
      * DEVELOPERS AND UAT TESTERS CAN REPRODUCE GUI6 AND TESTG6RC
      * PROBLEMS AGAINST WITHOUT EVER SEEING A REAL NAME, ADDRESS,
      * PHONE NUMBER, OR EMAIL ADDRESS:
      *
      *   CUSTMAST -> G6TMAST   NAME, ADDRESS, ZIP, PHONE, EMAIL
      *                         REPLACED BY FAKE VALUES
      *   BMS2NOTE -> G6TNOTE   FREE NOTE TEXT REPLACED
      *   G6HHXRF  -> G6THHXRF  COPIED AS IS (IDS AND DATES ONLY)
      *   G6PAYLDG -> G6TPAYLG  COPIED AS IS (IDS AND AMOUNTS ONLY)
      *
      * CUSTOMER IDS, STATUSES, DATES, CURRENCIES, RATES, AMOUNTS
      * AND CONSENT FLAGS ARE KEPT, SO ONE CUSTOMER IS STILL ONE
      * CUSTOMER ACROSS ALL FOUR FILES AND EVERY BALANCE STILL TIES.
      * THE FAKE VALUES ARE BUILT FROM EACH CUSTOMER'S POSITION IN
      * THE MASTER (1, 2, 3 ...) SO THEY LOOK REAL BUT ARE UNIQUE -
      * A DISTINCT HOUSE NUMBER, ZIP, AND 555 PHONE PER CUSTOMER -
      * WHICH KEEPS THE COPY CLEAN THROUGH TESTG6VF (EVERY ZIP AND
      * PHONE ALL DIGITS, NO BLANK NAME) AND TESTG6DU (NO TWO
      * CUSTOMERS SHARING A NAME+ZIP, ADDRESS, OR PHONE).  A FIELD
      * THAT WAS BLANK IN PRODUCTION STAYS BLANK.  A NOTE TIED TO A
      * CUSTOMER NAMES THAT CUSTOMER'S FAKE NAME, SO THE MASK READS
      * THE SAME EVERYWHERE.
      *
      * THE DD STATEMENTS FOR THE FOUR OUTPUTS POINT AT THE TEST
      * REGION'S OWN DATASETS; RUN TESTG6NX THERE AFTERWARD TO BUILD
      * THE NAME INDEX FROM THE MASKED NAMES.
      *
        PROGRAM-ID. TESTG6MK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT TSTMAST ASSIGN TO G6TMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TST-ID.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAST.
        COPY CUSTMAST.

      * THE TEST-REGION MASTER - SAME 237-BYTE CUSTMAST.CPY LAYOUT,
      * WRITTEN IN THE SAME ASCENDING KEY ORDER THE BROWSE READS.
        FD  TSTMAST.
        01  TSTMAST-REC.
            02  TST-ID              PIC X(10).
            02  FILLER              PIC X(227).

        WORKING-STORAGE SECTION.
        COPY BMS2NOTE.
        COPY G6HHXRF.
        COPY G6PAYLDG.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-MASTER-COUNT     PIC 9(7) VALUE 0.
        01  WS-NOTE-COUNT       PIC 9(7) VALUE 0.
        01  WS-HHXRF-COUNT      PIC 9(7) VALUE 0.
        01  WS-PAYL-COUNT       PIC 9(7) VALUE 0.

      * EVERY CUSTOMER'S ID AND POSITION, IN KEY ORDER AS BROWSED,
      * SO A NOTE CAN BE GIVEN ITS CUSTOMER'S FAKE NAME BY BINARY
      * SEARCH.  SLOTS PAST THE LAST LOADED CUSTOMER HOLD HIGH-
      * VALUES SO THE SEARCH NEVER STOPS IN THEM.  A CUSTOMER PAST
      * THE TABLE LIMIT IS STILL MASKED ON THE MASTER; ITS NOTES
      * JUST DO NOT NAME IT.
        01  WS-MK-MAX           PIC 9(4) COMP VALUE 5000.
        01  WS-MK-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-MK-OVERFLOW      PIC 9(7) VALUE 0.
        01  WS-MK-TABLE.
            02  WS-MK-ENTRY OCCURS 5000 TIMES
                             ASCENDING KEY IS WS-MK-ID
                             INDEXED BY WS-MK-IDX.
                03  WS-MK-ID        PIC X(10).
                03  WS-MK-POS       PIC 9(7).

      * THE FAKE-VALUE PARTS.  FIRST NAME, LAST NAME, AND STREET
      * ARE PICKED BY THE CUSTOMER'S POSITION; THE HOUSE NUMBER,
      * ZIP, AND PHONE ARE THE POSITION ITSELF, WHICH IS WHAT MAKES
      * THEM UNIQUE.
        01  WS-FIRST-DATA.
            02  FILLER  PIC X(10) VALUE 'JAMES'.
            02  FILLER  PIC X(10) VALUE 'MARY'.
            02  FILLER  PIC X(10) VALUE 'ROBERT'.
            02  FILLER  PIC X(10) VALUE 'PATRICIA'.
            02  FILLER  PIC X(10) VALUE 'JOHN'.
            02  FILLER  PIC X(10) VALUE 'JENNIFER'.
            02  FILLER  PIC X(10) VALUE 'MICHAEL'.
            02  FILLER  PIC X(10) VALUE 'LINDA'.
            02  FILLER  PIC X(10) VALUE 'DAVID'.
            02  FILLER  PIC X(10) VALUE 'ELIZABETH'.
            02  FILLER  PIC X(10) VALUE 'WILLIAM'.
            02  FILLER  PIC X(10) VALUE 'BARBARA'.
            02  FILLER  PIC X(10) VALUE 'RICHARD'.
            02  FILLER  PIC X(10) VALUE 'SUSAN'.
            02  FILLER  PIC X(10) VALUE 'JOSEPH'.
            02  FILLER  PIC X(10) VALUE 'JESSICA'.
            02  FILLER  PIC X(10) VALUE 'THOMAS'.
            02  FILLER  PIC X(10) VALUE 'SARAH'.
            02  FILLER  PIC X(10) VALUE 'CHARLES'.
            02  FILLER  PIC X(10) VALUE 'KAREN'.
            02  FILLER  PIC X(10) VALUE 'DANIEL'.
            02  FILLER  PIC X(10) VALUE 'NANCY'.
            02  FILLER  PIC X(10) VALUE 'MATTHEW'.
            02  FILLER  PIC X(10) VALUE 'LISA'.
            02  FILLER  PIC X(10) VALUE 'ANTHONY'.
            02  FILLER  PIC X(10) VALUE 'BETTY'.
            02  FILLER  PIC X(10) VALUE 'MARK'.
            02  FILLER  PIC X(10) VALUE 'MARGARET'.
            02  FILLER  PIC X(10) VALUE 'DONALD'.
            02  FILLER  PIC X(10) VALUE 'SANDRA'.
            02  FILLER  PIC X(10) VALUE 'STEVEN'.
            02  FILLER  PIC X(10) VALUE 'ASHLEY'.
            02  FILLER  PIC X(10) VALUE 'PAUL'.
            02  FILLER  PIC X(10) VALUE 'KIMBERLY'.
            02  FILLER  PIC X(10) VALUE 'ANDREW'.
            02  FILLER  PIC X(10) VALUE 'EMILY'.
            02  FILLER  PIC X(10) VALUE 'JOSHUA'.
            02  FILLER  PIC X(10) VALUE 'DONNA'.
            02  FILLER  PIC X(10) VALUE 'KENNETH'.
            02  FILLER  PIC X(10) VALUE 'MICHELLE'.
        01  WS-FIRST-TABLE REDEFINES WS-FIRST-DATA.
            02  WS-FIRST-NAME  PIC X(10) OCCURS 40 TIMES.
        01  WS-LAST-DATA.
            02  FILLER  PIC X(12) VALUE 'SMITH'.
            02  FILLER  PIC X(12) VALUE 'JOHNSON'.
            02  FILLER  PIC X(12) VALUE 'WILLIAMS'.
            02  FILLER  PIC X(12) VALUE 'BROWN'.
            02  FILLER  PIC X(12) VALUE 'JONES'.
            02  FILLER  PIC X(12) VALUE 'GARCIA'.
            02  FILLER  PIC X(12) VALUE 'MILLER'.
            02  FILLER  PIC X(12) VALUE 'DAVIS'.
            02  FILLER  PIC X(12) VALUE 'RODRIGUEZ'.
            02  FILLER  PIC X(12) VALUE 'MARTINEZ'.
            02  FILLER  PIC X(12) VALUE 'HERNANDEZ'.
            02  FILLER  PIC X(12) VALUE 'LOPEZ'.
            02  FILLER  PIC X(12) VALUE 'GONZALEZ'.
            02  FILLER  PIC X(12) VALUE 'WILSON'.
            02  FILLER  PIC X(12) VALUE 'ANDERSON'.
            02  FILLER  PIC X(12) VALUE 'THOMAS'.
            02  FILLER  PIC X(12) VALUE 'TAYLOR'.
            02  FILLER  PIC X(12) VALUE 'MOORE'.
            02  FILLER  PIC X(12) VALUE 'JACKSON'.
            02  FILLER  PIC X(12) VALUE 'MARTIN'.
            02  FILLER  PIC X(12) VALUE 'LEE'.
            02  FILLER  PIC X(12) VALUE 'PEREZ'.
            02  FILLER  PIC X(12) VALUE 'THOMPSON'.
            02  FILLER  PIC X(12) VALUE 'WHITE'.
            02  FILLER  PIC X(12) VALUE 'HARRIS'.
            02  FILLER  PIC X(12) VALUE 'SANCHEZ'.
            02  FILLER  PIC X(12) VALUE 'CLARK'.
            02  FILLER  PIC X(12) VALUE 'RAMIREZ'.
            02  FILLER  PIC X(12) VALUE 'LEWIS'.
            02  FILLER  PIC X(12) VALUE 'ROBINSON'.
            02  FILLER  PIC X(12) VALUE 'WALKER'.
            02  FILLER  PIC X(12) VALUE 'YOUNG'.
            02  FILLER  PIC X(12) VALUE 'ALLEN'.
            02  FILLER  PIC X(12) VALUE 'KING'.
            02  FILLER  PIC X(12) VALUE 'WRIGHT'.
            02  FILLER  PIC X(12) VALUE 'SCOTT'.
            02  FILLER  PIC X(12) VALUE 'TORRES'.
            02  FILLER  PIC X(12) VALUE 'NGUYEN'.
            02  FILLER  PIC X(12) VALUE 'HILL'.
            02  FILLER  PIC X(12) VALUE 'FLORES'.
            02  FILLER  PIC X(12) VALUE 'GREEN'.
            02  FILLER  PIC X(12) VALUE 'ADAMS'.
            02  FILLER  PIC X(12) VALUE 'NELSON'.
            02  FILLER  PIC X(12) VALUE 'BAKER'.
            02  FILLER  PIC X(12) VALUE 'HALL'.
            02  FILLER  PIC X(12) VALUE 'RIVERA'.
            02  FILLER  PIC X(12) VALUE 'CAMPBELL'.
            02  FILLER  PIC X(12) VALUE 'MITCHELL'.
            02  FILLER  PIC X(12) VALUE 'CARTER'.
            02  FILLER  PIC X(12) VALUE 'ROBERTS'.
        01  WS-LAST-TABLE REDEFINES WS-LAST-DATA.
            02  WS-LAST-NAME  PIC X(12) OCCURS 50 TIMES.
        01  WS-STREET-DATA.
            02  FILLER  PIC X(15) VALUE 'MAPLE AVE'.
            02  FILLER  PIC X(15) VALUE 'OAK ST'.
            02  FILLER  PIC X(15) VALUE 'PINE RD'.
            02  FILLER  PIC X(15) VALUE 'CEDAR LN'.
            02  FILLER  PIC X(15) VALUE 'ELM ST'.
            02  FILLER  PIC X(15) VALUE 'WASHINGTON ST'.
            02  FILLER  PIC X(15) VALUE 'LAKE DR'.
            02  FILLER  PIC X(15) VALUE 'HILL RD'.
            02  FILLER  PIC X(15) VALUE 'PARK AVE'.
            02  FILLER  PIC X(15) VALUE 'MAIN ST'.
            02  FILLER  PIC X(15) VALUE 'CHURCH ST'.
            02  FILLER  PIC X(15) VALUE 'RIVER RD'.
            02  FILLER  PIC X(15) VALUE 'SPRING ST'.
            02  FILLER  PIC X(15) VALUE 'MILL RD'.
            02  FILLER  PIC X(15) VALUE 'WALNUT ST'.
            02  FILLER  PIC X(15) VALUE 'CHESTNUT ST'.
            02  FILLER  PIC X(15) VALUE 'FOREST AVE'.
            02  FILLER  PIC X(15) VALUE 'SUNSET BLVD'.
            02  FILLER  PIC X(15) VALUE 'HIGHLAND AVE'.
            02  FILLER  PIC X(15) VALUE 'MEADOW LN'.
        01  WS-STREET-TABLE REDEFINES WS-STREET-DATA.
            02  WS-STREET-NAME  PIC X(15) OCCURS 20 TIMES.

        01  WS-MK-SEQ           PIC 9(7).
        01  WS-MK-QUOT          PIC 9(7).
        01  WS-MK-REM           PIC 9(7).
        01  WS-MK-FIRST-IX      PIC 9(4) COMP.
        01  WS-MK-LAST-IX       PIC 9(4) COMP.
        01  WS-MK-STREET-IX     PIC 9(4) COMP.
        01  WS-MK-HOUSE         PIC Z(6)9.
        01  WS-MK-LEAD          PIC 9(2) COMP.
        01  WS-MK-ZIP-NUM       PIC 9(5).
        01  WS-MK-PHONE.
            02  FILLER          PIC X(3) VALUE '555'.
            02  WS-MK-PHONE-NUM PIC 9(7).
        01  WS-MK-NAME          PIC X(40).
        01  WS-MK-ADDR          PIC X(40).
        01  WS-MK-EMAIL         PIC X(40).

      * THE SATELLITE STREAMS, READ FROM PRODUCTION AND WRITTEN TO
      * THE TEST REGION WITH THE SAME CBL_ CALLS EVERY OTHER READER
      * AND WRITER OF THEM USES.
        01  WS-IN-NAME          PIC X(8).
        01  WS-OUT-NAME         PIC X(8).
        01  WS-ACCESS           PIC X(1) VALUE X'03'.
        01  WS-ACCESS-OUT       PIC X(1) VALUE X'01'.
        01  WS-DENY             PIC X(1) VALUE X'03'.
        01  WS-DEVICE           PIC X(1) VALUE X'00'.
        01  WS-IN-HANDLE        PIC X(4).
        01  WS-OUT-HANDLE       PIC X(4).
        01  WS-FLAGS            PIC X(4) VALUE X'00000000'.
        01  WS-RESERVED         PIC X(4) VALUE X'00000000'.
        01  WS-IN-STATUS        PIC S9(9) COMP-5.
        01  WS-OUT-STATUS       PIC S9(9) COMP-5.
        01  WS-RECLEN           PIC 9(8) COMP-5.
        01  WS-IN-EOF           PIC X(1).

        PROCEDURE DIVISION.
        MAINLINE.
            MOVE HIGH-VALUES TO WS-MK-TABLE.
            PERFORM MASK-CUSTOMER-MASTER.
            PERFORM MASK-NOTE-STREAM.
            PERFORM COPY-HOUSEHOLD-STREAM.
            PERFORM COPY-PAYMENT-LEDGER.
            DISPLAY 'TESTG6MK CUSTMAST MASKED =' WS-MASTER-COUNT.
            DISPLAY 'TESTG6MK BMS2NOTE MASKED =' WS-NOTE-COUNT.
            DISPLAY 'TESTG6MK G6HHXRF COPIED  =' WS-HHXRF-COUNT.
            DISPLAY 'TESTG6MK G6PAYLDG COPIED =' WS-PAYL-COUNT.
            IF WS-MK-OVERFLOW > 0
                DISPLAY 'TESTG6MK ' WS-MK-OVERFLOW
                        ' CUSTOMERS PAST THE TABLE LIMIT - THEIR'
                        ' NOTES DO NOT NAME THEM'
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        MASK-CUSTOMER-MASTER.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT TSTMAST.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-CUSTMAST
            END-IF.
            PERFORM MASK-ONE-CUSTOMER UNTIL WS-EOF.
            CLOSE CUSTMAST TSTMAST.

        READ-NEXT-CUSTMAST.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

      * EVERYTHING BUT THE FIVE PERSONAL FIELDS GOES ACROSS AS IT
      * STANDS.
        MASK-ONE-CUSTOMER.
            ADD 1 TO WS-MASTER-COUNT.
            MOVE WS-MASTER-COUNT TO WS-MK-SEQ.
            IF WS-MK-COUNT < WS-MK-MAX
                ADD 1 TO WS-MK-COUNT
                MOVE CUST-ID   TO WS-MK-ID (WS-MK-COUNT)
                MOVE WS-MK-SEQ TO WS-MK-POS (WS-MK-COUNT)
            ELSE
                ADD 1 TO WS-MK-OVERFLOW
            END-IF.
            PERFORM BUILD-MASKED-VALUES.
            MOVE WS-MK-NAME TO CUST-NAME.
            IF CUST-ADDR NOT = SPACES
                MOVE WS-MK-ADDR TO CUST-ADDR
            END-IF.
            IF CUST-ZIP NOT = SPACES
                MOVE WS-MK-ZIP-NUM TO CUST-ZIP
            END-IF.
            IF CUST-PHONE NOT = SPACES
                MOVE WS-MK-PHONE TO CUST-PHONE
            END-IF.
            IF CUST-EMAIL NOT = SPACES
                MOVE WS-MK-EMAIL TO CUST-EMAIL
            END-IF.
            MOVE CUST-MASTER-REC TO TSTMAST-REC.
            WRITE TSTMAST-REC
                INVALID KEY
                    DISPLAY 'TESTG6MK DUPLICATE KEY ' CUST-ID
            END-WRITE.
            PERFORM READ-NEXT-CUSTMAST.

      * WS-MK-SEQ IN; THE FAKE NAME, ADDRESS, ZIP, PHONE, AND EMAIL
      * OUT.  FIRST NAMES CYCLE EVERY 40 CUSTOMERS AND LAST NAMES
      * EVERY 40 X 50, SO NEIGHBOURING CUSTOMERS DO NOT ALL SHARE A
      * SURNAME.
        BUILD-MASKED-VALUES.
            DIVIDE WS-MK-SEQ BY 40 GIVING WS-MK-QUOT
                REMAINDER WS-MK-REM.
            COMPUTE WS-MK-FIRST-IX = WS-MK-REM + 1.
            DIVIDE WS-MK-QUOT BY 50 GIVING WS-MK-QUOT
                REMAINDER WS-MK-REM.
            COMPUTE WS-MK-LAST-IX = WS-MK-REM + 1.
            DIVIDE WS-MK-SEQ BY 20 GIVING WS-MK-QUOT
                REMAINDER WS-MK-REM.
            COMPUTE WS-MK-STREET-IX = WS-MK-REM + 1.
            DIVIDE WS-MK-SEQ BY 90000 GIVING WS-MK-QUOT
                REMAINDER WS-MK-REM.
            COMPUTE WS-MK-ZIP-NUM = WS-MK-REM + 10000.
            MOVE WS-MK-SEQ TO WS-MK-PHONE-NUM.
            MOVE WS-MK-SEQ TO WS-MK-HOUSE.
            MOVE 0 TO WS-MK-LEAD.
            INSPECT WS-MK-HOUSE TALLYING WS-MK-LEAD
                FOR LEADING SPACES.
            MOVE SPACES TO WS-MK-NAME WS-MK-ADDR WS-MK-EMAIL.
            STRING WS-FIRST-NAME (WS-MK-FIRST-IX) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-LAST-NAME (WS-MK-LAST-IX) DELIMITED BY SPACE
              INTO WS-MK-NAME.
            STRING WS-MK-HOUSE (WS-MK-LEAD + 1:) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STREET-NAME (WS-MK-STREET-IX)
                       DELIMITED BY '  '
              INTO WS-MK-ADDR.
            STRING WS-FIRST-NAME (WS-MK-FIRST-IX) DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   WS-LAST-NAME (WS-MK-LAST-IX) DELIMITED BY SPACE
                   WS-MK-HOUSE (WS-MK-LEAD + 1:) DELIMITED BY SIZE
                   '@EXAMPLE.COM' DELIMITED BY SIZE
              INTO WS-MK-EMAIL.

      * NOTE TEXT IS FREE-FORM AND MAY SAY ANYTHING, SO NONE OF IT
      * SURVIVES.  A NOTE TIED TO A CUSTOMER NAMES THAT CUSTOMER'S
      * FAKE NAME; A GENERAL NOTE (OR ONE WHOSE CUSTOMER IS GONE
      * FROM THE MASTER) SAYS JUST THAT.  CATEGORY, DATES,
      * FOLLOW-UP AND MERGE HISTORY ARE KEPT.
        MASK-NOTE-STREAM.
            MOVE 'BMS2NOTE' TO WS-IN-NAME.
            MOVE 'G6TNOTE'  TO WS-OUT-NAME.
            PERFORM OPEN-STREAM-PAIR.
            IF WS-IN-EOF = 'N'
                PERFORM MASK-ONE-NOTE UNTIL WS-IN-EOF = 'Y'
                PERFORM CLOSE-STREAM-PAIR
            END-IF.

        MASK-ONE-NOTE.
            MOVE LENGTH OF WS-NOTE-REC TO WS-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-IN-HANDLE
                     WS-RECLEN WS-FLAGS
                     WS-RESERVED WS-NOTE-REC
                GIVING WS-IN-STATUS.
            IF WS-IN-STATUS NOT = 0
                MOVE 'Y' TO WS-IN-EOF
            ELSE
                MOVE SPACES TO WS-NOTE-TEXT-O
                MOVE 0 TO WS-MK-SEQ
                IF WS-NOTE-CUST-ID NOT = SPACES
                    SEARCH ALL WS-MK-ENTRY
                        AT END
                            CONTINUE
                        WHEN WS-MK-ID (WS-MK-IDX) = WS-NOTE-CUST-ID
                            MOVE WS-MK-POS (WS-MK-IDX) TO WS-MK-SEQ
                    END-SEARCH
                END-IF
                IF WS-MK-SEQ > 0
                    PERFORM BUILD-MASKED-VALUES
                    STRING 'CUSTOMER CONTACT - SPOKE WITH '
                               DELIMITED BY SIZE
                           WS-MK-NAME DELIMITED BY '  '
                      INTO WS-NOTE-TEXT-O
                ELSE
                    MOVE 'GENERAL NOTE - TEXT MASKED'
                      TO WS-NOTE-TEXT-O
                END-IF
                MOVE LENGTH OF WS-NOTE-REC TO WS-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-OUT-HANDLE
                         WS-RECLEN WS-FLAGS
                         WS-RESERVED WS-NOTE-REC
                    GIVING WS-OUT-STATUS
                ADD 1 TO WS-NOTE-COUNT
            END-IF.

      * THE HOUSEHOLD LINKS AND THE PAYMENT LEDGER CARRY NOTHING
      * PERSONAL - IDS, OPERATOR CODES, DATES, AMOUNTS - SO THEY
      * GO ACROSS BYTE FOR BYTE AND STILL TIE TO THE MASKED MASTER.
        COPY-HOUSEHOLD-STREAM.
            MOVE 'G6HHXRF'  TO WS-IN-NAME.
            MOVE 'G6THHXRF' TO WS-OUT-NAME.
            PERFORM OPEN-STREAM-PAIR.
            IF WS-IN-EOF = 'N'
                PERFORM COPY-ONE-HOUSEHOLD UNTIL WS-IN-EOF = 'Y'
                PERFORM CLOSE-STREAM-PAIR
            END-IF.

        COPY-ONE-HOUSEHOLD.
            MOVE LENGTH OF HHXRF-REC TO WS-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-IN-HANDLE
                     WS-RECLEN WS-FLAGS
                     WS-RESERVED HHXRF-REC
                GIVING WS-IN-STATUS.
            IF WS-IN-STATUS NOT = 0
                MOVE 'Y' TO WS-IN-EOF
            ELSE
                MOVE LENGTH OF HHXRF-REC TO WS-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-OUT-HANDLE
                         WS-RECLEN WS-FLAGS
                         WS-RESERVED HHXRF-REC
                    GIVING WS-OUT-STATUS
                ADD 1 TO WS-HHXRF-COUNT
            END-IF.

        COPY-PAYMENT-LEDGER.
            MOVE 'G6PAYLDG' TO WS-IN-NAME.
            MOVE 'G6TPAYLG' TO WS-OUT-NAME.
            PERFORM OPEN-STREAM-PAIR.
            IF WS-IN-EOF = 'N'
                PERFORM COPY-ONE-PAYMENT UNTIL WS-IN-EOF = 'Y'
                PERFORM CLOSE-STREAM-PAIR
            END-IF.

        COPY-ONE-PAYMENT.
            MOVE LENGTH OF PAYL-REC TO WS-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-IN-HANDLE
                     WS-RECLEN WS-FLAGS
                     WS-RESERVED PAYL-REC
                GIVING WS-IN-STATUS.
            IF WS-IN-STATUS NOT = 0
                MOVE 'Y' TO WS-IN-EOF
            ELSE
                MOVE LENGTH OF PAYL-REC TO WS-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-OUT-HANDLE
                         WS-RECLEN WS-FLAGS
                         WS-RESERVED PAYL-REC
                    GIVING WS-OUT-STATUS
                ADD 1 TO WS-PAYL-COUNT
            END-IF.

      * THE TEST-REGION COPY IS TRUNCATED AND REWRITTEN EVERY RUN.
      * A PRODUCTION STREAM THAT IS NOT THERE LEAVES AN EMPTY COPY.
        OPEN-STREAM-PAIR.
            CALL 'CBL_OPEN_FILE' USING WS-OUT-NAME
                     WS-ACCESS-OUT WS-DENY
                     WS-DEVICE WS-OUT-HANDLE
                GIVING WS-OUT-STATUS.
            CALL 'CBL_OPEN_FILE' USING WS-IN-NAME
                     WS-ACCESS WS-DENY
                     WS-DEVICE WS-IN-HANDLE
                GIVING WS-IN-STATUS.
            IF WS-IN-STATUS = 0
                MOVE 'N' TO WS-IN-EOF
            ELSE
                MOVE 'Y' TO WS-IN-EOF
                CALL 'CBL_CLOSE_FILE' USING WS-OUT-HANDLE
                    GIVING WS-OUT-STATUS
            END-IF.

        CLOSE-STREAM-PAIR.
            CALL 'CBL_CLOSE_FILE' USING WS-IN-HANDLE
                GIVING WS-IN-STATUS.
            CALL 'CBL_CLOSE_FILE' USING WS-OUT-HANDLE
                GIVING WS-OUT-STATUS.
