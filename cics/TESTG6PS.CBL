      * SOURCE, OPERATOR, AND THE OLD AND NEW AMOUNTS.  POINT THE
      * G6PAYLDG DD AT THE STATEMENT MONTH'S LEDGER, SAME CONVENTION
      * AS SOASLM1 AND THE TLyymmdd GENERATIONS - THIS PROGRAM
      * STATEMENTS WHATEVER IS ON THE DD.  A CUSTOMER WHO HAS OPTED
      * OUT OF MAIL (CUST-NO-MAIL ON CUSTMAST) GETS NO STATEMENT; THE
      * SUPPRESSION IS LISTED AND COUNTED IN ITS PLACE.
      *
      * EACH STATEMENT IS ADDRESSED TO THE CUSTOMER'S BILLING
      * ADDRESS ON G6CADDR, ELSE THEIR MAILING ADDRESS, ELSE THE
      * ADDRESS OF RECORD (SEE G6CADRW.CPY).
      *
      * A CUSTOMER WITH A USABLE EMAIL ADDRESS ON CUSTMAST WHO HAS
      * NOT OPTED OUT OF EMAIL (CUST-NO-EMAIL) IS SENT THE STATEMENT
      * BY EMAIL INSTEAD - A FIRE-AND-FORGET SOACMGR3 SEND TO THE
      * STMTMAIL PARTNER SERVICE - AND G6PSRPT CARRIES ONE LINE FOR
      * IT RATHER THAN A MAILROOM COPY.  AN ADDRESS ON THE G6EMBNC
      * BOUNCE LIST (MAINTAINED BY TESTG6EB FROM THE PARTNER'S
      * BOUNCE FEED), A STATEMENT TOO LONG FOR ONE MESSAGE, OR A SEND
      * SOACMGR3 REFUSES ALL FALL BACK TO PAPER.  EVERY STATEMENT
      * DELIVERED EITHER WAY IS RECORDED AGAINST THE CUSTOMER ON
      * G6STDLV.  CUST-NO-MAIL IS A POSTAL PREFERENCE AND DOES NOT
      * STOP AN EMAILED STATEMENT.
      *
      * A DECEASED CUSTOMER IS NEVER EMAILED.  THEIR STATEMENT GOES
      * ON PAPER TO THE ESTATE CONTACT ON G6ESTATE, ADDRESSED
      * "ESTATE OF" THE CUSTOMER, OR WITH NO ESTATE CONTACT ON FILE
      * IS SUPPRESSED, LISTED AND COUNTED (SEE G6ESTW.CPY).
      *
        PROGRAM-ID. TESTG6PS.
        ENVIRONMENT DIVISION.
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6PSRPT ASSIGN TO G6PSRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT CADRFILE ASSIGN TO G6CADDR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADR-KEY.
            SELECT ESTFILE ASSIGN TO G6ESTATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EST-CUST-ID.

        DATA DIVISION.
        FILE SECTION.
            RECORD CONTAINS 132 CHARACTERS.
        01  G6PSRPT-REC         PIC X(132).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  CADRFILE.
        COPY G6CADDR.

        FD  ESTFILE.
        COPY G6ESTATE.

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-IN-COUNT         PIC 9(7) VALUE 0.
        01  WS-CUST-COUNT       PIC 9(5) VALUE 0.
        01  WS-NOMAIL-COUNT     PIC 9(5) VALUE 0.
        01  WS-NOMAIL-SW        PIC X(1).
        01  WS-EMAIL-COUNT      PIC 9(5) VALUE 0.
        01  WS-BOUNCED-COUNT    PIC 9(5) VALUE 0.
        01  WS-FALLBACK-COUNT   PIC 9(5) VALUE 0.
        01  WS-EMAIL-SW         PIC X(1).
        01  WS-SENT-SW          PIC X(1).
        01  WS-ESTATE-COUNT     PIC 9(5) VALUE 0.
        01  WS-DECEASED-COUNT   PIC 9(5) VALUE 0.
        COPY G6CADRW.
        COPY G6ESTW.

      * THE EMAILED STATEMENT - A HEADER LINE (CUSTOMER, ADDRESS,
      * ENTRY COUNT) THEN ONE 80-BYTE LINE PER ENTRY IN SOA-MSG-DATA.
      * A STATEMENT WITH MORE ENTRIES THAN FIT ONE MESSAGE GOES ON
      * PAPER.
        COPY SOAMSG.
        01  WS-EM-MAX-LINES     PIC 9(4) COMP VALUE 50.
        01  WS-EM-LINES         PIC 9(4) COMP.
        01  WS-EM-OFF           PIC 9(4) COMP.
        01  WS-EM-LINE          PIC X(80).
        01  WS-SEND-RC          PIC 9(2).

      * EMAIL ADDRESS SHAPE - THE SAME TEST THE GUI6 CONTACT PAGE
      * APPLIES WHEN THE ADDRESS IS KEYED: ONE '@' WITH TEXT ON BOTH
      * SIDES AND A '.' SOMEWHERE AFTER IT.
        01  WS-EM-WK           PIC X(40).
        01  WS-EM-LEN          PIC 9(2).
        01  WS-EM-IDX          PIC 9(2) COMP.
        01  WS-EM-AT-POS       PIC 9(2).
        01  WS-EM-DOT-OK       PIC X(1).

      * G6EMBNC BOUNCE LIST (READ ONLY HERE) AND THE G6STDLV
      * DELIVERY RECORD - BOTH CBL_OPEN_FILE STREAMS.
        01  WS-BN-FILE-NAME    PIC X(8) VALUE 'G6EMBNC'.
        01  WS-DL-FILE-NAME    PIC X(8) VALUE 'G6STDLV'.
        01  WS-SF-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-SF-DENY         PIC X(1) VALUE X'03'.
        01  WS-SF-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-SF-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-SF-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-BN-HANDLE       PIC X(4).
        01  WS-BN-STATUS       PIC S9(9) COMP-5.
        01  WS-BN-RECLEN       PIC 9(8) COMP-5.
        01  WS-BN-EOF          PIC X(1).
        01  WS-DL-HANDLE       PIC X(4).
        01  WS-DL-STATUS       PIC S9(9) COMP-5.
        01  WS-DL-RECLEN       PIC 9(8) COMP-5.
        01  WS-DL-OPENED       PIC X(1) VALUE 'N'.
        COPY G6EMBNC.
        COPY G6STDLV.
        01  WS-BN-MAX          PIC 9(4) COMP VALUE 1000.
        01  WS-BN-COUNT        PIC 9(4) COMP VALUE 0.
        01  WS-BN-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-BN-TABLE.
            02  WS-BN-ENTRY OCCURS 1000 TIMES.
                03  WS-BN-CUST      PIC X(10).
                03  WS-BN-EMAIL     PIC X(40).
        01  WS-BN-IDX          PIC 9(4) COMP.
        01  WS-BOUNCED-SW      PIC X(1).

      * THE WHOLE PERIOD'S LEDGER HELD IN STORAGE SO ENTRIES CAN BE
      * STATEMENTED CUSTOMER BY CUSTOMER WHATEVER ORDER THEY WERE
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6PS ENTRIES   =' WS-IN-COUNT.
            DISPLAY 'TESTG6PS CUSTOMERS =' WS-CUST-COUNT.
            DISPLAY 'TESTG6PS NO-MAIL   =' WS-NOMAIL-COUNT.
            DISPLAY 'TESTG6PS EMAILED   =' WS-EMAIL-COUNT.
            DISPLAY 'TESTG6PS FALLBACK  =' WS-FALLBACK-COUNT.
            DISPLAY 'TESTG6PS TO ESTATE =' WS-ESTATE-COUNT.
            DISPLAY 'TESTG6PS DECEASED  =' WS-DECEASED-COUNT.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT PAYLEDG.
            OPEN INPUT CUSTMAST.
            OPEN INPUT CADRFILE.
            OPEN INPUT ESTFILE.
            OPEN OUTPUT G6PSRPT.
            PERFORM LOAD-BOUNCE-LIST.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'CUSTOMER PAYMENT ACTIVITY STATEMENTS'
                   DELIMITED BY SIZE
            WRITE G6PSRPT-REC.

        CLOSE-FILES.
            CLOSE PAYLEDG CUSTMAST CADRFILE ESTFILE G6PSRPT.
            IF WS-DL-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-DL-HANDLE
                    GIVING WS-DL-STATUS
            END-IF.

      * NO BOUNCE LIST ON FILE YET SIMPLY MEANS NO ADDRESS IS KNOWN
      * BAD.  ROWS PAST THE TABLE LIMIT ARE COUNTED AND REPORTED;
      * THOSE CUSTOMERS WOULD STILL BE EMAILED.
        LOAD-BOUNCE-LIST.
            CALL 'CBL_OPEN_FILE' USING WS-BN-FILE-NAME
                     WS-SF-ACCESS WS-SF-DENY
                     WS-SF-DEVICE WS-BN-HANDLE
                GIVING WS-BN-STATUS.
            IF WS-BN-STATUS = 0
                MOVE 'N' TO WS-BN-EOF
                PERFORM LOAD-ONE-BOUNCE
                    UNTIL WS-BN-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-BN-HANDLE
                    GIVING WS-BN-STATUS
            END-IF.

        LOAD-ONE-BOUNCE.
            MOVE LENGTH OF EMB-REC TO WS-BN-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-BN-HANDLE
                     WS-BN-RECLEN WS-SF-FLAGS
                     WS-SF-RESERVED EMB-REC
                GIVING WS-BN-STATUS.
            IF WS-BN-STATUS NOT = 0
                MOVE 'Y' TO WS-BN-EOF
            ELSE
                IF WS-BN-COUNT < WS-BN-MAX
                    ADD 1 TO WS-BN-COUNT
                    MOVE EMB-CUST-ID TO WS-BN-CUST (WS-BN-COUNT)
                    MOVE EMB-EMAIL TO WS-BN-EMAIL (WS-BN-COUNT)
                ELSE
                    ADD 1 TO WS-BN-OVERFLOW
                END-IF
            END-IF.

        LOAD-LEDGER-TABLE.
            PERFORM READ-LEDGER.
            IF WS-PL-PRINTED (WS-I) = 'N'
                MOVE WS-PL-ROW (WS-I) TO PAYL-REC
                MOVE PAYL-CUST-ID TO WS-STMT-CUST
                PERFORM CHECK-MAIL-PREFERENCE
                PERFORM CHECK-EMAIL-DELIVERY
                MOVE 'N' TO WS-SENT-SW
                IF WS-EMAIL-SW = 'Y'
                    PERFORM EMAIL-ONE-STATEMENT
                        THRU EMAIL-ONE-STATEMENT-EXIT
                END-IF
                IF WS-SENT-SW NOT = 'Y'
                    IF WS-NOMAIL-SW = 'Y'
                        PERFORM SUPPRESS-ONE-STATEMENT
                    ELSE
                        IF EST-ROUTE-SUPPRESS
                            PERFORM SUPPRESS-DECEASED-STATEMENT
                        ELSE
                            PERFORM PRINT-ONE-STATEMENT
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * A CUSTOMER NO LONGER ON THE MASTER STILL GETS ITS STATEMENT -
      * ONLY A RECORDED NO-MAIL PREFERENCE STOPS ONE.
        CHECK-MAIL-PREFERENCE.
            MOVE 'N' TO WS-NOMAIL-SW.
            MOVE WS-STMT-CUST TO CUST-ID.
            READ CUSTMAST
                INVALID KEY
                    MOVE SPACES TO CUST-CONSENT
                    MOVE SPACES TO CUST-ADDR CUST-ZIP
                    MOVE SPACES TO CUST-EMAIL
                    MOVE SPACE TO CUST-STATUS
            END-READ.
            IF CUST-MAIL-OPTED-OUT
                MOVE 'Y' TO WS-NOMAIL-SW
            END-IF.
            PERFORM PICK-ESTATE-ROUTE.

      * EMAIL ONLY TO AN ADDRESS THAT LOOKS LIKE ONE, THAT THE
      * CUSTOMER HAS NOT OPTED OUT OF, AND THAT IS NOT ON THE BOUNCE
      * LIST.  A BOUNCED ADDRESS STAYS ON PAPER UNTIL THE CLERK
      * CORRECTS IT; THE COUNT SHOWS HOW MANY ARE WAITING.  NEVER TO
      * A DECEASED CUSTOMER.
        CHECK-EMAIL-DELIVERY.
            MOVE 'N' TO WS-EMAIL-SW.
            IF CUST-EMAIL NOT = SPACES
                AND NOT CUST-EMAIL-OPTED-OUT
                AND EST-ROUTE-NORMAL
                PERFORM CHECK-EMAIL-SHAPE
                IF WS-EM-DOT-OK = 'Y'
                    PERFORM CHECK-BOUNCE-LIST
                    IF WS-BOUNCED-SW = 'Y'
                        ADD 1 TO WS-BOUNCED-COUNT
                    ELSE
                        MOVE 'Y' TO WS-EMAIL-SW
                    END-IF
                END-IF
            END-IF.

        CHECK-EMAIL-SHAPE.
            MOVE 'N' TO WS-EM-DOT-OK.
            MOVE CUST-EMAIL TO WS-EM-WK.
            MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-EM-WK))
              TO WS-EM-LEN.
            MOVE 0 TO WS-EM-AT-POS.
            PERFORM SCAN-EMAIL-CHAR
                VARYING WS-EM-IDX FROM 1 BY 1
                UNTIL WS-EM-IDX > WS-EM-LEN.

        SCAN-EMAIL-CHAR.
            IF WS-EM-WK (WS-EM-IDX:1) = '@'
                IF WS-EM-AT-POS = 0
                    AND WS-EM-IDX > 1
                    AND WS-EM-IDX < WS-EM-LEN
                    MOVE WS-EM-IDX TO WS-EM-AT-POS
                ELSE
                    MOVE 'N' TO WS-EM-DOT-OK
                    MOVE WS-EM-LEN TO WS-EM-IDX
                END-IF
            ELSE
                IF WS-EM-WK (WS-EM-IDX:1) = '.'
                    AND WS-EM-AT-POS > 0
                    AND WS-EM-IDX > WS-EM-AT-POS + 1
                    AND WS-EM-IDX < WS-EM-LEN
                    MOVE 'Y' TO WS-EM-DOT-OK
                END-IF
            END-IF.

      * BOUNCED MEANS THIS CUSTOMER'S CURRENT ADDRESS IS THE ONE THE
      * PARTNER BOUNCED - A CORRECTED ADDRESS IS TRIED AT ONCE.
        CHECK-BOUNCE-LIST.
            MOVE 'N' TO WS-BOUNCED-SW.
            PERFORM CHECK-ONE-BOUNCE
                VARYING WS-BN-IDX FROM 1 BY 1
                UNTIL WS-BN-IDX > WS-BN-COUNT
                   OR WS-BOUNCED-SW = 'Y'.

        CHECK-ONE-BOUNCE.
            IF WS-BN-CUST (WS-BN-IDX) = WS-STMT-CUST
                AND WS-BN-EMAIL (WS-BN-IDX) = CUST-EMAIL
                MOVE 'Y' TO WS-BOUNCED-SW
            END-IF.

      * BUILD THE MESSAGE WITHOUT MARKING ANY ENTRY DONE, SO A SEND
      * THAT DOES NOT GO OUT CAN STILL BE PRINTED IN FULL.  RC 0 IS
      * SENT AND RC 8 IS PARKED ON SOASFQ FOR THE RE-DRIVER - BOTH
      * ARE DELIVERED AS FAR AS THIS JOB IS CONCERNED.  ANYTHING
      * ELSE (SERVICE UNKNOWN OR DOWN, BUDGET, LAYOUT) GOES ON PAPER.
        EMAIL-ONE-STATEMENT.
            MOVE 0 TO WS-EM-LINES.
            PERFORM COUNT-MATCHING-ENTRY
                VARYING WS-J FROM WS-I BY 1
                UNTIL WS-J > WS-PL-COUNT.
            MOVE WS-EM-LINES TO WS-STMT-LINES.
            IF WS-EM-LINES > WS-EM-MAX-LINES
                ADD 1 TO WS-FALLBACK-COUNT
                MOVE SPACES TO G6PSRPT-REC
                STRING 'CUSTOMER ' DELIMITED BY SIZE
                       WS-STMT-CUST DELIMITED BY SIZE
                       ' STATEMENT TOO LONG FOR EMAIL - PAPER'
                           DELIMITED BY SIZE
                  INTO G6PSRPT-REC
                WRITE G6PSRPT-REC
                GO TO EMAIL-ONE-STATEMENT-EXIT
            END-IF.
            MOVE SPACES TO SOA-MSG.
            MOVE 'STMTMAIL' TO SOA-MSG-SVC-NAME.
            MOVE 'TESTG6PS' TO SOA-MSG-CALLER.
            MOVE 'Y' TO SOA-MSG-ASYNC.
            MOVE SPACES TO SOA-MSG-DATA.
            MOVE SPACES TO WS-EM-LINE.
            STRING 'STATEMENT ' DELIMITED BY SIZE
                   WS-STMT-CUST DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-EMAIL DELIMITED BY SIZE
                   ' ENTRIES ' DELIMITED BY SIZE
                   WS-STMT-LINES DELIMITED BY SIZE
              INTO WS-EM-LINE.
            MOVE WS-EM-LINE TO SOA-MSG-DATA (1:80).
            MOVE 81 TO WS-EM-OFF.
            PERFORM ADD-MATCHING-LINE
                VARYING WS-J FROM WS-I BY 1
                UNTIL WS-J > WS-PL-COUNT.
            COMPUTE SOA-MSG-LEN = WS-EM-OFF - 1.
            MOVE 0 TO RETURN-CODE.
            CALL 'SOACMGR3' USING SOA-MSG.
            MOVE RETURN-CODE TO WS-SEND-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-SEND-RC NOT = 0 AND WS-SEND-RC NOT = 8
                ADD 1 TO WS-FALLBACK-COUNT
                MOVE SPACES TO G6PSRPT-REC
                STRING 'CUSTOMER ' DELIMITED BY SIZE
                       WS-STMT-CUST DELIMITED BY SIZE
                       ' STATEMENT EMAIL NOT SENT RC ' DELIMITED BY SIZE
                       WS-SEND-RC DELIMITED BY SIZE
                       ' - PAPER' DELIMITED BY SIZE
                  INTO G6PSRPT-REC
                WRITE G6PSRPT-REC
                GO TO EMAIL-ONE-STATEMENT-EXIT
            END-IF.
            MOVE 'Y' TO WS-SENT-SW.
            ADD 1 TO WS-EMAIL-COUNT.
            PERFORM SKIP-MATCHING-ENTRY
                VARYING WS-J FROM WS-I BY 1
                UNTIL WS-J > WS-PL-COUNT.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'CUSTOMER ' DELIMITED BY SIZE
                   WS-STMT-CUST DELIMITED BY SIZE
                   ' STATEMENT EMAILED TO ' DELIMITED BY SIZE
                   CUST-EMAIL DELIMITED BY SIZE
                   ' ENTRIES ' DELIMITED BY SIZE
                   WS-STMT-LINES DELIMITED BY SIZE
                   ' CORR ' DELIMITED BY SIZE
                   SOA-MSG-CORR-ID DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            MOVE SPACES TO DLV-REC.
            MOVE 'E' TO DLV-CHANNEL.
            MOVE CUST-EMAIL TO DLV-EMAIL.
            MOVE SOA-MSG-CORR-ID TO DLV-CORR-ID.
            MOVE WS-SEND-RC TO DLV-SEND-RC.
            PERFORM WRITE-DELIVERY.
        EMAIL-ONE-STATEMENT-EXIT.
            EXIT.

        COUNT-MATCHING-ENTRY.
            MOVE WS-PL-ROW (WS-J) TO PAYL-REC.
            IF WS-PL-PRINTED (WS-J) = 'N'
                AND PAYL-CUST-ID = WS-STMT-CUST
                ADD 1 TO WS-EM-LINES
            END-IF.

        ADD-MATCHING-LINE.
            MOVE WS-PL-ROW (WS-J) TO PAYL-REC.
            IF WS-PL-PRINTED (WS-J) = 'N'
                AND PAYL-CUST-ID = WS-STMT-CUST
                MOVE SPACES TO WS-EM-LINE
                STRING PAYL-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PAYL-TIME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PAYL-SOURCE DELIMITED BY SIZE
                       ' FROM ' DELIMITED BY SIZE
                       PAYL-OLD-PAYME DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       PAYL-NEW-PAYME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PAYL-CURS DELIMITED BY SIZE
                  INTO WS-EM-LINE
                MOVE WS-EM-LINE TO SOA-MSG-DATA (WS-EM-OFF:80)
                ADD 80 TO WS-EM-OFF
            END-IF.

      * ONE DELIVERY ROW PER STATEMENT THAT WENT OUT.  THE CALLER
      * HAS FILLED THE CHANNEL-SPECIFIC FIELDS.
        WRITE-DELIVERY.
            IF WS-DL-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-DL-FILE-NAME
                         WS-SF-ACCESS WS-SF-DENY
                         WS-SF-DEVICE WS-DL-HANDLE
                    GIVING WS-DL-STATUS
                MOVE 'Y' TO WS-DL-OPENED
            END-IF.
            MOVE WS-STMT-CUST TO DLV-CUST-ID.
            ACCEPT DLV-DATE FROM DATE YYYYMMDD.
            ACCEPT DLV-TIME FROM TIME.
            MOVE WS-STMT-LINES TO DLV-ENTRIES.
            MOVE LENGTH OF DLV-REC TO WS-DL-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-DL-HANDLE
                     WS-DL-RECLEN WS-SF-FLAGS
                     WS-SF-RESERVED DLV-REC
                GIVING WS-DL-STATUS.

      * MARK THE CUSTOMER'S ENTRIES DONE WITHOUT PRINTING THEM AND
      * LEAVE ONE LINE SAYING WHY.
        SUPPRESS-ONE-STATEMENT.
            ADD 1 TO WS-NOMAIL-COUNT.
            PERFORM SKIP-MATCHING-ENTRY
                VARYING WS-J FROM WS-I BY 1
                UNTIL WS-J > WS-PL-COUNT.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'CUSTOMER ' DELIMITED BY SIZE
                   WS-STMT-CUST DELIMITED BY SIZE
                   ' STATEMENT SUPPRESSED - NO-MAIL PREFERENCE'
                       DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.

      * SAME FOR A DECEASED CUSTOMER WITH NO ESTATE CONTACT.
        SUPPRESS-DECEASED-STATEMENT.
            ADD 1 TO WS-DECEASED-COUNT.
            PERFORM SKIP-MATCHING-ENTRY
                VARYING WS-J FROM WS-I BY 1
                UNTIL WS-J > WS-PL-COUNT.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'CUSTOMER ' DELIMITED BY SIZE
                   WS-STMT-CUST DELIMITED BY SIZE
                   ' STATEMENT SUPPRESSED - DECEASED, NO ESTATE'
                       DELIMITED BY SIZE
                   ' CONTACT' DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.

        SKIP-MATCHING-ENTRY.
            MOVE WS-PL-ROW (WS-J) TO PAYL-REC.
            IF WS-PL-PRINTED (WS-J) = 'N'
                AND PAYL-CUST-ID = WS-STMT-CUST
                MOVE 'Y' TO WS-PL-PRINTED (WS-J)
            END-IF.

        PRINT-ONE-STATEMENT.
            ADD 1 TO WS-CUST-COUNT.
            MOVE 0 TO WS-STMT-LINES.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'CUSTOMER ' DELIMITED BY SIZE
                   WS-STMT-CUST DELIMITED BY SIZE
                   ' PAYMENT ACTIVITY' DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            MOVE 'BM' TO CADR-PICK-ORDER.
            PERFORM PICK-TYPED-ADDRESS.
            IF EST-ROUTE-REDIRECT
                ADD 1 TO WS-ESTATE-COUNT
                MOVE EST-ROUTE-ADDR TO CADR-PICK-ADDR
                MOVE EST-ROUTE-ZIP  TO CADR-PICK-ZIP
                MOVE SPACES TO G6PSRPT-REC
                STRING '  STATEMENT TO      ' DELIMITED BY SIZE
                       EST-ROUTE-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EST-ROUTE-ATTN DELIMITED BY SIZE
                  INTO G6PSRPT-REC
                WRITE G6PSRPT-REC
            END-IF.
            MOVE SPACES TO G6PSRPT-REC.
            STRING '  STATEMENT ADDRESS ' DELIMITED BY SIZE
                   CADR-PICK-ADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CADR-PICK-ZIP DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            PERFORM PRINT-MATCHING-ENTRY
                VARYING WS-J FROM WS-I BY 1
                UNTIL WS-J > WS-PL-COUNT.
            MOVE SPACES TO G6PSRPT-REC.
            STRING '  ENTRIES THIS PERIOD = ' DELIMITED BY SIZE
                   WS-STMT-LINES DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            MOVE SPACES TO DLV-REC.
            MOVE 'P' TO DLV-CHANNEL.
            MOVE 0 TO DLV-SEND-RC.
            PERFORM WRITE-DELIVERY.

        PRINT-MATCHING-ENTRY.
            MOVE WS-PL-ROW (WS-J) TO PAYL-REC.
                   WS-CUST-COUNT DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'STATEMENTS SUPPRESSED BY NO-MAIL PREFERENCE = '
                       DELIMITED BY SIZE
                   WS-NOMAIL-COUNT DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'STATEMENTS EMAILED (NO POSTAGE) = '
                       DELIMITED BY SIZE
                   WS-EMAIL-COUNT DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'EMAIL FELL BACK TO PAPER = ' DELIMITED BY SIZE
                   WS-FALLBACK-COUNT DELIMITED BY SIZE
                   '  BOUNCED ADDRESSES ON PAPER = ' DELIMITED BY SIZE
                   WS-BOUNCED-COUNT DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            MOVE SPACES TO G6PSRPT-REC.
            STRING 'DECEASED - SENT TO ESTATE CONTACT = '
                       DELIMITED BY SIZE
                   WS-ESTATE-COUNT DELIMITED BY SIZE
                   '  SUPPRESSED, NO ESTATE CONTACT = '
                       DELIMITED BY SIZE
                   WS-DECEASED-COUNT DELIMITED BY SIZE
              INTO G6PSRPT-REC.
            WRITE G6PSRPT-REC.
            IF WS-BN-OVERFLOW > 0
                MOVE SPACES TO G6PSRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-BN-OVERFLOW DELIMITED BY SIZE
                       ' BOUNCE LIST ROWS PAST THE TABLE LIMIT WERE'
                           DELIMITED BY SIZE
                       ' NOT CHECKED **' DELIMITED BY SIZE
                  INTO G6PSRPT-REC
                WRITE G6PSRPT-REC
            END-IF.
            IF WS-PL-OVERFLOW > 0
                MOVE SPACES TO G6PSRPT-REC
                STRING '** ' DELIMITED BY SIZE
                  INTO G6PSRPT-REC
                WRITE G6PSRPT-REC
            END-IF.

        COPY G6CADRP.

        COPY G6ESTP.
