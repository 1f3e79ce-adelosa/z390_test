      * QUOTED, CHANGE DATE/TIME, AND A REFERENCE NUMBER.  EACH
      * LETTER GENERATED IS RECORDED ON G6LTCTL (CUSTOMER + AUDIT
      * TIMESTAMP), SO A RE-RUN NEVER DOUBLE-MAILS.
      *
      * A CUSTOMER WHO HAS OPTED OUT OF MAIL (CUST-NO-MAIL ON
      * CUSTMAST) IS NOT WRITTEN TO.  THE SUPPRESSED CHANGE IS STILL
      * RECORDED ON G6LTCTL, REFERENCE 'SUPPRESSED', SO THE DECISION
      * IS ON FILE AND A LATER RUN DOES NOT MAIL IT AFTER ALL.
      *
      * A CUSTOMER WITH A MAILING ADDRESS ON G6CADDR (A PO BOX, SAY)
      * IS WRITTEN TO THERE, SINCE THAT IS WHERE THEIR POST ACTUALLY
      * ARRIVES - UNLESS THE MAILING ADDRESS IS ITSELF WHAT MOVED,
      * WHEN THE OLD ONE IS USED AS ALWAYS.  'ADDRESS' ROWS FROM THE
      * GUI6 TYPED-ADDRESSES PAGE GET A LETTER LIKE ANY OTHER
      * ADDRESS MOVE, WORDED FOR THE TYPE THAT CHANGED.
      *
      * A DECEASED CUSTOMER'S LETTER GOES TO THE ESTATE CONTACT ON
      * G6ESTATE, ADDRESSED "ESTATE OF" THE CUSTOMER, OR - WITH NO
      * ESTATE CONTACT ON FILE - IS SUPPRESSED AND RECORDED LIKE A
      * NO-MAIL ONE (SEE G6ESTW.CPY).
      *
        PROGRAM-ID. TESTG6LT.
        ENVIRONMENT DIVISION.
                ORGANIZATION IS SEQUENTIAL.
            SELECT LETTERS ASSIGN TO G6LETTER
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
        FD  AUDIN
            RECORD CONTAINS 375 CHARACTERS.
        COPY GUI6AUD.

        FD  LTCTL
            RECORD CONTAINS 80 CHARACTERS.
        01  LETTERS-REC             PIC X(80).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  CADRFILE.
        COPY G6CADDR.

        FD  ESTFILE.
        COPY G6ESTATE.

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-READ-COUNT       PIC 9(7) VALUE 0.
        01  WS-LETTER-COUNT     PIC 9(5) VALUE 0.
        01  WS-SKIPPED-COUNT    PIC 9(5) VALUE 0.
        01  WS-NOMAIL-COUNT     PIC 9(5) VALUE 0.
        01  WS-ESTATE-COUNT     PIC 9(5) VALUE 0.
        01  WS-DECEASED-COUNT   PIC 9(5) VALUE 0.
        01  WS-RUN-DATE         PIC 9(8).
        01  WS-REF-SEQ          PIC 9(5) VALUE 0.
        01  WS-ALREADY-SW       PIC X(1).
        01  WS-LT-TARGET-HDR    PIC X(45).
        01  WS-LT-TARGET-ADDR   PIC X(40).
        01  WS-LT-TARGET-ZIP    PIC X(5).
        01  WS-LT-TYPE-WORD     PIC X(11).
        COPY G6CADRW.
        COPY G6ESTW.

      * LETTERS ALREADY GENERATED, LOADED UP FRONT FOR THE RE-RUN
      * GUARD.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-LETTER-CONTROL.
            OPEN INPUT AUDIN.
            OPEN INPUT CUSTMAST.
            OPEN INPUT CADRFILE.
            OPEN INPUT ESTFILE.
            OPEN OUTPUT LETTERS.
            PERFORM READ-AUDIN.
            PERFORM CHECK-ONE-AUDIT UNTIL WS-EOF.
            CLOSE AUDIN CUSTMAST CADRFILE ESTFILE LETTERS.
            DISPLAY 'TESTG6LT AUDIT ROWS READ =' WS-READ-COUNT.
            DISPLAY 'TESTG6LT LETTERS WRITTEN =' WS-LETTER-COUNT.
            DISPLAY 'TESTG6LT ALREADY MAILED  =' WS-SKIPPED-COUNT.
            DISPLAY 'TESTG6LT NO-MAIL SUPPRESS=' WS-NOMAIL-COUNT.
            DISPLAY 'TESTG6LT TO ESTATE       =' WS-ESTATE-COUNT.
            DISPLAY 'TESTG6LT DECEASED SUPPRES=' WS-DECEASED-COUNT.
            STOP RUN.

        LOAD-LETTER-CONTROL.
                IF WS-ALREADY-SW = 'Y'
                    ADD 1 TO WS-SKIPPED-COUNT
                ELSE
                    PERFORM CHECK-MAIL-PREFERENCE
                    PERFORM PICK-ESTATE-ROUTE
                    IF CUST-MAIL-OPTED-OUT
                        ADD 1 TO WS-NOMAIL-COUNT
                    ELSE
                        IF EST-ROUTE-SUPPRESS
                            ADD 1 TO WS-DECEASED-COUNT
                        ELSE
                            PERFORM WRITE-ONE-LETTER
                        END-IF
                    END-IF
                    PERFORM RECORD-LETTER-CONTROL
                END-IF
            END-IF.
                MOVE 'Y' TO WS-ALREADY-SW
            END-IF.

      * THE CUSTOMER'S CURRENT MAIL PREFERENCE - A CUSTOMER NO
      * LONGER ON THE MASTER HAS NONE RECORDED AND IS MAILED.
        CHECK-MAIL-PREFERENCE.
            MOVE GUI6AUD-CUST-ID TO CUST-ID.
            READ CUSTMAST
                INVALID KEY
                    MOVE SPACES TO CUST-CONSENT
                    MOVE SPACES TO CUST-ADDR CUST-ZIP
                    MOVE SPACE TO CUST-STATUS
            END-READ.

      * WHERE THE LETTER GOES AND WHAT IT CALLS THE ADDRESS THAT
      * MOVED.  A MAILING ADDRESS ON FILE WINS UNLESS IT IS THE ONE
      * THAT CHANGED; OTHERWISE THE OLD ADDRESS, OR - FOR A TYPED
      * ADDRESS KEYED FOR THE FIRST TIME, WHICH HAS NO OLD ONE - THE
      * ADDRESS OF RECORD.
        PICK-LETTER-TARGET.
            MOVE 'MAIL TO (ADDRESS OF RECORD BEFORE CHANGE):'
              TO WS-LT-TARGET-HDR.
            MOVE GUI6AUD-BEFORE-ADDR TO WS-LT-TARGET-ADDR.
            MOVE GUI6AUD-BEFORE-ZIP  TO WS-LT-TARGET-ZIP.
            MOVE 'M' TO CADR-PICK-ORDER.
            PERFORM PICK-TYPED-ADDRESS.
            IF CADR-PICK-TYPE = 'M' AND GUI6AUD-ADDR-TYPE NOT = 'M'
                MOVE 'MAIL TO (MAILING ADDRESS ON FILE):'
                  TO WS-LT-TARGET-HDR
                MOVE CADR-PICK-ADDR TO WS-LT-TARGET-ADDR
                MOVE CADR-PICK-ZIP  TO WS-LT-TARGET-ZIP
            ELSE
                IF GUI6AUD-BEFORE-ADDR = SPACES
                    MOVE 'MAIL TO (ADDRESS OF RECORD):'
                      TO WS-LT-TARGET-HDR
                    MOVE CUST-ADDR TO WS-LT-TARGET-ADDR
                    MOVE CUST-ZIP  TO WS-LT-TARGET-ZIP
                END-IF
            END-IF.
            EVALUATE GUI6AUD-ADDR-TYPE
                WHEN 'R'
                    MOVE 'RESIDENTIAL' TO WS-LT-TYPE-WORD
                WHEN 'B'
                    MOVE 'BILLING' TO WS-LT-TYPE-WORD
                WHEN OTHER
                    MOVE 'MAILING' TO WS-LT-TYPE-WORD
            END-EVALUATE.

        COPY G6CADRP.

        COPY G6ESTP.

      * ONE LETTER, PRINT-IMAGE LINES.  THE MAILING TARGET IS THE
      * OLD ADDRESS - THE WHOLE POINT IS THAT THE PERSON AT THE OLD
      * ADDRESS LEARNS THE ADDRESS MOVED - OR THE MAILING ADDRESS
      * ON FILE (SEE PICK-LETTER-TARGET).
        WRITE-ONE-LETTER.
            PERFORM PICK-LETTER-TARGET.
            IF EST-ROUTE-REDIRECT
                ADD 1 TO WS-ESTATE-COUNT
                MOVE 'MAIL TO (ESTATE CONTACT ON FILE):'
                  TO WS-LT-TARGET-HDR
                MOVE EST-ROUTE-ADDR TO WS-LT-TARGET-ADDR
                MOVE EST-ROUTE-ZIP  TO WS-LT-TARGET-ZIP
            END-IF.
            ADD 1 TO WS-LETTER-COUNT.
            ADD 1 TO WS-REF-SEQ.
            MOVE ALL '*' TO LETTERS-REC.
              INTO LETTERS-REC.
            WRITE LETTERS-REC.
            MOVE SPACES TO LETTERS-REC.
            MOVE WS-LT-TARGET-HDR TO LETTERS-REC.
            WRITE LETTERS-REC.
            MOVE SPACES TO LETTERS-REC.
            IF EST-ROUTE-REDIRECT
                STRING '    ' DELIMITED BY SIZE
                       EST-ROUTE-NAME DELIMITED BY SIZE
                  INTO LETTERS-REC
                WRITE LETTERS-REC
                MOVE SPACES TO LETTERS-REC
                STRING '    ' DELIMITED BY SIZE
                       EST-ROUTE-ATTN DELIMITED BY SIZE
                  INTO LETTERS-REC
            ELSE
                STRING '    ' DELIMITED BY SIZE
                       GUI6AUD-BEFORE-NAME DELIMITED BY SIZE
                  INTO LETTERS-REC
            END-IF.
            WRITE LETTERS-REC.
            MOVE SPACES TO LETTERS-REC.
            STRING '    ' DELIMITED BY SIZE
                   WS-LT-TARGET-ADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LT-TARGET-ZIP DELIMITED BY SIZE
              INTO LETTERS-REC.
            WRITE LETTERS-REC.
            MOVE SPACES TO LETTERS-REC.
            IF EST-ROUTE-REDIRECT
                MOVE 'DEAR SIR OR MADAM,' TO LETTERS-REC
            ELSE
                MOVE 'DEAR CUSTOMER,' TO LETTERS-REC
            END-IF.
            WRITE LETTERS-REC.
            MOVE SPACES TO LETTERS-REC.
            STRING 'THE ' DELIMITED BY SIZE
                   WS-LT-TYPE-WORD DELIMITED BY SPACE
                   ' ADDRESS ON YOUR ACCOUNT ' DELIMITED BY SIZE
                   GUI6AUD-CUST-ID DELIMITED BY SIZE
                   ' WAS CHANGED' DELIMITED BY SIZE
              INTO LETTERS-REC.
            MOVE GUI6AUD-CUST-ID TO LC-CUST-ID.
            MOVE GUI6AUD-DATE    TO LC-DATE.
            MOVE GUI6AUD-TIME    TO LC-TIME.
            IF CUST-MAIL-OPTED-OUT OR EST-ROUTE-SUPPRESS
                MOVE 'SUPPRESSED' TO LC-REF
            ELSE
                STRING WS-RUN-DATE DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-REF-SEQ DELIMITED BY SIZE
                  INTO LC-REF
            END-IF.
            WRITE LC-REC.
            CLOSE LTCTL.
            IF WS-LC-COUNT < WS-LC-MAX
