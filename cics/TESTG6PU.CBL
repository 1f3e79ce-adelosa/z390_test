      * PERIOD (G6PUPARM CARD COLS 1-3 IN DAYS, DEFAULT 365), WRITING
      * EACH PURGED RECORD TO THE CUSTARCH ARCHIVE FILE FIRST SO
      * NOTHING LEAVES THE SHOP WITHOUT A COPY.  ACTIVE RECORDS AND
      * INACTIVE RECORDS STILL INSIDE RETENTION ARE LEFT ALONE.  A
      * PURGED CUSTOMER'S TYPED ADDRESSES (G6CADDR) AND DIRECT-DEBIT
      * INSTRUCTION (G6DDMAND) GO WITH IT.
      * A CUSTOMER UNDER A G6LHOLD LEGAL HOLD (G6LHLDW.CPY) - NAMED
      * ON ONE, OR MARKED INACTIVE INSIDE A HELD DATE RANGE - IS
      * LISTED AND LEFT ALONE; EVERY RUN SCANS THE WHOLE MASTER, SO
      * IT GOES ON THE FIRST RUN AFTER THE HOLD IS RELEASED.
      *
        PROGRAM-ID. TESTG6PU.
        ENVIRONMENT DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NIX-KEY.
            SELECT CADRFILE ASSIGN TO G6CADDR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADR-KEY.
            SELECT DDMFILE ASSIGN TO G6DDMAND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DDM-CUST-ID.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
            02  FILLER              PIC X(77).

        FD  CUSTARCH.
        01  CUSTARCH-REC            PIC X(237).

      * THE NAME-SEARCH INDEX - A PURGED CUSTOMER'S ROW COMES OFF
      * WITH THE MASTER RECORD, SAME AS EVERY OTHER WRITER (SEE
        FD  NAMIX.
        COPY G6NAMIX.

      * THE TYPED ADDRESSES - NO CUSTOMER, NO ADDRESSES (SEE
      * G6CADDR.CPY).
        FD  CADRFILE.
        COPY G6CADDR.

      * THE DIRECT-DEBIT INSTRUCTION, LIKEWISE (SEE G6DDMAND.CPY).
        FD  DDMFILE.
        COPY G6DDMAND.

        FD  CUSTMAST.
        COPY CUSTMAST.

            88  WS-EOF             VALUE 'Y'.
        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-PURGED-COUNT     PIC 9(7) VALUE 0.
        01  WS-HELD-COUNT       PIC 9(7) VALUE 0.
        01  WS-RETAIN-DAYS      PIC 9(3) VALUE 365.
        01  WS-TODAY            PIC 9(8).
        01  WS-CUTOFF-INT       PIC 9(8) COMP.
        01  WS-INACT-INT        PIC 9(8) COMP.
        COPY G6LHLDW.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6PU SCANNED =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6PU PURGED  =' WS-PURGED-COUNT.
            DISPLAY 'TESTG6PU HELD    =' WS-HELD-COUNT.
            STOP RUN.

        OPEN-FILES.
            OPEN I-O CUSTMAST.
            OPEN I-O NAMIX.
            OPEN I-O CADRFILE.
            OPEN I-O DDMFILE.
            OPEN OUTPUT CUSTARCH.

        CLOSE-FILES.
            CLOSE CUSTMAST NAMIX CADRFILE DDMFILE CUSTARCH.

        LOAD-PARM-CARD.
            OPEN INPUT G6PUPARM.
                COMPUTE WS-INACT-INT =
                    FUNCTION INTEGER-OF-DATE (CUST-INACT-DATE)
                IF WS-INACT-INT < WS-CUTOFF-INT
                    MOVE CUST-ID TO LHS-CUST-ID-WK
                    MOVE CUST-INACT-DATE TO LHS-DATE-WK
                    PERFORM CHECK-LEGAL-HOLD
                END-IF
                IF WS-INACT-INT < WS-CUTOFF-INT
                    AND LHS-IS-HELD
                    ADD 1 TO WS-HELD-COUNT
                    DISPLAY 'TESTG6PU HELD CUSTOMER ' CUST-ID
                            ' HOLD ' LHS-HELD-BY
                END-IF
                IF WS-INACT-INT < WS-CUTOFF-INT
                    AND NOT LHS-IS-HELD
                    MOVE 'G6PU' TO JRNL-SOURCE
                    MOVE SPACES TO JRNL-OPID
                    PERFORM WRITE-CUSTOMER-JOURNAL
                    DELETE NAMIX RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                    PERFORM DELETE-TYPED-ADDRESSES
                    MOVE CUST-ID TO DDM-CUST-ID
                    DELETE DDMFILE RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                    DELETE CUSTMAST RECORD
                    MOVE 'DEL' TO JRNL-ACTION
                    PERFORM JOURNAL-AFTER-IMAGE
            END-IF.
            PERFORM READ-NEXT-CUSTMAST.

      * ONE DELETE PER ADDRESS TYPE; A TYPE NEVER KEYED IS SIMPLY
      * NOT THERE.
        DELETE-TYPED-ADDRESSES.
            MOVE CUST-ID TO CADR-CUST-ID.
            MOVE 'M' TO CADR-TYPE.
            PERFORM DELETE-ONE-TYPED-ADDRESS.
            MOVE CUST-ID TO CADR-CUST-ID.
            MOVE 'R' TO CADR-TYPE.
            PERFORM DELETE-ONE-TYPED-ADDRESS.
            MOVE CUST-ID TO CADR-CUST-ID.
            MOVE 'B' TO CADR-TYPE.
            PERFORM DELETE-ONE-TYPED-ADDRESS.

        DELETE-ONE-TYPED-ADDRESS.
            DELETE CADRFILE RECORD
                INVALID KEY CONTINUE
            END-DELETE.

        COPY CUSTJRNP.

        COPY G6LHLDP.
