      *               OWN FORMAT TO CUSTEXTP INSTEAD.
      * NO CARD AT ALL RUNS A FULL CLASSIC EXTRACT.  INACTIVE
      * CUSTOMERS ARE NEVER EXTRACTED - A RETIRED ACCOUNT IS NOT
      * PARTNER DATA - AND NEITHER IS A CUSTOMER WHO HAS OPTED OUT
      * OF SHARING (CUST-NO-SHARE); THOSE ARE COUNTED AS SUPPRESSED
      * SO THE RUN PROVES THE OPT-OUT WAS RESPECTED.
      *
      * THE ADDRESS A PARTNER RECEIVES (NU-ADDR/NU-ZIP, PROFILE
      * FIELDS AD/ZP) IS THE CUSTOMER'S RESIDENTIAL ADDRESS ON
      * G6CADDR WHEN THEY HAVE ONE, ELSE THE ADDRESS OF RECORD (SEE
      * G6CADRW.CPY) - NEVER A PO BOX KEPT FOR MAIL.
      *
      * A PROFILE CARRIES THE CUSTOMER'S STATUS AND, FOR A DECEASED
      * CUSTOMER, THE DATE OF DEATH FROM G6ESTATE (FIELD CODES ST
      * AND DD).  THE CLASSIC NU-UPDATE-REC FEED HAS NO STATUS
      * FIELD - IT IS ALSO OUR INBOUND LAYOUT - SO IT LEAVES A
      * DECEASED CUSTOMER OUT ALTOGETHER RATHER THAN PASS THEM ON AS
      * LIVE, AND COUNTS THEM.
      *
        PROGRAM-ID. TESTG6XT.
        ENVIRONMENT DIVISION.
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
        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  CADRFILE.
        COPY G6CADDR.

        FD  ESTFILE.
        COPY G6ESTATE.

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-EXTRACT-COUNT    PIC 9(7) VALUE 0.
        01  WS-NOSHARE-COUNT    PIC 9(7) VALUE 0.
        01  WS-DECEASED-COUNT   PIC 9(7) VALUE 0.
        01  WS-DEATH-DATE       PIC X(8).
        01  WS-MODE             PIC X(5) VALUE 'FULL'.
        01  WS-SINCE-DATE       PIC 9(8) VALUE 0.
        01  WS-STAMP-DATE       PIC 9(8).
        01  WS-STAMP-TIME       PIC 9(8).
        COPY G6CADRW.

      * THE LOADED PROFILE, WHEN ONE WAS NAMED - WS-PROF-ON IS THE
      * RUN'S MASTER SWITCH BETWEEN THE CLASSIC FEED AND THE
            DISPLAY 'TESTG6XT PROFILE   =' XT-PROFILE.
            DISPLAY 'TESTG6XT SCANNED   =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6XT EXTRACTED =' WS-EXTRACT-COUNT.
            DISPLAY 'TESTG6XT NO-SHARE  =' WS-NOSHARE-COUNT.
            DISPLAY 'TESTG6XT DECEASED  =' WS-DECEASED-COUNT.
            STOP RUN.

        OPEN-FILES.
            OPEN INPUT CUSTMAST.
            OPEN INPUT CADRFILE.
            OPEN INPUT ESTFILE.
            IF WS-PROF-ON = 'Y'
                OPEN OUTPUT CUSTEXTP
            ELSE
            END-IF.

        CLOSE-FILES.
            CLOSE CUSTMAST CADRFILE ESTFILE.
            IF WS-PROF-ON = 'Y'
                CLOSE CUSTEXTP
            ELSE
            IF NOT CUST-IS-INACTIVE
                AND (WS-MODE = 'FULL'
                     OR CUST-LAST-UPD-DATE >= WS-SINCE-DATE)
                IF CUST-SHARE-OPTED-OUT
                    ADD 1 TO WS-NOSHARE-COUNT
                ELSE
                    MOVE 'R' TO CADR-PICK-ORDER
                    PERFORM PICK-TYPED-ADDRESS
                    IF WS-PROF-ON = 'Y'
                        PERFORM READ-DEATH-DATE
                        PERFORM WRITE-PROFILE-RECORD
                    ELSE
                        IF CUST-IS-DECEASED
                            ADD 1 TO WS-DECEASED-COUNT
                        ELSE
                            PERFORM WRITE-EXTRACT-RECORD
                        END-IF
                    END-IF
                END-IF
            END-IF.
            PERFORM READ-NEXT-CUSTMAST.
                MOVE CUST-NAME TO WS-VAL-WK
                MOVE 40 TO WS-VAL-FIX
            WHEN 'AD'
                MOVE CADR-PICK-ADDR TO WS-VAL-WK
                MOVE 40 TO WS-VAL-FIX
            WHEN 'ZP'
                MOVE CADR-PICK-ZIP TO WS-VAL-WK
                MOVE 5 TO WS-VAL-FIX
            WHEN 'PY'
                MOVE CUST-PAYME TO WS-VAL-WK
            WHEN 'DT'
                MOVE WS-STAMP-DATE TO WS-VAL-WK (1:8)
                MOVE 8 TO WS-VAL-FIX
            WHEN 'ST'
                IF CUST-STATUS = SPACE
                    MOVE 'A' TO WS-VAL-WK
                ELSE
                    MOVE CUST-STATUS TO WS-VAL-WK
                END-IF
                MOVE 1 TO WS-VAL-FIX
            WHEN 'DD'
                MOVE WS-DEATH-DATE TO WS-VAL-WK
                MOVE 8 TO WS-VAL-FIX
            WHEN OTHER
                MOVE 0 TO WS-VAL-FIX
            END-EVALUATE.
                MOVE WS-TRIM-IDX TO WS-VAL-LEN
            END-IF.

      * A DECEASED CUSTOMER'S DATE OF DEATH FROM G6ESTATE - SPACES
      * FOR EVERYONE ELSE.
        READ-DEATH-DATE.
            MOVE SPACES TO WS-DEATH-DATE.
            IF CUST-IS-DECEASED
                MOVE CUST-ID TO EST-CUST-ID
                READ ESTFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE EST-DEATH-DATE TO WS-DEATH-DATE
                END-READ
            END-IF.

        WRITE-PROFILE-HEADER.
            IF WS-PROF-ON = 'Y' AND XP-HEADER = 'Y'
                MOVE SPACES TO CUSTEXTP-REC
            MOVE SPACES TO NU-UPDATE-REC.
            MOVE CUST-ID      TO NU-CUST-ID.
            MOVE CUST-NAME    TO NU-NAME.
            MOVE CADR-PICK-ADDR TO NU-ADDR.
            MOVE CADR-PICK-ZIP  TO NU-ZIP.
            MOVE CUST-PAYME   TO NU-PAYME.
            MOVE CUST-PAYME1  TO NU-PAYME1.
            MOVE CUST-CURS    TO NU-CURS.
            MOVE WS-STAMP-TIME TO NU-EXTRACT-TIME.
            WRITE NU-UPDATE-REC.
            ADD 1 TO WS-EXTRACT-COUNT.

        COPY G6CADRP.
