      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * CUSTUPD INBOUND REAL-TIME CUSTOMER-UPDATE HANDLER.
      * REGISTERED ON THE SOAHNDRG HANDLER REGISTRY AGAINST SERVICE
      * CUSTUPD, SO A PARTNER THAT CAN CALL US SENDS ONE
      * NU-UPDATE-REC-SHAPED CHANGE (SEE G6CUPMSG.CPY) AND HAS IT ON
      * THE MASTER IMMEDIATELY INSTEAD OF WAITING FOR THE NIGHTLY
      * NIGHTUPD FILE AND TESTG6RC.
      *
      * THE CHANGE GOES THROUGH EXACTLY THE CHECKS AND COMMIT PATH
      * THE ONLINE SCREENS USE:
      *   - THE G6RSNCD REASON CODE MUST BE ON THE TABLE,
      *   - THE ZIP MUST BE IN THE ZIPREF POSTAL REFERENCE,
      *   - THE SAME EXTRACT-STAMP CONFLICT RULE TESTG6RC APPLIES -
      *     A MASTER CHANGED AFTER THE PARTNER CUT ITS RECORD IS
      *     NOT OVERLAID,
      *   - AN INACTIVE OR DECEASED CUSTOMER TAKES NO FURTHER
      *     CHANGES,
      *   - A G6INTENT INTENT ROW BEFORE ANY WRITE AND ITS
      *     COMPLETION ROW AFTER (TESTG6IC FINISHES ONE AN ABEND
      *     CUT IN HALF), THE CUSTJRNL PRIOR/AFTER JOURNAL, THE
      *     GUI6AUD BEFORE/AFTER ROW CARRYING THE REASON CODE, AND
      *     THE G6NAMIX AND G6PAYLDG UPKEEP EVERY MASTER WRITER DOES.
      * THE REPLY IS A CODED ACCEPT/REJECT (G6CUPMSG.CPY).
      *
      * PARTNER-APPLIED CHANGES CARRY SOURCE G6IU ON THE JOURNAL AND
      * PAYMENT LEDGER, CUSTUPD ON THE INTENT STREAM, AND OPERATOR
      * 'SOA' ON THE AUDIT ROW.
      *
      * SOAHNDRG ROW:  CUSTUPD  TESTG6IU A
      *
        PROGRAM-ID. TESTG6IU.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUST-ID.
            SELECT NAMIX ASSIGN TO G6NAMIX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS NIX-KEY.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAST.
        COPY CUSTMAST.

      * THE NAME-SEARCH INDEX - A NEW CUSTOMER OR A NAME CHANGE
      * KEEPS IT IN STEP, SAME AS EVERY OTHER MASTER WRITER (SEE
      * G6NAMIX.CPY).
        FD  NAMIX.
        COPY G6NAMIX.

        WORKING-STORAGE SECTION.
        COPY G6CUPMSG.
        COPY NIGHTUPD.
        COPY CUSTJRNW.
        COPY CURRATES.
        COPY ZIPREFW.
        COPY G6RSNCD.

        01  WS-INVALID-KEY-SW   PIC X(1).
            88  WS-RECORD-NOT-FOUND VALUE 'Y'.
        01  WS-BEFORE-NAME      PIC X(40).
        01  WS-BEFORE-ADDR      PIC X(40).
        01  WS-BEFORE-ZIP       PIC X(5).
        01  WS-PL-OLD-PAYME     PIC X(14).

      * PAYMENT-DIGITS EXTRACTION, SAME REDUCTION GUI6 USES.
        01  WS-PAYME-WK        PIC X(14).
        01  WS-PAYME-WK-TBL REDEFINES WS-PAYME-WK.
            02  WS-PAYME-WK-CHAR  PIC X(1) OCCURS 14 TIMES.
        01  WS-PAYME-NUM       PIC 9(14).
        01  WS-PAYME-CHAR-IDX  PIC 9(2) COMP.
        01  WS-DIGIT-WK        PIC 9(1).

      * COMMIT-PROTOCOL INTENT STREAM - SEE G6INTENT.CPY.  THE
      * STAMP IS HELD SO THE COMPLETION ROW CARRIES THE SAME ONE.
        COPY G6INTENT.
        01  WS-INT-NAME        PIC X(8) VALUE 'G6INTENT'.
        01  WS-INT-ACCESS      PIC X(1) VALUE X'03'.
        01  WS-INT-DENY        PIC X(1) VALUE X'03'.
        01  WS-INT-DEVICE      PIC X(1) VALUE X'00'.
        01  WS-INT-HANDLE      PIC X(4).
        01  WS-INT-FLAGS       PIC X(4) VALUE X'00000000'.
        01  WS-INT-RESERVED    PIC X(4) VALUE X'00000000'.
        01  WS-INT-OPENED      PIC X(1) VALUE 'N'.
        01  WS-INT-STATUS      PIC S9(9) COMP-5.
        01  WS-INT-RECLEN      PIC 9(8) COMP-5.
        01  WS-INT-STAMP-DATE  PIC 9(8).
        01  WS-INT-STAMP-TIME  PIC 9(8).

      * BEFORE/AFTER AUDIT - SAME STREAM AND LAYOUT THE SCREENS
      * WRITE (SEE GUI6AUD.CPY).
        COPY GUI6AUD.
        01  WS-AUD-NAME        PIC X(8) VALUE 'GUI6AUD'.
        01  WS-AUD-ACCESS      PIC X(1) VALUE X'03'.
        01  WS-AUD-DENY        PIC X(1) VALUE X'03'.
        01  WS-AUD-DEVICE      PIC X(1) VALUE X'00'.
        01  WS-AUD-HANDLE      PIC X(4).
        01  WS-AUD-FLAGS       PIC X(4) VALUE X'00000000'.
        01  WS-AUD-RESERVED    PIC X(4) VALUE X'00000000'.
        01  WS-AUD-OPENED      PIC X(1) VALUE 'N'.
        01  WS-AUD-STATUS      PIC S9(9) COMP-5.
        01  WS-AUD-RECLEN      PIC 9(8) COMP-5.

      * PAYMENT-CHANGE LEDGER - SEE G6PAYLDG.CPY.
        COPY G6PAYLDG.
        01  WS-PL-NAME         PIC X(8) VALUE 'G6PAYLDG'.
        01  WS-PL-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-PL-DENY         PIC X(1) VALUE X'03'.
        01  WS-PL-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-PL-HANDLE       PIC X(4).
        01  WS-PL-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-PL-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-PL-OPENED       PIC X(1) VALUE 'N'.
        01  WS-PL-STATUS       PIC S9(9) COMP-5.
        01  WS-PL-RECLEN       PIC 9(8) COMP-5.

        LINKAGE SECTION.
        COPY SOAMSG.

        PROCEDURE DIVISION USING SOA-MSG.
        MAINLINE.
            MOVE SOA-MSG-DATA (1:148) TO CUP-REQUEST.
            MOVE CUP-UPDATE TO NU-UPDATE-REC.
            MOVE SPACES TO CUP-REPLY.
            MOVE NU-CUST-ID TO CUP-CUST-ID.
      * THE LISTENER KEEPS THIS PROGRAM RESIDENT ACROSS CALLS AND
      * DAYS, SO THE REFERENCE DATA AND RATES ARE RELOADED EACH TIME.
            PERFORM LOAD-ZIP-REFERENCE.
            MOVE 'N' TO WS-CURS-LOADED.
            MOVE 0 TO WS-CURS-ASOF-DATE.
            PERFORM VALIDATE-UPDATE THRU VALIDATE-UPDATE-EXIT.
            IF CUP-RC = SPACES
                OPEN I-O CUSTMAST
                OPEN I-O NAMIX
                PERFORM CHECK-AND-APPLY
                CLOSE CUSTMAST NAMIX
            END-IF.
            MOVE SPACES TO SOA-MSG-DATA.
            MOVE CUP-REPLY TO SOA-MSG-DATA.
            MOVE LENGTH OF CUP-REPLY TO SOA-MSG-LEN.
            GOBACK.

      * THE CHECKS THAT NEED NO MASTER READ - FIRST FAILURE WINS.
        VALIDATE-UPDATE.
            IF NU-CUST-ID = SPACES
                MOVE '10' TO CUP-RC
                MOVE 'CUSTOMER ID BLANK' TO CUP-RC-TEXT
                GO TO VALIDATE-UPDATE-EXIT
            END-IF.
            MOVE CUP-REASON TO RSN-CODE-WK.
            PERFORM LOOKUP-REASON-CODE.
            IF CUP-REASON = SPACES OR RSN-FOUND NOT = 'Y'
                MOVE '11' TO CUP-RC
                MOVE 'REASON CODE INVALID' TO CUP-RC-TEXT
                GO TO VALIDATE-UPDATE-EXIT
            END-IF.
            MOVE NU-ZIP TO ZIPREF-ZIP-WK.
            PERFORM LOOKUP-ZIP-REFERENCE.
            IF NOT ZIPREF-IS-VALID
                MOVE '12' TO CUP-RC
                MOVE 'ZIP NOT IN POSTAL REFERENCE' TO CUP-RC-TEXT
                GO TO VALIDATE-UPDATE-EXIT
            END-IF.
            IF NU-EXTRACT-DATE NOT NUMERIC
                OR NU-EXTRACT-TIME NOT NUMERIC
                MOVE '13' TO CUP-RC
                MOVE 'EXTRACT STAMP NOT NUMERIC' TO CUP-RC-TEXT
                GO TO VALIDATE-UPDATE-EXIT
            END-IF.
        VALIDATE-UPDATE-EXIT.
            EXIT.

      * SAME DECISION TESTG6RC MAKES - A CUSTOMER NOT ON THE MASTER
      * IS WRITTEN AS NEW; ONE CHANGED SINCE THE PARTNER'S EXTRACT
      * STAMP IS LEFT ALONE AND REFUSED.
        CHECK-AND-APPLY.
            MOVE NU-CUST-ID TO CUST-ID.
            MOVE 'N' TO WS-INVALID-KEY-SW.
            READ CUSTMAST
                INVALID KEY
                    SET WS-RECORD-NOT-FOUND TO TRUE
            END-READ.
            IF WS-RECORD-NOT-FOUND
                PERFORM WRITE-NEW-CUSTOMER
            ELSE
                IF CUST-IS-INACTIVE
                    MOVE '15' TO CUP-RC
                    MOVE 'CUSTOMER INACTIVE' TO CUP-RC-TEXT
                ELSE
                    IF CUST-IS-DECEASED
                        MOVE '16' TO CUP-RC
                        MOVE 'CUSTOMER DECEASED' TO CUP-RC-TEXT
                    ELSE
                        IF CUST-LAST-UPD-DATE > NU-EXTRACT-DATE
                            OR (CUST-LAST-UPD-DATE = NU-EXTRACT-DATE AND
                                CUST-LAST-UPD-TIME > NU-EXTRACT-TIME)
                            MOVE '14' TO CUP-RC
                            MOVE 'MASTER CHANGED AFTER EXTRACT'
                              TO CUP-RC-TEXT
                        ELSE
                            PERFORM APPLY-PARTNER-UPDATE
                        END-IF
                    END-IF
                END-IF
            END-IF.

        WRITE-NEW-CUSTOMER.
            MOVE SPACES TO WS-BEFORE-NAME WS-BEFORE-ADDR
                           WS-BEFORE-ZIP WS-PL-OLD-PAYME.
            PERFORM WRITE-INTENT-ENTRY.
            MOVE SPACES TO CUST-MASTER-REC.
            MOVE NU-CUST-ID   TO CUST-ID.
            MOVE NU-NAME      TO CUST-NAME.
            MOVE NU-ADDR      TO CUST-ADDR.
            MOVE NU-ZIP       TO CUST-ZIP.
            MOVE NU-PAYME     TO CUST-PAYME.
            MOVE NU-PAYME1    TO CUST-PAYME1.
            MOVE NU-CURS      TO CUST-CURS.
            MOVE 0 TO CUST-INACT-DATE.
            PERFORM COMPUTE-USD-EQUIVALENT.
            ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD.
            ACCEPT CUST-LAST-UPD-TIME FROM TIME.
            WRITE CUST-MASTER-REC.
            MOVE CUST-NAME TO NIX-NAME.
            MOVE CUST-ID   TO NIX-CUST-ID.
            WRITE NIX-REC
                INVALID KEY CONTINUE
            END-WRITE.
            MOVE 'G6IU' TO JRNL-SOURCE.
            MOVE 'SOA'  TO JRNL-OPID.
            MOVE 'WRT' TO JRNL-ACTION.
            PERFORM JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-AUDIT-RECORD.
            IF CUST-PAYME NOT = WS-PL-OLD-PAYME
                PERFORM WRITE-PAYMENT-LEDGER
            END-IF.
            PERFORM WRITE-INTENT-DONE.
            MOVE '01' TO CUP-RC.
            MOVE 'NEW CUSTOMER ADDED' TO CUP-RC-TEXT.
            MOVE GUI6AUD-REF TO CUP-REF.

        APPLY-PARTNER-UPDATE.
            MOVE CUST-NAME  TO WS-BEFORE-NAME.
            MOVE CUST-ADDR  TO WS-BEFORE-ADDR.
            MOVE CUST-ZIP   TO WS-BEFORE-ZIP.
            MOVE CUST-PAYME TO WS-PL-OLD-PAYME.
            PERFORM WRITE-INTENT-ENTRY.
      * JOURNAL THE PRIOR RECORD BEFORE THE PARTNER OVERLAYS IT.
            MOVE 'G6IU' TO JRNL-SOURCE.
            MOVE 'SOA'  TO JRNL-OPID.
            PERFORM WRITE-CUSTOMER-JOURNAL.
            MOVE NU-NAME      TO CUST-NAME.
            MOVE NU-ADDR      TO CUST-ADDR.
            MOVE NU-ZIP       TO CUST-ZIP.
            MOVE NU-PAYME     TO CUST-PAYME.
            MOVE NU-PAYME1    TO CUST-PAYME1.
            MOVE NU-CURS      TO CUST-CURS.
            PERFORM COMPUTE-USD-EQUIVALENT.
      * A PARTNER UPDATE IS ACTIVITY - A DORMANT CUSTOMER COMES BACK
      * TO ACTIVE WITH IT.
            IF CUST-IS-DORMANT
                MOVE 'A' TO CUST-STATUS
                MOVE 0 TO CUST-INACT-DATE
            END-IF.
            ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD.
            ACCEPT CUST-LAST-UPD-TIME FROM TIME.
            REWRITE CUST-MASTER-REC.
            IF CUST-NAME NOT = WS-BEFORE-NAME
                MOVE WS-BEFORE-NAME TO NIX-NAME
                MOVE CUST-ID TO NIX-CUST-ID
                DELETE NAMIX RECORD
                    INVALID KEY CONTINUE
                END-DELETE
                MOVE CUST-NAME TO NIX-NAME
                MOVE CUST-ID   TO NIX-CUST-ID
                WRITE NIX-REC
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF.
            MOVE 'REW' TO JRNL-ACTION.
            PERFORM JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-AUDIT-RECORD.
            IF CUST-PAYME NOT = WS-PL-OLD-PAYME
                PERFORM WRITE-PAYMENT-LEDGER
            END-IF.
            PERFORM WRITE-INTENT-DONE.
            MOVE '00' TO CUP-RC.
            MOVE 'CHANGE APPLIED' TO CUP-RC-TEXT.
            MOVE GUI6AUD-REF TO CUP-REF.

      * APPEND THE TYPE 'I' INTENT ROW BEFORE ANY WRITE.
        WRITE-INTENT-ENTRY.
            IF WS-INT-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-INT-NAME
                         WS-INT-ACCESS WS-INT-DENY
                         WS-INT-DEVICE WS-INT-HANDLE
                    GIVING WS-INT-STATUS
                MOVE 'Y' TO WS-INT-OPENED
            END-IF.
            ACCEPT WS-INT-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-INT-STAMP-TIME FROM TIME.
            MOVE SPACES TO INT-REC.
            MOVE 'I'            TO INT-TYPE.
            MOVE 'CUSTUPD'      TO INT-SOURCE.
            MOVE 'SOA'          TO INT-OPID.
            MOVE NU-CUST-ID     TO INT-CUST-ID.
            MOVE WS-INT-STAMP-DATE TO INT-DATE.
            MOVE WS-INT-STAMP-TIME TO INT-TIME.
            MOVE NU-NAME        TO INT-AFTER-NAME.
            MOVE NU-ADDR        TO INT-AFTER-ADDR.
            MOVE NU-ZIP         TO INT-AFTER-ZIP.
            MOVE LENGTH OF INT-REC TO WS-INT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-INT-HANDLE
                     WS-INT-RECLEN WS-INT-FLAGS
                     WS-INT-RESERVED INT-REC
                GIVING WS-INT-STATUS.

      * EVERY WRITE LANDED - APPEND THE MATCHING TYPE 'C' ROW.
        WRITE-INTENT-DONE.
            MOVE 'C' TO INT-TYPE.
            MOVE 'CUSTUPD'      TO INT-SOURCE.
            MOVE 'SOA'          TO INT-OPID.
            MOVE NU-CUST-ID     TO INT-CUST-ID.
            MOVE WS-INT-STAMP-DATE TO INT-DATE.
            MOVE WS-INT-STAMP-TIME TO INT-TIME.
            MOVE SPACES TO INT-AFTER-NAME INT-AFTER-ADDR
                           INT-AFTER-ZIP INT-AFTER-PHONE
                           INT-AFTER-EMAIL INT-AFTER-STATUS
                           INT-AFTER-CONSENT.
            MOVE LENGTH OF INT-REC TO WS-INT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-INT-HANDLE
                     WS-INT-RECLEN WS-INT-FLAGS
                     WS-INT-RESERVED INT-REC
                GIVING WS-INT-STATUS.

      * THE SAME BEFORE/AFTER ROW A GUI6 SAVE WRITES, CARRYING THE
      * PARTNER'S REASON CODE.
        WRITE-AUDIT-RECORD.
            IF WS-AUD-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-AUD-NAME
                         WS-AUD-ACCESS WS-AUD-DENY
                         WS-AUD-DEVICE WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
                MOVE 'Y' TO WS-AUD-OPENED
            END-IF.
            MOVE SPACES TO GUI6AUD-REC.
            MOVE 'SOA'           TO GUI6AUD-OPID.
            MOVE CUST-ID         TO GUI6AUD-CUST-ID.
            MOVE CUST-LAST-UPD-DATE TO GUI6AUD-DATE.
            MOVE CUST-LAST-UPD-TIME TO GUI6AUD-TIME.
            MOVE WS-BEFORE-NAME  TO GUI6AUD-BEFORE-NAME.
            MOVE CUST-NAME       TO GUI6AUD-AFTER-NAME.
            MOVE WS-BEFORE-ADDR  TO GUI6AUD-BEFORE-ADDR.
            MOVE CUST-ADDR       TO GUI6AUD-AFTER-ADDR.
            MOVE WS-BEFORE-ZIP   TO GUI6AUD-BEFORE-ZIP.
            MOVE CUST-ZIP        TO GUI6AUD-AFTER-ZIP.
            MOVE 'CHANGE'        TO GUI6AUD-ACTION.
            MOVE CUP-REASON      TO GUI6AUD-REASON.
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * APPEND ONE G6PAYLDG ENTRY FOR THE PAYMENT CHANGE JUST
      * APPLIED - SOURCE 'G6IU', OPERATOR 'SOA'.
        WRITE-PAYMENT-LEDGER.
            IF WS-PL-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-PL-NAME
                         WS-PL-ACCESS WS-PL-DENY
                         WS-PL-DEVICE WS-PL-HANDLE
                    GIVING WS-PL-STATUS
                MOVE 'Y' TO WS-PL-OPENED
            END-IF.
            MOVE SPACES TO PAYL-REC.
            MOVE CUST-ID TO PAYL-CUST-ID.
            ACCEPT PAYL-DATE FROM DATE YYYYMMDD.
            ACCEPT PAYL-TIME FROM TIME.
            MOVE 'G6IU' TO PAYL-SOURCE.
            MOVE 'SOA' TO PAYL-OPID.
            MOVE WS-PL-OLD-PAYME TO PAYL-OLD-PAYME.
            MOVE CUST-PAYME TO PAYL-NEW-PAYME.
            MOVE CUST-CURS TO PAYL-CURS.
            MOVE LENGTH OF PAYL-REC TO WS-PL-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-PL-HANDLE
                     WS-PL-RECLEN WS-PL-FLAGS
                     WS-PL-RESERVED PAYL-REC
                GIVING WS-PL-STATUS.

      * LOOK UP RSN-CODE-WK IN THE SHARED REASON-CODE TABLE.
        LOOKUP-REASON-CODE.
            MOVE 'N' TO RSN-FOUND.
            SET RSN-IDX TO 1.
            SEARCH RSN-ENTRY
                WHEN RSN-CODE (RSN-IDX) = RSN-CODE-WK
                    MOVE 'Y' TO RSN-FOUND
            END-SEARCH.

      * STAMP THE RATE APPLIED AND THE USD-EQUIVALENT OF THE PAYMENT
      * JUST STORED, SAME AS TESTG6RC.
        COMPUTE-USD-EQUIVALENT.
            MOVE 0 TO CUST-APPL-RATE.
            MOVE 0 TO CUST-USD-AMT.
            IF CUST-CURS NOT = SPACES
                MOVE CUST-CURS (1:3) TO WS-CURS-CODE-WK
                PERFORM SEARCH-CURRENCY-RATE
                IF WS-CURS-FOUND = 'Y'
                    MOVE WS-CURS-RATE (WS-CURS-IDX)
                      TO CUST-APPL-RATE
                    MOVE CUST-PAYME TO WS-PAYME-WK
                    MOVE 0 TO WS-PAYME-NUM
                    PERFORM ACCUM-PAYME-DIGIT
                        VARYING WS-PAYME-CHAR-IDX FROM 1 BY 1
                        UNTIL WS-PAYME-CHAR-IDX > 14
                    COMPUTE CUST-USD-AMT ROUNDED =
                        WS-PAYME-NUM * CUST-APPL-RATE
                        ON SIZE ERROR
                            MOVE 0 TO CUST-USD-AMT
                    END-COMPUTE
                END-IF
            END-IF.

        ACCUM-PAYME-DIGIT.
            IF WS-PAYME-WK-CHAR (WS-PAYME-CHAR-IDX) IS NUMERIC
                MOVE WS-PAYME-WK-CHAR (WS-PAYME-CHAR-IDX)
                  TO WS-DIGIT-WK
                COMPUTE WS-PAYME-NUM =
                    WS-PAYME-NUM * 10 + WS-DIGIT-WK
            END-IF.

        COPY CUSTJRNP.

        COPY CURRATEP.

        COPY ZIPREFP.
