      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * MONTHLY DORMANCY DETECTION.  EVERY ACTIVE CUSTMAST CUSTOMER
      * IS CHECKED AGAINST THE SIX ACTIVITY STREAMS - GUI6AUD
      * CHANGES, CUSTJRNL MASTER UPDATES, G6PAYLDG PAYMENT EVENTS,
      * G6RCPTH RECEIPTS, BMS2NOTE NOTES, AND G6ACCLOG VIEWS - FOR
      * THE MOST RECENT ACTIVITY DATE AND THE STREAM IT CAME FROM.
      * A CUSTOMER WHOSE LAST ACTIVITY IS OLDER THAN THE THRESHOLD
      * (G6DMPARM CARD COLS 1-4 IN DAYS, DEFAULT 365), OR WHO HAS
      * NONE ON ANY STREAM, IS PRINTED ON THE G6DMRPT CANDIDATE
      * REPORT AND WRITTEN TO THE G6DMCAND DETAIL FILE FOR
      * SUPERVISOR REVIEW (SEE G6DMCAND.CPY).  NOTHING ON THE MASTER
      * CHANGES HERE - TESTG6DA APPLIES THE CONFIRMED ROWS.
      *
      * HOUSEKEEPING IS NOT CUSTOMER ACTIVITY: JOURNAL ROWS FROM THE
      * RATE REVALUATION (G6RV), BULK ZIP REALIGNMENT (G6ZU),
      * RETENTION PURGE (G6PU), THE DORMANCY APPLY ITSELF (G6DA),
      * THE ADDRESS-VERIFICATION SWEEP STAMP (G6VS) AND ERASURE
      * (G6AN), GUI6AUD ROWS WITH ACTION 'DORMANT', AND G6ACCLOG
      * ROWS FROM THE TESTG6SX BULK SELECTION EXTRACT (SCREEN SELX)
      * ARE PASSED OVER - OTHERWISE THE MONTHLY REVALUATION ALONE
      * WOULD KEEP EVERY CUSTOMER ON THE BOOK LOOKING BUSY.
      *
      * POINT THE STREAM DDS AT THE FULL RETAINED HISTORY, NOT JUST
      * THE CURRENT MONTH - A CUSTOMER'S LAST ACTIVITY CAN ONLY BE
      * FOUND ON A STREAM THAT STILL HOLDS IT.  GUI6AUD AND CUSTJRNL
      * ARE EMPTIED NIGHTLY BY TESTG6GR, SO THEY ARE READ THROUGH
      * THE G6GENRW/G6GENRP LAYER - EVERY AU/CJ GENERATION FROM THE
      * CUTOFF DATE TO TODAY, THEN THE LIVE STREAM.
      *
      * G6DMPARM CARD (OPTIONAL):
      *   COLS  1- 4  DORMANCY THRESHOLD IN DAYS (BLANK = 0365)
      *   COL      5  BLANK
      *   COLS  6- 8  DAYS THE AU/CJ GENERATIONS ARE KEPT - THE
      *               RETENTION ON THEIR TESTG6GR CARDS (BLANK = 090,
      *               TESTG6GR'S DEFAULT)
      * A THRESHOLD LONGER THAN THE GENERATIONS ARE KEPT CANNOT BE
      * CHECKED - A CUSTOMER LAST SEEN BEFORE THE OLDEST GENERATION
      * WOULD LOOK NEVER ACTIVE - SO THE RUN LIMITS THE THRESHOLD TO
      * THE RETENTION, SAYS SO ON THE REPORT AND ENDS RC 4.  KEEP THE
      * AU AND CJ GENERATIONS AT LEAST AS LONG AS THE THRESHOLD.
      *
        PROGRAM-ID. TESTG6DM.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6DMPARM ASSIGN TO G6DMPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT G6DMRPT ASSIGN TO G6DMRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6DMCAND ASSIGN TO G6DMCAND
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6DMPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6DMPARM-REC.
            02  DM-THRESHOLD        PIC X(4).
            02  FILLER              PIC X(1).
            02  DM-GEN-RETAIN       PIC X(3).
            02  FILLER              PIC X(72).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  G6DMRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6DMRPT-REC         PIC X(132).

        FD  G6DMCAND
            RECORD CONTAINS 95 CHARACTERS.
        COPY G6DMCAND.

        WORKING-STORAGE SECTION.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-ACTIVE-COUNT     PIC 9(7) VALUE 0.
        01  WS-CAND-COUNT       PIC 9(7) VALUE 0.
        01  WS-NONE-COUNT       PIC 9(7) VALUE 0.
        01  WS-THRESHOLD-DAYS   PIC 9(4) VALUE 365.
        01  WS-ASKED-DAYS       PIC 9(4) VALUE 0.
        01  WS-GEN-RETAIN       PIC 9(3) VALUE 90.
        01  WS-LIMITED          PIC X(1) VALUE 'N'.
        01  WS-TODAY            PIC 9(8).
        01  WS-TODAY-INT        PIC 9(8) COMP.
        01  WS-CUTOFF-INT       PIC 9(8) COMP.
        01  WS-CUTOFF-DATE      PIC 9(8).
        01  WS-LAST-INT         PIC 9(8) COMP.
        01  WS-IDLE-DAYS        PIC 9(8) COMP.
        01  WS-ED-IDLE          PIC Z(4)9.

      * EVERY ACTIVE CUSTOMER IN STORAGE, IN KEY ORDER FROM THE
      * MASTER BROWSE, SO EACH STREAM ROW FINDS ITS CUSTOMER BY
      * BINARY SEARCH.  SLOTS PAST THE LAST LOADED CUSTOMER HOLD
      * HIGH-VALUES SO THE SEARCH NEVER STOPS IN THEM.  A MASTER
      * PAST THE TABLE LIMIT GETS ITS OVERFLOW REPORTED RATHER THAN
      * SILENTLY HALF-CHECKED.
        01  WS-DM-MAX           PIC 9(4) COMP VALUE 5000.
        01  WS-DM-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-DM-OVERFLOW      PIC 9(7) VALUE 0.
        01  WS-DM-TABLE.
            02  WS-DM-ENTRY OCCURS 5000 TIMES
                             ASCENDING KEY IS WS-DM-ID
                             INDEXED BY WS-DM-IDX.
                03  WS-DM-ID        PIC X(10).
                03  WS-DM-NAME      PIC X(40).
                03  WS-DM-UPD-DATE  PIC 9(8).
                03  WS-DM-UPD-TIME  PIC 9(8).
                03  WS-DM-LAST-DATE PIC 9(8).
                03  WS-DM-LAST-SRC  PIC X(8).
        01  WS-I                PIC 9(4) COMP.

      * ONE STREAM ROW'S CONTRIBUTION, SET BY EACH STREAM READER
      * BEFORE PERFORMING NOTE-ACTIVITY.
        01  WS-ACT-CUST-ID      PIC X(10).
        01  WS-ACT-DATE         PIC 9(8).
        01  WS-ACT-SOURCE       PIC X(8).

      * GUI6AUD AND CUSTJRNL COME THROUGH THE CROSS-GENERATION READ
      * LAYER.
        COPY G6GENRW.
        01  WS-AUD-NAME         PIC X(8) VALUE 'GUI6AUD'.
        01  WS-AUD-EOF          PIC X(1).
        01  WS-AUD-ROWS         PIC 9(7) VALUE 0.
        COPY GUI6AUD.

      * CUSTJRNL, READ BACK WITH THE SAME CONTROL FIELDS EVERY
      * WRITER USES.
        COPY CUSTJRNW.
        01  WS-JR-EOF           PIC X(1).
        01  WS-JR-ROWS          PIC 9(7) VALUE 0.

        01  WS-PL-NAME          PIC X(8) VALUE 'G6PAYLDG'.
        01  WS-PL-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-PL-DENY          PIC X(1) VALUE X'03'.
        01  WS-PL-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-PL-HANDLE        PIC X(4).
        01  WS-PL-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-PL-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-PL-STATUS        PIC S9(9) COMP-5.
        01  WS-PL-RECLEN        PIC 9(8) COMP-5.
        01  WS-PL-EOF           PIC X(1).
        01  WS-PL-ROWS          PIC 9(7) VALUE 0.
        COPY G6PAYLDG.
        01  WS-RH-NAME          PIC X(8) VALUE 'G6RCPTH'.
        01  WS-RH-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-RH-DENY          PIC X(1) VALUE X'03'.
        01  WS-RH-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-RH-HANDLE        PIC X(4).
        01  WS-RH-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-RH-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-RH-STATUS        PIC S9(9) COMP-5.
        01  WS-RH-RECLEN        PIC 9(8) COMP-5.
        01  WS-RH-EOF           PIC X(1).
        01  WS-RH-ROWS          PIC 9(7) VALUE 0.
        COPY G6RCPTH.

        01  WS-NT-NAME          PIC X(8) VALUE 'BMS2NOTE'.
        01  WS-NT-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-NT-DENY          PIC X(1) VALUE X'03'.
        01  WS-NT-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-NT-HANDLE        PIC X(4).
        01  WS-NT-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-NT-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-NT-STATUS        PIC S9(9) COMP-5.
        01  WS-NT-RECLEN        PIC 9(8) COMP-5.
        01  WS-NT-EOF           PIC X(1).
        01  WS-NT-ROWS          PIC 9(7) VALUE 0.
        COPY BMS2NOTE.

        01  WS-AC-NAME          PIC X(8) VALUE 'G6ACCLOG'.
        01  WS-AC-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-AC-DENY          PIC X(1) VALUE X'03'.
        01  WS-AC-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-AC-HANDLE        PIC X(4).
        01  WS-AC-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-AC-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-AC-STATUS        PIC S9(9) COMP-5.
        01  WS-AC-RECLEN        PIC 9(8) COMP-5.
        01  WS-AC-EOF           PIC X(1).
        01  WS-AC-ROWS          PIC 9(7) VALUE 0.
        COPY G6ACCLOG.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-PARM-CARD.
            PERFORM OPEN-FILES.
            PERFORM LOAD-ACTIVE-CUSTOMERS.
            PERFORM SCAN-AUDIT-STREAM.
            PERFORM SCAN-JOURNAL-STREAM.
            PERFORM SCAN-PAYMENT-STREAM.
            PERFORM SCAN-RECEIPT-STREAM.
            PERFORM SCAN-NOTES-STREAM.
            PERFORM SCAN-ACCESS-STREAM.
            PERFORM REPORT-ONE-CUSTOMER
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-DM-COUNT.
            PERFORM WRITE-SUMMARY.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6DM SCANNED    =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6DM ACTIVE     =' WS-ACTIVE-COUNT.
            DISPLAY 'TESTG6DM CANDIDATES =' WS-CAND-COUNT.
            IF WS-DM-OVERFLOW > 0
                DISPLAY 'TESTG6DM NOT CHECKED (TABLE FULL) ='
                        WS-DM-OVERFLOW
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-LIMITED = 'Y'
                DISPLAY 'TESTG6DM THRESHOLD LIMITED TO RETENTION ='
                        WS-GEN-RETAIN
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      * THE LAYER CLOSES A FILE WHEN IT RUNS OUT; ONE LEFT OPEN IS
      * CLOSED HERE.
        CLOSE-GENERATION-STREAM.
            IF GEN-OPEN-SW = 'Y'
                CALL 'CBL_CLOSE_FILE' USING GEN-HANDLE
                    GIVING GEN-STATUS
                MOVE 'N' TO GEN-OPEN-SW
            END-IF.

        LOAD-PARM-CARD.
            OPEN INPUT G6DMPARM.
            READ G6DMPARM
                AT END
                    MOVE SPACES TO G6DMPARM-REC
            END-READ.
            CLOSE G6DMPARM.
            IF DM-THRESHOLD IS NUMERIC
                AND DM-THRESHOLD > '0000'
                MOVE DM-THRESHOLD TO WS-THRESHOLD-DAYS
            END-IF.
            IF DM-GEN-RETAIN IS NUMERIC
                AND DM-GEN-RETAIN > '000'
                MOVE DM-GEN-RETAIN TO WS-GEN-RETAIN
            END-IF.
            IF WS-THRESHOLD-DAYS > WS-GEN-RETAIN
                MOVE WS-THRESHOLD-DAYS TO WS-ASKED-DAYS
                MOVE WS-GEN-RETAIN TO WS-THRESHOLD-DAYS
                MOVE 'Y' TO WS-LIMITED
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY).
            COMPUTE WS-CUTOFF-INT =
                WS-TODAY-INT - WS-THRESHOLD-DAYS.
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).

        OPEN-FILES.
            OPEN INPUT CUSTMAST.
            OPEN OUTPUT G6DMRPT.
            OPEN OUTPUT G6DMCAND.
            MOVE SPACES TO G6DMRPT-REC.
            STRING 'DORMANCY CANDIDATE REPORT - NO ACTIVITY SINCE '
                       DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WS-THRESHOLD-DAYS DELIMITED BY SIZE
                   ' DAYS)' DELIMITED BY SIZE
              INTO G6DMRPT-REC.
            WRITE G6DMRPT-REC.
            IF WS-LIMITED = 'Y'
                MOVE SPACES TO G6DMRPT-REC
                STRING '** THRESHOLD OF ' DELIMITED BY SIZE
                       WS-ASKED-DAYS DELIMITED BY SIZE
                       ' DAYS LIMITED TO THE ' DELIMITED BY SIZE
                       WS-GEN-RETAIN DELIMITED BY SIZE
                       ' DAYS THE AU/CJ GENERATIONS ARE KEPT **'
                           DELIMITED BY SIZE
                  INTO G6DMRPT-REC
                WRITE G6DMRPT-REC
            END-IF.
            MOVE SPACES TO G6DMRPT-REC.
            STRING '  CUSTOMER   NAME                           '
                       DELIMITED BY SIZE
                   ' LAST ACT SOURCE    IDLE DAYS'
                       DELIMITED BY SIZE
              INTO G6DMRPT-REC.
            WRITE G6DMRPT-REC.

        CLOSE-FILES.
            CLOSE CUSTMAST G6DMRPT G6DMCAND.

      * BROWSE THE MASTER AND TABLE EVERY ACTIVE CUSTOMER - INACTIVE
      * ONES WERE CLOSED BY AN OPERATOR AND DORMANT ONES ARE ALREADY
      * MARKED, SO NEITHER IS A CANDIDATE.
        LOAD-ACTIVE-CUSTOMERS.
            MOVE HIGH-VALUES TO WS-DM-TABLE.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-CUSTMAST
            END-IF.
            PERFORM LOAD-ONE-CUSTOMER UNTIL WS-EOF.

        READ-NEXT-CUSTMAST.
            READ CUSTMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        LOAD-ONE-CUSTOMER.
            ADD 1 TO WS-SCANNED-COUNT.
            IF CUST-STATUS = SPACE OR CUST-STATUS = 'A'
                ADD 1 TO WS-ACTIVE-COUNT
                IF WS-DM-COUNT < WS-DM-MAX
                    ADD 1 TO WS-DM-COUNT
                    SET WS-DM-IDX TO WS-DM-COUNT
                    MOVE CUST-ID   TO WS-DM-ID (WS-DM-IDX)
                    MOVE CUST-NAME TO WS-DM-NAME (WS-DM-IDX)
                    MOVE CUST-LAST-UPD-DATE
                      TO WS-DM-UPD-DATE (WS-DM-IDX)
                    MOVE CUST-LAST-UPD-TIME
                      TO WS-DM-UPD-TIME (WS-DM-IDX)
                    MOVE 0 TO WS-DM-LAST-DATE (WS-DM-IDX)
                    MOVE 'NONE' TO WS-DM-LAST-SRC (WS-DM-IDX)
                ELSE
                    ADD 1 TO WS-DM-OVERFLOW
                END-IF
            END-IF.
            PERFORM READ-NEXT-CUSTMAST.

      * ONE STREAM ROW SAYS WS-ACT-CUST-ID WAS ACTIVE ON WS-ACT-DATE -
      * KEEP IT IF IT IS THE LATEST SEEN FOR A TABLED CUSTOMER.  ROWS
      * FOR CUSTOMERS NOT IN THE TABLE (INACTIVE, DORMANT, PURGED) AND
      * ROWS WITHOUT A USABLE DATE ARE IGNORED.
        NOTE-ACTIVITY.
            IF WS-ACT-CUST-ID NOT = SPACES
                AND WS-ACT-DATE IS NUMERIC
                AND WS-ACT-DATE > 0
                SEARCH ALL WS-DM-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-DM-ID (WS-DM-IDX) = WS-ACT-CUST-ID
                        IF WS-ACT-DATE > WS-DM-LAST-DATE (WS-DM-IDX)
                            MOVE WS-ACT-DATE
                              TO WS-DM-LAST-DATE (WS-DM-IDX)
                            MOVE WS-ACT-SOURCE
                              TO WS-DM-LAST-SRC (WS-DM-IDX)
                        END-IF
                END-SEARCH
            END-IF.

      * GUI6AUD - EVERY CHANGE, INACTIVATION, CONTACT UPDATE AND
      * BACK-OUT, BUT NOT THE DORMANCY MARKING ITSELF.
        SCAN-AUDIT-STREAM.
            MOVE WS-AUD-NAME TO GEN-BASE-NAME.
            MOVE 'AU' TO GEN-PREFIX.
            MOVE WS-CUTOFF-DATE TO GEN-FROM-DATE.
            MOVE WS-TODAY TO GEN-TO-DATE.
            MOVE LENGTH OF GUI6AUD-REC TO GEN-RECLEN-SET.
            PERFORM OPEN-GENERATION-STREAM.
            MOVE 'N' TO WS-AUD-EOF.
            PERFORM READ-AUDIT-ROW UNTIL WS-AUD-EOF = 'Y'.
            PERFORM CLOSE-GENERATION-STREAM.

        READ-AUDIT-ROW.
            PERFORM READ-GENERATION-RECORD.
            IF GEN-EOF = 'Y'
                MOVE 'Y' TO WS-AUD-EOF
            ELSE
                MOVE GEN-RECORD TO GUI6AUD-REC
                ADD 1 TO WS-AUD-ROWS
                IF GUI6AUD-ACTION NOT = 'DORMANT'
                    MOVE GUI6AUD-CUST-ID TO WS-ACT-CUST-ID
                    MOVE GUI6AUD-DATE    TO WS-ACT-DATE
                    MOVE 'GUI6AUD'       TO WS-ACT-SOURCE
                    PERFORM NOTE-ACTIVITY
                END-IF
            END-IF.

      * CUSTJRNL - EVERY MASTER WRITE, REWRITE AND DELETE BY A
      * CUSTOMER-FACING WRITER.  THE CUSTOMER IS THE AFTER IMAGE'S
      * KEY, OR THE PRIOR IMAGE'S ON A DELETE.
        SCAN-JOURNAL-STREAM.
            MOVE JRNL-NAME TO GEN-BASE-NAME.
            MOVE 'CJ' TO GEN-PREFIX.
            MOVE WS-CUTOFF-DATE TO GEN-FROM-DATE.
            MOVE WS-TODAY TO GEN-TO-DATE.
            MOVE LENGTH OF JRNL-REC TO GEN-RECLEN-SET.
            PERFORM OPEN-GENERATION-STREAM.
            MOVE 'N' TO WS-JR-EOF.
            PERFORM READ-JOURNAL-ROW UNTIL WS-JR-EOF = 'Y'.
            PERFORM CLOSE-GENERATION-STREAM.

        READ-JOURNAL-ROW.
            PERFORM READ-GENERATION-RECORD.
            IF GEN-EOF = 'Y'
                MOVE 'Y' TO WS-JR-EOF
            ELSE
                MOVE GEN-RECORD TO JRNL-REC
                ADD 1 TO WS-JR-ROWS
                IF JRNL-SOURCE-O NOT = 'G6RV'
                    AND JRNL-SOURCE-O NOT = 'G6ZU'
                    AND JRNL-SOURCE-O NOT = 'G6PU'
                    AND JRNL-SOURCE-O NOT = 'G6DA'
                    AND JRNL-SOURCE-O NOT = 'G6VS'
                    AND JRNL-SOURCE-O NOT = 'G6AN'
                    IF JRNL-AFTER-REC (1:10) NOT = SPACES
                        MOVE JRNL-AFTER-REC (1:10) TO WS-ACT-CUST-ID
                    ELSE
                        MOVE JRNL-PRIOR-REC (1:10) TO WS-ACT-CUST-ID
                    END-IF
                    MOVE JRNL-DATE  TO WS-ACT-DATE
                    MOVE 'CUSTJRNL' TO WS-ACT-SOURCE
                    PERFORM NOTE-ACTIVITY
                END-IF
            END-IF.

        SCAN-PAYMENT-STREAM.
            MOVE 'N' TO WS-PL-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-PL-NAME
                     WS-PL-ACCESS WS-PL-DENY
                     WS-PL-DEVICE WS-PL-HANDLE
                GIVING WS-PL-STATUS.
            IF WS-PL-STATUS = 0
                PERFORM READ-PAYMENT-ROW UNTIL WS-PL-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-PL-HANDLE
                    GIVING WS-PL-STATUS
            END-IF.

        READ-PAYMENT-ROW.
            MOVE LENGTH OF PAYL-REC TO WS-PL-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-PL-HANDLE
                     WS-PL-RECLEN WS-PL-FLAGS
                     WS-PL-RESERVED PAYL-REC
                GIVING WS-PL-STATUS.
            IF WS-PL-STATUS NOT = 0
                MOVE 'Y' TO WS-PL-EOF
            ELSE
                ADD 1 TO WS-PL-ROWS
                MOVE PAYL-CUST-ID TO WS-ACT-CUST-ID
                MOVE PAYL-DATE    TO WS-ACT-DATE
                MOVE 'G6PAYLDG'   TO WS-ACT-SOURCE
                PERFORM NOTE-ACTIVITY
            END-IF.

      * G6RCPTH - A CUSTOMER WHO IS STILL PAYING IS NOT DORMANT.
      * THE BANK'S VALUE DATE IS THE ACTIVITY DATE.
        SCAN-RECEIPT-STREAM.
            MOVE 'N' TO WS-RH-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-RH-NAME
                     WS-RH-ACCESS WS-RH-DENY
                     WS-RH-DEVICE WS-RH-HANDLE
                GIVING WS-RH-STATUS.
            IF WS-RH-STATUS = 0
                PERFORM READ-RECEIPT-ROW UNTIL WS-RH-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RH-HANDLE
                    GIVING WS-RH-STATUS
            END-IF.

        READ-RECEIPT-ROW.
            MOVE LENGTH OF RCPH-REC TO WS-RH-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-RH-HANDLE
                     WS-RH-RECLEN WS-RH-FLAGS
                     WS-RH-RESERVED RCPH-REC
                GIVING WS-RH-STATUS.
            IF WS-RH-STATUS NOT = 0
                MOVE 'Y' TO WS-RH-EOF
            ELSE
                ADD 1 TO WS-RH-ROWS
                MOVE RCPH-CUST-ID   TO WS-ACT-CUST-ID
                MOVE RCPH-RCPT-DATE TO WS-ACT-DATE
                MOVE 'G6RCPTH'      TO WS-ACT-SOURCE
                PERFORM NOTE-ACTIVITY
            END-IF.

      * BMS2NOTE - ONLY NOTES TIED TO A CUSTOMER COUNT; A GENERAL
      * NOTE (BLANK CUSTOMER) BELONGS TO NOBODY.
        SCAN-NOTES-STREAM.
            MOVE 'N' TO WS-NT-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-NT-NAME
                     WS-NT-ACCESS WS-NT-DENY
                     WS-NT-DEVICE WS-NT-HANDLE
                GIVING WS-NT-STATUS.
            IF WS-NT-STATUS = 0
                PERFORM READ-NOTE-ROW UNTIL WS-NT-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-NT-HANDLE
                    GIVING WS-NT-STATUS
            END-IF.

        READ-NOTE-ROW.
            MOVE LENGTH OF WS-NOTE-REC TO WS-NT-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-NT-HANDLE
                     WS-NT-RECLEN WS-NT-FLAGS
                     WS-NT-RESERVED WS-NOTE-REC
                GIVING WS-NT-STATUS.
            IF WS-NT-STATUS NOT = 0
                MOVE 'Y' TO WS-NT-EOF
            ELSE
                ADD 1 TO WS-NT-ROWS
                MOVE WS-NOTE-CUST-ID TO WS-ACT-CUST-ID
                MOVE WS-NOTE-DATE-O  TO WS-ACT-DATE
                MOVE 'BMS2NOTE'      TO WS-ACT-SOURCE
                PERFORM NOTE-ACTIVITY
            END-IF.

      * G6ACCLOG - A CUSTOMER SOMEBODY LOOKED AT, ON A SCREEN OR
      * THROUGH A PARTNER INQUIRY, IS NOT FORGOTTEN.
        SCAN-ACCESS-STREAM.
            MOVE 'N' TO WS-AC-EOF.
            CALL 'CBL_OPEN_FILE' USING WS-AC-NAME
                     WS-AC-ACCESS WS-AC-DENY
                     WS-AC-DEVICE WS-AC-HANDLE
                GIVING WS-AC-STATUS.
            IF WS-AC-STATUS = 0
                PERFORM READ-ACCESS-ROW UNTIL WS-AC-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-AC-HANDLE
                    GIVING WS-AC-STATUS
            END-IF.

        READ-ACCESS-ROW.
            MOVE LENGTH OF ACCL-REC TO WS-AC-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-AC-HANDLE
                     WS-AC-RECLEN WS-AC-FLAGS
                     WS-AC-RESERVED ACCL-REC
                GIVING WS-AC-STATUS.
            IF WS-AC-STATUS NOT = 0
                MOVE 'Y' TO WS-AC-EOF
            ELSE
                ADD 1 TO WS-AC-ROWS
                IF ACCL-SCREEN NOT = 'SELX'
                    MOVE ACCL-CUST-ID TO WS-ACT-CUST-ID
                    MOVE ACCL-DATE    TO WS-ACT-DATE
                    MOVE 'G6ACCLOG'   TO WS-ACT-SOURCE
                    PERFORM NOTE-ACTIVITY
                END-IF
            END-IF.

      * A CUSTOMER WITH NOTHING SINCE THE CUTOFF IS A CANDIDATE -
      * ONE REPORT LINE AND ONE UNDECIDED DETAIL ROW.
        REPORT-ONE-CUSTOMER.
            SET WS-DM-IDX TO WS-I.
            IF WS-DM-LAST-DATE (WS-DM-IDX) < WS-CUTOFF-DATE
                ADD 1 TO WS-CAND-COUNT
                IF WS-DM-LAST-DATE (WS-DM-IDX) = 0
                    ADD 1 TO WS-NONE-COUNT
                    MOVE 99999 TO WS-IDLE-DAYS
                ELSE
                    COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
                        (WS-DM-LAST-DATE (WS-DM-IDX))
                    COMPUTE WS-IDLE-DAYS =
                        WS-TODAY-INT - WS-LAST-INT
                    IF WS-IDLE-DAYS > 99999
                        MOVE 99999 TO WS-IDLE-DAYS
                    END-IF
                END-IF
                MOVE SPACES TO DMC-REC
                MOVE SPACE TO DMC-DECISION
                MOVE WS-DM-ID (WS-DM-IDX)        TO DMC-CUST-ID
                MOVE WS-DM-NAME (WS-DM-IDX)      TO DMC-NAME
                MOVE WS-DM-LAST-DATE (WS-DM-IDX) TO DMC-LAST-DATE
                MOVE WS-DM-LAST-SRC (WS-DM-IDX)  TO DMC-LAST-SOURCE
                MOVE WS-IDLE-DAYS                TO DMC-IDLE-DAYS
                MOVE WS-DM-UPD-DATE (WS-DM-IDX)  TO DMC-UPD-DATE
                MOVE WS-DM-UPD-TIME (WS-DM-IDX)  TO DMC-UPD-TIME
                WRITE DMC-REC
                MOVE WS-IDLE-DAYS TO WS-ED-IDLE
                MOVE SPACES TO G6DMRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       DMC-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DMC-NAME (1:30) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DMC-LAST-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DMC-LAST-SOURCE DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-ED-IDLE DELIMITED BY SIZE
                  INTO G6DMRPT-REC
                WRITE G6DMRPT-REC
            END-IF.

        WRITE-SUMMARY.
            MOVE SPACES TO G6DMRPT-REC.
            STRING 'CUSTOMERS SCANNED = ' DELIMITED BY SIZE
                   WS-SCANNED-COUNT DELIMITED BY SIZE
                   '  ACTIVE = ' DELIMITED BY SIZE
                   WS-ACTIVE-COUNT DELIMITED BY SIZE
                   '  CANDIDATES = ' DELIMITED BY SIZE
                   WS-CAND-COUNT DELIMITED BY SIZE
                   '  WITH NO ACTIVITY ON FILE = ' DELIMITED BY SIZE
                   WS-NONE-COUNT DELIMITED BY SIZE
              INTO G6DMRPT-REC.
            WRITE G6DMRPT-REC.
            MOVE SPACES TO G6DMRPT-REC.
            STRING 'STREAM ROWS READ - GUI6AUD ' DELIMITED BY SIZE
                   WS-AUD-ROWS DELIMITED BY SIZE
                   '  CUSTJRNL ' DELIMITED BY SIZE
                   WS-JR-ROWS DELIMITED BY SIZE
                   '  G6PAYLDG ' DELIMITED BY SIZE
                   WS-PL-ROWS DELIMITED BY SIZE
                   '  G6RCPTH ' DELIMITED BY SIZE
                   WS-RH-ROWS DELIMITED BY SIZE
                   '  BMS2NOTE ' DELIMITED BY SIZE
                   WS-NT-ROWS DELIMITED BY SIZE
                   '  G6ACCLOG ' DELIMITED BY SIZE
                   WS-AC-ROWS DELIMITED BY SIZE
              INTO G6DMRPT-REC.
            WRITE G6DMRPT-REC.
            IF WS-DM-OVERFLOW > 0
                MOVE SPACES TO G6DMRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-DM-OVERFLOW DELIMITED BY SIZE
                       ' ACTIVE CUSTOMERS PAST THE TABLE LIMIT WERE'
                           DELIMITED BY SIZE
                       ' NOT CHECKED **' DELIMITED BY SIZE
                  INTO G6DMRPT-REC
                WRITE G6DMRPT-REC
            END-IF.

        COPY G6GENRP.
