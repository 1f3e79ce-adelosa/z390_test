      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * POSTAL CHANGE-OF-ADDRESS (NCOA) MOVE-UPDATE RUN.  THE POSTAL
      * SERVICE SENDS A G6NCOA FILE OF PEOPLE WHO HAVE FILED A CHANGE
      * OF ADDRESS; UNTIL NOW WE ONLY LEARNED OF A MOVE WHEN A
      * CONFIRMATION LETTER BOUNCED INTO TESTG6RM.  THIS JOB MATCHES
      * EVERY POSTAL ROW AGAINST THE ACTIVE CUSTOMERS ON CUSTMAST BY
      * NAME, ADDRESS AND ZIP - NAME AND ADDRESS NORMALISED THE WAY
      * THE WATCH-LIST SCREEN NORMALISES THEM (G6WLSTP.CPY), SO CASE,
      * PUNCTUATION AND SPACING DO NOT SPOIL A MATCH.
      *
      *   STRONG  NAME, ADDRESS AND ZIP ALL MATCH ONE CUSTOMER, AND
      *           THAT CUSTOMER MATCHES NO OTHER POSTAL ROW.  THE NEW
      *           ADDRESS IS APPLIED THROUGH THE NORMAL PATH - CUSTJRNL
      *           PRIOR/AFTER JOURNAL (SOURCE G6NC) AND A GUI6AUD
      *           'CHANGE' ROW CARRYING REASON CODE NC - SO TESTG6LT
      *           SENDS THE USUAL CONFIRMATION LETTER ON ITS NEXT RUN.
      *           ANY OPEN G6RMSUSP SUSPECT-ADDRESS ENTRY FOR THE
      *           CUSTOMER IS CLOSED, SINCE THE BOUNCE IS EXPLAINED.
      *   WEAK    ANY TWO OF THE THREE MATCH, A FULL MATCH ON MORE
      *           THAN ONE CUSTOMER OR BY MORE THAN ONE POSTAL ROW,
      *           OR A NEW ZIP NOT IN THE ZIPREF POSTAL REFERENCE.
      *           NOTHING IS CHANGED; THE PAIR IS LISTED ON THE
      *           G6NCREV CLERK REVIEW REPORT, AND A CLERK WHO
      *           CONFIRMS THE MOVE KEYS IT ON GUI6 WITH REASON NC.
      *
      * A CUSTOMER ALREADY AT THE POSTAL ROW'S NEW ADDRESS IS COUNTED
      * AND LEFT ALONE, SO A FILE RUN TWICE CHANGES NOTHING THE
      * SECOND TIME.  A POSTAL ROW MISSING A FIELD, OR WHOSE NEW
      * ADDRESS IS ITS OLD ONE, IS REJECTED ON THE RUN REPORT.
      *
      * G6NCOA ROW (150 BYTES) - OLD NAME COLS 1-40, OLD ADDRESS
      * 42-81, OLD ZIP 83-87, NEW ADDRESS 89-128, NEW ZIP 130-134,
      * MOVE EFFECTIVE DATE YYYYMMDD 136-143, MOVE TYPE 145 (I
      * INDIVIDUAL, F FAMILY, B BUSINESS - CARRIED TO THE REPORTS).
      *
      * G6NCPARM CARD - COLS 1-8 'SIMULATE' RUNS THE FULL MATCH AND
      * BOTH REPORTS BUT WRITES NOTHING, SAME AS TESTG6DA.  COLS
      * 10-12 CARRY THE OPERATOR ID FOR THE JOURNAL AND AUDIT ROWS;
      * BLANK GIVES THE RESERVED ID '*NC'.
      *
      * RETURN CODE 4 WHEN A RUN TABLE FILLED (POSTAL ROWS OR MATCH
      * CANDIDATES NOT PROCESSED - SPLIT THE FILE AND RUN THE REST)
      * OR THE SUSPECT FILE WAS TOO BIG TO REWRITE.
      *
        PROGRAM-ID. TESTG6NC.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6NCPARM ASSIGN TO G6NCPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6NCOA ASSIGN TO G6NCOA
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6NCRPT ASSIGN TO G6NCRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6NCREV ASSIGN TO G6NCREV
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.

        DATA DIVISION.
        FILE SECTION.
        FD  G6NCPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6NCPARM-REC.
            02  NP-MODE             PIC X(8).
            02  FILLER              PIC X(1).
            02  NP-OPID             PIC X(3).
            02  FILLER              PIC X(68).

        FD  G6NCOA
            RECORD CONTAINS 150 CHARACTERS.
        01  G6NCOA-REC          PIC X(150).

        FD  G6NCRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6NCRPT-REC         PIC X(132).

        FD  G6NCREV
            RECORD CONTAINS 132 CHARACTERS.
        01  G6NCREV-REC         PIC X(132).

        FD  CUSTMAST.
        COPY CUSTMAST.

        WORKING-STORAGE SECTION.
        COPY CUSTJRNW.
        COPY ZIPREFW.
        COPY G6WLSTW.

      * ONE POSTAL MOVE ROW - SEE THE HEADER FOR THE COLUMNS.
        01  NCOA-REC.
            02  NC-OLD-NAME         PIC X(40).
            02  FILLER              PIC X(1).
            02  NC-OLD-ADDR         PIC X(40).
            02  FILLER              PIC X(1).
            02  NC-OLD-ZIP          PIC X(5).
            02  FILLER              PIC X(1).
            02  NC-NEW-ADDR         PIC X(40).
            02  FILLER              PIC X(1).
            02  NC-NEW-ZIP          PIC X(5).
            02  FILLER              PIC X(1).
            02  NC-MOVE-DATE        PIC 9(8).
            02  FILLER              PIC X(1).
            02  NC-MOVE-TYPE        PIC X(1).
            02  FILLER              PIC X(5).

        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-CM-EOF-SW        PIC X(1) VALUE 'N'.
            88  WS-CM-EOF          VALUE 'Y'.
        01  WS-INVALID-KEY-SW   PIC X(1).
            88  WS-RECORD-NOT-FOUND VALUE 'Y'.
        01  WS-SIMULATE         PIC X(1) VALUE 'N'.
        01  WS-AUD-OPID-WK      PIC X(3) VALUE '*NC'.
        01  WS-WARN             PIC X(1) VALUE 'N'.
        01  WS-TODAY            PIC 9(8).
        01  WS-ROW-NO           PIC 9(5) VALUE 0.
        01  WS-READ-COUNT       PIC 9(5) VALUE 0.
        01  WS-BAD-COUNT        PIC 9(5) VALUE 0.
        01  WS-UNTABLED-COUNT   PIC 9(5) VALUE 0.
        01  WS-CUST-COUNT       PIC 9(7) VALUE 0.
        01  WS-APPLIED-COUNT    PIC 9(5) VALUE 0.
        01  WS-REVIEW-COUNT     PIC 9(5) VALUE 0.
        01  WS-ALREADY-COUNT    PIC 9(5) VALUE 0.
        01  WS-NOMATCH-COUNT    PIC 9(5) VALUE 0.
        01  WS-SKIPPED-COUNT    PIC 9(5) VALUE 0.
        01  WS-CLOSED-COUNT     PIC 9(5) VALUE 0.
        01  WS-BAD-REASON       PIC X(30).
        01  WS-SKIP-REASON      PIC X(30).
        01  WS-REVIEW-WHY       PIC X(30).
        01  WS-REVIEW-STRONG    PIC X(1).
        01  WS-BEFORE-ADDR      PIC X(40).
        01  WS-BEFORE-ZIP       PIC X(5).

      * THE CUSTOMER BEING MATCHED, NORMALISED ONCE PER RECORD.
        01  WS-CU-NAME-N        PIC X(40).
        01  WS-CU-ADDR-N        PIC X(40).
        01  WS-HIT-NAME         PIC X(1).
        01  WS-HIT-ADDR         PIC X(1).
        01  WS-HIT-ZIP          PIC X(1).
        01  WS-HIT-COUNT        PIC 9(1).

      * THE POSTAL FILE, HELD WHOLE SO EACH CUSTOMER IS READ ONCE
      * AND COMPARED WITH EVERY ROW.  NAME AND ADDRESSES ARE HELD
      * NORMALISED FOR THE COMPARE BESIDE THE ROW AS SUPPLIED.
        01  WS-MV-MAX           PIC 9(4) COMP VALUE 1000.
        01  WS-MV-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-MV-TABLE.
            02  WS-MV-ENTRY OCCURS 1000 TIMES.
                03  WS-MV-ROW-NO    PIC 9(5).
                03  WS-MV-OLD-NAME  PIC X(40).
                03  WS-MV-OLD-ADDR  PIC X(40).
                03  WS-MV-OLD-ZIP   PIC X(5).
                03  WS-MV-NEW-ADDR  PIC X(40).
                03  WS-MV-NEW-ZIP   PIC X(5).
                03  WS-MV-DATE      PIC 9(8).
                03  WS-MV-TYPE      PIC X(1).
                03  WS-MV-NAME-N    PIC X(40).
                03  WS-MV-ADDR-N    PIC X(40).
                03  WS-MV-NEWA-N    PIC X(40).
                03  WS-MV-STRONG    PIC 9(3) COMP.
                03  WS-MV-STRONG-CD PIC 9(4) COMP.
                03  WS-MV-WEAK      PIC 9(3) COMP.
                03  WS-MV-ALREADY   PIC 9(3) COMP.
        01  WS-MV-IDX           PIC 9(4) COMP.

      * EVERY CUSTOMER/ROW PAIR THAT MATCHED ON AT LEAST TWO OF NAME,
      * ADDRESS AND ZIP - TYPE 'S' ALL THREE, 'W' TWO - WITH THE
      * CUSTOMER AS IT STOOD ON FILE FOR THE REVIEW REPORT.
        01  WS-CD-MAX           PIC 9(4) COMP VALUE 2000.
        01  WS-CD-COUNT         PIC 9(4) COMP VALUE 0.
        01  WS-CD-OVERFLOW      PIC 9(5) VALUE 0.
        01  WS-CD-TABLE.
            02  WS-CD-ENTRY OCCURS 2000 TIMES.
                03  WS-CD-MV        PIC 9(4) COMP.
                03  WS-CD-CUST      PIC X(10).
                03  WS-CD-TYPE      PIC X(1).
                03  WS-CD-HOW       PIC X(12).
                03  WS-CD-NAME      PIC X(40).
                03  WS-CD-ADDR      PIC X(40).
                03  WS-CD-ZIP       PIC X(5).
        01  WS-CD-IDX           PIC 9(4) COMP.
        01  WS-CD-SCAN          PIC 9(4) COMP.
        01  WS-CD-CUST-HITS     PIC 9(3) COMP.

      * OPEN SUSPECT-ADDRESS ENTRIES, LOADED AND REWRITTEN WHOLE THE
      * SAME WAY TESTG6RM DOES IT.
        COPY G6RMSUSP.
        01  WS-SP-NAME          PIC X(8) VALUE 'G6RMSUSP'.
        01  WS-SP-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-SP-ACCESS-OUT    PIC X(1) VALUE X'01'.
        01  WS-SP-DENY          PIC X(1) VALUE X'03'.
        01  WS-SP-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-SP-HANDLE        PIC X(4).
        01  WS-SP-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-SP-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-SP-STATUS        PIC S9(9) COMP-5.
        01  WS-SP-RECLEN        PIC 9(8) COMP-5.
        01  WS-SP-EOF           PIC X(1).
        01  WS-SP-MAX           PIC 9(3) COMP VALUE 200.
        01  WS-SP-COUNT         PIC 9(3) COMP VALUE 0.
        01  WS-SP-OVERFLOW      PIC 9(5) VALUE 0.
        01  WS-SP-TABLE.
            02  WS-SP-ENTRY OCCURS 200 TIMES.
                03  WS-SP-ROW   PIC X(49).
        01  WS-SP-IDX           PIC 9(3) COMP.
        01  WS-SP-CHANGED       PIC X(1) VALUE 'N'.

      * THE APPLIED MOVE GETS ITS OWN AUDIT ROW, SAME TRAIL AS A
      * GUI6 ADDRESS CHANGE.
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
        COPY GUI6AUD.

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM LOAD-SIM-PARM.
            PERFORM LOAD-ZIP-REFERENCE.
            OPEN OUTPUT G6NCRPT G6NCREV.
            MOVE SPACES TO G6NCRPT-REC.
            STRING 'POSTAL MOVE-UPDATE RUN REPORT  ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO G6NCRPT-REC.
            WRITE G6NCRPT-REC.
            IF WS-SIMULATE = 'Y'
                MOVE SPACES TO G6NCRPT-REC
                STRING '** SIMULATION - NOTHING WRITTEN, '
                           DELIMITED BY SIZE
                       'NOTHING JOURNALED **' DELIMITED BY SIZE
                  INTO G6NCRPT-REC
                WRITE G6NCRPT-REC
            END-IF.
            MOVE SPACES TO G6NCREV-REC.
            STRING 'POSTAL MOVE-UPDATE CLERK REVIEW  ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
              INTO G6NCREV-REC.
            WRITE G6NCREV-REC.
            MOVE SPACES TO G6NCREV-REC.
            STRING 'NOTHING BELOW WAS CHANGED.  A CONFIRMED MOVE IS '
                       DELIMITED BY SIZE
                   'KEYED ON GUI6 WITH REASON CODE NC.'
                       DELIMITED BY SIZE
              INTO G6NCREV-REC.
            WRITE G6NCREV-REC.
            PERFORM LOAD-MOVE-TABLE.
            PERFORM LOAD-SUSPECT-TABLE.
      * A SUSPECT FILE PAST THE TABLE LIMIT MUST NOT BE REWRITTEN
      * FROM THE TABLE - THE UNTABLED ROWS WOULD BE LOST.  THE MOVES
      * STILL APPLY; THE ENTRIES ARE CLEARED BY HAND THROUGH TESTG6RM.
            IF WS-SP-OVERFLOW > 0
                MOVE 'Y' TO WS-WARN
                MOVE SPACES TO G6NCRPT-REC
                STRING '** SUSPECT FILE EXCEEDS THE RUN TABLE -'
                           DELIMITED BY SIZE
                       ' NO SUSPECT ENTRIES CLOSED **'
                           DELIMITED BY SIZE
                  INTO G6NCRPT-REC
                WRITE G6NCRPT-REC
            END-IF.
            IF WS-SIMULATE = 'Y'
                OPEN INPUT CUSTMAST
            ELSE
                OPEN I-O CUSTMAST
            END-IF.
            PERFORM MATCH-ALL-CUSTOMERS.
            IF WS-CD-OVERFLOW > 0
                MOVE 'Y' TO WS-WARN
                MOVE SPACES TO G6NCRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-CD-OVERFLOW DELIMITED BY SIZE
                       ' MATCH CANDIDATES PAST THE RUN TABLE - NOT'
                           DELIMITED BY SIZE
                       ' DECIDED OR REVIEWED **' DELIMITED BY SIZE
                  INTO G6NCRPT-REC
                WRITE G6NCRPT-REC
            END-IF.
            PERFORM DECIDE-ONE-MOVE
                VARYING WS-MV-IDX FROM 1 BY 1
                UNTIL WS-MV-IDX > WS-MV-COUNT.
            CLOSE CUSTMAST.
            IF WS-SP-CHANGED = 'Y' AND WS-SIMULATE NOT = 'Y'
                PERFORM REWRITE-SUSPECT-FILE
            END-IF.
            IF WS-AUD-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
            END-IF.
            PERFORM WRITE-RUN-COUNTS.
            CLOSE G6NCRPT G6NCREV.
            IF WS-SIMULATE = 'Y'
                DISPLAY 'TESTG6NC SIMULATION - NOTHING WRITTEN'
            END-IF.
            DISPLAY 'TESTG6NC POSTAL ROWS READ =' WS-READ-COUNT.
            DISPLAY 'TESTG6NC ROWS REJECTED    =' WS-BAD-COUNT.
            DISPLAY 'TESTG6NC ROWS NOT TABLED  =' WS-UNTABLED-COUNT.
            DISPLAY 'TESTG6NC CUSTOMERS READ   =' WS-CUST-COUNT.
            DISPLAY 'TESTG6NC MOVES APPLIED    =' WS-APPLIED-COUNT.
            DISPLAY 'TESTG6NC SENT TO REVIEW   =' WS-REVIEW-COUNT.
            DISPLAY 'TESTG6NC ALREADY MOVED    =' WS-ALREADY-COUNT.
            DISPLAY 'TESTG6NC NO MATCH         =' WS-NOMATCH-COUNT.
            DISPLAY 'TESTG6NC LEFT ALONE       =' WS-SKIPPED-COUNT.
            DISPLAY 'TESTG6NC SUSPECTS CLOSED  =' WS-CLOSED-COUNT.
            IF WS-WARN = 'Y'
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        LOAD-SIM-PARM.
            OPEN INPUT G6NCPARM.
            READ G6NCPARM
                AT END
                    MOVE SPACES TO G6NCPARM-REC
            END-READ.
            CLOSE G6NCPARM.
            IF NP-MODE = 'SIMULATE'
                MOVE 'Y' TO WS-SIMULATE
            END-IF.
            IF NP-OPID NOT = SPACES
                MOVE NP-OPID TO WS-AUD-OPID-WK
            END-IF.

      * THE WHOLE POSTAL FILE INTO THE MOVE TABLE, ROWS THAT CANNOT
      * BE ACTED ON REJECTED HERE.
        LOAD-MOVE-TABLE.
            OPEN INPUT G6NCOA.
            PERFORM READ-MOVE-ROW.
            PERFORM TABLE-ONE-MOVE UNTIL WS-EOF.
            CLOSE G6NCOA.
            IF WS-UNTABLED-COUNT > 0
                MOVE 'Y' TO WS-WARN
                MOVE SPACES TO G6NCRPT-REC
                STRING '** ' DELIMITED BY SIZE
                       WS-UNTABLED-COUNT DELIMITED BY SIZE
                       ' POSTAL ROWS PAST THE RUN TABLE - NOT'
                           DELIMITED BY SIZE
                       ' PROCESSED, RUN THEM SEPARATELY **'
                           DELIMITED BY SIZE
                  INTO G6NCRPT-REC
                WRITE G6NCRPT-REC
            END-IF.

        READ-MOVE-ROW.
            READ G6NCOA INTO NCOA-REC
                AT END
                    SET WS-EOF TO TRUE
            END-READ.
            IF NOT WS-EOF
                ADD 1 TO WS-READ-COUNT
                ADD 1 TO WS-ROW-NO
            END-IF.

        TABLE-ONE-MOVE.
            PERFORM CHECK-MOVE-ROW THRU CHECK-MOVE-ROW-EXIT.
            PERFORM READ-MOVE-ROW.

        CHECK-MOVE-ROW.
            MOVE SPACES TO WS-BAD-REASON.
            IF NC-OLD-NAME = SPACES OR NC-OLD-ADDR = SPACES
                OR NC-OLD-ZIP = SPACES
                MOVE 'OLD NAME/ADDRESS/ZIP MISSING' TO WS-BAD-REASON
            END-IF.
            IF NC-NEW-ADDR = SPACES OR NC-NEW-ZIP NOT NUMERIC
                MOVE 'NEW ADDRESS OR ZIP MISSING' TO WS-BAD-REASON
            END-IF.
            IF NC-MOVE-DATE NOT NUMERIC
                MOVE 'MOVE DATE NOT NUMERIC' TO WS-BAD-REASON
            END-IF.
            IF WS-BAD-REASON NOT = SPACES
                PERFORM REPORT-BAD-ROW
                GO TO CHECK-MOVE-ROW-EXIT
            END-IF.
            IF WS-MV-COUNT NOT < WS-MV-MAX
                ADD 1 TO WS-UNTABLED-COUNT
                GO TO CHECK-MOVE-ROW-EXIT
            END-IF.
            ADD 1 TO WS-MV-COUNT.
            MOVE WS-MV-COUNT TO WS-MV-IDX.
            MOVE WS-ROW-NO    TO WS-MV-ROW-NO (WS-MV-IDX).
            MOVE NC-OLD-NAME  TO WS-MV-OLD-NAME (WS-MV-IDX).
            MOVE NC-OLD-ADDR  TO WS-MV-OLD-ADDR (WS-MV-IDX).
            MOVE NC-OLD-ZIP   TO WS-MV-OLD-ZIP (WS-MV-IDX).
            MOVE NC-NEW-ADDR  TO WS-MV-NEW-ADDR (WS-MV-IDX).
            MOVE NC-NEW-ZIP   TO WS-MV-NEW-ZIP (WS-MV-IDX).
            MOVE NC-MOVE-DATE TO WS-MV-DATE (WS-MV-IDX).
            MOVE NC-MOVE-TYPE TO WS-MV-TYPE (WS-MV-IDX).
            MOVE 0 TO WS-MV-STRONG (WS-MV-IDX)
                      WS-MV-STRONG-CD (WS-MV-IDX)
                      WS-MV-WEAK (WS-MV-IDX)
                      WS-MV-ALREADY (WS-MV-IDX).
            MOVE NC-OLD-NAME TO WLS-NORM-IN.
            PERFORM NORMALISE-WL-TEXT.
            MOVE WLS-NORM-OUT TO WS-MV-NAME-N (WS-MV-IDX).
            MOVE NC-OLD-ADDR TO WLS-NORM-IN.
            PERFORM NORMALISE-WL-TEXT.
            MOVE WLS-NORM-OUT TO WS-MV-ADDR-N (WS-MV-IDX).
            MOVE NC-NEW-ADDR TO WLS-NORM-IN.
            PERFORM NORMALISE-WL-TEXT.
            MOVE WLS-NORM-OUT TO WS-MV-NEWA-N (WS-MV-IDX).
      * A "MOVE" TO THE SAME PLACE IS NOT ONE - TAKE IT BACK OUT.
            IF WS-MV-NEWA-N (WS-MV-IDX) = WS-MV-ADDR-N (WS-MV-IDX)
                AND NC-NEW-ZIP = NC-OLD-ZIP
                SUBTRACT 1 FROM WS-MV-COUNT
                MOVE 'NEW ADDRESS SAME AS OLD' TO WS-BAD-REASON
                PERFORM REPORT-BAD-ROW
            END-IF.

        CHECK-MOVE-ROW-EXIT.
            EXIT.

        REPORT-BAD-ROW.
            ADD 1 TO WS-BAD-COUNT.
            MOVE SPACES TO G6NCRPT-REC.
            STRING '  ROW ' DELIMITED BY SIZE
                   WS-ROW-NO DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   NC-OLD-NAME (1:30) DELIMITED BY SIZE
                   '  REJECTED - ' DELIMITED BY SIZE
                   WS-BAD-REASON DELIMITED BY SIZE
              INTO G6NCRPT-REC.
            WRITE G6NCRPT-REC.

        LOAD-SUSPECT-TABLE.
            MOVE 0 TO WS-SP-COUNT.
            CALL 'CBL_OPEN_FILE' USING WS-SP-NAME
                     WS-SP-ACCESS WS-SP-DENY
                     WS-SP-DEVICE WS-SP-HANDLE
                GIVING WS-SP-STATUS.
            IF WS-SP-STATUS = 0
                MOVE 'N' TO WS-SP-EOF
                PERFORM LOAD-ONE-SUSPECT
                    UNTIL WS-SP-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-SP-HANDLE
                    GIVING WS-SP-STATUS
            END-IF.

        LOAD-ONE-SUSPECT.
            MOVE LENGTH OF RMSP-REC TO WS-SP-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-SP-HANDLE
                     WS-SP-RECLEN WS-SP-FLAGS
                     WS-SP-RESERVED RMSP-REC
                GIVING WS-SP-STATUS.
            IF WS-SP-STATUS NOT = 0
                MOVE 'Y' TO WS-SP-EOF
            ELSE
                IF WS-SP-COUNT < WS-SP-MAX
                    ADD 1 TO WS-SP-COUNT
                    MOVE RMSP-REC TO WS-SP-ROW (WS-SP-COUNT)
                ELSE
                    ADD 1 TO WS-SP-OVERFLOW
                END-IF
            END-IF.

      * ONE PASS OF THE MASTER - EACH ACTIVE CUSTOMER AGAINST EVERY
      * POSTAL ROW.
        MATCH-ALL-CUSTOMERS.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTMAST KEY IS NOT LESS THAN CUST-ID
                INVALID KEY
                    SET WS-CM-EOF TO TRUE
            END-START.
            PERFORM READ-NEXT-CUSTOMER.
            PERFORM MATCH-ONE-CUSTOMER UNTIL WS-CM-EOF.

        READ-NEXT-CUSTOMER.
            IF NOT WS-CM-EOF
                READ CUSTMAST NEXT RECORD
                    AT END
                        SET WS-CM-EOF TO TRUE
                END-READ
            END-IF.

        MATCH-ONE-CUSTOMER.
            IF CUST-STATUS = SPACE OR CUST-STATUS = 'A'
                ADD 1 TO WS-CUST-COUNT
                MOVE CUST-NAME TO WLS-NORM-IN
                PERFORM NORMALISE-WL-TEXT
                MOVE WLS-NORM-OUT TO WS-CU-NAME-N
                MOVE CUST-ADDR TO WLS-NORM-IN
                PERFORM NORMALISE-WL-TEXT
                MOVE WLS-NORM-OUT TO WS-CU-ADDR-N
                PERFORM MATCH-ONE-MOVE
                    VARYING WS-MV-IDX FROM 1 BY 1
                    UNTIL WS-MV-IDX > WS-MV-COUNT
            END-IF.
            PERFORM READ-NEXT-CUSTOMER.

        MATCH-ONE-MOVE.
            MOVE 'N' TO WS-HIT-NAME WS-HIT-ADDR WS-HIT-ZIP.
            MOVE 0 TO WS-HIT-COUNT.
            IF WS-CU-NAME-N = WS-MV-NAME-N (WS-MV-IDX)
                MOVE 'Y' TO WS-HIT-NAME
                ADD 1 TO WS-HIT-COUNT
            END-IF.
            IF WS-CU-ADDR-N = WS-MV-ADDR-N (WS-MV-IDX)
                MOVE 'Y' TO WS-HIT-ADDR
                ADD 1 TO WS-HIT-COUNT
            END-IF.
            IF CUST-ZIP = WS-MV-OLD-ZIP (WS-MV-IDX)
                MOVE 'Y' TO WS-HIT-ZIP
                ADD 1 TO WS-HIT-COUNT
            END-IF.
      * THE NAMED CUSTOMER IS ALREADY AT THE NEW ADDRESS - MOVED BY
      * AN EARLIER RUN OR BY A CLERK.
            IF WS-HIT-NAME = 'Y'
                AND WS-CU-ADDR-N = WS-MV-NEWA-N (WS-MV-IDX)
                AND CUST-ZIP = WS-MV-NEW-ZIP (WS-MV-IDX)
                ADD 1 TO WS-MV-ALREADY (WS-MV-IDX)
            ELSE
                IF WS-HIT-COUNT > 1
                    PERFORM ADD-MATCH-CANDIDATE
                END-IF
            END-IF.

        ADD-MATCH-CANDIDATE.
            IF WS-CD-COUNT NOT < WS-CD-MAX
                ADD 1 TO WS-CD-OVERFLOW
            ELSE
                ADD 1 TO WS-CD-COUNT
                MOVE WS-MV-IDX TO WS-CD-MV (WS-CD-COUNT)
                MOVE CUST-ID   TO WS-CD-CUST (WS-CD-COUNT)
                MOVE CUST-NAME TO WS-CD-NAME (WS-CD-COUNT)
                MOVE CUST-ADDR TO WS-CD-ADDR (WS-CD-COUNT)
                MOVE CUST-ZIP  TO WS-CD-ZIP (WS-CD-COUNT)
                IF WS-HIT-COUNT = 3
                    MOVE 'S' TO WS-CD-TYPE (WS-CD-COUNT)
                    MOVE 'FULL MATCH' TO WS-CD-HOW (WS-CD-COUNT)
                    ADD 1 TO WS-MV-STRONG (WS-MV-IDX)
                    MOVE WS-CD-COUNT TO WS-MV-STRONG-CD (WS-MV-IDX)
                ELSE
                    MOVE 'W' TO WS-CD-TYPE (WS-CD-COUNT)
                    ADD 1 TO WS-MV-WEAK (WS-MV-IDX)
                    EVALUATE 'N'
                        WHEN WS-HIT-NAME
                            MOVE 'ADDRESS+ZIP'
                              TO WS-CD-HOW (WS-CD-COUNT)
                        WHEN WS-HIT-ADDR
                            MOVE 'NAME+ZIP'
                              TO WS-CD-HOW (WS-CD-COUNT)
                        WHEN OTHER
                            MOVE 'NAME+ADDRESS'
                              TO WS-CD-HOW (WS-CD-COUNT)
                    END-EVALUATE
                END-IF
            END-IF.

      * ONE POSTAL ROW'S OUTCOME.  A SINGLE FULL MATCH IS APPLIED
      * UNLESS THE SAME CUSTOMER FULLY MATCHES ANOTHER ROW TOO; EVERY
      * OTHER CANDIDATE GOES TO THE CLERK.
        DECIDE-ONE-MOVE.
            MOVE 'N' TO WS-REVIEW-STRONG.
            IF WS-MV-STRONG (WS-MV-IDX) = 1
                MOVE WS-MV-STRONG-CD (WS-MV-IDX) TO WS-CD-IDX
                PERFORM COUNT-CUSTOMER-STRONG
                IF WS-CD-CUST-HITS > 1
                    MOVE 'Y' TO WS-REVIEW-STRONG
                    MOVE 'FULL MATCH ON 2+ POSTAL ROWS'
                      TO WS-REVIEW-WHY
                ELSE
                    PERFORM APPLY-ONE-MOVE THRU APPLY-ONE-MOVE-EXIT
                END-IF
            END-IF.
            IF WS-MV-STRONG (WS-MV-IDX) > 1
                MOVE 'Y' TO WS-REVIEW-STRONG
                MOVE 'FULL MATCH ON 2+ CUSTOMERS' TO WS-REVIEW-WHY
            END-IF.
            PERFORM REVIEW-ONE-CANDIDATE
                VARYING WS-CD-IDX FROM 1 BY 1
                UNTIL WS-CD-IDX > WS-CD-COUNT.
            IF WS-MV-STRONG (WS-MV-IDX) = 0
                AND WS-MV-WEAK (WS-MV-IDX) = 0
                IF WS-MV-ALREADY (WS-MV-IDX) > 0
                    ADD 1 TO WS-ALREADY-COUNT
                ELSE
                    ADD 1 TO WS-NOMATCH-COUNT
                END-IF
            END-IF.

        COUNT-CUSTOMER-STRONG.
            MOVE 0 TO WS-CD-CUST-HITS.
            PERFORM COUNT-ONE-STRONG
                VARYING WS-CD-SCAN FROM 1 BY 1
                UNTIL WS-CD-SCAN > WS-CD-COUNT.

        COUNT-ONE-STRONG.
            IF WS-CD-TYPE (WS-CD-SCAN) = 'S'
                AND WS-CD-CUST (WS-CD-SCAN) = WS-CD-CUST (WS-CD-IDX)
                ADD 1 TO WS-CD-CUST-HITS
            END-IF.

        REVIEW-ONE-CANDIDATE.
            IF WS-CD-MV (WS-CD-IDX) = WS-MV-IDX
                IF WS-CD-TYPE (WS-CD-IDX) = 'W'
                    MOVE SPACES TO WS-REVIEW-WHY
                    STRING WS-CD-HOW (WS-CD-IDX) DELIMITED BY SPACE
                           ' ONLY' DELIMITED BY SIZE
                      INTO WS-REVIEW-WHY
                    PERFORM WRITE-REVIEW-ENTRY
                ELSE
                    IF WS-REVIEW-STRONG = 'Y'
                        PERFORM WRITE-REVIEW-ENTRY
                    END-IF
                END-IF
            END-IF.

      * THE ONE FULL MATCH - RE-READ THE MASTER AS IT STANDS NOW, AND
      * HOLD BACK A NEW ZIP THE POSTAL REFERENCE DOES NOT KNOW.
        APPLY-ONE-MOVE.
            MOVE WS-CD-CUST (WS-CD-IDX) TO CUST-ID.
            MOVE 'N' TO WS-INVALID-KEY-SW.
            READ CUSTMAST
                INVALID KEY
                    SET WS-RECORD-NOT-FOUND TO TRUE
            END-READ.
            IF WS-RECORD-NOT-FOUND
                MOVE 'NO LONGER ON MASTER' TO WS-SKIP-REASON
                PERFORM REPORT-ONE-SKIP
                GO TO APPLY-ONE-MOVE-EXIT
            END-IF.
            IF CUST-STATUS NOT = SPACE AND CUST-STATUS NOT = 'A'
                MOVE 'NO LONGER ACTIVE' TO WS-SKIP-REASON
                PERFORM REPORT-ONE-SKIP
                GO TO APPLY-ONE-MOVE-EXIT
            END-IF.
            MOVE WS-MV-NEW-ZIP (WS-MV-IDX) TO ZIPREF-ZIP-WK.
            PERFORM LOOKUP-ZIP-REFERENCE.
            IF NOT ZIPREF-IS-VALID
                MOVE 'NEW ZIP NOT IN POSTAL REFERENCE' TO WS-REVIEW-WHY
                PERFORM WRITE-REVIEW-ENTRY
                GO TO APPLY-ONE-MOVE-EXIT
            END-IF.
            MOVE CUST-ADDR TO WS-BEFORE-ADDR.
            MOVE CUST-ZIP  TO WS-BEFORE-ZIP.
            PERFORM REPORT-ONE-APPLY.
            IF WS-SIMULATE NOT = 'Y'
                MOVE 'G6NC' TO JRNL-SOURCE
                MOVE WS-AUD-OPID-WK TO JRNL-OPID
                PERFORM WRITE-CUSTOMER-JOURNAL
                MOVE WS-MV-NEW-ADDR (WS-MV-IDX) TO CUST-ADDR
                MOVE WS-MV-NEW-ZIP (WS-MV-IDX)  TO CUST-ZIP
                ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD
                ACCEPT CUST-LAST-UPD-TIME FROM TIME
                REWRITE CUST-MASTER-REC
                MOVE 'REW' TO JRNL-ACTION
                PERFORM JOURNAL-AFTER-IMAGE
                PERFORM WRITE-MOVE-AUDIT
            END-IF.
            ADD 1 TO WS-APPLIED-COUNT.
            IF WS-SP-OVERFLOW = 0
                PERFORM CLOSE-ONE-SUSPECT
                    VARYING WS-SP-IDX FROM 1 BY 1
                    UNTIL WS-SP-IDX > WS-SP-COUNT
            END-IF.

        APPLY-ONE-MOVE-EXIT.
            EXIT.

      * THE BOUNCE THAT OPENED THE ENTRY IS EXPLAINED BY THE MOVE.
        CLOSE-ONE-SUSPECT.
            MOVE WS-SP-ROW (WS-SP-IDX) TO RMSP-REC.
            IF RM-STATUS = 'S'
                AND RM-CUST-ID = WS-CD-CUST (WS-CD-IDX)
                MOVE 'C' TO RM-STATUS
                MOVE WS-TODAY TO RM-CLEAR-DATE
                MOVE WS-AUD-OPID-WK TO RM-CLEAR-OPID
                MOVE RMSP-REC TO WS-SP-ROW (WS-SP-IDX)
                MOVE 'Y' TO WS-SP-CHANGED
                ADD 1 TO WS-CLOSED-COUNT
                MOVE SPACES TO G6NCRPT-REC
                STRING '      SUSPECT ENTRY CLOSED - LETTER '
                           DELIMITED BY SIZE
                       RM-LETTER-REF DELIMITED BY SIZE
                       ' BOUNCED ' DELIMITED BY SIZE
                       RM-BOUNCE-DATE DELIMITED BY SIZE
                  INTO G6NCRPT-REC
                WRITE G6NCRPT-REC
            END-IF.

        REWRITE-SUSPECT-FILE.
            CALL 'CBL_OPEN_FILE' USING WS-SP-NAME
                     WS-SP-ACCESS-OUT WS-SP-DENY
                     WS-SP-DEVICE WS-SP-HANDLE
                GIVING WS-SP-STATUS.
            PERFORM WRITE-ONE-SUSPECT
                VARYING WS-SP-IDX FROM 1 BY 1
                UNTIL WS-SP-IDX > WS-SP-COUNT.
            CALL 'CBL_CLOSE_FILE' USING WS-SP-HANDLE
                GIVING WS-SP-STATUS.

        WRITE-ONE-SUSPECT.
            MOVE LENGTH OF RMSP-REC TO WS-SP-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-SP-HANDLE
                     WS-SP-RECLEN WS-SP-FLAGS
                     WS-SP-RESERVED WS-SP-ROW (WS-SP-IDX)
                GIVING WS-SP-STATUS.

      * THE EXACT CHANGE - WRITTEN IN BOTH MODES SO A LIVE RUN AND
      * ITS REHEARSAL PRODUCE THE SAME REPORT.
        REPORT-ONE-APPLY.
            MOVE SPACES TO G6NCRPT-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   CUST-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CUST-NAME (1:30) DELIMITED BY SIZE
                   '  MOVED FROM ' DELIMITED BY SIZE
                   CUST-ADDR (1:30) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-ZIP DELIMITED BY SIZE
              INTO G6NCRPT-REC.
            WRITE G6NCRPT-REC.
            MOVE SPACES TO G6NCRPT-REC.
            STRING '      ROW ' DELIMITED BY SIZE
                   WS-MV-ROW-NO (WS-MV-IDX) DELIMITED BY SIZE
                   '  EFFECTIVE ' DELIMITED BY SIZE
                   WS-MV-DATE (WS-MV-IDX) DELIMITED BY SIZE
                   '  TYPE ' DELIMITED BY SIZE
                   WS-MV-TYPE (WS-MV-IDX) DELIMITED BY SIZE
                   '    MOVED TO ' DELIMITED BY SIZE
                   WS-MV-NEW-ADDR (WS-MV-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MV-NEW-ZIP (WS-MV-IDX) DELIMITED BY SIZE
              INTO G6NCRPT-REC.
            WRITE G6NCRPT-REC.

        REPORT-ONE-SKIP.
            ADD 1 TO WS-SKIPPED-COUNT.
            MOVE SPACES TO G6NCRPT-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   WS-CD-CUST (WS-CD-IDX) DELIMITED BY SIZE
                   '  ROW ' DELIMITED BY SIZE
                   WS-MV-ROW-NO (WS-MV-IDX) DELIMITED BY SIZE
                   '  LEFT ALONE - ' DELIMITED BY SIZE
                   WS-SKIP-REASON DELIMITED BY SIZE
              INTO G6NCRPT-REC.
            WRITE G6NCRPT-REC.

      * ONE CUSTOMER/ROW PAIR FOR THE CLERK - THE CUSTOMER AS ON FILE,
      * THE POSTAL ROW, AND WHERE THE POSTAL ROW SAYS THEY WENT.
        WRITE-REVIEW-ENTRY.
            ADD 1 TO WS-REVIEW-COUNT.
            MOVE SPACES TO G6NCREV-REC.
            WRITE G6NCREV-REC.
            STRING '  CUST ' DELIMITED BY SIZE
                   WS-CD-CUST (WS-CD-IDX) DELIMITED BY SIZE
                   '  ON FILE  ' DELIMITED BY SIZE
                   WS-CD-NAME (WS-CD-IDX) (1:30) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CD-ADDR (WS-CD-IDX) (1:30) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CD-ZIP (WS-CD-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-REVIEW-WHY DELIMITED BY SIZE
              INTO G6NCREV-REC.
            WRITE G6NCREV-REC.
            MOVE SPACES TO G6NCREV-REC.
            STRING '  ROW  ' DELIMITED BY SIZE
                   WS-MV-ROW-NO (WS-MV-IDX) DELIMITED BY SIZE
                   '       POSTAL   ' DELIMITED BY SIZE
                   WS-MV-OLD-NAME (WS-MV-IDX) (1:30) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MV-OLD-ADDR (WS-MV-IDX) (1:30) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MV-OLD-ZIP (WS-MV-IDX) DELIMITED BY SIZE
                   '  TYPE ' DELIMITED BY SIZE
                   WS-MV-TYPE (WS-MV-IDX) DELIMITED BY SIZE
              INTO G6NCREV-REC.
            WRITE G6NCREV-REC.
            MOVE SPACES TO G6NCREV-REC.
            STRING '                     MOVE TO  ' DELIMITED BY SIZE
                   WS-MV-NEW-ADDR (WS-MV-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MV-NEW-ZIP (WS-MV-IDX) DELIMITED BY SIZE
                   '  EFFECTIVE ' DELIMITED BY SIZE
                   WS-MV-DATE (WS-MV-IDX) DELIMITED BY SIZE
              INTO G6NCREV-REC.
            WRITE G6NCREV-REC.

        WRITE-RUN-COUNTS.
            MOVE SPACES TO G6NCRPT-REC.
            STRING 'ROWS READ = ' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   '  REJECTED = ' DELIMITED BY SIZE
                   WS-BAD-COUNT DELIMITED BY SIZE
                   '  NOT TABLED = ' DELIMITED BY SIZE
                   WS-UNTABLED-COUNT DELIMITED BY SIZE
                   '  CUSTOMERS MATCHED AGAINST = ' DELIMITED BY SIZE
                   WS-CUST-COUNT DELIMITED BY SIZE
              INTO G6NCRPT-REC.
            WRITE G6NCRPT-REC.
            MOVE SPACES TO G6NCRPT-REC.
            STRING 'MOVED = ' DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   '  TO REVIEW = ' DELIMITED BY SIZE
                   WS-REVIEW-COUNT DELIMITED BY SIZE
                   '  ALREADY MOVED = ' DELIMITED BY SIZE
                   WS-ALREADY-COUNT DELIMITED BY SIZE
                   '  NO MATCH = ' DELIMITED BY SIZE
                   WS-NOMATCH-COUNT DELIMITED BY SIZE
                   '  LEFT ALONE = ' DELIMITED BY SIZE
                   WS-SKIPPED-COUNT DELIMITED BY SIZE
                   '  SUSPECTS CLOSED = ' DELIMITED BY SIZE
                   WS-CLOSED-COUNT DELIMITED BY SIZE
              INTO G6NCRPT-REC.
            WRITE G6NCRPT-REC.

      * ONE GUI6AUD ROW PER MOVE APPLIED - THE SAME 'CHANGE' SHAPE A
      * GUI6 ADDRESS SAVE WRITES, REASON NC.  TESTG6LT LETTERS EVERY
      * ROW WHOSE ADDRESS MOVED, SO THE CONFIRMATION GOES OUT AS FOR
      * ANY OTHER CHANGE.
        WRITE-MOVE-AUDIT.
            IF WS-AUD-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-AUD-NAME
                         WS-AUD-ACCESS WS-AUD-DENY
                         WS-AUD-DEVICE WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
                MOVE 'Y' TO WS-AUD-OPENED
            END-IF.
            MOVE SPACES TO GUI6AUD-REC.
            MOVE WS-AUD-OPID-WK     TO GUI6AUD-OPID.
            MOVE CUST-ID            TO GUI6AUD-CUST-ID.
            MOVE CUST-LAST-UPD-DATE TO GUI6AUD-DATE.
            MOVE CUST-LAST-UPD-TIME TO GUI6AUD-TIME.
            MOVE CUST-NAME          TO GUI6AUD-BEFORE-NAME.
            MOVE CUST-NAME          TO GUI6AUD-AFTER-NAME.
            MOVE WS-BEFORE-ADDR     TO GUI6AUD-BEFORE-ADDR.
            MOVE CUST-ADDR          TO GUI6AUD-AFTER-ADDR.
            MOVE WS-BEFORE-ZIP      TO GUI6AUD-BEFORE-ZIP.
            MOVE CUST-ZIP           TO GUI6AUD-AFTER-ZIP.
            MOVE 'CHANGE'           TO GUI6AUD-ACTION.
            MOVE 'NC'               TO GUI6AUD-REASON.
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

        COPY CUSTJRNP.

        COPY ZIPREFP.

        COPY G6WLSTP.
