      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY GENERAL-LEDGER POSTING INTERFACE - A WINDOW JOB
      * UNDER RUNCTL1, RUN AFTER TESTG6PT HAS TAKEN TONIGHT'S
      * PORTFOLIO SNAPSHOT.  FINANCE USED TO RECONCILE THE CUSTOMER
      * BOOK TO THE GL BY HAND FROM THE SNAPSHOTS; THIS JOB TURNS
      * THE DAY'S CUST-USD-AMT MOVEMENTS INTO BALANCED GL JOURNAL
      * ENTRIES AND PROVES THEM AGAINST THE SNAPSHOTS.
      *
      * THE MOVEMENTS COME FROM THE CUSTJRNL JOURNAL, READ ACROSS
      * ITS NIGHTLY CJyymmdd GENERATIONS AND THE LIVE STREAM - EVERY
      * CUSTMAST WRITER LEAVES A PRIOR AND AN AFTER IMAGE THERE, SO
      * AFTER-USD LESS PRIOR-USD IS EXACTLY WHAT EACH CHANGE DID TO
      * THE BOOK - FOR EVERY ROW SINCE THE PREVIOUS SNAPSHOT DATE UP
      * TO TODAY.  EACH ROW IS GIVEN A CAUSE (SEE G6GLIF.CPY): BY
      * WRITER FOR REVALUATION (G6RV), MERGE (G6MG) AND PURGE (G6PU),
      * BY ACTION FOR A NEW CUSTOMER ('WRT'), AND BY A CHANGED
      * CUST-PAYME FOR A PAYMENT-AMOUNT CHANGE - THE CHANGES
      * G6PAYLDG RECORDS, WHOSE COUNT THE PROOF SHOWS ALONGSIDE.  A
      * ROW THAT CHANGES CURRENCY MOVES ITS PRIOR AMOUNT OUT OF THE
      * OLD CURRENCY AND ITS AFTER AMOUNT INTO THE NEW ONE.
      *
      * THE NET PER CAUSE AND CURRENCY IS WRITTEN TO G6GLIF AS A
      * DEBIT/CREDIT PAIR - CUSTOMER-BOOK ACCOUNT AGAINST THE
      * CAUSE'S OFFSET ACCOUNT - WITH A CONTROL-TOTAL TRAILER.  THE
      * ACCOUNT NUMBERS ARE DATA, NOT SOURCE: REF6 TABLE GLACCT, CODE
      * BOOK FOR THE CUSTOMER-BOOK ACCOUNT AND ONE CODE PER CAUSE,
      * THE ACCOUNT NUMBER IN THE FIRST 10 BYTES OF THE DESCRIPTION.
      *
      * THE G6GLRPT PROOF TIES THE ENTRIES BACK TO THE DIFFERENCE
      * BETWEEN THE PREVIOUS AND TODAY'S G6PFHIST TOTALS, OVERALL AND
      * PER SNAPSHOT CURRENCY, SO ANY GAP IS EXPLAINED BEFORE THE GL
      * CLOSES.
      *
      * RETURN CODE 4 WHEN THE PROOF SHOWS A GAP (OR THERE IS NO
      * PREVIOUS SNAPSHOT TO PROVE AGAINST); 8 - AND NO INTERFACE
      * FILE - WHEN TODAY'S SNAPSHOT IS MISSING OR A GLACCT ACCOUNT
      * IS NOT ON FILE.  RUN CONTROL REFUSES A SECOND RUN THE SAME
      * DAY, SO THE DAY CANNOT BE POSTED TWICE WITHOUT A SUPERVISED
      * RERUN.
      *
        PROGRAM-ID. TESTG6GL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT G6GLIF ASSIGN TO G6GLIF
                ORGANIZATION IS SEQUENTIAL.
            SELECT G6GLRPT ASSIGN TO G6GLRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6GLIF
            RECORD CONTAINS 120 CHARACTERS.
        01  G6GLIF-REC          PIC X(120).

        FD  G6GLRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6GLRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY RUNCTLPM.
        COPY CUSTMAST.
        COPY CUSTJRNW.
        COPY G6GENRW.
        COPY G6PAYLDG.
        COPY G6PFHIST.
        COPY G6GLIF.
        COPY G6REFTBW.
        01  WS-TODAY            PIC 9(8).
        01  WS-NOW              PIC 9(8).
        01  WS-JOB-RC           PIC 9(4) VALUE 0.
        01  WS-FILE-EOF         PIC X(1).
        01  WS-JRNL-READ        PIC 9(7) VALUE 0.
        01  WS-JRNL-USED        PIC 9(7) VALUE 0.
        01  WS-PAYL-COUNT       PIC 9(7) VALUE 0.
        01  WS-PAYM-ROWS        PIC 9(7) VALUE 0.
        01  WS-LINE-COUNT       PIC 9(5) VALUE 0.
        01  WS-TOT-DEBITS       PIC 9(15)V9(2) VALUE 0.
        01  WS-TOT-CREDITS      PIC 9(15)V9(2) VALUE 0.
        01  WS-MOVE-TOTAL       PIC S9(15)V9(2) VALUE 0.
        01  WS-SNAP-DIFF        PIC S9(15)V9(2) VALUE 0.
        01  WS-GAP              PIC S9(15)V9(2) VALUE 0.
        01  WS-GAP-COUNT        PIC 9(2) VALUE 0.
        01  WS-AMT-ED           PIC -(13)9.99.
        01  WS-AMT2-ED          PIC -(13)9.99.
        01  WS-AMT3-ED          PIC -(13)9.99.
        01  WS-ABS-ED           PIC Z(12)9.99.
        01  WS-CNT-ED           PIC Z(6)9.

      * THE TWO SNAPSHOTS BEING PROVED BETWEEN - TODAY'S (THE LAST
      * ROW DATED TODAY) AND THE PREVIOUS ONE (THE LAST ROW DATED
      * BEFORE TODAY).
        01  WS-PF-NAME          PIC X(8) VALUE 'G6PFHIST'.
        01  WS-PF-HANDLE        PIC X(4).
        01  WS-PF-STATUS        PIC S9(9) COMP-5.
        01  WS-PF-RECLEN        PIC 9(8) COMP-5.
        01  WS-PF-TODAY-REC     PIC X(196).
        01  WS-PF-PRIOR-REC     PIC X(196).
        01  WS-PF-TODAY-SEEN    PIC X(1) VALUE 'N'.
        01  WS-PF-PRIOR-SEEN    PIC X(1) VALUE 'N'.
        01  WS-PF-PRIOR-DATE    PIC 9(8) VALUE 0.
      * JOURNAL AND LEDGER ROWS DATED AFTER THIS COUNT - THE
      * PREVIOUS SNAPSHOT DATE, OR JUST TODAY WHEN THERE IS NONE.
        01  WS-RANGE-AFTER      PIC 9(8) VALUE 0.
        01  WS-PF-PRIOR-TOT     PIC 9(13)V9(2) VALUE 0.
        01  WS-PF-TODAY-TOT     PIC 9(13)V9(2) VALUE 0.
        01  WS-PF-SLOT          PIC 9(2) COMP.

      * THE PAYMENT LEDGER, COUNTED FOR THE SAME DATE RANGE.
        01  WS-PL-NAME          PIC X(8) VALUE 'G6PAYLDG'.
        01  WS-PL-HANDLE        PIC X(4).
        01  WS-PL-STATUS        PIC S9(9) COMP-5.
        01  WS-PL-RECLEN        PIC 9(8) COMP-5.

      * THE CAUSES, IN REPORT AND INTERFACE ORDER.
        01  WS-CAUSE-TABLE-DATA.
            02  FILLER PIC X(34) VALUE 'NEWCNEW CUSTOMERS'.
            02  FILLER PIC X(34) VALUE 'PAYMPAYMENT-AMOUNT CHANGES'.
            02  FILLER PIC X(34) VALUE 'REVLREVALUATION'.
            02  FILLER PIC X(34) VALUE 'MRGECUSTOMER MERGES'.
            02  FILLER PIC X(34) VALUE 'PURGCUSTOMER PURGES'.
            02  FILLER PIC X(34) VALUE 'OTHROTHER MASTER CHANGES'.
        01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-TABLE-DATA.
            02  WS-CAUSE-ENTRY OCCURS 6 TIMES.
                03  WS-CAUSE-CODE   PIC X(4).
                03  WS-CAUSE-DESC   PIC X(30).
        01  WS-CAUSE-ACCT-TABLE.
            02  WS-CAUSE-ACCT OCCURS 6 TIMES PIC X(10).
        01  WS-BOOK-ACCT        PIC X(10).
        01  WS-BOOK-ACCT-WK     PIC X(10).
        01  WS-DRCR-WK          PIC X(1).
        01  WS-ACCT-MISSING     PIC 9(2) VALUE 0.
        01  WS-CZ               PIC 9(2) COMP.
        01  WS-CAUSE-WK         PIC X(4).

      * NET MOVEMENT PER CAUSE AND CURRENCY.
        01  WS-MV-MAX           PIC 9(3) COMP VALUE 150.
        01  WS-MV-COUNT         PIC 9(3) COMP VALUE 0.
        01  WS-MV-OVERFLOW      PIC 9(5) VALUE 0.
        01  WS-MV-TABLE.
            02  WS-MV-ENTRY OCCURS 150 TIMES.
                03  WS-MV-CAUSE     PIC X(4).
                03  WS-MV-CUR       PIC X(3).
                03  WS-MV-ROWS      PIC 9(7).
                03  WS-MV-NET       PIC S9(13)V9(2).
        01  WS-MV-IDX           PIC 9(3) COMP.
        01  WS-MV-USE           PIC 9(3) COMP.
        01  WS-MV-CUR-WK        PIC X(3).
        01  WS-MV-AMT-WK        PIC S9(13)V9(2).

      * PER-CURRENCY TIE - THE FIVE SNAPSHOT SLOTS OF EACH SIDE
      * AGAINST THE JOURNAL MOVEMENT.  A CURRENCY MISSING FROM A
      * SNAPSHOT WHOSE FIVE SLOTS WERE ALL TAKEN WAS NOT TRACKED
      * THERE AND CANNOT BE TIED.
        01  WS-TIE-COUNT        PIC 9(2) COMP VALUE 0.
        01  WS-TIE-TABLE.
            02  WS-TIE-ENTRY OCCURS 30 TIMES.
                03  WS-TIE-CUR      PIC X(3).
                03  WS-TIE-PRIOR    PIC S9(13)V9(2).
                03  WS-TIE-TODAY    PIC S9(13)V9(2).
                03  WS-TIE-MOVE     PIC S9(13)V9(2).
                03  WS-TIE-IN-PRIOR PIC X(1).
                03  WS-TIE-IN-TODAY PIC X(1).
        01  WS-TIE-IDX          PIC 9(2) COMP.
        01  WS-TIE-USE          PIC 9(2) COMP.
        01  WS-PRIOR-SLOTS-FULL PIC X(1) VALUE 'N'.
        01  WS-TODAY-SLOTS-FULL PIC X(1) VALUE 'N'.
        01  WS-TIE-GAP          PIC S9(15)V9(2).

      * WHAT ONE JOURNAL ROW DID TO THE BOOK.
        01  WS-PR-USD           PIC 9(10)V9(2).
        01  WS-PR-CUR           PIC X(3).
        01  WS-PR-PAYME         PIC X(14).
        01  WS-AF-USD           PIC 9(10)V9(2).
        01  WS-AF-CUR           PIC X(3).
        01  WS-AF-PAYME         PIC X(14).

        PROCEDURE DIVISION.
        MAINLINE.
            MOVE 'TESTG6GL' TO RCTL-JOB.
            MOVE 'START' TO RCTL-FUNC.
            MOVE 0 TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            IF RCTL-RESULT NOT = 0
                DISPLAY 'TESTG6GL REFUSED BY RUN CONTROL'
                MOVE RCTL-RESULT TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-NOW FROM TIME.
            OPEN OUTPUT G6GLRPT.
            PERFORM LOAD-SNAPSHOTS.
            PERFORM LOAD-GL-ACCOUNTS.
            PERFORM WRITE-REPORT-HEADING.
            IF WS-PF-TODAY-SEEN = 'N'
                MOVE SPACES TO G6GLRPT-REC
                MOVE '** NO G6PFHIST SNAPSHOT DATED TODAY - RUN TESTG6PT
      -             ' FIRST - NOTHING POSTED **' TO G6GLRPT-REC
                WRITE G6GLRPT-REC
                MOVE 8 TO WS-JOB-RC
            END-IF.
            IF WS-ACCT-MISSING > 0
                MOVE 8 TO WS-JOB-RC
            END-IF.
            IF WS-JOB-RC = 0
                PERFORM SCAN-JOURNAL
                PERFORM COUNT-PAYMENT-LEDGER
                IF WS-MV-OVERFLOW > 0
                    MOVE SPACES TO G6GLRPT-REC
                    MOVE '** MOVEMENT TABLE FULL - NOTHING POSTED **'
                      TO G6GLRPT-REC
                    WRITE G6GLRPT-REC
                    MOVE 8 TO WS-JOB-RC
                ELSE
                    PERFORM WRITE-INTERFACE-FILE
                    PERFORM PRINT-MOVEMENTS
                    PERFORM PRINT-PROOF
                END-IF
            END-IF.
            CLOSE G6GLRPT.
            DISPLAY 'TESTG6GL JOURNAL ROWS =' WS-JRNL-USED.
            DISPLAY 'TESTG6GL GL LINES     =' WS-LINE-COUNT.
            DISPLAY 'TESTG6GL PROOF GAPS   =' WS-GAP-COUNT.
            MOVE 'END' TO RCTL-FUNC.
            MOVE WS-JOB-RC TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            MOVE WS-JOB-RC TO RETURN-CODE.
            STOP RUN.

      ***************************************************************
      * PICK TODAY'S AND THE PREVIOUS SNAPSHOT OFF G6PFHIST.
      ***************************************************************
        LOAD-SNAPSHOTS.
            CALL 'CBL_OPEN_FILE' USING WS-PF-NAME
                     JRNL-ACCESS JRNL-DENY
                     JRNL-DEVICE WS-PF-HANDLE
                GIVING WS-PF-STATUS.
            IF WS-PF-STATUS = 0
                MOVE 'N' TO WS-FILE-EOF
                PERFORM READ-ONE-SNAPSHOT
                    UNTIL WS-FILE-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-PF-HANDLE
                    GIVING WS-PF-STATUS
            END-IF.
            IF WS-PF-PRIOR-SEEN = 'Y'
                MOVE WS-PF-PRIOR-REC TO PFH-REC
                MOVE PFH-DATE TO WS-PF-PRIOR-DATE
                MOVE PFH-TOT-USD TO WS-PF-PRIOR-TOT
                MOVE 'Y' TO WS-PRIOR-SLOTS-FULL
                PERFORM TIE-ONE-PRIOR-SLOT
                    VARYING WS-PF-SLOT FROM 1 BY 1
                    UNTIL WS-PF-SLOT > 5
                MOVE WS-PF-PRIOR-DATE TO WS-RANGE-AFTER
            ELSE
                COMPUTE WS-RANGE-AFTER = WS-TODAY - 1
            END-IF.
            IF WS-PF-TODAY-SEEN = 'Y'
                MOVE WS-PF-TODAY-REC TO PFH-REC
                MOVE PFH-TOT-USD TO WS-PF-TODAY-TOT
                MOVE 'Y' TO WS-TODAY-SLOTS-FULL
                PERFORM TIE-ONE-TODAY-SLOT
                    VARYING WS-PF-SLOT FROM 1 BY 1
                    UNTIL WS-PF-SLOT > 5
            END-IF.

        READ-ONE-SNAPSHOT.
            MOVE LENGTH OF PFH-REC TO WS-PF-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-PF-HANDLE
                     WS-PF-RECLEN JRNL-FLAGS
                     JRNL-RESERVED PFH-REC
                GIVING WS-PF-STATUS.
            IF WS-PF-STATUS NOT = 0
                MOVE 'Y' TO WS-FILE-EOF
            ELSE
                IF PFH-DATE NUMERIC AND PFH-TOT-USD NUMERIC
                    IF PFH-DATE = WS-TODAY
                        MOVE PFH-REC TO WS-PF-TODAY-REC
                        MOVE 'Y' TO WS-PF-TODAY-SEEN
                    ELSE
                        IF PFH-DATE < WS-TODAY
                            MOVE PFH-REC TO WS-PF-PRIOR-REC
                            MOVE 'Y' TO WS-PF-PRIOR-SEEN
                        END-IF
                    END-IF
                END-IF
            END-IF.

        TIE-ONE-PRIOR-SLOT.
            IF PFH-CUR-CODE (WS-PF-SLOT) = SPACES
                MOVE 'N' TO WS-PRIOR-SLOTS-FULL
            ELSE
                MOVE PFH-CUR-CODE (WS-PF-SLOT) TO WS-MV-CUR-WK
                PERFORM FIND-TIE-ROW
                IF WS-TIE-USE > 0
                    MOVE 'Y' TO WS-TIE-IN-PRIOR (WS-TIE-USE)
                    IF PFH-CUR-USD (WS-PF-SLOT) NUMERIC
                        MOVE PFH-CUR-USD (WS-PF-SLOT)
                          TO WS-TIE-PRIOR (WS-TIE-USE)
                    END-IF
                END-IF
            END-IF.

        TIE-ONE-TODAY-SLOT.
            IF PFH-CUR-CODE (WS-PF-SLOT) = SPACES
                MOVE 'N' TO WS-TODAY-SLOTS-FULL
            ELSE
                MOVE PFH-CUR-CODE (WS-PF-SLOT) TO WS-MV-CUR-WK
                PERFORM FIND-TIE-ROW
                IF WS-TIE-USE > 0
                    MOVE 'Y' TO WS-TIE-IN-TODAY (WS-TIE-USE)
                    IF PFH-CUR-USD (WS-PF-SLOT) NUMERIC
                        MOVE PFH-CUR-USD (WS-PF-SLOT)
                          TO WS-TIE-TODAY (WS-TIE-USE)
                    END-IF
                END-IF
            END-IF.

      * LEAVE WS-TIE-USE AT THE TIE ROW FOR WS-MV-CUR-WK, CLAIMING A
      * NEW ONE IF NEEDED (ZERO ONLY WHEN THE TABLE IS FULL).
        FIND-TIE-ROW.
            MOVE 0 TO WS-TIE-USE.
            PERFORM MATCH-ONE-TIE-ROW
                VARYING WS-TIE-IDX FROM 1 BY 1
                UNTIL WS-TIE-IDX > WS-TIE-COUNT
                   OR WS-TIE-USE > 0.
            IF WS-TIE-USE = 0 AND WS-TIE-COUNT < 30
                ADD 1 TO WS-TIE-COUNT
                MOVE WS-TIE-COUNT TO WS-TIE-USE
                MOVE WS-MV-CUR-WK TO WS-TIE-CUR (WS-TIE-USE)
                MOVE 0 TO WS-TIE-PRIOR (WS-TIE-USE)
                          WS-TIE-TODAY (WS-TIE-USE)
                          WS-TIE-MOVE (WS-TIE-USE)
                MOVE 'N' TO WS-TIE-IN-PRIOR (WS-TIE-USE)
                            WS-TIE-IN-TODAY (WS-TIE-USE)
            END-IF.

        MATCH-ONE-TIE-ROW.
            IF WS-TIE-CUR (WS-TIE-IDX) = WS-MV-CUR-WK
                MOVE WS-TIE-IDX TO WS-TIE-USE
            END-IF.

      ***************************************************************
      * THE GL ACCOUNTS, FROM REF6 TABLE GLACCT.  EVERY ONE MUST BE
      * ON FILE - A LINE WITH NO ACCOUNT CANNOT BE POSTED.
      ***************************************************************
        LOAD-GL-ACCOUNTS.
            MOVE 'GLACCT' TO REF-TABLE-WK.
            MOVE 'BOOK' TO REF-CODE-WK.
            PERFORM LOOKUP-REFERENCE-CODE.
            MOVE REF-DESC-WK (1:10) TO WS-BOOK-ACCT.
            IF REF-FOUND NOT = 'Y' OR WS-BOOK-ACCT = SPACES
                PERFORM REPORT-MISSING-ACCOUNT
            END-IF.
            PERFORM LOAD-ONE-CAUSE-ACCOUNT
                VARYING WS-CZ FROM 1 BY 1
                UNTIL WS-CZ > 6.

        LOAD-ONE-CAUSE-ACCOUNT.
            MOVE WS-CAUSE-CODE (WS-CZ) TO REF-CODE-WK.
            PERFORM LOOKUP-REFERENCE-CODE.
            MOVE REF-DESC-WK (1:10) TO WS-CAUSE-ACCT (WS-CZ).
            IF REF-FOUND NOT = 'Y' OR WS-CAUSE-ACCT (WS-CZ) = SPACES
                PERFORM REPORT-MISSING-ACCOUNT
            END-IF.

        REPORT-MISSING-ACCOUNT.
            ADD 1 TO WS-ACCT-MISSING.
            MOVE SPACES TO G6GLRPT-REC.
            STRING '** NO GL ACCOUNT ON REF6 TABLE GLACCT FOR CODE '
                       DELIMITED BY SIZE
                   REF-CODE-WK DELIMITED BY SIZE
                   ' - NOTHING POSTED **' DELIMITED BY SIZE
              INTO G6GLRPT-REC.
            WRITE G6GLRPT-REC.

        WRITE-REPORT-HEADING.
            MOVE SPACES TO G6GLRPT-REC.
            STRING 'GL POSTING PROOF FOR ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   '  PREVIOUS SNAPSHOT ' DELIMITED BY SIZE
                   WS-PF-PRIOR-DATE DELIMITED BY SIZE
              INTO G6GLRPT-REC.
            WRITE G6GLRPT-REC.
            MOVE SPACES TO G6GLRPT-REC.
            WRITE G6GLRPT-REC.

      ***************************************************************
      * EVERY JOURNAL ROW AFTER THE PREVIOUS SNAPSHOT DATE, UP TO
      * TODAY, POSTS ITS USD MOVEMENT TO A CAUSE/CURRENCY BUCKET.
      ***************************************************************
        SCAN-JOURNAL.
            MOVE JRNL-NAME TO GEN-BASE-NAME.
            MOVE 'CJ' TO GEN-PREFIX.
            IF WS-PF-PRIOR-SEEN = 'Y'
                MOVE WS-PF-PRIOR-DATE TO GEN-FROM-DATE
            ELSE
                MOVE WS-TODAY TO GEN-FROM-DATE
            END-IF.
            MOVE WS-TODAY TO GEN-TO-DATE.
            MOVE LENGTH OF JRNL-REC TO GEN-RECLEN-SET.
            PERFORM OPEN-GENERATION-STREAM.
            MOVE 'N' TO WS-FILE-EOF.
            PERFORM READ-ONE-JOURNAL-ROW
                UNTIL WS-FILE-EOF = 'Y'.
            IF GEN-OPEN-SW = 'Y'
                CALL 'CBL_CLOSE_FILE' USING GEN-HANDLE
                    GIVING GEN-STATUS
                MOVE 'N' TO GEN-OPEN-SW
            END-IF.

        READ-ONE-JOURNAL-ROW.
            PERFORM READ-GENERATION-RECORD.
            IF GEN-EOF = 'Y'
                MOVE 'Y' TO WS-FILE-EOF
            ELSE
                MOVE GEN-RECORD TO JRNL-REC
                ADD 1 TO WS-JRNL-READ
                IF JRNL-DATE NUMERIC
                    AND JRNL-DATE > WS-RANGE-AFTER
                    AND JRNL-DATE NOT > WS-TODAY
                    PERFORM POST-ONE-JOURNAL-ROW
                END-IF
            END-IF.

        POST-ONE-JOURNAL-ROW.
            ADD 1 TO WS-JRNL-USED.
            MOVE 0 TO WS-PR-USD WS-AF-USD.
            MOVE 'XXX' TO WS-PR-CUR WS-AF-CUR.
            MOVE SPACES TO WS-PR-PAYME WS-AF-PAYME.
            IF JRNL-PRIOR-REC NOT = SPACES
                MOVE JRNL-PRIOR-REC TO CUST-MASTER-REC
                IF CUST-USD-AMT NUMERIC
                    MOVE CUST-USD-AMT TO WS-PR-USD
                END-IF
                IF CUST-CURS NOT = SPACES
                    MOVE CUST-CURS (1:3) TO WS-PR-CUR
                END-IF
                MOVE CUST-PAYME TO WS-PR-PAYME
            END-IF.
            IF JRNL-ACTION NOT = 'DEL'
                AND JRNL-AFTER-REC NOT = SPACES
                MOVE JRNL-AFTER-REC TO CUST-MASTER-REC
                IF CUST-USD-AMT NUMERIC
                    MOVE CUST-USD-AMT TO WS-AF-USD
                END-IF
                IF CUST-CURS NOT = SPACES
                    MOVE CUST-CURS (1:3) TO WS-AF-CUR
                END-IF
                MOVE CUST-PAYME TO WS-AF-PAYME
            END-IF.
            EVALUATE TRUE
            WHEN JRNL-SOURCE-O = 'G6RV'
                MOVE 'REVL' TO WS-CAUSE-WK
            WHEN JRNL-SOURCE-O = 'G6MG'
                MOVE 'MRGE' TO WS-CAUSE-WK
            WHEN JRNL-SOURCE-O = 'G6PU'
                MOVE 'PURG' TO WS-CAUSE-WK
            WHEN JRNL-ACTION = 'WRT'
                MOVE 'NEWC' TO WS-CAUSE-WK
            WHEN WS-PR-PAYME NOT = WS-AF-PAYME
                MOVE 'PAYM' TO WS-CAUSE-WK
                ADD 1 TO WS-PAYM-ROWS
            WHEN OTHER
                MOVE 'OTHR' TO WS-CAUSE-WK
            END-EVALUATE.
            IF WS-PR-CUR = WS-AF-CUR
                MOVE WS-AF-CUR TO WS-MV-CUR-WK
                COMPUTE WS-MV-AMT-WK = WS-AF-USD - WS-PR-USD
                PERFORM ADD-TO-BUCKET
            ELSE
                MOVE WS-PR-CUR TO WS-MV-CUR-WK
                COMPUTE WS-MV-AMT-WK = 0 - WS-PR-USD
                PERFORM ADD-TO-BUCKET
                MOVE WS-AF-CUR TO WS-MV-CUR-WK
                MOVE WS-AF-USD TO WS-MV-AMT-WK
                PERFORM ADD-TO-BUCKET
            END-IF.

      * A ZERO MOVEMENT STILL COUNTS AS A ROW - THE PROOF SHOWS HOW
      * MANY CHANGES OF EACH KIND THE DAY HAD, MOVING MONEY OR NOT.
        ADD-TO-BUCKET.
            MOVE 0 TO WS-MV-USE.
            PERFORM MATCH-ONE-BUCKET
                VARYING WS-MV-IDX FROM 1 BY 1
                UNTIL WS-MV-IDX > WS-MV-COUNT
                   OR WS-MV-USE > 0.
            IF WS-MV-USE = 0
                IF WS-MV-COUNT < WS-MV-MAX
                    ADD 1 TO WS-MV-COUNT
                    MOVE WS-MV-COUNT TO WS-MV-USE
                    MOVE WS-CAUSE-WK TO WS-MV-CAUSE (WS-MV-USE)
                    MOVE WS-MV-CUR-WK TO WS-MV-CUR (WS-MV-USE)
                    MOVE 0 TO WS-MV-ROWS (WS-MV-USE)
                              WS-MV-NET (WS-MV-USE)
                ELSE
                    ADD 1 TO WS-MV-OVERFLOW
                END-IF
            END-IF.
            IF WS-MV-USE > 0
                ADD 1 TO WS-MV-ROWS (WS-MV-USE)
                ADD WS-MV-AMT-WK TO WS-MV-NET (WS-MV-USE)
                ADD WS-MV-AMT-WK TO WS-MOVE-TOTAL
            END-IF.

        MATCH-ONE-BUCKET.
            IF WS-MV-CAUSE (WS-MV-IDX) = WS-CAUSE-WK
                AND WS-MV-CUR (WS-MV-IDX) = WS-MV-CUR-WK
                MOVE WS-MV-IDX TO WS-MV-USE
            END-IF.

        COUNT-PAYMENT-LEDGER.
            CALL 'CBL_OPEN_FILE' USING WS-PL-NAME
                     JRNL-ACCESS JRNL-DENY
                     JRNL-DEVICE WS-PL-HANDLE
                GIVING WS-PL-STATUS.
            IF WS-PL-STATUS = 0
                MOVE 'N' TO WS-FILE-EOF
                PERFORM COUNT-ONE-LEDGER-ENTRY
                    UNTIL WS-FILE-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-PL-HANDLE
                    GIVING WS-PL-STATUS
            END-IF.

        COUNT-ONE-LEDGER-ENTRY.
            MOVE LENGTH OF PAYL-REC TO WS-PL-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-PL-HANDLE
                     WS-PL-RECLEN JRNL-FLAGS
                     JRNL-RESERVED PAYL-REC
                GIVING WS-PL-STATUS.
            IF WS-PL-STATUS NOT = 0
                MOVE 'Y' TO WS-FILE-EOF
            ELSE
                IF PAYL-DATE NUMERIC
                    AND PAYL-DATE > WS-RANGE-AFTER
                    AND PAYL-DATE NOT > WS-TODAY
                    ADD 1 TO WS-PAYL-COUNT
                END-IF
            END-IF.

      ***************************************************************
      * THE INTERFACE FILE - HEADER, A BALANCED PAIR PER NONZERO
      * CAUSE/CURRENCY NET, TRAILER WITH THE CONTROL TOTALS.
      ***************************************************************
        WRITE-INTERFACE-FILE.
            OPEN OUTPUT G6GLIF.
            MOVE SPACES TO GLI-REC.
            MOVE 'H' TO GLI-TYPE.
            MOVE WS-TODAY TO GLI-BUS-DATE.
            MOVE 'CUSTBOOK' TO GLI-SOURCE.
            MOVE WS-TODAY TO GLI-H-DATE.
            MOVE WS-NOW TO GLI-H-TIME.
            WRITE G6GLIF-REC FROM GLI-REC.
            PERFORM WRITE-CAUSE-ENTRIES
                VARYING WS-CZ FROM 1 BY 1
                UNTIL WS-CZ > 6.
            MOVE SPACES TO GLI-REC.
            MOVE 'T' TO GLI-TYPE.
            MOVE WS-TODAY TO GLI-BUS-DATE.
            MOVE 'CUSTBOOK' TO GLI-SOURCE.
            MOVE WS-LINE-COUNT TO GLI-T-COUNT.
            MOVE WS-TOT-DEBITS TO GLI-T-DEBITS.
            MOVE WS-TOT-CREDITS TO GLI-T-CREDITS.
            WRITE G6GLIF-REC FROM GLI-REC.
            CLOSE G6GLIF.

        WRITE-CAUSE-ENTRIES.
            PERFORM WRITE-ONE-ENTRY-PAIR
                VARYING WS-MV-IDX FROM 1 BY 1
                UNTIL WS-MV-IDX > WS-MV-COUNT.

      * THE BOOK GREW: DEBIT THE BOOK, CREDIT THE CAUSE.  THE BOOK
      * SHRANK: THE OTHER WAY ROUND.
        WRITE-ONE-ENTRY-PAIR.
            IF WS-MV-CAUSE (WS-MV-IDX) = WS-CAUSE-CODE (WS-CZ)
                AND WS-MV-NET (WS-MV-IDX) NOT = 0
                IF WS-MV-NET (WS-MV-IDX) > 0
                    MOVE WS-BOOK-ACCT TO GLI-ACCOUNT
                    MOVE 'D' TO GLI-DRCR
                    PERFORM WRITE-ONE-ENTRY-LINE
                    MOVE WS-CAUSE-ACCT (WS-CZ) TO GLI-ACCOUNT
                    MOVE 'C' TO GLI-DRCR
                    PERFORM WRITE-ONE-ENTRY-LINE
                ELSE
                    MOVE WS-CAUSE-ACCT (WS-CZ) TO GLI-ACCOUNT
                    MOVE 'D' TO GLI-DRCR
                    PERFORM WRITE-ONE-ENTRY-LINE
                    MOVE WS-BOOK-ACCT TO GLI-ACCOUNT
                    MOVE 'C' TO GLI-DRCR
                    PERFORM WRITE-ONE-ENTRY-LINE
                END-IF
            END-IF.

        WRITE-ONE-ENTRY-LINE.
            MOVE GLI-ACCOUNT TO WS-BOOK-ACCT-WK.
            MOVE GLI-DRCR TO WS-DRCR-WK.
            MOVE SPACES TO GLI-REC.
            MOVE 'D' TO GLI-TYPE.
            MOVE WS-TODAY TO GLI-BUS-DATE.
            MOVE 'CUSTBOOK' TO GLI-SOURCE.
            ADD 1 TO WS-LINE-COUNT.
            MOVE WS-LINE-COUNT TO GLI-LINE-NO.
            MOVE WS-BOOK-ACCT-WK TO GLI-ACCOUNT.
            MOVE WS-DRCR-WK TO GLI-DRCR.
            IF WS-MV-NET (WS-MV-IDX) < 0
                COMPUTE GLI-AMOUNT = 0 - WS-MV-NET (WS-MV-IDX)
            ELSE
                MOVE WS-MV-NET (WS-MV-IDX) TO GLI-AMOUNT
            END-IF.
            MOVE WS-MV-CUR (WS-MV-IDX) TO GLI-CURRENCY.
            MOVE WS-CAUSE-CODE (WS-CZ) TO GLI-CAUSE.
            MOVE WS-CAUSE-DESC (WS-CZ) TO GLI-DESC.
            IF WS-DRCR-WK = 'D'
                ADD GLI-AMOUNT TO WS-TOT-DEBITS
            ELSE
                ADD GLI-AMOUNT TO WS-TOT-CREDITS
            END-IF.
            WRITE G6GLIF-REC FROM GLI-REC.

      ***************************************************************
      * THE PROOF REPORT.
      ***************************************************************
        PRINT-MOVEMENTS.
            MOVE SPACES TO G6GLRPT-REC.
            MOVE 'MOVEMENTS BY CAUSE AND CURRENCY' TO G6GLRPT-REC.
            WRITE G6GLRPT-REC.
            MOVE SPACES TO G6GLRPT-REC.
            MOVE '  CAUSE CUR    ROWS          NET USD MOVEMENT'
              TO G6GLRPT-REC.
            WRITE G6GLRPT-REC.
            PERFORM PRINT-CAUSE-MOVEMENTS
                VARYING WS-CZ FROM 1 BY 1
                UNTIL WS-CZ > 6.
            MOVE SPACES TO G6GLRPT-REC.
            WRITE G6GLRPT-REC.
            MOVE WS-JRNL-USED TO WS-CNT-ED.
            MOVE SPACES TO G6GLRPT-REC.
            STRING 'JOURNAL ROWS IN RANGE = ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO G6GLRPT-REC.
            WRITE G6GLRPT-REC.
            MOVE WS-PAYM-ROWS TO WS-CNT-ED.
            MOVE SPACES TO G6GLRPT-REC.
            STRING 'PAYMENT CHANGES ON JOURNAL = ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO G6GLRPT-REC.
            MOVE WS-PAYL-COUNT TO WS-CNT-ED.
            STRING '  ON G6PAYLDG = ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
              INTO G6GLRPT-REC (40:40).
            WRITE G6GLRPT-REC.
            MOVE WS-LINE-COUNT TO WS-CNT-ED.
            MOVE WS-TOT-DEBITS TO WS-ABS-ED.
            MOVE SPACES TO G6GLRPT-REC.
            STRING 'G6GLIF LINES = ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
                   '  DEBITS = ' DELIMITED BY SIZE
                   WS-ABS-ED DELIMITED BY SIZE
              INTO G6GLRPT-REC.
            MOVE WS-TOT-CREDITS TO WS-ABS-ED.
            STRING '  CREDITS = ' DELIMITED BY SIZE
                   WS-ABS-ED DELIMITED BY SIZE
              INTO G6GLRPT-REC (56:40).
            WRITE G6GLRPT-REC.
            MOVE SPACES TO G6GLRPT-REC.
            WRITE G6GLRPT-REC.

        PRINT-CAUSE-MOVEMENTS.
            PERFORM PRINT-ONE-MOVEMENT
                VARYING WS-MV-IDX FROM 1 BY 1
                UNTIL WS-MV-IDX > WS-MV-COUNT.

        PRINT-ONE-MOVEMENT.
            IF WS-MV-CAUSE (WS-MV-IDX) = WS-CAUSE-CODE (WS-CZ)
                MOVE WS-MV-ROWS (WS-MV-IDX) TO WS-CNT-ED
                MOVE WS-MV-NET (WS-MV-IDX) TO WS-AMT-ED
                MOVE SPACES TO G6GLRPT-REC
                STRING '  ' DELIMITED BY SIZE
                       WS-MV-CAUSE (WS-MV-IDX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-MV-CUR (WS-MV-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CNT-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-CAUSE-DESC (WS-CZ) DELIMITED BY SIZE
                  INTO G6GLRPT-REC
                WRITE G6GLRPT-REC
      * THE TIE TABLE PICKS UP THE MOVEMENT PER CURRENCY HERE.
                MOVE WS-MV-CUR (WS-MV-IDX) TO WS-MV-CUR-WK
                PERFORM FIND-TIE-ROW
                IF WS-TIE-USE > 0
                    ADD WS-MV-NET (WS-MV-IDX)
                      TO WS-TIE-MOVE (WS-TIE-USE)
                END-IF
            END-IF.

        PRINT-PROOF.
            MOVE SPACES TO G6GLRPT-REC.
            MOVE 'PROOF AGAINST G6PFHIST' TO G6GLRPT-REC.
            WRITE G6GLRPT-REC.
            IF WS-PF-PRIOR-SEEN = 'N'
                MOVE SPACES TO G6GLRPT-REC
                MOVE '** NO PREVIOUS SNAPSHOT - ENTRIES NOT PROVEN **'
                  TO G6GLRPT-REC
                WRITE G6GLRPT-REC
                ADD 1 TO WS-GAP-COUNT
            ELSE
                MOVE SPACES TO G6GLRPT-REC
                MOVE '  CUR    PREVIOUS USD        TODAY USD     JOURN
      -             'AL MOVEMENT              GAP' TO G6GLRPT-REC
                WRITE G6GLRPT-REC
                PERFORM PRINT-ONE-CURRENCY-TIE
                    VARYING WS-TIE-IDX FROM 1 BY 1
                    UNTIL WS-TIE-IDX > WS-TIE-COUNT
                COMPUTE WS-SNAP-DIFF =
                    WS-PF-TODAY-TOT - WS-PF-PRIOR-TOT
                COMPUTE WS-GAP = WS-SNAP-DIFF - WS-MOVE-TOTAL
                MOVE WS-PF-PRIOR-TOT TO WS-AMT-ED
                MOVE WS-PF-TODAY-TOT TO WS-AMT2-ED
                MOVE WS-MOVE-TOTAL TO WS-AMT3-ED
                MOVE SPACES TO G6GLRPT-REC
                STRING '  ALL' DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                       WS-AMT2-ED DELIMITED BY SIZE
                       WS-AMT3-ED DELIMITED BY SIZE
                  INTO G6GLRPT-REC
                MOVE WS-GAP TO WS-AMT-ED
                MOVE WS-AMT-ED TO G6GLRPT-REC (60:18)
                WRITE G6GLRPT-REC
                MOVE SPACES TO G6GLRPT-REC
                WRITE G6GLRPT-REC
                MOVE SPACES TO G6GLRPT-REC
                IF WS-GAP = 0
                    MOVE 'PROVEN - SNAPSHOT MOVEMENT FULLY EXPLAINED'
                      TO G6GLRPT-REC
                ELSE
                    ADD 1 TO WS-GAP-COUNT
                    STRING '** UNEXPLAINED GAP OF ' DELIMITED BY SIZE
                           WS-AMT-ED DELIMITED BY SIZE
                           ' USD - RESOLVE BEFORE THE GL CLOSES **'
                               DELIMITED BY SIZE
                      INTO G6GLRPT-REC
                END-IF
                WRITE G6GLRPT-REC
            END-IF.
            IF WS-GAP-COUNT > 0
                MOVE 4 TO WS-JOB-RC
            END-IF.

      * A CURRENCY ONE SNAPSHOT DID NOT TRACK (ALL FIVE SLOTS TAKEN
      * BY OTHERS) IS SHOWN BUT NOT TIED - ITS MOVEMENT IS STILL IN
      * THE OVERALL LINE.
        PRINT-ONE-CURRENCY-TIE.
            MOVE WS-TIE-PRIOR (WS-TIE-IDX) TO WS-AMT-ED.
            MOVE WS-TIE-TODAY (WS-TIE-IDX) TO WS-AMT2-ED.
            MOVE WS-TIE-MOVE (WS-TIE-IDX) TO WS-AMT3-ED.
            MOVE SPACES TO G6GLRPT-REC.
            STRING '  ' DELIMITED BY SIZE
                   WS-TIE-CUR (WS-TIE-IDX) DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                   WS-AMT2-ED DELIMITED BY SIZE
                   WS-AMT3-ED DELIMITED BY SIZE
              INTO G6GLRPT-REC.
            IF (WS-TIE-IN-PRIOR (WS-TIE-IDX) = 'N'
                    AND WS-PRIOR-SLOTS-FULL = 'Y')
                OR (WS-TIE-IN-TODAY (WS-TIE-IDX) = 'N'
                    AND WS-TODAY-SLOTS-FULL = 'Y')
                OR WS-TIE-CUR (WS-TIE-IDX) = 'XXX'
                MOVE '   NOT IN SNAPSHOT' TO G6GLRPT-REC (60:18)
            ELSE
                COMPUTE WS-TIE-GAP = WS-TIE-TODAY (WS-TIE-IDX)
                    - WS-TIE-PRIOR (WS-TIE-IDX)
                    - WS-TIE-MOVE (WS-TIE-IDX)
                MOVE WS-TIE-GAP TO WS-AMT-ED
                MOVE WS-AMT-ED TO G6GLRPT-REC (60:18)
                IF WS-TIE-GAP NOT = 0
                    MOVE '**' TO G6GLRPT-REC (79:2)
                END-IF
            END-IF.
            WRITE G6GLRPT-REC.

        COPY G6GENRP.

        COPY G6REFTBP.
