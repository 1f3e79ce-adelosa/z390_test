      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * NIGHTLY AUDIT-CHAIN VERIFICATION.  EVERY RECORD ON THE AUDIT
      * AND JOURNAL STREAMS CARRIES ITS CHAIN SEQUENCE NUMBER AND
      * THE HASH OF THE RECORD BEFORE IT (G6CHNW.CPY).  THIS JOB
      * WALKS EACH STREAM NAMED ON CHNPARM - ITS ROLLED GENERATIONS
      * IN THE LOOK-BACK WINDOW, THEN THE LIVE STREAM, THROUGH THE
      * G6GENRW/G6GENRP CROSS-GENERATION READ LAYER - RE-HASHES
      * EVERY RECORD, AND REPORTS ON CHNRPT EACH PLACE THE CHAIN
      * DOES NOT HOLD, BY DATASET AND RECORD NUMBER WITHIN IT:
      *
      *   RECORD ALTERED   THE NEXT RECORD'S LINK DOES NOT MATCH THE
      *                    RECORD'S HASH (OR, FOR THE LAST RECORD,
      *                    THE G6CHAIN TAIL DOES NOT)
      *   GAP              SEQUENCE NUMBERS MISSING - RECORDS
      *                    DELETED, MID-STREAM OR FROM THE END
      *   OUT OF SEQUENCE  A SEQUENCE NUMBER AT OR BELOW ONE ALREADY
      *                    SEEN - A RECORD COPIED IN OR REPLAYED
      *   UNCHAINED ROW    A ROW WITH NO SEQUENCE NUMBER AFTER THE
      *                    STREAM'S CHAIN STARTED (ROWS WRITTEN
      *                    BEFORE THE STREAM WAS CHAINED ARE
      *                    COUNTED AS PRE-CHAIN, NOT REPORTED)
      *
      * A ROW TESTG6AN ANONYMISED IS ACCEPTED WHEN ITS HASH IS ON THE
      * G6CHNREG RE-SEAL REGISTER (G6CHNREG.CPY) AGAINST ITS STREAM
      * AND SEQUENCE - THE REGISTERED ORIGINAL HASH STANDS IN FOR IT.
      *
      * A STREAM THAT VERIFIES CLEAN IS SIGNED OFF ON THE CHNHIST
      * HISTORY (ITS LAST SEQUENCE AND HASH); THE NEXT NIGHT A
      * SIGNED-OFF RECORD WHOSE HASH HAS CHANGED, OR A STREAM THAT
      * NO LONGER REACHES ITS SIGNED-OFF SEQUENCE, IS REPORTED EVEN
      * IF THE G6CHAIN STATE WAS REWRITTEN TO MATCH.  G6CHAIN, AND
      * THE G6CHLOCK DATASET THE WRITERS SERIALISE ON, ARE CREATED
      * EMPTY THE FIRST NIGHT IF THEY ARE NOT THERE.  A STREAM THAT
      * FOUND THE G6CHAIN STATE TABLE FULL (AND SO WENT UNCHAINED)
      * IS REPORTED AT THE TOP OF CHNRPT AND THE NOTE CLEARED - IT
      * IS SET AGAIN BY THE NEXT WRITE WHILE THE TABLE STAYS FULL.
      *
      * CHNRSLT (REBUILT EVERY RUN) HAS ONE ROW PER STREAM, CLEAN OR
      * BROKEN - EODSUM1 PRINTS THE SIGNED-OFF VERIFICATION LINE, OR
      * THE BREAKS, AT THE TOP OF THE END-OF-DAY SUMMARY.  RETURN
      * CODE 8 WHEN ANY STREAM IS BROKEN, THE RE-SEAL REGISTER HAS
      * OVERFLOWED OR THE G6CHAIN STATE TABLE HAS, 0 OTHERWISE.
      *
      * CHNPARM CARD, ONE PER STREAM:
      *   COLS  1- 8  STREAM DATASET NAME
      *   COL      9  BLANK
      *   COLS 10-11  GENERATION PREFIX (AU/CJ/SC - BLANK FOR A
      *               STREAM THAT IS NOT ROLLED OVER)
      *   COL     12  BLANK
      *   COLS 13-16  RECORD LENGTH, TRAILER INCLUDED (MAX 600)
      *   COL     17  BLANK
      *   COLS 18-20  GENERATION LOOK-BACK DAYS (BLANK = 090, THE
      *               TESTG6GR RETENTION)
      *
        PROGRAM-ID. CHNVRFY1.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHNPARM ASSIGN TO CHNPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL CHNHIST ASSIGN TO CHNHIST
                ORGANIZATION IS SEQUENTIAL.
            SELECT CHNRPT  ASSIGN TO CHNRPT
                ORGANIZATION IS SEQUENTIAL.
            SELECT CHNRSLT ASSIGN TO CHNRSLT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CHNPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  CHNPARM-REC.
            02  CP-STREAM         PIC X(8).
            02  FILLER            PIC X(1).
            02  CP-PREFIX         PIC X(2).
            02  FILLER            PIC X(1).
            02  CP-RECLEN         PIC X(4).
            02  FILLER            PIC X(1).
            02  CP-BACK-DAYS      PIC X(3).
            02  FILLER            PIC X(60).

      * SIGN-OFF HISTORY - ONE ROW PER STREAM PER CLEAN NIGHT, SAME
      * APPEND-AND-LOOK-BACK TECHNIQUE AS CAPMON1'S CAPHIST.
        FD  CHNHIST
            RECORD CONTAINS 80 CHARACTERS.
        01  CHNHIST-REC.
            02  CHH-DATE          PIC 9(8).
            02  FILLER            PIC X(1).
            02  CHH-STREAM        PIC X(8).
            02  FILLER            PIC X(1).
            02  CHH-SEQ           PIC 9(9).
            02  FILLER            PIC X(1).
            02  CHH-HASH          PIC 9(18).
            02  FILLER            PIC X(34).

        FD  CHNRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  CHNRPT-REC            PIC X(132).

      * ONE ROW PER STREAM VERIFIED - READ BY EODSUM1.  KEEP THE
      * LAYOUT IN LOCKSTEP WITH THE CHNRSLT-REC DECLARATION THERE.
        FD  CHNRSLT
            RECORD CONTAINS 80 CHARACTERS.
        01  CHNRSLT-REC.
            02  CR-DATE           PIC 9(8).
            02  FILLER            PIC X(1).
            02  CR-STREAM         PIC X(8).
            02  FILLER            PIC X(1).
            02  CR-RESULT         PIC X(6).
                88  CR-CLEAN          VALUE 'CLEAN'.
                88  CR-BROKEN         VALUE 'BROKEN'.
            02  FILLER            PIC X(1).
            02  CR-RECORDS        PIC 9(9).
            02  FILLER            PIC X(1).
            02  CR-BREAKS         PIC 9(5).
            02  FILLER            PIC X(1).
            02  CR-TAIL-SEQ       PIC 9(9).
            02  FILLER            PIC X(1).
            02  CR-PRECHAIN       PIC 9(9).
            02  FILLER            PIC X(20).

        WORKING-STORAGE SECTION.
        COPY RUNCTLPM.
        COPY G6GENRW.
        COPY G6CHNW.
        COPY G6CHNREG.
        01  WS-EOF-SW            PIC X(1) VALUE 'N'.
            88  WS-EOF               VALUE 'Y'.
        01  WS-RUN-DATE          PIC 9(8).
        01  WS-RUN-TIME          PIC 9(8).
        01  WS-DATE-INT          PIC 9(8) COMP.
        01  WS-RUN-RC            PIC 9(4) VALUE 0.
        01  WS-STATE-CREATED     PIC X(1) VALUE 'N'.
        01  WS-LOCK-CREATED      PIC X(1) VALUE 'N'.
        01  WS-STATE-FULL        PIC X(1) VALUE 'N'.
        01  WS-FULL-STREAM       PIC X(8).
        01  WS-FULL-DATE         PIC 9(8).

      * RUN TOTALS.
        01  WS-STREAM-COUNT      PIC 9(3) VALUE 0.
        01  WS-CLEAN-COUNT       PIC 9(3) VALUE 0.
        01  WS-BROKEN-COUNT      PIC 9(3) VALUE 0.
        01  WS-CARD-REJECTS      PIC 9(3) VALUE 0.

      * THE STREAM BEING WALKED.
        01  WS-STREAM            PIC X(8).
        01  WS-RECLEN            PIC 9(4).
        01  WS-BACK-DAYS         PIC 9(3).
        01  WS-ST-STARTED        PIC X(1).
        01  WS-ST-READ           PIC 9(9).
        01  WS-ST-PRECHAIN       PIC 9(9).
        01  WS-ST-RESEALED       PIC 9(7).
        01  WS-ST-BREAKS         PIC 9(5).
        01  WS-ST-FILES          PIC 9(4).
        01  WS-FIRST-SEQ         PIC 9(9).
        01  WS-LAST-SEQ          PIC 9(9).
        01  WS-LAST-HASH         PIC 9(18).
        01  WS-LAST-FILE         PIC X(8).
        01  WS-LAST-REC          PIC 9(7).
        01  WS-CUR-FILE          PIC X(8).
        01  WS-FILE-REC          PIC 9(7).
        01  WS-TAIL-SEQ          PIC 9(9).
        01  WS-TAIL-HASH         PIC 9(18).
        01  WS-END-GAP           PIC X(1).

      * THE RECORD IN HAND - ITS TRAILER AND ITS OWN HASH.
        01  WS-SEQ-X             PIC X(9).
        01  WS-SEQ-NUM REDEFINES WS-SEQ-X
                                 PIC 9(9).
        01  WS-PREV-X            PIC X(18).
        01  WS-PREV-NUM REDEFINES WS-PREV-X
                                 PIC 9(18).
        01  WS-SEQ               PIC 9(9).
        01  WS-HASH              PIC 9(18).
        01  WS-EXPECT-SEQ        PIC 9(9).
        01  WS-GAP-TO-SEQ        PIC 9(9).

      * THE RE-SEAL REGISTER, LOADED WHOLE.  A HASH IS RESOLVED
      * BACK THROUGH AS MANY RE-SEALS AS THE ROW HAS HAD.
        01  WS-RG-NAME           PIC X(8) VALUE 'G6CHNREG'.
        01  WS-RG-HANDLE         PIC X(4).
        01  WS-RG-STATUS         PIC S9(9) COMP-5.
        01  WS-RG-RECLEN         PIC 9(8) COMP-5.
        01  WS-RG-EOF            PIC X(1).
        01  WS-RG-MAX            PIC 9(4) COMP VALUE 2000.
        01  WS-RG-COUNT          PIC 9(4) COMP VALUE 0.
        01  WS-RG-FULL           PIC X(1) VALUE 'N'.
        01  WS-RG-TABLE.
            02  WS-RG-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-RG-IDX.
                03  WS-RG-STREAM    PIC X(8).
                03  WS-RG-SEQ       PIC 9(9).
                03  WS-RG-OLD-HASH  PIC 9(18).
                03  WS-RG-NEW-HASH  PIC 9(18).
        01  WS-RS-DONE           PIC X(1).
        01  WS-RS-ROUNDS         PIC 9(2).

      * THE LATEST SIGN-OFF PER STREAM FROM CHNHIST.
        01  WS-SO-MAX            PIC 9(2) VALUE 24.
        01  WS-SO-COUNT          PIC 9(2) VALUE 0.
        01  WS-SO-TABLE.
            02  WS-SO-ENTRY OCCURS 24 TIMES
                            INDEXED BY WS-SO-IDX.
                03  WS-SO-STREAM    PIC X(8).
                03  WS-SO-DATE      PIC 9(8).
                03  WS-SO-SEQ       PIC 9(9).
                03  WS-SO-HASH      PIC 9(18).
        01  WS-SO-USE            PIC 9(2).

      * ONE BREAK LINE - WHERE, AND WHAT.
        01  WS-BRK-FILE          PIC X(8).
        01  WS-BRK-REC           PIC 9(7).
        01  WS-BRK-TEXT          PIC X(80).
        01  WS-ED-SEQ            PIC Z(8)9.
        01  WS-ED-SEQ2           PIC Z(8)9.
        01  WS-ED-REC            PIC Z(6)9.
        01  WS-ED-NUM            PIC Z(8)9.
        01  WS-ED-NUM2           PIC Z(8)9.
        01  WS-ED-NUM3           PIC Z(8)9.

        PROCEDURE DIVISION.
        MAINLINE.
            MOVE 'CHNVRFY1' TO RCTL-JOB.
            MOVE 'START' TO RCTL-FUNC.
            MOVE 0 TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            IF RCTL-RESULT NOT = 0
                DISPLAY 'CHNVRFY1 REFUSED BY RUN CONTROL'
                MOVE RCTL-RESULT TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM PREPARE-CHAIN-STATE.
            PERFORM CHECK-STATE-TABLE.
            PERFORM LOAD-RESEAL-REGISTER.
            PERFORM LOAD-SIGNOFF-HISTORY.
            OPEN INPUT  CHNPARM
                 OUTPUT CHNRPT
                 OUTPUT CHNRSLT
                 EXTEND CHNHIST.
            PERFORM WRITE-REPORT-HEADINGS.
            PERFORM READ-CHNPARM.
            PERFORM VERIFY-ONE-STREAM UNTIL WS-EOF.
            PERFORM WRITE-REPORT-TOTALS.
            CLOSE CHNPARM CHNRPT CHNRSLT CHNHIST.
            IF WS-BROKEN-COUNT > 0 OR WS-RG-FULL = 'Y'
                OR WS-STATE-FULL = 'Y'
                MOVE 8 TO WS-RUN-RC
            END-IF.
            DISPLAY 'CHNVRFY1 STREAMS VERIFIED =' WS-STREAM-COUNT.
            DISPLAY 'CHNVRFY1 CLEAN            =' WS-CLEAN-COUNT.
            DISPLAY 'CHNVRFY1 BROKEN           =' WS-BROKEN-COUNT.
            DISPLAY 'CHNVRFY1 CARDS REJECTED   =' WS-CARD-REJECTS.
            MOVE 'END' TO RCTL-FUNC.
            MOVE WS-RUN-RC TO RCTL-JOB-RC.
            CALL 'RUNCTL1' USING RCTL-PARM.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.

      *****************************************************************
      * G6CHAIN, THE RE-SEAL REGISTER AND THE SIGN-OFF HISTORY
      *****************************************************************
      * A G6CHAIN THAT WILL NOT OPEN HAS NEVER BEEN CREATED - IT IS
      * CREATED EMPTY, AND THE WRITERS START EACH STREAM'S CHAIN ON
      * THEIR NEXT RECORD.  G6CHLOCK IS CREATED FIRST, SO NO WRITER
      * EVER FINDS THE STATE WITHOUT THE LOCK.
        PREPARE-CHAIN-STATE.
            CALL 'CBL_OPEN_FILE' USING CHN-LOCK-NAME
                     CHN-ACCESS CHN-DENY
                     CHN-DEVICE CHN-LOCK-HANDLE
                GIVING CHN-LOCK-STATUS.
            IF CHN-LOCK-STATUS = 0
                CALL 'CBL_CLOSE_FILE' USING CHN-LOCK-HANDLE
                    GIVING CHN-LOCK-STATUS
            ELSE
                CALL 'CBL_OPEN_FILE' USING CHN-LOCK-NAME
                         CHN-ACCESS-OUT CHN-DENY
                         CHN-DEVICE CHN-LOCK-HANDLE
                    GIVING CHN-LOCK-STATUS
                IF CHN-LOCK-STATUS = 0
                    CALL 'CBL_CLOSE_FILE' USING CHN-LOCK-HANDLE
                        GIVING CHN-LOCK-STATUS
                    MOVE 'Y' TO WS-LOCK-CREATED
                END-IF
            END-IF.
            CALL 'CBL_OPEN_FILE' USING CHN-FILE-NAME
                     CHN-ACCESS CHN-DENY
                     CHN-DEVICE CHN-HANDLE
                GIVING CHN-STATUS.
            IF CHN-STATUS = 0
                CALL 'CBL_CLOSE_FILE' USING CHN-HANDLE
                    GIVING CHN-STATUS
            ELSE
                MOVE SPACES TO CHN-STATE-REC
                MOVE 0 TO CHN-STATE-USED CHN-STATE-FULL-DATE
                PERFORM WRITE-CHAIN-STATE
                MOVE 'Y' TO WS-STATE-CREATED
            END-IF.

      * THE TABLE-FULL NOTE A WRITER LEFT IN G6CHAIN IS TAKEN FOR THE
      * REPORT AND CLEARED, UNDER THE WRITERS' LOCK.
        CHECK-STATE-TABLE.
            MOVE 'CHNVRFY1' TO CHN-STREAM.
            PERFORM LOCK-CHAIN-STATE.
            PERFORM READ-CHAIN-STATE.
            IF CHN-STATE-OK = 'Y'
                AND CHN-STATE-FULL-STREAM NOT = SPACES
                MOVE 'Y' TO WS-STATE-FULL
                MOVE CHN-STATE-FULL-STREAM TO WS-FULL-STREAM
                MOVE CHN-STATE-FULL-DATE TO WS-FULL-DATE
                IF CHN-LOCK-HELD = 'Y'
                    MOVE SPACES TO CHN-STATE-FULL-STREAM
                    MOVE 0 TO CHN-STATE-FULL-DATE
                    PERFORM WRITE-CHAIN-STATE
                END-IF
            END-IF.
            PERFORM RELEASE-CHAIN-STATE.

        LOAD-RESEAL-REGISTER.
            CALL 'CBL_OPEN_FILE' USING WS-RG-NAME
                     CHN-ACCESS CHN-DENY
                     CHN-DEVICE WS-RG-HANDLE
                GIVING WS-RG-STATUS.
            IF WS-RG-STATUS = 0
                MOVE 'N' TO WS-RG-EOF
                PERFORM LOAD-ONE-RESEAL UNTIL WS-RG-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RG-HANDLE
                    GIVING WS-RG-STATUS
            END-IF.

        LOAD-ONE-RESEAL.
            MOVE LENGTH OF CREG-REC TO WS-RG-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-RG-HANDLE
                     WS-RG-RECLEN CHN-FLAGS
                     CHN-RESERVED CREG-REC
                GIVING WS-RG-STATUS.
            IF WS-RG-STATUS NOT = 0
                MOVE 'Y' TO WS-RG-EOF
            ELSE
                IF CREG-SEQ IS NUMERIC
                    AND CREG-OLD-HASH IS NUMERIC
                    AND CREG-NEW-HASH IS NUMERIC
                    IF WS-RG-COUNT < WS-RG-MAX
                        ADD 1 TO WS-RG-COUNT
                        SET WS-RG-IDX TO WS-RG-COUNT
                        MOVE CREG-STREAM TO WS-RG-STREAM (WS-RG-IDX)
                        MOVE CREG-SEQ TO WS-RG-SEQ (WS-RG-IDX)
                        MOVE CREG-OLD-HASH
                          TO WS-RG-OLD-HASH (WS-RG-IDX)
                        MOVE CREG-NEW-HASH
                          TO WS-RG-NEW-HASH (WS-RG-IDX)
                    ELSE
                        MOVE 'Y' TO WS-RG-FULL
                    END-IF
                END-IF
            END-IF.

      * LATER ROWS REPLACE EARLIER ONES - THE TABLE ENDS UP HOLDING
      * EACH STREAM'S MOST RECENT SIGN-OFF.
        LOAD-SIGNOFF-HISTORY.
            OPEN INPUT CHNHIST.
            PERFORM READ-CHNHIST.
            PERFORM KEEP-ONE-SIGNOFF UNTIL WS-EOF.
            CLOSE CHNHIST.
            MOVE 'N' TO WS-EOF-SW.

        READ-CHNHIST.
            READ CHNHIST
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        KEEP-ONE-SIGNOFF.
            MOVE CHH-STREAM TO WS-STREAM.
            PERFORM FIND-SIGNOFF-ENTRY.
            IF WS-SO-USE = 0 AND WS-SO-COUNT < WS-SO-MAX
                ADD 1 TO WS-SO-COUNT
                MOVE WS-SO-COUNT TO WS-SO-USE
                MOVE CHH-STREAM TO WS-SO-STREAM (WS-SO-USE)
            END-IF.
            IF WS-SO-USE > 0
                AND CHH-SEQ IS NUMERIC
                AND CHH-HASH IS NUMERIC
                MOVE CHH-DATE TO WS-SO-DATE (WS-SO-USE)
                MOVE CHH-SEQ TO WS-SO-SEQ (WS-SO-USE)
                MOVE CHH-HASH TO WS-SO-HASH (WS-SO-USE)
            END-IF.
            PERFORM READ-CHNHIST.

        FIND-SIGNOFF-ENTRY.
            MOVE 0 TO WS-SO-USE.
            SET WS-SO-IDX TO 1.
            SEARCH WS-SO-ENTRY
                WHEN WS-SO-IDX > WS-SO-COUNT
                    CONTINUE
                WHEN WS-SO-STREAM (WS-SO-IDX) = WS-STREAM
                    SET WS-SO-USE TO WS-SO-IDX
            END-SEARCH.

      *****************************************************************
      * ONE STREAM
      *****************************************************************
        READ-CHNPARM.
            READ CHNPARM
                AT END
                    MOVE 'Y' TO WS-EOF-SW
            END-READ.

        VERIFY-ONE-STREAM.
            IF CP-STREAM = SPACES
                OR CP-RECLEN NOT NUMERIC
                ADD 1 TO WS-CARD-REJECTS
                MOVE SPACES TO CHNRPT-REC
                STRING 'CARD REJECTED - ' DELIMITED BY SIZE
                       CHNPARM-REC (1:20) DELIMITED BY SIZE
                  INTO CHNRPT-REC
                WRITE CHNRPT-REC
            ELSE
                MOVE CP-RECLEN TO WS-RECLEN
                IF WS-RECLEN < 28 OR WS-RECLEN > 600
                    ADD 1 TO WS-CARD-REJECTS
                    MOVE SPACES TO CHNRPT-REC
                    STRING 'CARD REJECTED - ' DELIMITED BY SIZE
                           CHNPARM-REC (1:20) DELIMITED BY SIZE
                           ' - RECORD LENGTH NOT 28 TO 600'
                               DELIMITED BY SIZE
                      INTO CHNRPT-REC
                    WRITE CHNRPT-REC
                ELSE
                    PERFORM WALK-ONE-STREAM
                    PERFORM CLOSE-OUT-STREAM
                END-IF
            END-IF.
            PERFORM READ-CHNPARM.

      * A STREAM THAT IS NOT ROLLED OVER IS READ LIVE ONLY - A
      * FROM DATE PAST THE TO DATE SKIPS THE GENERATIONS.
        WALK-ONE-STREAM.
            ADD 1 TO WS-STREAM-COUNT.
            MOVE CP-STREAM TO WS-STREAM.
            MOVE 90 TO WS-BACK-DAYS.
            IF CP-BACK-DAYS IS NUMERIC
                MOVE CP-BACK-DAYS TO WS-BACK-DAYS
            END-IF.
            MOVE 'N' TO WS-ST-STARTED WS-END-GAP.
            MOVE 0 TO WS-ST-READ WS-ST-PRECHAIN WS-ST-RESEALED
                      WS-ST-BREAKS WS-ST-FILES WS-FIRST-SEQ
                      WS-LAST-SEQ WS-LAST-HASH WS-LAST-REC
                      WS-FILE-REC.
            MOVE SPACES TO WS-CUR-FILE WS-LAST-FILE.
            PERFORM FIND-SIGNOFF-ENTRY.
            MOVE WS-STREAM TO GEN-BASE-NAME.
            MOVE CP-PREFIX TO GEN-PREFIX.
            MOVE WS-RECLEN TO GEN-RECLEN-SET.
            MOVE WS-RUN-DATE TO GEN-TO-DATE.
            IF CP-PREFIX = SPACES
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1
            ELSE
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                        - WS-BACK-DAYS
            END-IF.
            COMPUTE GEN-FROM-DATE =
                FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
            PERFORM OPEN-GENERATION-STREAM.
            PERFORM READ-GENERATION-RECORD.
            PERFORM CHECK-ONE-RECORD UNTIL GEN-EOF = 'Y'.
            PERFORM CHECK-STREAM-TAIL.
            PERFORM CHECK-SIGNOFF-TAIL.

        CHECK-ONE-RECORD.
            IF GEN-FILE-NAME NOT = WS-CUR-FILE
                MOVE GEN-FILE-NAME TO WS-CUR-FILE
                MOVE 0 TO WS-FILE-REC
                ADD 1 TO WS-ST-FILES
            END-IF.
            ADD 1 TO WS-FILE-REC.
            ADD 1 TO WS-ST-READ.
            COMPUTE CHN-SEQ-AT = WS-RECLEN - 26.
            COMPUTE CHN-PREV-AT = WS-RECLEN - 17.
            MOVE GEN-RECORD (CHN-SEQ-AT:9) TO WS-SEQ-X.
            MOVE GEN-RECORD (CHN-PREV-AT:18) TO WS-PREV-X.
            IF WS-SEQ-X IS NUMERIC AND WS-SEQ-NUM > 0
                PERFORM CHECK-CHAINED-RECORD
            ELSE
                IF WS-ST-STARTED = 'N'
                    ADD 1 TO WS-ST-PRECHAIN
                ELSE
                    MOVE WS-CUR-FILE TO WS-BRK-FILE
                    MOVE WS-FILE-REC TO WS-BRK-REC
                    MOVE 'UNCHAINED ROW AFTER THE CHAIN STARTED'
                      TO WS-BRK-TEXT
                    PERFORM WRITE-BREAK-LINE
                END-IF
            END-IF.
            PERFORM READ-GENERATION-RECORD.

      * THE RECORD'S OWN HASH (RESOLVED THROUGH THE RE-SEAL
      * REGISTER) IS WHAT THE NEXT RECORD'S LINK MUST MATCH, SO A
      * MISMATCHED LINK CONVICTS THE RECORD BEFORE IT.
        CHECK-CHAINED-RECORD.
            MOVE WS-SEQ-NUM TO WS-SEQ.
            MOVE WS-RECLEN TO CHN-TEXT-LEN.
            MOVE GEN-RECORD (1:WS-RECLEN) TO CHN-TEXT.
            PERFORM COMPUTE-CHAIN-HASH.
            MOVE CHN-HASH TO WS-HASH.
            PERFORM RESOLVE-REGISTERED-HASH.
            COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1.
            IF WS-ST-STARTED = 'N'
                MOVE 'Y' TO WS-ST-STARTED
                MOVE WS-SEQ TO WS-FIRST-SEQ
            ELSE
                EVALUATE TRUE
                WHEN WS-PREV-X NOT NUMERIC
                    MOVE WS-CUR-FILE TO WS-BRK-FILE
                    MOVE WS-FILE-REC TO WS-BRK-REC
                    MOVE WS-SEQ TO WS-ED-SEQ
                    MOVE SPACES TO WS-BRK-TEXT
                    STRING 'SEQ' DELIMITED BY SIZE
                           WS-ED-SEQ DELIMITED BY SIZE
                           ' TRAILER DAMAGED - NO LINK'
                               DELIMITED BY SIZE
                      INTO WS-BRK-TEXT
                    PERFORM WRITE-BREAK-LINE
                WHEN WS-SEQ = WS-EXPECT-SEQ
                    IF WS-PREV-NUM NOT = WS-LAST-HASH
                        MOVE WS-LAST-FILE TO WS-BRK-FILE
                        MOVE WS-LAST-REC TO WS-BRK-REC
                        MOVE WS-LAST-SEQ TO WS-ED-SEQ
                        MOVE WS-SEQ TO WS-ED-SEQ2
                        MOVE SPACES TO WS-BRK-TEXT
                        STRING 'RECORD ALTERED - SEQ' DELIMITED BY SIZE
                               WS-ED-SEQ DELIMITED BY SIZE
                               ' NO LONGER MATCHES THE LINK FROM SEQ'
                                   DELIMITED BY SIZE
                               WS-ED-SEQ2 DELIMITED BY SIZE
                          INTO WS-BRK-TEXT
                        PERFORM WRITE-BREAK-LINE
                    END-IF
                WHEN WS-SEQ > WS-EXPECT-SEQ
                    MOVE WS-CUR-FILE TO WS-BRK-FILE
                    MOVE WS-FILE-REC TO WS-BRK-REC
                    COMPUTE WS-GAP-TO-SEQ = WS-SEQ - 1
                    MOVE WS-EXPECT-SEQ TO WS-ED-SEQ
                    MOVE WS-GAP-TO-SEQ TO WS-ED-SEQ2
                    MOVE SPACES TO WS-BRK-TEXT
                    STRING 'GAP - SEQ' DELIMITED BY SIZE
                           WS-ED-SEQ DELIMITED BY SIZE
                           ' THRU' DELIMITED BY SIZE
                           WS-ED-SEQ2 DELIMITED BY SIZE
                           ' MISSING BEFORE THIS RECORD'
                               DELIMITED BY SIZE
                      INTO WS-BRK-TEXT
                    PERFORM WRITE-BREAK-LINE
                WHEN OTHER
                    MOVE WS-CUR-FILE TO WS-BRK-FILE
                    MOVE WS-FILE-REC TO WS-BRK-REC
                    MOVE WS-SEQ TO WS-ED-SEQ
                    MOVE WS-LAST-SEQ TO WS-ED-SEQ2
                    MOVE SPACES TO WS-BRK-TEXT
                    STRING 'OUT OF SEQUENCE - SEQ' DELIMITED BY SIZE
                           WS-ED-SEQ DELIMITED BY SIZE
                           ' FOLLOWS SEQ' DELIMITED BY SIZE
                           WS-ED-SEQ2 DELIMITED BY SIZE
                      INTO WS-BRK-TEXT
                    PERFORM WRITE-BREAK-LINE
                END-EVALUATE
            END-IF.
            IF WS-SO-USE > 0
                AND WS-SEQ = WS-SO-SEQ (WS-SO-USE)
                AND WS-HASH NOT = WS-SO-HASH (WS-SO-USE)
                MOVE WS-CUR-FILE TO WS-BRK-FILE
                MOVE WS-FILE-REC TO WS-BRK-REC
                MOVE WS-SEQ TO WS-ED-SEQ
                MOVE SPACES TO WS-BRK-TEXT
                STRING 'RECORD ALTERED - SEQ' DELIMITED BY SIZE
                       WS-ED-SEQ DELIMITED BY SIZE
                       ' CHANGED SINCE SIGN-OFF ' DELIMITED BY SIZE
                       WS-SO-DATE (WS-SO-USE) DELIMITED BY SIZE
                  INTO WS-BRK-TEXT
                PERFORM WRITE-BREAK-LINE
            END-IF.
            MOVE WS-SEQ TO WS-LAST-SEQ.
            MOVE WS-HASH TO WS-LAST-HASH.
            MOVE WS-CUR-FILE TO WS-LAST-FILE.
            MOVE WS-FILE-REC TO WS-LAST-REC.

      * A HASH TESTG6AN REGISTERED AS THE NEW HASH OF THIS STREAM
      * AND SEQUENCE IS REPLACED BY THE HASH IT HAD BEFORE - AND SO
      * ON BACK, FOR A ROW RE-SEALED MORE THAN ONCE.
        RESOLVE-REGISTERED-HASH.
            MOVE 'N' TO WS-RS-DONE.
            MOVE 0 TO WS-RS-ROUNDS.
            PERFORM RESOLVE-ONE-RESEAL
                UNTIL WS-RS-DONE = 'Y' OR WS-RS-ROUNDS > 9.

        RESOLVE-ONE-RESEAL.
            ADD 1 TO WS-RS-ROUNDS.
            MOVE 'Y' TO WS-RS-DONE.
            SET WS-RG-IDX TO 1.
            SEARCH WS-RG-ENTRY
                WHEN WS-RG-IDX > WS-RG-COUNT
                    CONTINUE
                WHEN WS-RG-STREAM (WS-RG-IDX) = WS-STREAM
                    AND WS-RG-SEQ (WS-RG-IDX) = WS-SEQ
                    AND WS-RG-NEW-HASH (WS-RG-IDX) = WS-HASH
                    MOVE WS-RG-OLD-HASH (WS-RG-IDX) TO WS-HASH
                    MOVE 'N' TO WS-RS-DONE
                    IF WS-RS-ROUNDS = 1
                        ADD 1 TO WS-ST-RESEALED
                    END-IF
            END-SEARCH.

      * THE WALK AGAINST THE WRITERS' OWN RECORD OF THE STREAM'S
      * LAST SEQUENCE AND HASH - RE-READ NOW, AFTER THE WALK, SO A
      * ROW WRITTEN WHILE THE STREAM WAS BEING READ IS NOT TAKEN
      * FOR ONE APPENDED BEHIND THE WRITERS' BACKS.
        CHECK-STREAM-TAIL.
            MOVE 0 TO WS-TAIL-SEQ WS-TAIL-HASH.
            MOVE WS-STREAM TO CHN-STREAM.
            PERFORM LOCK-CHAIN-STATE.
            PERFORM READ-CHAIN-STATE.
            PERFORM RELEASE-CHAIN-STATE.
            IF CHN-STATE-OK NOT = 'Y'
                MOVE SPACES TO WS-BRK-FILE
                MOVE 0 TO WS-BRK-REC
                MOVE SPACES TO WS-BRK-TEXT
                STRING 'G6CHAIN STATE UNREADABLE - ' DELIMITED BY SIZE
                       'WRITERS ARE NOT CHAINING' DELIMITED BY SIZE
                  INTO WS-BRK-TEXT
                PERFORM WRITE-BREAK-LINE
            ELSE
                PERFORM FIND-CHAIN-STREAM
                IF CHN-USE > 0
                    MOVE CHN-ST-SEQ (CHN-USE) TO WS-TAIL-SEQ
                    MOVE CHN-ST-HASH (CHN-USE) TO WS-TAIL-HASH
                END-IF
                IF WS-ST-STARTED = 'Y'
                    PERFORM CHECK-TAIL-AGAINST-WALK
                ELSE
                    IF WS-TAIL-SEQ > 0
                        MOVE SPACES TO WS-BRK-FILE
                        MOVE 0 TO WS-BRK-REC
                        MOVE WS-TAIL-SEQ TO WS-ED-SEQ
                        MOVE SPACES TO WS-BRK-TEXT
                        STRING 'GAP - NO CHAINED ROWS FOUND, G6CHAIN '
                                   DELIMITED BY SIZE
                               'TAIL IS SEQ' DELIMITED BY SIZE
                               WS-ED-SEQ DELIMITED BY SIZE
                          INTO WS-BRK-TEXT
                        PERFORM WRITE-BREAK-LINE
                        MOVE 'Y' TO WS-END-GAP
                    END-IF
                END-IF
            END-IF.

        CHECK-TAIL-AGAINST-WALK.
            MOVE WS-LAST-FILE TO WS-BRK-FILE.
            MOVE WS-LAST-REC TO WS-BRK-REC.
            MOVE SPACES TO WS-BRK-TEXT.
            EVALUATE TRUE
            WHEN WS-TAIL-SEQ > WS-LAST-SEQ
                COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
                MOVE WS-EXPECT-SEQ TO WS-ED-SEQ
                MOVE WS-TAIL-SEQ TO WS-ED-SEQ2
                STRING 'GAP - SEQ' DELIMITED BY SIZE
                       WS-ED-SEQ DELIMITED BY SIZE
                       ' THRU' DELIMITED BY SIZE
                       WS-ED-SEQ2 DELIMITED BY SIZE
                       ' MISSING FROM THE END' DELIMITED BY SIZE
                  INTO WS-BRK-TEXT
                PERFORM WRITE-BREAK-LINE
                MOVE 'Y' TO WS-END-GAP
            WHEN WS-TAIL-SEQ = WS-LAST-SEQ
                IF WS-TAIL-HASH NOT = WS-LAST-HASH
                    MOVE WS-LAST-SEQ TO WS-ED-SEQ
                    STRING 'RECORD ALTERED - LAST RECORD SEQ'
                               DELIMITED BY SIZE
                           WS-ED-SEQ DELIMITED BY SIZE
                           ' NO LONGER MATCHES G6CHAIN'
                               DELIMITED BY SIZE
                      INTO WS-BRK-TEXT
                    PERFORM WRITE-BREAK-LINE
                END-IF
            WHEN OTHER
                MOVE WS-TAIL-SEQ TO WS-ED-SEQ
                MOVE WS-LAST-SEQ TO WS-ED-SEQ2
                STRING 'OUT OF SEQUENCE - STREAM RUNS TO SEQ'
                           DELIMITED BY SIZE
                       WS-ED-SEQ2 DELIMITED BY SIZE
                       ', G6CHAIN TAIL IS SEQ' DELIMITED BY SIZE
                       WS-ED-SEQ DELIMITED BY SIZE
                  INTO WS-BRK-TEXT
                PERFORM WRITE-BREAK-LINE
            END-EVALUATE.

      * A STREAM THAT NO LONGER REACHES THE SEQUENCE IT WAS SIGNED
      * OFF AT HAS LOST ROWS FROM THE END, EVEN IF G6CHAIN WAS SET
      * BACK TO HIDE IT.  ALREADY REPORTED WHEN G6CHAIN SHOWED IT.
        CHECK-SIGNOFF-TAIL.
            IF WS-SO-USE > 0
                AND WS-END-GAP = 'N'
                AND WS-SO-SEQ (WS-SO-USE) > WS-LAST-SEQ
                MOVE WS-LAST-FILE TO WS-BRK-FILE
                MOVE WS-LAST-REC TO WS-BRK-REC
                COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
                MOVE WS-EXPECT-SEQ TO WS-ED-SEQ
                MOVE WS-SO-SEQ (WS-SO-USE) TO WS-ED-SEQ2
                MOVE SPACES TO WS-BRK-TEXT
                STRING 'GAP - SEQ' DELIMITED BY SIZE
                       WS-ED-SEQ DELIMITED BY SIZE
                       ' THRU' DELIMITED BY SIZE
                       WS-ED-SEQ2 DELIMITED BY SIZE
                       ' GONE SINCE SIGN-OFF ' DELIMITED BY SIZE
                       WS-SO-DATE (WS-SO-USE) DELIMITED BY SIZE
                  INTO WS-BRK-TEXT
                PERFORM WRITE-BREAK-LINE
            END-IF.

      * THE STREAM'S SUMMARY LINE, ITS CHNRSLT ROW, AND - CLEAN
      * WITH A CHAIN TO SIGN - TONIGHT'S SIGN-OFF.
        CLOSE-OUT-STREAM.
            MOVE SPACES TO CHNRSLT-REC.
            MOVE WS-RUN-DATE TO CR-DATE.
            MOVE WS-STREAM TO CR-STREAM.
            MOVE WS-ST-READ TO CR-RECORDS.
            MOVE WS-ST-BREAKS TO CR-BREAKS.
            MOVE WS-LAST-SEQ TO CR-TAIL-SEQ.
            MOVE WS-ST-PRECHAIN TO CR-PRECHAIN.
            IF WS-ST-BREAKS = 0
                SET CR-CLEAN TO TRUE
                ADD 1 TO WS-CLEAN-COUNT
            ELSE
                SET CR-BROKEN TO TRUE
                ADD 1 TO WS-BROKEN-COUNT
            END-IF.
            WRITE CHNRSLT-REC.
            MOVE WS-ST-READ TO WS-ED-NUM.
            MOVE WS-ST-PRECHAIN TO WS-ED-NUM2.
            MOVE WS-ST-RESEALED TO WS-ED-NUM3.
            MOVE WS-FIRST-SEQ TO WS-ED-SEQ.
            MOVE WS-LAST-SEQ TO WS-ED-SEQ2.
            MOVE SPACES TO CHNRPT-REC.
            STRING WS-STREAM DELIMITED BY SIZE
                   '  FILES ' DELIMITED BY SIZE
                   WS-ST-FILES DELIMITED BY SIZE
                   '  RECORDS' DELIMITED BY SIZE
                   WS-ED-NUM DELIMITED BY SIZE
                   '  PRE-CHAIN' DELIMITED BY SIZE
                   WS-ED-NUM2 DELIMITED BY SIZE
                   '  RE-SEALED' DELIMITED BY SIZE
                   WS-ED-NUM3 DELIMITED BY SIZE
                   '  SEQ' DELIMITED BY SIZE
                   WS-ED-SEQ DELIMITED BY SIZE
                   ' -' DELIMITED BY SIZE
                   WS-ED-SEQ2 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CR-RESULT DELIMITED BY SIZE
              INTO CHNRPT-REC.
            WRITE CHNRPT-REC.
            IF WS-ST-BREAKS = 0 AND WS-ST-STARTED = 'Y'
                MOVE SPACES TO CHNHIST-REC
                MOVE WS-RUN-DATE TO CHH-DATE
                MOVE WS-STREAM TO CHH-STREAM
                MOVE WS-LAST-SEQ TO CHH-SEQ
                MOVE WS-LAST-HASH TO CHH-HASH
                WRITE CHNHIST-REC
            END-IF.

      *****************************************************************
      * REPORT
      *****************************************************************
        WRITE-REPORT-HEADINGS.
            MOVE SPACES TO CHNRPT-REC.
            STRING 'AUDIT CHAIN VERIFICATION - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-TIME (1:6) DELIMITED BY SIZE
              INTO CHNRPT-REC.
            WRITE CHNRPT-REC.
            IF WS-STATE-CREATED = 'Y'
                MOVE SPACES TO CHNRPT-REC
                STRING 'G6CHAIN WAS NOT PRESENT - CREATED EMPTY, '
                           DELIMITED BY SIZE
                       'CHAINS START WITH THE NEXT RECORD WRITTEN'
                           DELIMITED BY SIZE
                  INTO CHNRPT-REC
                WRITE CHNRPT-REC
            END-IF.
            IF WS-LOCK-CREATED = 'Y'
                MOVE SPACES TO CHNRPT-REC
                STRING 'G6CHLOCK WAS NOT PRESENT - CREATED EMPTY'
                           DELIMITED BY SIZE
                  INTO CHNRPT-REC
                WRITE CHNRPT-REC
            END-IF.
            IF WS-STATE-FULL = 'Y'
                MOVE SPACES TO CHNRPT-REC
                STRING '** G6CHAIN STATE TABLE FULL - '
                           DELIMITED BY SIZE
                       WS-FULL-STREAM DELIMITED BY SPACE
                       ' AND LATER NEW STREAMS UNCHAINED SINCE '
                           DELIMITED BY SIZE
                       WS-FULL-DATE DELIMITED BY SIZE
                       ' **' DELIMITED BY SIZE
                  INTO CHNRPT-REC
                WRITE CHNRPT-REC
            END-IF.
            IF WS-RG-FULL = 'Y'
                MOVE WS-RG-COUNT TO WS-ED-NUM
                MOVE SPACES TO CHNRPT-REC
                STRING '** G6CHNREG RE-SEAL REGISTER OVER'
                           DELIMITED BY SIZE
                       WS-ED-NUM DELIMITED BY SIZE
                       ' ROWS - LATER RE-SEALS NOT APPLIED **'
                           DELIMITED BY SIZE
                  INTO CHNRPT-REC
                WRITE CHNRPT-REC
            END-IF.
            MOVE SPACES TO CHNRPT-REC.
            WRITE CHNRPT-REC.

      * ONE BROKEN LINK - THE DATASET AND RECORD NUMBER WITHIN IT
      * (BLANK WHEN THE BREAK IS THE STREAM AS A WHOLE).
        WRITE-BREAK-LINE.
            ADD 1 TO WS-ST-BREAKS.
            MOVE SPACES TO CHNRPT-REC.
            IF WS-BRK-FILE = SPACES
                STRING '  ** ' DELIMITED BY SIZE
                       WS-STREAM DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-BRK-TEXT DELIMITED BY SIZE
                  INTO CHNRPT-REC
            ELSE
                MOVE WS-BRK-REC TO WS-ED-REC
                STRING '  ** ' DELIMITED BY SIZE
                       WS-STREAM DELIMITED BY SIZE
                       '  AT ' DELIMITED BY SIZE
                       WS-BRK-FILE DELIMITED BY SIZE
                       ' RECORD' DELIMITED BY SIZE
                       WS-ED-REC DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-BRK-TEXT DELIMITED BY SIZE
                  INTO CHNRPT-REC
            END-IF.
            WRITE CHNRPT-REC.

        WRITE-REPORT-TOTALS.
            MOVE SPACES TO CHNRPT-REC.
            WRITE CHNRPT-REC.
            MOVE SPACES TO CHNRPT-REC.
            STRING 'STREAMS VERIFIED ' DELIMITED BY SIZE
                   WS-STREAM-COUNT DELIMITED BY SIZE
                   '  CLEAN ' DELIMITED BY SIZE
                   WS-CLEAN-COUNT DELIMITED BY SIZE
                   '  BROKEN ' DELIMITED BY SIZE
                   WS-BROKEN-COUNT DELIMITED BY SIZE
                   '  CARDS REJECTED ' DELIMITED BY SIZE
                   WS-CARD-REJECTS DELIMITED BY SIZE
              INTO CHNRPT-REC.
            WRITE CHNRPT-REC.

        COPY G6GENRP.

        COPY G6CHNP.
