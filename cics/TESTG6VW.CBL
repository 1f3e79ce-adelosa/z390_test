      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * RPV6 REPORT-REPOSITORY VIEWER - DRIVING TRANSACTION
      *
      * THE ONLINE SIDE OF RPSTOR1/RPRTRV1.  A SUPERVISOR READS A
      * KEPT WINDOW REPORT (LAST TUESDAY'S G6SDRPT, AN EODSUM1 PAGE)
      * AT THE DESK INSTEAD OF SUBMITTING A RETRIEVAL AND WAITING ON
      * THE SPOOL.  TWO MODES ON ONE SCREEN:
      *   LIST - THE G6RPIX INDEX ROWS (SEE G6RPIX.CPY) IN REPORT
      *          NAME ORDER, NEWEST DATE FIRST, OPTIONALLY ONLY ONE
      *          REPORT NAME.  PF7/PF8 PAGE THE LIST; A ROW NUMBER IN
      *          THE SELECTION FIELD OPENS THAT REPORT.
      *   VIEW - FOURTEEN LINES OF THE KEPT MEMBER AT A TIME FROM
      *          THE START COLUMN KEYED (THE REPORTS ARE WIDER THAN
      *          THE SCREEN).  PF7/PF8 PAGE; FIND TEXT + ENTER MOVES
      *          TO THE NEXT LINE BELOW THE TOP OF THE PAGE HOLDING
      *          IT, SO REPEATED ENTERS WALK EVERY OCCURRENCE.
      * REPORT NAME + DATE + ENTER OPENS A REPORT DIRECTLY; A BLANK
      * DATE LISTS.  BUR6 HANDS A FINISHED REQUEST'S OUTPUT IN BY
      * MEMBER NAME (SEE G6RPVCA.CPY) AND IT OPENS STRAIGHT AWAY.
      * SOME KEPT REPORTS CARRY CUSTOMER DATA, SO THE SCREEN NEEDS
      * THE 'P' (REPORT REPOSITORY) PERMISSION ON OPSECMST AND A
      * PIN6-VERIFIED SESSION.  NOTHING IS CHANGED - THE INDEX AND
      * THE MEMBERS ARE ONLY EVER READ HERE.
      *
        PROGRAM-ID. TESTG6VW.
        ENVIRONMENT DIVISION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP20CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY DFHAID.
        COPY CICAIDSW.

      * SESSION TRACKING WITH IDLE TIMEOUT - SEE G6SESSW.CPY.
        COPY G6SESSW.
        COPY OPSECCKW.
        01  WS-VIEWER-FOUND    PIC X(1).
            88  WS-IS-VIEWER       VALUE 'Y'.

      * THE INDEX, LOADED WHOLE FOR THE TRIP IN REPORT NAME ORDER,
      * NEWEST DATE FIRST WITHIN A NAME - SAME TABLE LIMIT AS
      * RPSTOR1.
        COPY G6RPIX.
        01  WS-IX-NAME         PIC X(8) VALUE 'G6RPIX'.
        01  WS-IX-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-IX-DENY         PIC X(1) VALUE X'03'.
        01  WS-IX-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-IX-HANDLE       PIC X(4).
        01  WS-IX-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-IX-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-IX-STATUS       PIC S9(9) COMP-5.
        01  WS-IX-RECLEN       PIC 9(8) COMP-5.
        01  WS-IX-EOF          PIC X(1).
        01  WS-IX-MAX          PIC 9(4) COMP VALUE 1000.
        01  WS-IX-COUNT        PIC 9(4) COMP VALUE 0.
        01  WS-IX-OVERFLOW     PIC 9(5) COMP VALUE 0.
        01  WS-IX-TABLE.
            02  WS-IX-ENTRY OCCURS 1000 TIMES.
                03  WS-IX-ROW  PIC X(50).
        01  WS-IX-IDX          PIC 9(4) COMP.
        01  WS-IX-SLOT         PIC 9(4) COMP.
        01  WS-IX-DEST         PIC 9(4) COMP.
        01  WS-IX-USE          PIC 9(4) COMP.
        01  WS-IX-NEW          PIC X(50).
        01  WS-IX-NEW-PARTS REDEFINES WS-IX-NEW.
            02  WS-IX-NEW-REPORT   PIC X(8).
            02  FILLER             PIC X(1).
            02  WS-IX-NEW-DATE     PIC 9(8).
            02  FILLER             PIC X(33).

      * THE KEPT MEMBER, READ FROM THE TOP EACH TRIP UP TO THE PAGE
      * WANTED.  THE LINE BUFFER IS A SCREEN-WIDTH WIDER THAN THE
      * WIDEST REPORT SO ANY START COLUMN SLICES A FULL SCREEN LINE.
        01  WS-MEM-HANDLE      PIC X(4).
        01  WS-MEM-STATUS      PIC S9(9) COMP-5.
        01  WS-MEM-EOF         PIC X(1).
        01  WS-LINE-BUF        PIC X(210).
        01  WS-LINE-NO         PIC 9(6) COMP.
        01  WS-LAST-LINE       PIC 9(6) COMP.
        01  WS-FOUND-LINE      PIC 9(6) COMP.

      * SCREEN WORK FIELDS.
        01  WS-PAGE-LINES      PIC 9(2) COMP VALUE 14.
        01  WS-SCR-IDX         PIC 9(2) COMP.
        01  WS-SCR-LINE        PIC X(79).
        01  WS-SEL-IN          PIC X(2).
        01  WS-SEL-NUM         PIC 9(2).
        01  WS-COL-IN          PIC X(3).
        01  WS-COL-SHIFT       PIC X(2).
        01  WS-COL-NUM         PIC 9(3).
        01  WS-PAGE-WORK       PIC 9(6) COMP.
        01  WS-PAGE-COUNT      PIC 9(6) COMP.
        01  WS-FIND-TEXT       PIC X(20).
        01  WS-FIND-LEN        PIC 9(2) COMP.
        01  WS-FIND-TALLY      PIC 9(4) COMP.
        01  WS-ED-FROM         PIC ZZZZZ9.
        01  WS-ED-TO           PIC ZZZZZ9.
        01  WS-ED-OF           PIC ZZZZZ9.
        01  WS-ED-COL          PIC 9(3).
        01  WS-ED-ROW          PIC 99.

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
        COPY G6RPVCA.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

            PERFORM CHECK-REPORT-VIEWER.
            IF NOT WS-IS-VIEWER
                MOVE SPACES TO RPVWO
                MOVE -1 TO VWRPTL
                MOVE 'EG01' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('RPVW') MAPSET('MAP20')
                          FROM(RPVWO) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.

      * AN IDLE CONVERSATION MUST RE-IDENTIFY - THE TIMED-OUT TRIP
      * IS REFUSED AND THE OPERATOR'S NEXT ENTRY OPENS A FRESH
      * SESSION.
            MOVE EIBOPID  TO SESS-OPID-WK.
            MOVE EIBTRMID TO SESS-TRMID-WK.
            PERFORM CHECK-SESSION-ACTIVITY.
            IF SESS-EXPIRED = 'Y'
                MOVE SPACES TO RPVWO
                MOVE -1 TO VWRPTL
                MOVE 'E033' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('RPVW') MAPSET('MAP20')
                          FROM(RPVWO) ERASE
                END-EXEC
                GO TO TESTG6VW-RETURN
            END-IF.
      * THE SESSION IS LIVE BUT NOBODY HAS PROVED WHO THEY ARE -
      * THE PIN6 SIGN-ON MUST VERIFY THE OPERATOR FIRST.
            IF SESS-PIN-VERIFIED NOT = 'Y'
                MOVE SPACES TO RPVWO
                MOVE -1 TO VWRPTL
                MOVE 'E034' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                EXEC CICS SEND MAP('RPVW') MAPSET('MAP20')
                          FROM(RPVWO) ERASE
                END-EXEC
                GO TO TESTG6VW-RETURN
            END-IF.

            IF EIBCALEN = 0
                PERFORM START-FRESH-LIST
                GO TO TESTG6VW-RETURN
            END-IF.

      * HANDED IN WITH A KEPT MEMBER TO OPEN - THE SCREEN STILL
      * SHOWS THE HANDING PROGRAM'S MAP, SO THERE IS NOTHING OF OURS
      * TO RECEIVE.
            IF RPVCA-HANDOFF = 'Y'
                MOVE 'N' TO RPVCA-HANDOFF
                PERFORM OPEN-HANDED-MEMBER
                GO TO TESTG6VW-RETURN
            END-IF.

            EXEC CICS RECEIVE MAP('RPVW') MAPSET('MAP20')
                      INTO(RPVWI)
            END-EXEC.

            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-REDISPLAY
                PERFORM START-FRESH-LIST
                GO TO TESTG6VW-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6VW-RETURN
            END-IF.
            MOVE SPACES TO SE-MSG-CODE-WK.
            MOVE VWFINDI TO WS-FIND-TEXT.
            IF AID-ACTION-PAGE-DOWN
                IF RPVCA-VIEWING
                    ADD WS-PAGE-LINES TO RPVCA-TOP
                    PERFORM SHOW-REPORT-PAGE
                ELSE
                    ADD WS-PAGE-LINES TO RPVCA-LIST-TOP
                    PERFORM SHOW-INDEX-PAGE
                END-IF
                GO TO TESTG6VW-RETURN
            END-IF.
            IF AID-ACTION-PAGE-UP
                IF RPVCA-VIEWING
                    IF RPVCA-TOP > WS-PAGE-LINES
                        SUBTRACT WS-PAGE-LINES FROM RPVCA-TOP
                    ELSE
                        MOVE 1 TO RPVCA-TOP
                    END-IF
                    PERFORM SHOW-REPORT-PAGE
                ELSE
                    IF RPVCA-LIST-TOP > WS-PAGE-LINES
                        SUBTRACT WS-PAGE-LINES FROM RPVCA-LIST-TOP
                    ELSE
                        MOVE 1 TO RPVCA-LIST-TOP
                    END-IF
                    PERFORM SHOW-INDEX-PAGE
                END-IF
                GO TO TESTG6VW-RETURN
            END-IF.

      * ENTER.  THE START COLUMN FIRST - BLANK MEANS COLUMN 1.
            MOVE VWCOLI TO WS-COL-IN.
            IF WS-COL-IN = SPACES
                MOVE 1 TO WS-COL-NUM
            ELSE
                PERFORM SHIFT-COL-RIGHT
                    UNTIL WS-COL-IN (3:1) NOT = SPACE
                INSPECT WS-COL-IN REPLACING LEADING SPACES BY ZERO
                IF WS-COL-IN IS NOT NUMERIC
                    MOVE 'EG06' TO SE-MSG-CODE-WK
                    PERFORM SHOW-CODED-MESSAGE
                    GO TO TESTG6VW-RETURN
                END-IF
                MOVE WS-COL-IN TO WS-COL-NUM
            END-IF.
            IF WS-COL-NUM < 1 OR WS-COL-NUM > 132
                OR (RPVCA-VIEWING AND WS-COL-NUM > RPVCA-LRECL)
                MOVE 'EG06' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6VW-RETURN
            END-IF.
            MOVE WS-COL-NUM TO RPVCA-COL.

      * A ROW NUMBER FROM THE LISTED PAGE OPENS THAT REPORT.
            IF VWSELI NOT = SPACES
                PERFORM OPEN-SELECTED-ROW
                GO TO TESTG6VW-RETURN
            END-IF.

      * REPORT + DATE: THE SAME REPORT ALREADY OPEN FINDS OR
      * REPAINTS AT THE NEW COLUMN; ANY OTHER IS LOOKED UP.
            IF VWDATEI NOT = SPACES
                IF VWDATEI IS NOT NUMERIC
                    MOVE 'EG08' TO SE-MSG-CODE-WK
                    PERFORM SHOW-CODED-MESSAGE
                    GO TO TESTG6VW-RETURN
                END-IF
                IF RPVCA-VIEWING
                    AND VWRPTI = RPVCA-REPORT
                    AND VWDATEI = RPVCA-DATE
                    IF WS-FIND-TEXT NOT = SPACES
                        PERFORM FIND-REPORT-TEXT
                    ELSE
                        PERFORM SHOW-REPORT-PAGE
                    END-IF
                ELSE
                    PERFORM OPEN-KEYED-REPORT
                END-IF
                GO TO TESTG6VW-RETURN
            END-IF.

            IF WS-FIND-TEXT NOT = SPACES
                MOVE 'EG09' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
                GO TO TESTG6VW-RETURN
            END-IF.

      * NO DATE - LIST WHAT IS KEPT UNDER THE NAME KEYED (OR ALL).
            MOVE 'L' TO RPVCA-MODE.
            MOVE VWRPTI TO RPVCA-FILTER.
            MOVE 1 TO RPVCA-LIST-TOP.
            PERFORM SHOW-INDEX-PAGE.

        TESTG6VW-RETURN.
            MOVE 'Y' TO RPVCA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('RPV6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

      * RIGHT-JUSTIFY A SHORT ENTRY ('5  ' -> '  5').
        SHIFT-COL-RIGHT.
            MOVE WS-COL-IN (1:2) TO WS-COL-SHIFT.
            MOVE SPACE TO WS-COL-IN (1:1).
            MOVE WS-COL-SHIFT TO WS-COL-IN (2:2).

        CHECK-REPORT-VIEWER.
            MOVE 'N' TO WS-VIEWER-FOUND.
            PERFORM READ-OPERATOR-SECURITY.
            MOVE 'P' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF OPSEC-PERM-IS-OK
                MOVE 'Y' TO WS-VIEWER-FOUND
            END-IF.

        COPY OPSECCKP.

        COPY G6SESSP.

        START-FRESH-LIST.
            MOVE 'L' TO RPVCA-MODE.
            MOVE SPACES TO RPVCA-FILTER RPVCA-REPORT RPVCA-DATE
                           RPVCA-MEMBER RPVCA-JOB SE-MSG-CODE-WK
                           WS-FIND-TEXT.
            MOVE 1 TO RPVCA-LIST-TOP RPVCA-TOP RPVCA-COL.
            MOVE 0 TO RPVCA-LRECL RPVCA-LINES.
            MOVE 'N' TO RPVCA-HANDOFF.
            PERFORM SHOW-INDEX-PAGE.

      *****************************************************************
      * LIST MODE
      *****************************************************************
      * LOAD THE INDEX ROWS PASSING THE FILTER, EACH SLOTTED INTO
      * NAME ORDER, NEWEST DATE FIRST.  A RERUN STORED THE SAME DAY
      * LANDS AFTER THE EARLIER ROW, SO THE LATER OF TWO EQUAL ROWS
      * IS THE ONE RPSTOR1 WROTE LAST.
        LOAD-INDEX-TABLE.
            MOVE 0 TO WS-IX-COUNT WS-IX-OVERFLOW.
            CALL 'CBL_OPEN_FILE' USING WS-IX-NAME
                     WS-IX-ACCESS WS-IX-DENY
                     WS-IX-DEVICE WS-IX-HANDLE
                GIVING WS-IX-STATUS.
            IF WS-IX-STATUS = 0
                MOVE 'N' TO WS-IX-EOF
                PERFORM LOAD-ONE-INDEX UNTIL WS-IX-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-IX-HANDLE
                    GIVING WS-IX-STATUS
            END-IF.

        LOAD-ONE-INDEX.
            MOVE LENGTH OF RPIX-REC TO WS-IX-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-IX-HANDLE
                     WS-IX-RECLEN WS-IX-FLAGS
                     WS-IX-RESERVED RPIX-REC
                GIVING WS-IX-STATUS.
            IF WS-IX-STATUS NOT = 0
                MOVE 'Y' TO WS-IX-EOF
            ELSE
                IF RPVCA-FILTER = SPACES
                    OR RPIX-REPORT = RPVCA-FILTER
                    IF WS-IX-COUNT < WS-IX-MAX
                        PERFORM SLOT-ONE-INDEX
                    ELSE
                        ADD 1 TO WS-IX-OVERFLOW
                    END-IF
                END-IF
            END-IF.

        SLOT-ONE-INDEX.
            MOVE RPIX-REC TO WS-IX-NEW.
            COMPUTE WS-IX-SLOT = WS-IX-COUNT + 1.
            PERFORM FIND-INDEX-SLOT
                VARYING WS-IX-IDX FROM 1 BY 1
                UNTIL WS-IX-IDX > WS-IX-COUNT
                   OR WS-IX-SLOT <= WS-IX-COUNT.
            PERFORM SHIFT-INDEX-TAIL
                VARYING WS-IX-IDX FROM WS-IX-COUNT BY -1
                UNTIL WS-IX-IDX < WS-IX-SLOT.
            MOVE WS-IX-NEW TO WS-IX-ROW (WS-IX-SLOT).
            ADD 1 TO WS-IX-COUNT.

      * THE NEW ROW GOES AHEAD OF THE FIRST ROW OF A LATER NAME, OR
      * OF THE SAME NAME WITH AN OLDER DATE.
        FIND-INDEX-SLOT.
            MOVE WS-IX-ROW (WS-IX-IDX) TO RPIX-REC.
            IF RPIX-REPORT > WS-IX-NEW-REPORT
                OR (RPIX-REPORT = WS-IX-NEW-REPORT
                    AND RPIX-DATE < WS-IX-NEW-DATE)
                MOVE WS-IX-IDX TO WS-IX-SLOT
            END-IF.

        SHIFT-INDEX-TAIL.
            COMPUTE WS-IX-DEST = WS-IX-IDX + 1.
            MOVE WS-IX-ROW (WS-IX-IDX) TO WS-IX-ROW (WS-IX-DEST).

      * PAINT FOURTEEN INDEX ROWS FROM RPVCA-LIST-TOP.  PF8 PAST THE
      * END SNAPS BACK TO THE LAST PAGE.
        SHOW-INDEX-PAGE.
            PERFORM LOAD-INDEX-TABLE.
            MOVE SPACES TO RPVWO.
            IF WS-IX-COUNT = 0
                MOVE 1 TO RPVCA-LIST-TOP
                IF SE-MSG-CODE-WK = SPACES
                    MOVE 'EG07' TO SE-MSG-CODE-WK
                END-IF
            ELSE
                IF RPVCA-LIST-TOP > WS-IX-COUNT
                    COMPUTE WS-PAGE-WORK = WS-IX-COUNT - 1
                    DIVIDE WS-PAGE-WORK BY WS-PAGE-LINES
                        GIVING WS-PAGE-COUNT
                    COMPUTE RPVCA-LIST-TOP =
                        WS-PAGE-COUNT * WS-PAGE-LINES + 1
                END-IF
                IF RPVCA-LIST-TOP < 1
                    MOVE 1 TO RPVCA-LIST-TOP
                END-IF
            END-IF.
            PERFORM SHOW-ONE-INDEX-LINE
                VARYING WS-SCR-IDX FROM 1 BY 1
                UNTIL WS-SCR-IDX > WS-PAGE-LINES.
            MOVE RPVCA-LIST-TOP TO WS-ED-FROM.
            COMPUTE WS-LAST-LINE = RPVCA-LIST-TOP + WS-PAGE-LINES - 1.
            IF WS-LAST-LINE > WS-IX-COUNT
                MOVE WS-IX-COUNT TO WS-LAST-LINE
            END-IF.
            MOVE WS-LAST-LINE TO WS-ED-TO.
            MOVE WS-IX-COUNT  TO WS-ED-OF.
            IF WS-IX-COUNT = 0
                CONTINUE
            ELSE
            IF WS-IX-OVERFLOW > 0
                STRING 'KEPT REPORTS ' DELIMITED BY SIZE
                       WS-ED-FROM DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-ED-TO DELIMITED BY SIZE
                       ' OF FIRST' DELIMITED BY SIZE
                       WS-ED-OF DELIMITED BY SIZE
                       ' - NAME A REPORT TO NARROW'
                           DELIMITED BY SIZE
                  INTO VWHDRO
            ELSE
                STRING 'KEPT REPORTS ' DELIMITED BY SIZE
                       WS-ED-FROM DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-ED-TO DELIMITED BY SIZE
                       ' OF' DELIMITED BY SIZE
                       WS-ED-OF DELIMITED BY SIZE
                       '   ROW NUMBER + ENTER TO VIEW'
                           DELIMITED BY SIZE
                  INTO VWHDRO
            END-IF
            END-IF.
            MOVE RPVCA-FILTER TO VWRPTO.
            MOVE -1 TO VWSELL.
            PERFORM SEND-VIEWER-SCREEN.

        SHOW-ONE-INDEX-LINE.
            MOVE SPACES TO WS-SCR-LINE.
            COMPUTE WS-IX-USE = RPVCA-LIST-TOP + WS-SCR-IDX - 1.
            IF WS-IX-USE <= WS-IX-COUNT
                MOVE WS-IX-ROW (WS-IX-USE) TO RPIX-REC
                MOVE WS-SCR-IDX TO WS-ED-ROW
                MOVE RPIX-LINES TO WS-ED-OF
                STRING WS-ED-ROW DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       RPIX-REPORT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RPIX-DATE DELIMITED BY SIZE
                       '  MEMBER ' DELIMITED BY SIZE
                       RPIX-MEMBER DELIMITED BY SIZE
                       '  JOB ' DELIMITED BY SIZE
                       RPIX-JOB DELIMITED BY SIZE
                       '  LINES' DELIMITED BY SIZE
                       WS-ED-OF DELIMITED BY SIZE
                       '  KEEP ' DELIMITED BY SIZE
                       RPIX-RETAIN DELIMITED BY SIZE
                  INTO WS-SCR-LINE
            END-IF.
            PERFORM PUT-SCREEN-LINE.

        OPEN-SELECTED-ROW.
            MOVE 0 TO WS-IX-USE.
            MOVE VWSELI TO WS-SEL-IN.
            IF WS-SEL-IN (2:1) = SPACE
                MOVE WS-SEL-IN (1:1) TO WS-SEL-IN (2:1)
                MOVE '0' TO WS-SEL-IN (1:1)
            END-IF.
            INSPECT WS-SEL-IN REPLACING LEADING SPACES BY ZERO.
            IF RPVCA-LISTING AND WS-SEL-IN IS NUMERIC
                MOVE WS-SEL-IN TO WS-SEL-NUM
                IF WS-SEL-NUM >= 1 AND WS-SEL-NUM <= WS-PAGE-LINES
                    PERFORM LOAD-INDEX-TABLE
                    COMPUTE WS-IX-USE = RPVCA-LIST-TOP + WS-SEL-NUM - 1
                    IF WS-IX-USE > WS-IX-COUNT
                        MOVE 0 TO WS-IX-USE
                    END-IF
                END-IF
            END-IF.
            IF WS-IX-USE = 0
                MOVE 'EG04' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
            ELSE
                MOVE WS-IX-ROW (WS-IX-USE) TO RPIX-REC
                PERFORM OPEN-REPORT-VIEW
            END-IF.

      * LOOK THE KEYED REPORT AND DATE UP - THE LAST MATCHING ROW IN
      * TABLE ORDER IS THE LATEST STORE OF THAT DAY.
        OPEN-KEYED-REPORT.
            MOVE VWRPTI TO RPVCA-FILTER.
            PERFORM LOAD-INDEX-TABLE.
            MOVE 0 TO WS-IX-USE.
            PERFORM MATCH-ONE-INDEX
                VARYING WS-IX-IDX FROM 1 BY 1
                UNTIL WS-IX-IDX > WS-IX-COUNT.
            IF WS-IX-USE = 0
                MOVE 'EG02' TO SE-MSG-CODE-WK
                PERFORM SHOW-CODED-MESSAGE
            ELSE
                MOVE WS-IX-ROW (WS-IX-USE) TO RPIX-REC
                PERFORM OPEN-REPORT-VIEW
            END-IF.

        MATCH-ONE-INDEX.
            MOVE WS-IX-ROW (WS-IX-IDX) TO RPIX-REC.
            IF RPIX-REPORT = VWRPTI AND RPIX-DATE = VWDATEI
                MOVE WS-IX-IDX TO WS-IX-USE
            END-IF.

      * OPEN THE HANDED-IN MEMBER FROM ITS INDEX ROW.  A MEMBER NO
      * LONGER ON THE INDEX (PURGED SINCE) LISTS WHAT IS STILL KEPT
      * UNDER ITS REPORT NAME INSTEAD.
        OPEN-HANDED-MEMBER.
            MOVE SPACES TO RPVCA-FILTER SE-MSG-CODE-WK WS-FIND-TEXT.
            MOVE 1 TO RPVCA-LIST-TOP RPVCA-COL.
            PERFORM LOAD-INDEX-TABLE.
            MOVE 0 TO WS-IX-USE.
            PERFORM MATCH-HANDED-MEMBER
                VARYING WS-IX-IDX FROM 1 BY 1
                UNTIL WS-IX-IDX > WS-IX-COUNT.
            IF WS-IX-USE = 0
                MOVE 'L' TO RPVCA-MODE
                MOVE RPVCA-REPORT TO RPVCA-FILTER
                MOVE 'EG03' TO SE-MSG-CODE-WK
                PERFORM SHOW-INDEX-PAGE
            ELSE
                MOVE WS-IX-ROW (WS-IX-USE) TO RPIX-REC
                PERFORM OPEN-REPORT-VIEW
            END-IF.

        MATCH-HANDED-MEMBER.
            MOVE WS-IX-ROW (WS-IX-IDX) TO RPIX-REC.
            IF RPIX-MEMBER = RPVCA-MEMBER
                MOVE WS-IX-IDX TO WS-IX-USE
            END-IF.

      *****************************************************************
      * VIEW MODE
      *****************************************************************
        OPEN-REPORT-VIEW.
            MOVE 'V' TO RPVCA-MODE.
            MOVE RPIX-REPORT TO RPVCA-REPORT.
            MOVE RPIX-DATE   TO RPVCA-DATE.
            MOVE RPIX-MEMBER TO RPVCA-MEMBER.
            MOVE RPIX-JOB    TO RPVCA-JOB.
            MOVE RPIX-LRECL  TO RPVCA-LRECL.
            IF RPVCA-LRECL = 0 OR RPVCA-LRECL > 132
                MOVE 132 TO RPVCA-LRECL
            END-IF.
            MOVE RPIX-LINES  TO RPVCA-LINES.
            MOVE 1 TO RPVCA-TOP.
            IF RPVCA-COL > RPVCA-LRECL
                MOVE 1 TO RPVCA-COL
            END-IF.
            MOVE SPACES TO WS-FIND-TEXT.
            PERFORM SHOW-REPORT-PAGE.

      * PAINT FOURTEEN MEMBER LINES FROM RPVCA-TOP, SLICED FROM
      * RPVCA-COL.  PF8 PAST THE END SNAPS BACK TO THE LAST PAGE.
        SHOW-REPORT-PAGE.
            IF RPVCA-LINES > 0 AND RPVCA-TOP > RPVCA-LINES
                COMPUTE WS-PAGE-WORK = RPVCA-LINES - 1
                DIVIDE WS-PAGE-WORK BY WS-PAGE-LINES
                    GIVING WS-PAGE-COUNT
                COMPUTE RPVCA-TOP = WS-PAGE-COUNT * WS-PAGE-LINES + 1
            END-IF.
            IF RPVCA-TOP < 1
                MOVE 1 TO RPVCA-TOP
            END-IF.
            MOVE SPACES TO RPVWO.
            COMPUTE WS-LAST-LINE = RPVCA-TOP + WS-PAGE-LINES - 1.
            CALL 'CBL_OPEN_FILE' USING RPVCA-MEMBER
                     WS-IX-ACCESS WS-IX-DENY
                     WS-IX-DEVICE WS-MEM-HANDLE
                GIVING WS-MEM-STATUS.
            IF WS-MEM-STATUS NOT = 0
      * INDEXED BUT GONE FROM DISK - BACK TO THE LIST.
                MOVE 'L' TO RPVCA-MODE
                MOVE 'EG03' TO SE-MSG-CODE-WK
            ELSE
                MOVE 0 TO WS-LINE-NO
                MOVE 'N' TO WS-MEM-EOF
                PERFORM READ-PAGE-LINE
                    UNTIL WS-MEM-EOF = 'Y'
                       OR WS-LINE-NO >= WS-LAST-LINE
                CALL 'CBL_CLOSE_FILE' USING WS-MEM-HANDLE
                    GIVING WS-MEM-STATUS
            END-IF.
            MOVE RPVCA-TOP TO WS-ED-FROM.
            IF WS-LAST-LINE > RPVCA-LINES
                MOVE RPVCA-LINES TO WS-LAST-LINE
            END-IF.
            MOVE WS-LAST-LINE TO WS-ED-TO.
            MOVE RPVCA-LINES TO WS-ED-OF.
            MOVE RPVCA-COL TO WS-ED-COL.
            STRING RPVCA-REPORT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RPVCA-DATE DELIMITED BY SIZE
                   '  JOB ' DELIMITED BY SIZE
                   RPVCA-JOB DELIMITED BY SIZE
                   '  LINES' DELIMITED BY SIZE
                   WS-ED-FROM DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-ED-TO DELIMITED BY SIZE
                   ' OF' DELIMITED BY SIZE
                   WS-ED-OF DELIMITED BY SIZE
                   '  COL ' DELIMITED BY SIZE
                   WS-ED-COL DELIMITED BY SIZE
              INTO VWHDRO.
            MOVE RPVCA-REPORT TO VWRPTO.
            MOVE RPVCA-DATE   TO VWDATEO.
            MOVE WS-ED-COL    TO VWCOLO.
            MOVE WS-FIND-TEXT TO VWFINDO.
            MOVE -1 TO VWFINDL.
            PERFORM SEND-VIEWER-SCREEN.

        READ-PAGE-LINE.
            PERFORM READ-MEMBER-LINE.
            IF WS-MEM-EOF NOT = 'Y' AND WS-LINE-NO >= RPVCA-TOP
                COMPUTE WS-SCR-IDX = WS-LINE-NO - RPVCA-TOP + 1
                MOVE WS-LINE-BUF (RPVCA-COL:79) TO WS-SCR-LINE
                PERFORM PUT-SCREEN-LINE
            END-IF.

        READ-MEMBER-LINE.
            MOVE SPACES TO WS-LINE-BUF.
            MOVE RPVCA-LRECL TO WS-IX-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-MEM-HANDLE
                     WS-IX-RECLEN WS-IX-FLAGS
                     WS-IX-RESERVED WS-LINE-BUF
                GIVING WS-MEM-STATUS.
            IF WS-MEM-STATUS NOT = 0
                MOVE 'Y' TO WS-MEM-EOF
            ELSE
                ADD 1 TO WS-LINE-NO
            END-IF.

      * THE NEXT LINE BELOW THE TOP OF THE PAGE HOLDING THE FIND
      * TEXT (ANYWHERE ACROSS THE FULL REPORT WIDTH) BECOMES THE TOP
      * OF THE PAGE.
        FIND-REPORT-TEXT.
            MOVE 20 TO WS-FIND-LEN.
            PERFORM SHORTEN-FIND-TEXT
                UNTIL WS-FIND-LEN = 1
                   OR WS-FIND-TEXT (WS-FIND-LEN:1) NOT = SPACE.
            MOVE 0 TO WS-FOUND-LINE.
            CALL 'CBL_OPEN_FILE' USING RPVCA-MEMBER
                     WS-IX-ACCESS WS-IX-DENY
                     WS-IX-DEVICE WS-MEM-HANDLE
                GIVING WS-MEM-STATUS.
            IF WS-MEM-STATUS = 0
                MOVE 0 TO WS-LINE-NO
                MOVE 'N' TO WS-MEM-EOF
                PERFORM SCAN-FIND-LINE
                    UNTIL WS-MEM-EOF = 'Y' OR WS-FOUND-LINE > 0
                CALL 'CBL_CLOSE_FILE' USING WS-MEM-HANDLE
                    GIVING WS-MEM-STATUS
            END-IF.
            IF WS-FOUND-LINE > 0
                MOVE WS-FOUND-LINE TO RPVCA-TOP
            ELSE
                MOVE 'EG05' TO SE-MSG-CODE-WK
            END-IF.
            PERFORM SHOW-REPORT-PAGE.

        SHORTEN-FIND-TEXT.
            SUBTRACT 1 FROM WS-FIND-LEN.

        SCAN-FIND-LINE.
            PERFORM READ-MEMBER-LINE.
            IF WS-MEM-EOF NOT = 'Y' AND WS-LINE-NO > RPVCA-TOP
                MOVE 0 TO WS-FIND-TALLY
                INSPECT WS-LINE-BUF (1:RPVCA-LRECL)
                    TALLYING WS-FIND-TALLY
                    FOR ALL WS-FIND-TEXT (1:WS-FIND-LEN)
                IF WS-FIND-TALLY > 0
                    MOVE WS-LINE-NO TO WS-FOUND-LINE
                END-IF
            END-IF.

      *****************************************************************
      * SCREEN OUTPUT
      *****************************************************************
        PUT-SCREEN-LINE.
            EVALUATE WS-SCR-IDX
                WHEN 1  MOVE WS-SCR-LINE TO VL01O
                WHEN 2  MOVE WS-SCR-LINE TO VL02O
                WHEN 3  MOVE WS-SCR-LINE TO VL03O
                WHEN 4  MOVE WS-SCR-LINE TO VL04O
                WHEN 5  MOVE WS-SCR-LINE TO VL05O
                WHEN 6  MOVE WS-SCR-LINE TO VL06O
                WHEN 7  MOVE WS-SCR-LINE TO VL07O
                WHEN 8  MOVE WS-SCR-LINE TO VL08O
                WHEN 9  MOVE WS-SCR-LINE TO VL09O
                WHEN 10 MOVE WS-SCR-LINE TO VL10O
                WHEN 11 MOVE WS-SCR-LINE TO VL11O
                WHEN 12 MOVE WS-SCR-LINE TO VL12O
                WHEN 13 MOVE WS-SCR-LINE TO VL13O
                WHEN 14 MOVE WS-SCR-LINE TO VL14O
            END-EVALUATE.

      * SEND THE PAINTED PAGE, WITH THE CODED MESSAGE IF ONE IS
      * PENDING IN SE-MSG-CODE-WK.
        SEND-VIEWER-SCREEN.
            IF SE-MSG-CODE-WK NOT = SPACES
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            END-IF.
            EXEC CICS SEND MAP('RPVW') MAPSET('MAP20')
                      FROM(RPVWO) ERASE
            END-EXEC.

        SHOW-CODED-MESSAGE.
            PERFORM LOOKUP-ERROR-MESSAGE.
            MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO.
            MOVE -1 TO VWRPTL.
            EXEC CICS SEND MAP('RPVW') MAPSET('MAP20')
                      FROM(RPVWO) DATAONLY
            END-EXEC.

      * LOOK UP SE-MSG-CODE-WK IN THE SHARED CODED MESSAGE TABLE AND
      * LEAVE SE-MSG-IDX POINTING AT THE MATCHING ROW.
        LOOKUP-ERROR-MESSAGE.
            MOVE 'N' TO SE-MSG-FOUND.
            SET SE-MSG-IDX TO 1.
            SEARCH SE-MSG-ENTRY
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.
