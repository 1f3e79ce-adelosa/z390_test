      * DURING THE DAY: TODAY'S ABENDS BY TRANSACTION (BEC5LOG),
      * TODAY'S SLA EXCEPTIONS BY SERVICE (SOATIMLG AGAINST THE
      * SOASVCRG THRESHOLDS), TODAY'S CUSTOMER CHANGES BY OPERATOR
      * (GUI6AUD), THE WORST PARTNER RESPONSE TIME IN THE LAST HOUR,
      * AND THE PARTNER-SERVICE TLS CERTIFICATES (SOACERT) EXPIRING
      * WITHIN 30 DAYS - THE SAME LIST AS THE DAILY SOACEX1 REPORT.
      * ENTER REFRESHES, PF3 RETURNS TO THE GUI4 MENU.
      *
      * THE LOG DATASETS ARE THE SAME CBL_OPEN_FILE/CBL_READ_FILE
      * BYTE STREAMS THE BATCH READERS USE - EACH TRIP RE-READS THEM
            02  WS-BEC-DATE        PIC S9(7) COMP-3.
            02  WS-BEC-TIME        PIC S9(7) COMP-3.
            02  WS-BEC-MSG         PIC X(4).
            02  WS-BEC-PGM         PIC X(8).
            02  WS-BEC-RESP        PIC X(12).
            02  WS-BEC-SIGK        PIC X(1).
            02  WS-BEC-TICK        PIC X(10).

      * SOATIMLG RECORD - MATCHES WS-TLOG-REC IN SOACMG3W.CPY.
        01  WS-TLG-NAME        PIC X(8) VALUE 'SOATIMLG'.
            02  WS-TLG-CORR        PIC X(16).
            02  FILLER             PIC X(1).
            02  WS-TLG-CALLER      PIC X(8).
                88  WS-TLG-IS-REPLAY       VALUE 'SOARPL1'.
            02  FILLER             PIC X(1).
            02  WS-TLG-ENDPOINT    PIC X(1).

      * SERVICE REGISTRY RECORD - THRESHOLD SOURCE, SAME ROW AS
      * SOASLA1 USES.
        01  WS-AUD-NAME        PIC X(8) VALUE 'GUI6AUD'.
        01  WS-AUD-HANDLE      PIC X(4).

      * TLS CERTIFICATE ROWS - SEE SOACERT.CPY.
        COPY SOACERT.
        01  WS-CT-NAME         PIC X(8) VALUE 'SOACERT'.
        01  WS-CT-HANDLE       PIC X(4).

      * SHARED CBL_ FILE-ACCESS PARAMETERS - EVERY DATASET HERE IS
      * OPENED READ-ONLY AND READ FRONT TO BACK.
        01  WS-CBL-ACCESS      PIC X(1) VALUE X'03'.
        01  WS-LINE-PTR        PIC 9(3).
        01  WS-PAIR-WK         PIC X(15).

      * CERTIFICATES INSIDE 30 DAYS, OURS (O) OR THE PARTNER'S (P),
      * WITH THE DAYS LEFT - NEGATIVE ONCE EXPIRED.  ONE SCREEN LINE
      * HOLDS FIVE; THE REST ARE COUNTED AND LEFT TO THE REPORT.
        01  WS-CRT-COUNT       PIC 9(2) COMP VALUE 0.
        01  WS-CRT-TABLE.
            02  WS-CRT-ENTRY OCCURS 5 TIMES
                              INDEXED BY WS-CRT-IDX.
                03  WS-CRT-SVC      PIC X(8).
                03  WS-CRT-SIDE     PIC X(1).
                03  WS-CRT-DAYS     PIC S9(5) COMP.
        01  WS-CRT-MORE        PIC 9(3) VALUE 0.
        01  WS-CRT-SIDE-WK     PIC X(1).
        01  WS-CRT-EXP-WK.
            02  WS-CRT-EXP-YYYY    PIC 9(4).
            02  WS-CRT-EXP-MM      PIC 9(2).
            02  WS-CRT-EXP-DD      PIC 9(2).
        01  WS-CRT-EXP-NUM REDEFINES WS-CRT-EXP-WK PIC 9(8).
        01  WS-CRT-DAYS-WK     PIC S9(7) COMP.
        01  WS-CRT-DAYS-ED     PIC 9(3).

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  OPS6CA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                EXEC CICS SEND MAP('OPS6') MAPSET('MAP04')
                          FROM(OPS6O) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                END-EXEC
                PERFORM CHECK-PF-KEY
                IF AID-ACTION-EXIT-MENU
                    PERFORM LOG-TRIP-TIME
                    EXEC CICS RETURN TRANSID('GUI4')
                    END-EXEC
                END-IF
            PERFORM SCAN-BEC5LOG.
            PERFORM SCAN-SOATIMLG.
            PERFORM SCAN-GUI6AUD.
            PERFORM SCAN-SOACERT.
            PERFORM PAINT-STATUS-SCREEN.

            MOVE 'Y' TO OPS6CA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('OPS6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        COPY OPSECCKP.

      * TODAY AS YYYYMMDD, AS PACKED JULIAN 0CYYDDD (BEC5LOG CARRIES
            MOVE SPACES TO WS-WORST-SVC.
            MOVE 0 TO WS-TRID-COUNT WS-SVC-COUNT WS-OPID-COUNT.
            MOVE SPACES TO WS-TRID-TABLE WS-SVC-TABLE WS-OPID-TABLE.
            MOVE 0 TO WS-CRT-COUNT WS-CRT-MORE.
            MOVE SPACES TO WS-CRT-TABLE.

      *****************************************************************
      * TODAY'S ABENDS BY TRANSACTION
        CHECK-ONE-TIMING.
            IF WS-TLG-TYPE = 'MSG'
                AND WS-TLG-DATE = WS-TODAY
                AND NOT WS-TLG-IS-REPLAY
                MOVE WS-TLG-MICRO TO WS-MICRO-NUM
                PERFORM FIND-SVC-ENTRY
                IF WS-TLG-TIME >= WS-HOUR-CUT
                MOVE 1 TO WS-OPID-CHANGES (WS-OPID-IDX)
            END-IF.

      *****************************************************************
      * TLS CERTIFICATES EXPIRING WITHIN 30 DAYS
      *****************************************************************
        SCAN-SOACERT.
            CALL 'CBL_OPEN_FILE' USING WS-CT-NAME
                     WS-CBL-ACCESS WS-CBL-DENY
                     WS-CBL-DEVICE WS-CT-HANDLE
                GIVING WS-CBL-STATUS.
            IF WS-CBL-STATUS = 0
                MOVE 'N' TO WS-FILE-EOF
                PERFORM READ-SOACERT
                PERFORM CHECK-ONE-CERT-ROW UNTIL WS-FILE-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-CT-HANDLE
                    GIVING WS-CBL-STATUS
            END-IF.

        READ-SOACERT.
            MOVE LENGTH OF CERT-REC TO WS-CBL-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-CT-HANDLE
                     WS-CBL-RECLEN WS-CBL-FLAGS
                     WS-CBL-RESERVED CERT-REC
                GIVING WS-CBL-STATUS.
            IF WS-CBL-STATUS NOT = 0
                MOVE 'Y' TO WS-FILE-EOF
            END-IF.

        CHECK-ONE-CERT-ROW.
            MOVE 'O' TO WS-CRT-SIDE-WK.
            MOVE CERT-OUR-EXPIRY TO WS-CRT-EXP-WK.
            PERFORM CHECK-ONE-CERT.
            MOVE 'P' TO WS-CRT-SIDE-WK.
            MOVE CERT-PTN-EXPIRY TO WS-CRT-EXP-WK.
            PERFORM CHECK-ONE-CERT.
            PERFORM READ-SOACERT.

      * A CERTIFICATE IS GOOD THROUGH ITS EXPIRY DATE; AN EXPIRY
      * NOBODY HAS RECORDED IS LEFT TO THE DAILY REPORT.
        CHECK-ONE-CERT.
            IF WS-CRT-EXP-WK IS NUMERIC
                AND WS-CRT-EXP-NUM > 0
                AND WS-CRT-EXP-MM >= 1 AND WS-CRT-EXP-MM <= 12
                AND WS-CRT-EXP-DD >= 1 AND WS-CRT-EXP-DD <= 31
                COMPUTE WS-CRT-DAYS-WK =
                    FUNCTION INTEGER-OF-DATE (WS-CRT-EXP-NUM)
                        - WS-TODAY-INT
                IF WS-CRT-DAYS-WK <= 30
                    IF WS-CRT-COUNT < 5
                        ADD 1 TO WS-CRT-COUNT
                        SET WS-CRT-IDX TO WS-CRT-COUNT
                        MOVE CERT-SVC TO WS-CRT-SVC (WS-CRT-IDX)
                        MOVE WS-CRT-SIDE-WK
                          TO WS-CRT-SIDE (WS-CRT-IDX)
                        MOVE WS-CRT-DAYS-WK
                          TO WS-CRT-DAYS (WS-CRT-IDX)
                    ELSE
                        ADD 1 TO WS-CRT-MORE
                    END-IF
                END-IF
            END-IF.

      *****************************************************************
      * PAINT
      *****************************************************************
                   ' - ENTER REFRESHES, PF3 RETURNS TO MENU'
                       DELIMITED BY SIZE
              INTO OPSL8O.
            MOVE 'CERTIFICATES EXPIRING IN 30 DAYS - O=OURS P=PARTNER:'
              TO OPSL9O.
            IF WS-CRT-MORE > 0
                MOVE WS-CRT-MORE TO WS-COUNT-ED
                STRING '+' DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       ' MORE ON SOACEX1' DELIMITED BY SIZE
                  INTO OPSL9O (55:22)
            END-IF.
            MOVE SPACES TO OPSL10O.
            MOVE 1 TO WS-LINE-PTR.
            PERFORM ADD-CRT-PAIR
                VARYING WS-CRT-IDX FROM 1 BY 1
                UNTIL WS-CRT-IDX > WS-CRT-COUNT.
            IF WS-CRT-COUNT = 0
                MOVE '  (NONE)' TO OPSL10O
            END-IF.
            EXEC CICS SEND MAP('OPS6') MAPSET('MAP04')
                      FROM(OPS6O) ERASE
            END-EXEC.
                ADD 16 TO WS-LINE-PTR
            END-IF.

      * EXPIRED SHOWS AS EXP RATHER THAN A NEGATIVE COUNT.
        ADD-CRT-PAIR.
            MOVE SPACES TO WS-PAIR-WK.
            IF WS-CRT-DAYS (WS-CRT-IDX) < 0
                STRING WS-CRT-SVC (WS-CRT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CRT-SIDE (WS-CRT-IDX) DELIMITED BY SIZE
                       '=EXP' DELIMITED BY SIZE
                  INTO WS-PAIR-WK
            ELSE
                MOVE WS-CRT-DAYS (WS-CRT-IDX) TO WS-CRT-DAYS-ED
                STRING WS-CRT-SVC (WS-CRT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CRT-SIDE (WS-CRT-IDX) DELIMITED BY SIZE
                       '=' DELIMITED BY SIZE
                       WS-CRT-DAYS-ED DELIMITED BY SIZE
                  INTO WS-PAIR-WK
            END-IF.
            IF WS-LINE-PTR + 14 < 78
                MOVE WS-PAIR-WK (1:14)
                  TO OPSL10O (WS-LINE-PTR:14)
                ADD 15 TO WS-LINE-PTR
            END-IF.

        ADD-OPID-PAIR.
            MOVE SPACES TO WS-PAIR-WK.
            MOVE WS-OPID-CHANGES (WS-OPID-IDX) TO WS-COUNT-ED.
