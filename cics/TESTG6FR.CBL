      * UPDATE INSTEAD OF LAST NIGHT.
      *
      * G6FRPARM CARD:
      *   COLS  1-8   IMAGE-COPY DATASET NAME (E.G. BK260822;
      *               BLANK = THE NEWEST BKYYMMDD ON FILE)
      *   COLS 10-17  CUTOFF DATE YYYYMMDD (BLANK = REPLAY ALL)
      *   COLS 19-26  CUTOFF TIME HHMMSSXX (BLANK = END OF DAY)
      *
      * THE REPLAY READS EVERY CUSTJRNL GENERATION SINCE THE IMAGE
      * COPY AND THEN THE LIVE STREAM.  JOURNAL ROWS WRITTEN BEFORE
      * THE ACTION/AFTER-IMAGE COLUMNS EXISTED REPLAY AS NOTHING AND
      * ARE COUNTED AS SKIPPED.  THE RESTORE AND REPLAY ARE SHARED
      * WITH THE TESTG6DR RECOVERY DRILL (G6FRW/G6FRP).
      *
        PROGRAM-ID. TESTG6FR.
        ENVIRONMENT DIVISION.

        WORKING-STORAGE SECTION.
        COPY CUSTJRNW.
        COPY G6GENRW.
        COPY G6FRW.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-PARM-CARD.
            PERFORM RESTORE-IMAGE-COPY.
            IF RCV-RESTORE-OK NOT = 'Y'
                DISPLAY 'TESTG6FR IMAGE COPY ' RCV-BK-NAME
                        ' NOT FOUND - NOTHING RESTORED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REPLAY-JOURNAL.
            DISPLAY 'TESTG6FR RESTORED  =' RCV-RESTORED-COUNT
                    ' FROM ' RCV-BK-NAME.
            DISPLAY 'TESTG6FR REPLAYED  =' RCV-REPLAYED-COUNT.
            DISPLAY 'TESTG6FR SKIPPED   =' RCV-SKIPPED-COUNT.
            DISPLAY 'TESTG6FR PAST CUT  =' RCV-PAST-CUT-COUNT.
            STOP RUN.

        LOAD-PARM-CARD.
                    MOVE SPACES TO G6FRPARM-REC
            END-READ.
            CLOSE G6FRPARM.
            MOVE FR-BACKUP TO RCV-BK-NAME.
            IF RCV-BK-NAME = SPACES
                PERFORM FIND-LATEST-IMAGE-COPY
            END-IF.
            IF FR-CUT-DATE IS NUMERIC
                MOVE FR-CUT-DATE TO RCV-CUT-DATE
                IF FR-CUT-TIME IS NUMERIC
                    MOVE FR-CUT-TIME TO RCV-CUT-TIME
                END-IF
            END-IF.

        COPY G6FRP.

        COPY G6GENRP.
