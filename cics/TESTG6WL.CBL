      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * SANCTIONS / WATCH-LIST REFERENCE LOAD.  COMPLIANCE SENDS THE
      * CURRENT LIST AS A SEQUENTIAL WLINPUT FILE, ONE 120-BYTE ENTRY
      * PER RECORD: LIST ID (COLS 1-8), ENTRY ID (10-19), NAME
      * (21-60), ADDRESS (62-101), ZIP (103-107).  EVERY USABLE ENTRY
      * IS NORMALISED THE SAME WAY THE SCREENING NORMALISES CUSTOMER
      * NAMES (SEE G6WLSTP.CPY) AND THE G6WLIST REFERENCE DATASET IS
      * REBUILT WHOLE FROM THEM - EACH DELIVERY REPLACES THE LAST.
      *
      * AN ENTRY WITH NO LIST ID, NO ENTRY ID, OR NO NAME LEFT AFTER
      * NORMALISING IS REJECTED AND LISTED.  A ZIP THAT IS NOT FIVE
      * DIGITS IS DROPPED AND THE ENTRY KEPT - FOREIGN ADDRESSES
      * STILL MATCH ON THE ADDRESS LINE.  AN EMPTY DELIVERY LEAVES
      * THE CURRENT LIST IN PLACE (RC 8) RATHER THAN SCREENING
      * AGAINST NOTHING, AS DOES ONE WHERE EVERY ENTRY IS REJECTED.
      * A LIST LONGER THAN THE SCREENING TABLE IS LOADED BUT FLAGGED
      * (RC 4), SINCE THE ENTRIES PAST THE LIMIT WOULD NEVER BE
      * SCREENED.
      *
        PROGRAM-ID. TESTG6WL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WLINPUT ASSIGN TO WLINPUT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  WLINPUT
            RECORD CONTAINS 120 CHARACTERS.
        01  WLIN-REC.
            02  WLIN-LIST-ID        PIC X(8).
            02  FILLER              PIC X(1).
            02  WLIN-ENTRY-ID       PIC X(10).
            02  FILLER              PIC X(1).
            02  WLIN-NAME           PIC X(40).
            02  FILLER              PIC X(1).
            02  WLIN-ADDR           PIC X(40).
            02  FILLER              PIC X(1).
            02  WLIN-ZIP            PIC X(5).
            02  FILLER              PIC X(13).

        WORKING-STORAGE SECTION.
        COPY G6WLSTW.
        01  WS-WL-ACCESS-OUT    PIC X(1) VALUE X'01'.
        01  WS-WL-OPENED        PIC X(1) VALUE 'N'.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-TODAY            PIC 9(8).
        01  WS-READ-COUNT       PIC 9(7) VALUE 0.
        01  WS-LOADED-COUNT     PIC 9(7) VALUE 0.
        01  WS-REJECT-COUNT     PIC 9(7) VALUE 0.
        01  WS-ZIP-DROP-COUNT   PIC 9(7) VALUE 0.

        PROCEDURE DIVISION.
        MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT WLINPUT.
            PERFORM READ-WLINPUT.
            IF WS-EOF
                CLOSE WLINPUT
                DISPLAY 'TESTG6WL NO ENTRIES DELIVERED - '
                        'CURRENT LIST LEFT IN PLACE'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-ONE-ENTRY UNTIL WS-EOF.
            CLOSE WLINPUT.
            IF WS-WL-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WLS-FILE-HND
                    GIVING WLS-FILE-STAT
            END-IF.
            DISPLAY 'TESTG6WL READ     =' WS-READ-COUNT.
            DISPLAY 'TESTG6WL LOADED   =' WS-LOADED-COUNT.
            DISPLAY 'TESTG6WL REJECTED =' WS-REJECT-COUNT.
            DISPLAY 'TESTG6WL ZIPS DROPPED =' WS-ZIP-DROP-COUNT.
            IF WS-LOADED-COUNT = 0
                DISPLAY 'TESTG6WL EVERY ENTRY REJECTED - '
                        'CURRENT LIST LEFT IN PLACE'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-LOADED-COUNT > WLS-MAX
                    DISPLAY 'TESTG6WL LIST EXCEEDS SCREENING TABLE '
                            'OF ' WLS-MAX ' ENTRIES'
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.

        READ-WLINPUT.
            READ WLINPUT
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

        LOAD-ONE-ENTRY.
            ADD 1 TO WS-READ-COUNT.
            MOVE SPACES TO WLST-REC.
            MOVE WLIN-LIST-ID  TO WLST-LIST-ID.
            MOVE WLIN-ENTRY-ID TO WLST-ENTRY-ID.
            MOVE WLIN-NAME TO WLS-NORM-IN.
            PERFORM NORMALISE-WL-TEXT.
            MOVE WLS-NORM-OUT TO WLST-NAME.
            IF WLST-LIST-ID = SPACES
                OR WLST-ENTRY-ID = SPACES
                OR WLST-NAME = SPACES
                ADD 1 TO WS-REJECT-COUNT
                DISPLAY 'TESTG6WL REJECTED RECORD ' WS-READ-COUNT
                        ' ' WLIN-LIST-ID ' ' WLIN-ENTRY-ID
            ELSE
                MOVE WLIN-ADDR TO WLS-NORM-IN
                PERFORM NORMALISE-WL-TEXT
                MOVE WLS-NORM-OUT TO WLST-ADDR
                IF WLIN-ZIP IS NUMERIC
                    MOVE WLIN-ZIP TO WLST-ZIP
                ELSE
                    IF WLIN-ZIP NOT = SPACES
                        ADD 1 TO WS-ZIP-DROP-COUNT
                    END-IF
                END-IF
                MOVE WS-TODAY TO WLST-LOAD-DATE
                PERFORM WRITE-WATCH-ENTRY
                ADD 1 TO WS-LOADED-COUNT
            END-IF.
            PERFORM READ-WLINPUT.

      * THE FIRST GOOD ENTRY TRUNCATES THE OLD LIST AWAY.
        WRITE-WATCH-ENTRY.
            IF WS-WL-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WLS-FILE-NAME
                         WS-WL-ACCESS-OUT WLS-FILE-DENY
                         WLS-FILE-DEV WLS-FILE-HND
                    GIVING WLS-FILE-STAT
                MOVE 'Y' TO WS-WL-OPENED
            END-IF.
            MOVE LENGTH OF WLST-REC TO WLS-FILE-LEN.
            CALL 'CBL_WRITE_FILE' USING WLS-FILE-HND
                     WLS-FILE-LEN WLS-FILE-FLG
                     WLS-FILE-RSV WLST-REC
                GIVING WLS-FILE-STAT.

        COPY G6WLSTP.
