      ***************************************************************
      * G6WLSTP.CPY - WATCH-LIST SCREENING PARAGRAPHS (PAIR WITH
      * G6WLSTW.CPY - SEE THERE FOR THE CALLING CONVENTION).  SAME
      * COPY-IN-THE-LOGIC TECHNIQUE AS ZIPREFP.CPY.
      ***************************************************************
       LOAD-WATCH-LIST.
           IF WLS-LOADED = 'N'
               MOVE 'Y' TO WLS-LOADED
               MOVE 0 TO WLS-COUNT WLS-OVERFLOW
               CALL 'CBL_OPEN_FILE' USING WLS-FILE-NAME
                        WLS-FILE-ACC WLS-FILE-DENY
                        WLS-FILE-DEV WLS-FILE-HND
                   GIVING WLS-FILE-STAT
               IF WLS-FILE-STAT = 0
                   MOVE 'N' TO WLS-FILE-EOF
                   PERFORM LOAD-ONE-WATCH-ENTRY
                       UNTIL WLS-FILE-EOF = 'Y'
                   CALL 'CBL_CLOSE_FILE' USING WLS-FILE-HND
                       GIVING WLS-FILE-STAT
               END-IF
           END-IF.

       LOAD-ONE-WATCH-ENTRY.
           MOVE LENGTH OF WLST-REC TO WLS-FILE-LEN.
           CALL 'CBL_READ_FILE' USING WLS-FILE-HND
                    WLS-FILE-LEN WLS-FILE-FLG
                    WLS-FILE-RSV WLST-REC
               GIVING WLS-FILE-STAT.
           IF WLS-FILE-STAT NOT = 0
               MOVE 'Y' TO WLS-FILE-EOF
           ELSE
               IF WLS-COUNT < WLS-MAX
                   ADD 1 TO WLS-COUNT
                   SET WLS-IDX TO WLS-COUNT
                   MOVE WLST-LIST-ID  TO WLS-LIST-ID (WLS-IDX)
                   MOVE WLST-ENTRY-ID TO WLS-ENTRY-ID (WLS-IDX)
                   MOVE WLST-NAME TO WLS-NORM-IN
                   PERFORM NORMALISE-WL-TEXT
                   MOVE WLS-NORM-OUT TO WLS-NAME (WLS-IDX)
                   MOVE WLS-NORM-LEN TO WLS-NAME-LEN (WLS-IDX)
                   MOVE WLST-ADDR TO WLS-NORM-IN
                   PERFORM NORMALISE-WL-TEXT
                   MOVE WLS-NORM-OUT TO WLS-ADDR (WLS-IDX)
                   MOVE WLST-ZIP      TO WLS-ZIP (WLS-IDX)
                   MOVE SPACE         TO WLS-HIT-TYPE (WLS-IDX)
               ELSE
                   ADD 1 TO WLS-OVERFLOW
               END-IF
           END-IF.

      * WLS-CUST-NAME-WK/ADDR-WK/ZIP-WK IN; WLS-HIT-COUNT AND THE
      * PER-ENTRY WLS-HIT-TYPE OUT.
       SCREEN-WATCH-LIST.
           PERFORM LOAD-WATCH-LIST.
           MOVE 0 TO WLS-HIT-COUNT.
           MOVE WLS-CUST-NAME-WK TO WLS-NORM-IN.
           PERFORM NORMALISE-WL-TEXT.
           MOVE WLS-NORM-OUT TO WLS-CUST-PAD-NAME.
           MOVE WLS-CUST-ADDR-WK TO WLS-NORM-IN.
           PERFORM NORMALISE-WL-TEXT.
           MOVE WLS-NORM-OUT TO WLS-CUST-ADDR-NORM.
           PERFORM SCREEN-ONE-WATCH-ENTRY
               VARYING WLS-SCAN FROM 1 BY 1
               UNTIL WLS-SCAN > WLS-COUNT.

       SCREEN-ONE-WATCH-ENTRY.
           SET WLS-IDX TO WLS-SCAN.
           MOVE SPACE TO WLS-HIT-TYPE (WLS-IDX).
           IF WLS-NAME-LEN (WLS-IDX) > 0
               AND WLS-CUST-PAD-NAME NOT = SPACES
               IF WLS-CUST-PAD-NAME = WLS-NAME (WLS-IDX)
                   MOVE 'N' TO WLS-HIT-TYPE (WLS-IDX)
               ELSE
                   MOVE SPACES TO WLS-PATTERN
                   MOVE WLS-NAME (WLS-IDX)
                     TO WLS-PATTERN (2:WLS-NAME-LEN (WLS-IDX))
                   COMPUTE WLS-PAT-LEN = WLS-NAME-LEN (WLS-IDX) + 2
                   MOVE 0 TO WLS-TALLY
                   INSPECT WLS-CUST-PADDED TALLYING WLS-TALLY
                       FOR ALL WLS-PATTERN (1:WLS-PAT-LEN)
                   IF WLS-TALLY > 0
                       MOVE 'P' TO WLS-HIT-TYPE (WLS-IDX)
                   END-IF
               END-IF
           END-IF.
           IF WLS-HIT-TYPE (WLS-IDX) = SPACE
               AND WLS-ADDR (WLS-IDX) NOT = SPACES
               AND WLS-CUST-ADDR-NORM = WLS-ADDR (WLS-IDX)
               AND (WLS-ZIP (WLS-IDX) = SPACES
                    OR WLS-ZIP (WLS-IDX) = WLS-CUST-ZIP-WK)
               MOVE 'A' TO WLS-HIT-TYPE (WLS-IDX)
           END-IF.
           IF WLS-HIT-TYPE (WLS-IDX) NOT = SPACE
               ADD 1 TO WLS-HIT-COUNT
           END-IF.

      * WLS-NORM-IN IN; WLS-NORM-OUT AND WLS-NORM-LEN OUT.
       NORMALISE-WL-TEXT.
           MOVE WLS-NORM-IN TO WLS-NORM-WK.
           INSPECT WLS-NORM-WK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WLS-NORM-WK
               CONVERTING '.,''-/&()'
                       TO '        '.
           MOVE SPACES TO WLS-NORM-OUT.
           MOVE 0 TO WLS-NORM-LEN.
           MOVE 'Y' TO WLS-NORM-LAST-SP.
           PERFORM NORMALISE-ONE-CHAR
               VARYING WLS-NORM-POS FROM 1 BY 1
               UNTIL WLS-NORM-POS > 40.
           IF WLS-NORM-LEN > 0 AND WLS-NORM-LAST-SP = 'Y'
               SUBTRACT 1 FROM WLS-NORM-LEN
           END-IF.

       NORMALISE-ONE-CHAR.
           IF WLS-NORM-WK (WLS-NORM-POS:1) = SPACE
               IF WLS-NORM-LAST-SP = 'N'
                   ADD 1 TO WLS-NORM-LEN
                   MOVE 'Y' TO WLS-NORM-LAST-SP
               END-IF
           ELSE
               ADD 1 TO WLS-NORM-LEN
               MOVE WLS-NORM-WK (WLS-NORM-POS:1)
                 TO WLS-NORM-OUT (WLS-NORM-LEN:1)
               MOVE 'N' TO WLS-NORM-LAST-SP
           END-IF.
