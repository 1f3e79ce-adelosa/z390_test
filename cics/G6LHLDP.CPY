      ***************************************************************
      * G6LHLDP.CPY - LEGAL-HOLD CHECK PARAGRAPHS (PAIR WITH
      * G6LHLDW.CPY - SEE THERE FOR THE CALLING CONVENTION).  SAME
      * COPY-IN-THE-LOGIC TECHNIQUE AS G6WLSTP.CPY.
      ***************************************************************
       LOAD-LEGAL-HOLDS.
           IF LHS-LOADED = 'N'
               MOVE 'Y' TO LHS-LOADED
               MOVE 0 TO LHS-COUNT LHS-OVERFLOW LHS-CUST-HOLDS
               CALL 'CBL_OPEN_FILE' USING LHS-FILE-NAME
                        LHS-FILE-ACC LHS-FILE-DENY
                        LHS-FILE-DEV LHS-FILE-HND
                   GIVING LHS-FILE-STAT
               IF LHS-FILE-STAT = 0
                   MOVE 'N' TO LHS-FILE-EOF
                   PERFORM LOAD-ONE-LEGAL-HOLD
                       UNTIL LHS-FILE-EOF = 'Y'
                   CALL 'CBL_CLOSE_FILE' USING LHS-FILE-HND
                       GIVING LHS-FILE-STAT
               END-IF
           END-IF.

       LOAD-ONE-LEGAL-HOLD.
           MOVE LENGTH OF LHLD-REC TO LHS-FILE-LEN.
           CALL 'CBL_READ_FILE' USING LHS-FILE-HND
                    LHS-FILE-LEN LHS-FILE-FLG
                    LHS-FILE-RSV LHLD-REC
               GIVING LHS-FILE-STAT.
           IF LHS-FILE-STAT NOT = 0
               MOVE 'Y' TO LHS-FILE-EOF
           ELSE
               IF LHS-COUNT < LHS-MAX
                   ADD 1 TO LHS-COUNT
                   SET LHS-IDX TO LHS-COUNT
                   MOVE LHLD-ID        TO LHS-HOLD-ID (LHS-IDX)
                   MOVE LHLD-STATUS    TO LHS-STATUS (LHS-IDX)
                   MOVE LHLD-CUST-ID   TO LHS-CUST-ID (LHS-IDX)
                   MOVE 0 TO LHS-FROM-DATE (LHS-IDX)
                             LHS-TO-DATE (LHS-IDX)
                             LHS-SET-DATE (LHS-IDX)
                             LHS-REL-DATE (LHS-IDX)
                   IF LHLD-FROM-DATE IS NUMERIC
                       MOVE LHLD-FROM-DATE TO LHS-FROM-DATE (LHS-IDX)
                   END-IF
                   IF LHLD-TO-DATE IS NUMERIC
                       MOVE LHLD-TO-DATE TO LHS-TO-DATE (LHS-IDX)
                   END-IF
                   IF LHLD-SET-DATE IS NUMERIC
                       MOVE LHLD-SET-DATE TO LHS-SET-DATE (LHS-IDX)
                   END-IF
                   IF LHLD-REL-DATE IS NUMERIC
                       MOVE LHLD-REL-DATE TO LHS-REL-DATE (LHS-IDX)
                   END-IF
                   IF LHLD-STATUS = 'A' AND LHLD-CUST-ID NOT = SPACES
                       ADD 1 TO LHS-CUST-HOLDS
                   END-IF
               ELSE
                   ADD 1 TO LHS-OVERFLOW
               END-IF
           END-IF.

      * LHS-CUST-ID-WK AND LHS-DATE-WK IN; LHS-HELD/LHS-HELD-BY OUT.
       CHECK-LEGAL-HOLD.
           MOVE 'C' TO LHS-MODE.
           PERFORM SCAN-LEGAL-HOLDS.

      * LHS-TEXT-WK/LHS-TEXT-LEN AND LHS-DATE-WK IN; SAME RESULT.
       CHECK-LEGAL-HOLD-TEXT.
           MOVE 'T' TO LHS-MODE.
           PERFORM SCAN-LEGAL-HOLDS.

       SCAN-LEGAL-HOLDS.
           PERFORM LOAD-LEGAL-HOLDS.
           MOVE 'N' TO LHS-HELD.
           MOVE SPACES TO LHS-HELD-BY.
           IF LHS-OVERFLOW > 0
               MOVE 'Y' TO LHS-HELD
               MOVE 'OVERFLOW' TO LHS-HELD-BY
           END-IF.
           PERFORM CHECK-ONE-LEGAL-HOLD
               VARYING LHS-SCAN FROM 1 BY 1
               UNTIL LHS-SCAN > LHS-COUNT
                  OR LHS-IS-HELD.

      * A DATES-ONLY HOLD NEEDS A DATED RECORD TO MATCH; A CUSTOMER
      * HOLD THAT ALSO CARRIES DATES STILL HOLDS AN UNDATED RECORD
      * FOR ITS CUSTOMER - WHEN IN DOUBT, KEEP.
       CHECK-ONE-LEGAL-HOLD.
           SET LHS-IDX TO LHS-SCAN.
           MOVE 'Y' TO LHS-MATCH.
           IF LHS-STATUS (LHS-IDX) NOT = 'A'
               MOVE 'N' TO LHS-MATCH
           END-IF.
           IF LHS-MATCH = 'Y'
               AND LHS-CUST-ID (LHS-IDX) NOT = SPACES
               IF LHS-MODE = 'T'
                   MOVE 0 TO LHS-TALLY
                   INSPECT LHS-TEXT-WK (1:LHS-TEXT-LEN)
                       TALLYING LHS-TALLY
                       FOR ALL LHS-CUST-ID (LHS-IDX)
                   IF LHS-TALLY = 0
                       MOVE 'N' TO LHS-MATCH
                   END-IF
               ELSE
                   IF LHS-CUST-ID (LHS-IDX) NOT = LHS-CUST-ID-WK
                       MOVE 'N' TO LHS-MATCH
                   END-IF
               END-IF
           END-IF.
           IF LHS-MATCH = 'Y'
               IF LHS-DATE-WK = 0
                   IF LHS-CUST-ID (LHS-IDX) = SPACES
                       MOVE 'N' TO LHS-MATCH
                   END-IF
               ELSE
                   IF LHS-FROM-DATE (LHS-IDX) > 0
                       AND LHS-DATE-WK < LHS-FROM-DATE (LHS-IDX)
                       MOVE 'N' TO LHS-MATCH
                   END-IF
                   IF LHS-TO-DATE (LHS-IDX) > 0
                       AND LHS-DATE-WK > LHS-TO-DATE (LHS-IDX)
                       MOVE 'N' TO LHS-MATCH
                   END-IF
               END-IF
           END-IF.
           IF LHS-MATCH = 'Y'
               MOVE 'Y' TO LHS-HELD
               MOVE LHS-HOLD-ID (LHS-IDX) TO LHS-HELD-BY
           END-IF.

      * LHS-RUN-DATE-WK AND LHS-RETAIN-WK IN; LHS-REACH-DAYS OUT.
      * WHEN A HOLD WAS SET, THE WINDOW JOBS HAD ALREADY PURGED
      * EVERYTHING MORE THAN RETENTION + 31 DAYS OLD, SO WHAT A HOLD
      * CAN HAVE KEPT STARTS THERE (OR AT ITS FROM-DATE, IF LATER).
       COMPUTE-HOLD-REACH.
           PERFORM LOAD-LEGAL-HOLDS.
           MOVE 31 TO LHS-REACH-DAYS.
           COMPUTE LHS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (LHS-RUN-DATE-WK).
           COMPUTE LHS-CUTOFF-INT = LHS-RUN-INT - LHS-RETAIN-WK.
           PERFORM REACH-ONE-LEGAL-HOLD
               VARYING LHS-SCAN FROM 1 BY 1
               UNTIL LHS-SCAN > LHS-COUNT.

       REACH-ONE-LEGAL-HOLD.
           SET LHS-IDX TO LHS-SCAN.
           MOVE 'Y' TO LHS-MATCH.
           IF LHS-SET-DATE (LHS-IDX) = 0
               MOVE 'N' TO LHS-MATCH
           END-IF.
           IF LHS-STATUS (LHS-IDX) NOT = 'A'
               IF LHS-REL-DATE (LHS-IDX) = 0
                   MOVE 'N' TO LHS-MATCH
               ELSE
                   COMPUTE LHS-WORK-INT = FUNCTION INTEGER-OF-DATE
                       (LHS-REL-DATE (LHS-IDX)) + 31
                   IF LHS-WORK-INT < LHS-RUN-INT
                       MOVE 'N' TO LHS-MATCH
                   END-IF
               END-IF
           END-IF.
           IF LHS-MATCH = 'Y'
               COMPUTE LHS-FLOOR-INT = FUNCTION INTEGER-OF-DATE
                   (LHS-SET-DATE (LHS-IDX)) - LHS-RETAIN-WK - 31
               IF LHS-FROM-DATE (LHS-IDX) > 0
                   COMPUTE LHS-WORK-INT = FUNCTION INTEGER-OF-DATE
                       (LHS-FROM-DATE (LHS-IDX))
                   IF LHS-WORK-INT > LHS-FLOOR-INT
                       MOVE LHS-WORK-INT TO LHS-FLOOR-INT
                   END-IF
               END-IF
               COMPUTE LHS-WORK-INT = LHS-CUTOFF-INT - LHS-FLOOR-INT
               IF LHS-WORK-INT > LHS-REACH-MAX
                   MOVE LHS-REACH-MAX TO LHS-WORK-INT
               END-IF
               IF LHS-WORK-INT > LHS-REACH-DAYS
                   MOVE LHS-WORK-INT TO LHS-REACH-DAYS
               END-IF
           END-IF.
