      ***************************************************************
      * G6CHNP.CPY - HASH-CHAIN PARAGRAPHS FOR THE AUDIT AND JOURNAL
      * STREAMS (PAIR WITH G6CHNW.CPY - SEE THERE FOR THE CALLING
      * CONVENTION).
      ***************************************************************
      * A TRAINING STREAM (TRN..., SEE G6TRNW.CPY) IS EMPTIED EVERY
      * NIGHT, SO IT IS NEVER CHAINED - ITS ROWS GO OUT WITH
      * SEQUENCE ZERO AND TAKE NO G6CHAIN ENTRY.
      * THE LOCK IS TAKEN BEFORE THE STATE IS READ AND STAYS HELD
      * WHEN THIS RETURNS - THE CALLER WRITES ITS RECORD AND THEN
      * PERFORMS RELEASE-CHAIN-STATE.  WITHOUT THE LOCK THE ROW GOES
      * OUT UNCHAINED RATHER THAN RACE ANOTHER WRITER.
       LINK-CHAIN-RECORD.
           MOVE 0 TO CHN-USE.
           MOVE 'N' TO CHN-FULL-NOTED.
           IF CHN-STREAM (1:3) NOT = 'TRN'
               PERFORM LOCK-CHAIN-STATE
               IF CHN-LOCK-HELD = 'Y'
                   PERFORM READ-CHAIN-STATE
                   IF CHN-STATE-OK = 'Y'
                       PERFORM FIND-CHAIN-STREAM
                   END-IF
               END-IF
           END-IF.
           IF CHN-USE = 0
               MOVE 0 TO CHN-SEQ-WK CHN-HASH
           ELSE
               COMPUTE CHN-SEQ-WK = CHN-ST-SEQ (CHN-USE) + 1
               MOVE CHN-ST-HASH (CHN-USE) TO CHN-HASH
           END-IF.
           COMPUTE CHN-SEQ-AT = CHN-TEXT-LEN - 26.
           COMPUTE CHN-PREV-AT = CHN-TEXT-LEN - 17.
           MOVE CHN-SEQ-WK TO CHN-TEXT (CHN-SEQ-AT:9).
           MOVE CHN-HASH TO CHN-TEXT (CHN-PREV-AT:18).
           IF CHN-USE > 0
               PERFORM COMPUTE-CHAIN-HASH
               MOVE CHN-SEQ-WK TO CHN-ST-SEQ (CHN-USE)
               MOVE CHN-HASH TO CHN-ST-HASH (CHN-USE)
               ACCEPT CHN-ST-DATE (CHN-USE) FROM DATE YYYYMMDD
               ACCEPT CHN-ST-TIME (CHN-USE) FROM TIME
               PERFORM WRITE-CHAIN-STATE
           ELSE
               IF CHN-FULL-NOTED = 'Y'
                   PERFORM WRITE-CHAIN-STATE
               END-IF
           END-IF.

      * ANY LOCK STILL HELD FROM A LINK WHOSE RELEASE WAS MISSED IS
      * DROPPED FIRST, SO A TASK NEVER WAITS ON ITSELF.  WHEN THE
      * LOCK WILL NOT OPEN AND G6CHAIN DOES NOT EXIST EITHER, THE
      * CHAIN HAS NOT STARTED AND THERE IS NOTHING TO WAIT FOR.
       LOCK-CHAIN-STATE.
           PERFORM RELEASE-CHAIN-STATE.
           MOVE 0 TO CHN-LOCK-TRIES.
           PERFORM TRY-CHAIN-LOCK
               UNTIL CHN-LOCK-HELD NOT = 'N'
                  OR CHN-LOCK-TRIES NOT < CHN-LOCK-MAX.
           IF CHN-LOCK-HELD = 'N'
               DISPLAY 'G6CHAIN LOCK BUSY - ' CHN-STREAM
                       ' ROW WRITTEN UNCHAINED'
           END-IF.

       TRY-CHAIN-LOCK.
           ADD 1 TO CHN-LOCK-TRIES.
           CALL 'CBL_OPEN_FILE' USING CHN-LOCK-NAME
                    CHN-ACCESS CHN-LOCK-DENY
                    CHN-DEVICE CHN-LOCK-HANDLE
               GIVING CHN-LOCK-STATUS.
           IF CHN-LOCK-STATUS = 0
               MOVE 'Y' TO CHN-LOCK-HELD
           ELSE
               IF CHN-LOCK-TRIES = 1
                   PERFORM PROBE-CHAIN-STATE
               END-IF
           END-IF.

       PROBE-CHAIN-STATE.
           CALL 'CBL_OPEN_FILE' USING CHN-FILE-NAME
                    CHN-ACCESS CHN-DENY
                    CHN-DEVICE CHN-HANDLE
               GIVING CHN-STATUS.
           IF CHN-STATUS = 0
               CALL 'CBL_CLOSE_FILE' USING CHN-HANDLE
                   GIVING CHN-STATUS
           ELSE
               MOVE 'S' TO CHN-LOCK-HELD
           END-IF.

       RELEASE-CHAIN-STATE.
           IF CHN-LOCK-HELD = 'Y'
               CALL 'CBL_CLOSE_FILE' USING CHN-LOCK-HANDLE
                   GIVING CHN-LOCK-STATUS
           END-IF.
           MOVE 'N' TO CHN-LOCK-HELD.

      * A G6CHAIN THAT WILL NOT OPEN OR READ IS NEVER REWRITTEN
      * FROM HERE - REWRITING IT FROM AN EMPTY TABLE WOULD RESTART
      * EVERY OTHER STREAM'S CHAIN.
       READ-CHAIN-STATE.
           MOVE 'N' TO CHN-STATE-OK.
           MOVE SPACES TO CHN-STATE-REC.
           MOVE 0 TO CHN-STATE-USED.
           CALL 'CBL_OPEN_FILE' USING CHN-FILE-NAME
                    CHN-ACCESS CHN-DENY
                    CHN-DEVICE CHN-HANDLE
               GIVING CHN-STATUS.
           IF CHN-STATUS = 0
               MOVE LENGTH OF CHN-STATE-REC TO CHN-RECLEN
               CALL 'CBL_READ_FILE' USING CHN-HANDLE
                        CHN-RECLEN CHN-FLAGS
                        CHN-RESERVED CHN-STATE-REC
                   GIVING CHN-STATUS
               IF CHN-STATUS = 0
                   MOVE 'Y' TO CHN-STATE-OK
               END-IF
               CALL 'CBL_CLOSE_FILE' USING CHN-HANDLE
                   GIVING CHN-STATUS
           END-IF.
           IF CHN-STATE-USED NOT NUMERIC
               OR CHN-STATE-USED > CHN-STATE-MAX
               MOVE 'N' TO CHN-STATE-OK
           END-IF.
      * A STATE RECORD WRITTEN BEFORE THE OVERFLOW NOTE EXISTED
      * READS SHORT AND LEAVES IT BLANK.
           IF CHN-STATE-FULL-DATE NOT NUMERIC
               MOVE SPACES TO CHN-STATE-FULL-STREAM
               MOVE 0 TO CHN-STATE-FULL-DATE
           END-IF.

       WRITE-CHAIN-STATE.
           CALL 'CBL_OPEN_FILE' USING CHN-FILE-NAME
                    CHN-ACCESS-OUT CHN-DENY
                    CHN-DEVICE CHN-HANDLE
               GIVING CHN-STATUS.
           IF CHN-STATUS = 0
               MOVE LENGTH OF CHN-STATE-REC TO CHN-RECLEN
               CALL 'CBL_WRITE_FILE' USING CHN-HANDLE
                        CHN-RECLEN CHN-FLAGS
                        CHN-RESERVED CHN-STATE-REC
                   GIVING CHN-STATUS
               CALL 'CBL_CLOSE_FILE' USING CHN-HANDLE
                   GIVING CHN-STATUS
           END-IF.

      * CHN-USE COMES BACK AS THE STREAM'S ENTRY, A NEW ONE STARTING
      * AT SEQUENCE ZERO AND HASH ZERO WHEN THE STREAM IS NOT THERE
      * YET; ZERO WHEN THE TABLE IS FULL, WHICH IS DISPLAYED AND -
      * FOR THE FIRST STREAM TO HIT IT - NOTED IN THE STATE RECORD
      * (CHN-FULL-NOTED TELLS LINK-CHAIN-RECORD TO WRITE IT BACK).
       FIND-CHAIN-STREAM.
           MOVE 0 TO CHN-USE.
           PERFORM MATCH-CHAIN-STREAM
               VARYING CHN-I FROM 1 BY 1
               UNTIL CHN-I > CHN-STATE-USED OR CHN-USE > 0.
           IF CHN-USE = 0
               IF CHN-STATE-USED < CHN-STATE-MAX
                   ADD 1 TO CHN-STATE-USED
                   MOVE CHN-STATE-USED TO CHN-USE
                   MOVE CHN-STREAM TO CHN-ST-STREAM (CHN-USE)
                   MOVE 0 TO CHN-ST-SEQ (CHN-USE)
                             CHN-ST-HASH (CHN-USE)
                             CHN-ST-DATE (CHN-USE)
                             CHN-ST-TIME (CHN-USE)
               ELSE
                   DISPLAY 'G6CHAIN STATE TABLE FULL - ' CHN-STREAM
                           ' NOT CHAINED'
                   IF CHN-STATE-FULL-STREAM = SPACES
                       MOVE CHN-STREAM TO CHN-STATE-FULL-STREAM
                       ACCEPT CHN-STATE-FULL-DATE FROM DATE YYYYMMDD
                       MOVE 'Y' TO CHN-FULL-NOTED
                   END-IF
               END-IF
           END-IF.

       MATCH-CHAIN-STREAM.
           IF CHN-ST-STREAM (CHN-I) = CHN-STREAM
               MOVE CHN-I TO CHN-USE
           END-IF.

      * THE HASH OF CHN-TEXT (1:CHN-TEXT-LEN) INTO CHN-HASH.
       COMPUTE-CHAIN-HASH.
           MOVE 5381 TO CHN-H1.
           MOVE 0 TO CHN-H2.
           MOVE 0 TO CHN-BYTE-NUM.
           PERFORM HASH-ONE-CHAIN-BYTE
               VARYING CHN-POS FROM 1 BY 1
               UNTIL CHN-POS > CHN-TEXT-LEN.
           COMPUTE CHN-HASH = CHN-H1 * 1000000000 + CHN-H2.

       HASH-ONE-CHAIN-BYTE.
           MOVE CHN-TEXT (CHN-POS:1) TO CHN-BYTE-LO.
           COMPUTE CHN-WORK = CHN-H1 * 257 + CHN-BYTE-NUM + 1.
           DIVIDE CHN-WORK BY 999999937
               GIVING CHN-QUOT REMAINDER CHN-H1.
           COMPUTE CHN-WORK = CHN-H2 * 263 + CHN-H1.
           DIVIDE CHN-WORK BY 999999929
               GIVING CHN-QUOT REMAINDER CHN-H2.
