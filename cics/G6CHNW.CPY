      ***************************************************************
      * G6CHNW.CPY - HASH CHAINING OF THE AUDIT AND JOURNAL STREAMS,
      * WORKING-STORAGE SIDE (PAIR WITH G6CHNP.CPY).  EVERY RECORD ON
      * A CHAINED STREAM ENDS WITH A 27-BYTE TRAILER - ITS SEQUENCE
      * NUMBER ON THE STREAM (9 DIGITS) AND THE HASH OF THE RECORD
      * WRITTEN JUST BEFORE IT (18 DIGITS, ZERO FOR THE FIRST) - SO
      * A ROW ALTERED, DELETED OR SLIPPED IN AFTER THE FACT BREAKS
      * THE CHAIN RIGHT THERE, AND THE CHNVRFY1 NIGHTLY VERIFICATION
      * SAYS WHERE.  THE CHAINED STREAMS ARE GUI6AUD, CUSTJRNL,
      * OPSECAUD, GUI6SEC, G6WLAUD, G6ACCLOG, THE G6CHNREG RE-SEAL
      * REGISTER TESTG6AN KEEPS OF THE ROWS IT ANONYMISES, THE
      * SOAUMLOG LOG OF CLEAR PAYLOADS SOAARC1 HAS PRINTED, G6LHAUD
      * (LEGAL HOLDS), G6CSAUD (CASE NOTES), G6MGAUD (MERGES AND
      * UNMERGES), G6TMAUD (REGISTERED TERMINALS), SOAPCAUD (PARTNER
      * CREDENTIAL CHANGES), G6BQAUD (BATCH-UTILITY REQUESTS ON BUR6
      * AND THEIR POSTING BY TESTG6BQ), G6RFAUD (REFERENCE-TABLE
      * MAINTENANCE), G6RTAUD (HELD EXCHANGE-RATE DECISIONS) AND
      * SOAINSEC (SOA LISTENER SECURITY EVENTS).  THE TRAINING TWINS
      * OF THESE STREAMS (TRN..., G6TRNW.CPY) ARE NOT CHAINED.
      *
      * THE G6CHAIN LATEST-STATE DATASET HOLDS EACH STREAM'S LAST
      * SEQUENCE NUMBER AND HASH - ONE ROW PER STREAM, READ WHOLE
      * AND TRUNCATE-AND-REWRITTEN WHOLE ON EVERY LINK - SO THE
      * CHAIN RUNS ON ACROSS EVERY PROGRAM THAT WRITES THE STREAM
      * AND ACROSS THE TESTG6GR NIGHTLY ROLLOVER.  UNLIKE RUNCTL,
      * WHICH ONLY THE NIGHTLY BATCH EVER WRITES, G6CHAIN IS UPDATED
      * AT ONCE BY CICS TASKS, BATCH STEPS AND THE SOA LISTENER, SO
      * EVERY LINK IS SERIALISED ON THE G6CHLOCK DATASET: OPENED
      * EXCLUSIVE (DENY ALL) BEFORE THE STATE IS READ, RETRIED WHILE
      * ANOTHER WRITER HOLDS IT, AND CLOSED ONLY AFTER THE CALLER HAS
      * WRITTEN THE STREAM RECORD - SO TWO WRITERS CAN NEITHER TAKE
      * THE SAME SEQUENCE NUMBER NOR LAND THEIR ROWS OUT OF CHAIN
      * ORDER.  CHNVRFY1 CREATES BOTH DATASETS EMPTY THE FIRST NIGHT;
      * UNTIL THEN, WHEN G6CHAIN CANNOT BE OPENED, OR WHEN THE LOCK
      * IS STILL BUSY AFTER CHN-LOCK-MAX TRIES, A ROW GOES OUT WITH
      * SEQUENCE ZERO - UNCHAINED, AND REPORTED AS SUCH ONCE THE
      * STREAM'S CHAIN HAS STARTED.  A STREAM THAT FINDS THE STATE
      * TABLE FULL IS DISPLAYED ON THE CONSOLE AND NOTED IN THE
      * STATE RECORD, AND CHNVRFY1 FAILS THE RUN ON IT.
      *
      * CALLING CONVENTION - JUST BEFORE THE CBL_WRITE_FILE OF A
      * CHAINED RECORD, WITH THE RECORD BUILT (TRAILER ANY VALUE):
      *   MOVE THE STREAM'S DATASET NAME TO CHN-STREAM,
      *   MOVE LENGTH OF THE RECORD TO CHN-TEXT-LEN,
      *   MOVE THE RECORD TO CHN-TEXT,
      *   PERFORM LINK-CHAIN-RECORD,
      *   MOVE CHN-TEXT BACK TO THE RECORD,
      * AND STRAIGHT AFTER THE CBL_WRITE_FILE, WHETHER IT WORKED OR
      * NOT, PERFORM RELEASE-CHAIN-STATE.
      * A READER HASHES A RECORD THE SAME WAY: RECORD TO CHN-TEXT,
      * ITS LENGTH TO CHN-TEXT-LEN, PERFORM COMPUTE-CHAIN-HASH, AND
      * THE ANSWER IS IN CHN-HASH.
      *
      * CUSTJRNW AND CUSTJRNP COPY THIS PAIR, SO A PROGRAM THAT
      * COPIES THOSE HAS IT ALREADY AND MUST NOT COPY IT AGAIN.
      ***************************************************************
       01  CHN-STREAM              PIC X(8).
       01  CHN-TEXT                PIC X(600).
       01  CHN-TEXT-LEN            PIC 9(4) COMP.
       01  CHN-HASH                PIC 9(18).
       01  CHN-SEQ-WK              PIC 9(9).
       01  CHN-SEQ-AT              PIC 9(4) COMP.
       01  CHN-PREV-AT             PIC 9(4) COMP.
      * THE G6CHAIN STATE RECORD - ONE ENTRY PER CHAINED STREAM.
       01  CHN-STATE-REC.
           02  CHN-STATE-USED      PIC 9(2).
           02  CHN-STATE-ENTRY OCCURS 24 TIMES.
               03  CHN-ST-STREAM   PIC X(8).
               03  CHN-ST-SEQ      PIC 9(9).
               03  CHN-ST-HASH     PIC 9(18).
               03  CHN-ST-DATE     PIC 9(8).
               03  CHN-ST-TIME     PIC 9(8).
      * THE FIRST STREAM THAT FOUND THE TABLE FULL, AND THE DAY -
      * SPACES AND ZERO WHILE THE TABLE HAS NEVER OVERFLOWED.
           02  CHN-STATE-FULL-STREAM PIC X(8).
           02  CHN-STATE-FULL-DATE PIC 9(8).
       01  CHN-STATE-MAX           PIC 9(2) VALUE 24.
       01  CHN-STATE-OK            PIC X(1).
       01  CHN-FULL-NOTED          PIC X(1).
       01  CHN-USE                 PIC 9(2).
       01  CHN-I                   PIC 9(2).
      * HASHING WORK - TWO MODULAR ACCUMULATORS RUN OVER EVERY BYTE
      * OF THE RECORD, THE SECOND FOLDING IN THE FIRST, SO A CHANGE
      * TO ANY BYTE (OR TWO BYTES SWAPPED) CHANGES THE HASH.
       01  CHN-H1                  PIC 9(9) COMP.
       01  CHN-H2                  PIC 9(9) COMP.
       01  CHN-WORK                PIC 9(18) COMP.
       01  CHN-QUOT                PIC 9(18) COMP.
       01  CHN-POS                 PIC 9(4) COMP.
       01  CHN-BYTE-NUM            PIC 9(4) COMP VALUE 0.
       01  CHN-BYTE-X REDEFINES CHN-BYTE-NUM.
           02  CHN-BYTE-HI         PIC X(1).
           02  CHN-BYTE-LO         PIC X(1).
      * G6CHAIN FILE CONTROL.
       01  CHN-FILE-NAME           PIC X(8) VALUE 'G6CHAIN'.
       01  CHN-ACCESS              PIC X(1) VALUE X'03'.
       01  CHN-ACCESS-OUT          PIC X(1) VALUE X'01'.
       01  CHN-DENY                PIC X(1) VALUE X'03'.
       01  CHN-DEVICE              PIC X(1) VALUE X'00'.
       01  CHN-HANDLE              PIC X(4).
       01  CHN-FLAGS               PIC X(4) VALUE X'00000000'.
       01  CHN-RESERVED            PIC X(4) VALUE X'00000000'.
       01  CHN-STATUS              PIC S9(9) COMP-5.
       01  CHN-RECLEN              PIC 9(8) COMP-5.
      * G6CHLOCK - THE LOCK THAT SERIALISES EVERY LINK.  ONLY EVER
      * OPENED, NEVER READ OR WRITTEN; HELD OPEN EXCLUSIVE FROM THE
      * STATE READ UNTIL RELEASE-CHAIN-STATE.
       01  CHN-LOCK-NAME           PIC X(8) VALUE 'G6CHLOCK'.
       01  CHN-LOCK-DENY           PIC X(1) VALUE X'00'.
       01  CHN-LOCK-HANDLE         PIC X(4).
       01  CHN-LOCK-STATUS         PIC S9(9) COMP-5.
       01  CHN-LOCK-HELD           PIC X(1) VALUE 'N'.
       01  CHN-LOCK-TRIES          PIC 9(5) COMP.
       01  CHN-LOCK-MAX            PIC 9(5) COMP VALUE 20000.
