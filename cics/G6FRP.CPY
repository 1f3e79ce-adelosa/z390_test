      ***************************************************************
      * G6FRP.CPY - SHARED CUSTMAST RESTORE AND JOURNAL ROLL-FORWARD
      * PARAGRAPHS (PAIR WITH G6FRW.CPY - SEE THERE FOR THE CALLING
      * CONVENTION).  NEEDS G6GENRP.CPY COPIED ALONGSIDE.
      ***************************************************************
      * NEWEST BKYYMMDD ON FILE, TODAY BACKWARDS.  RCV-BK-NAME STAYS
      * SPACES WHEN NONE IS FOUND INSIDE RCV-LOOK-BACK DAYS.
       FIND-LATEST-IMAGE-COPY.
           ACCEPT RCV-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO RCV-BK-NAME.
           MOVE 0 TO RCV-LOOK-DAYS.
           PERFORM PROBE-ONE-IMAGE-COPY
               UNTIL RCV-BK-NAME NOT = SPACES
                  OR RCV-LOOK-DAYS > RCV-LOOK-BACK.

       PROBE-ONE-IMAGE-COPY.
           COMPUTE RCV-DATE-INT =
               FUNCTION INTEGER-OF-DATE (RCV-TODAY) - RCV-LOOK-DAYS.
           COMPUTE RCV-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER (RCV-DATE-INT).
           MOVE SPACES TO RCV-PROBE-NAME.
           STRING 'BK' DELIMITED BY SIZE
                  RCV-PROBE-DATE (3:6) DELIMITED BY SIZE
             INTO RCV-PROBE-NAME.
           CALL 'CBL_OPEN_FILE' USING RCV-PROBE-NAME
                    RCV-BK-ACCESS RCV-BK-DENY
                    RCV-BK-DEVICE RCV-BK-HANDLE
               GIVING RCV-BK-STATUS.
           IF RCV-BK-STATUS = 0
               CALL 'CBL_CLOSE_FILE' USING RCV-BK-HANDLE
                   GIVING RCV-BK-STATUS
               MOVE RCV-PROBE-NAME TO RCV-BK-NAME
           END-IF.
           ADD 1 TO RCV-LOOK-DAYS.

      * LOAD THE SNAPSHOT INTO A BRAND-NEW MASTER.  THE IMAGE COPY
      * IS IN KEY SEQUENCE, SO STRAIGHT WRITES REBUILD THE KSDS.
       RESTORE-IMAGE-COPY.
           MOVE 'N' TO RCV-RESTORE-OK.
           MOVE 0 TO RCV-RESTORED-COUNT.
           CALL 'CBL_OPEN_FILE' USING RCV-BK-NAME
                    RCV-BK-ACCESS RCV-BK-DENY
                    RCV-BK-DEVICE RCV-BK-HANDLE
               GIVING RCV-BK-STATUS.
           IF RCV-BK-STATUS = 0
               MOVE 'Y' TO RCV-RESTORE-OK
               OPEN OUTPUT CUSTMAST
               MOVE 'N' TO RCV-FILE-EOF
               PERFORM RESTORE-ONE-RECORD UNTIL RCV-FILE-EOF = 'Y'
               CALL 'CBL_CLOSE_FILE' USING RCV-BK-HANDLE
                   GIVING RCV-BK-STATUS
               CLOSE CUSTMAST
           END-IF.

       RESTORE-ONE-RECORD.
           MOVE LENGTH OF CUST-MASTER-REC TO RCV-BK-RECLEN.
           CALL 'CBL_READ_FILE' USING RCV-BK-HANDLE
                    RCV-BK-RECLEN RCV-BK-FLAGS
                    RCV-BK-RESERVED CUST-MASTER-REC
               GIVING RCV-BK-STATUS.
           IF RCV-BK-STATUS NOT = 0
               MOVE 'Y' TO RCV-FILE-EOF
           ELSE
               WRITE CUST-MASTER-REC
               ADD 1 TO RCV-RESTORED-COUNT
           END-IF.

      * REPLAY THE JOURNAL IN WRITTEN ORDER UP TO THE CUTOFF, ACROSS
      * EVERY CUSTJRNL GENERATION SINCE THE IMAGE COPY AND THEN THE
      * LIVE STREAM - THE NIGHTLY TESTG6GR ROLLOVER LEAVES ONLY
      * TODAY'S UPDATES ON THE LIVE STREAM.  THE RANGE STARTS THE DAY
      * BEFORE THE IMAGE COPY SO AN UPDATE ROLLED OVER BEHIND IT IS
      * NOT MISSED; REPLAYING AN UPDATE THE SNAPSHOT ALREADY HOLDS
      * ONLY RE-APPLIES THE SAME AFTER IMAGE.  THE AFTER IMAGE IS
      * AUTHORITATIVE FOR WRITES AND REWRITES; A DELETE REPLAYS
      * AGAINST THE PRIOR IMAGE'S KEY.  AN IMAGE COPY NOT NAMED
      * BKYYMMDD IS REPLAYED AGAINST EVERY GENERATION INSIDE THE
      * ROLLOVER'S DEFAULT 90-DAY RETENTION.
       REPLAY-JOURNAL.
           ACCEPT RCV-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO RCV-REPLAYED-COUNT RCV-SKIPPED-COUNT
                     RCV-PAST-CUT-COUNT.
           IF RCV-BK-NAME (1:2) = 'BK' AND RCV-BK-NAME (3:6) NUMERIC
               MOVE 20 TO RCV-BK-DATE (1:2)
               MOVE RCV-BK-NAME (3:6) TO RCV-BK-DATE (3:6)
               COMPUTE RCV-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (RCV-BK-DATE) - 1
           ELSE
               COMPUTE RCV-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (RCV-TODAY) - 90
           END-IF.
           MOVE 'CUSTJRNL' TO GEN-BASE-NAME.
           MOVE 'CJ' TO GEN-PREFIX.
           COMPUTE GEN-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (RCV-DATE-INT).
           IF RCV-CUT-DATE < RCV-TODAY
               MOVE RCV-CUT-DATE TO GEN-TO-DATE
           ELSE
               MOVE RCV-TODAY TO GEN-TO-DATE
           END-IF.
           MOVE LENGTH OF JRNL-REC TO GEN-RECLEN-SET.
           OPEN I-O CUSTMAST.
           PERFORM OPEN-GENERATION-STREAM.
           PERFORM READ-GENERATION-RECORD.
           PERFORM REPLAY-ONE-ENTRY UNTIL GEN-EOF = 'Y'.
           CLOSE CUSTMAST.

       REPLAY-ONE-ENTRY.
           MOVE GEN-RECORD (1:LENGTH OF JRNL-REC) TO JRNL-REC.
           IF JRNL-DATE > RCV-CUT-DATE
               OR (JRNL-DATE = RCV-CUT-DATE
                   AND JRNL-TIME > RCV-CUT-TIME)
               ADD 1 TO RCV-PAST-CUT-COUNT
           ELSE
               PERFORM APPLY-ONE-ENTRY
           END-IF.
           PERFORM READ-GENERATION-RECORD.

       APPLY-ONE-ENTRY.
           MOVE JRNL-AFTER-REC TO RCV-AFTER-FIELDS.
           MOVE JRNL-PRIOR-REC TO RCV-PRIOR-FIELDS.
           EVALUATE JRNL-ACTION
           WHEN 'WRT'
           WHEN 'REW'
               PERFORM APPLY-AFTER-IMAGE
           WHEN 'DEL'
               PERFORM APPLY-DELETE
           WHEN OTHER
               ADD 1 TO RCV-SKIPPED-COUNT
           END-EVALUATE.

      * WRITE-OR-REWRITE BY THE AFTER IMAGE'S OWN KEY - WHETHER THE
      * RECORD EXISTS ON THE RESTORED MASTER DECIDES WHICH VERB.
       APPLY-AFTER-IMAGE.
           MOVE RCV-AF-ID TO CUST-ID.
           MOVE 'N' TO RCV-INVALID-KEY-SW.
           READ CUSTMAST
               INVALID KEY
                   SET RCV-RECORD-NOT-FOUND TO TRUE
           END-READ.
           MOVE JRNL-AFTER-REC TO CUST-MASTER-REC.
           IF RCV-RECORD-NOT-FOUND
               WRITE CUST-MASTER-REC
           ELSE
               REWRITE CUST-MASTER-REC
           END-IF.
           ADD 1 TO RCV-REPLAYED-COUNT.

       APPLY-DELETE.
           MOVE RCV-PR-ID TO CUST-ID.
           MOVE 'N' TO RCV-INVALID-KEY-SW.
           READ CUSTMAST
               INVALID KEY
                   SET RCV-RECORD-NOT-FOUND TO TRUE
           END-READ.
           IF NOT RCV-RECORD-NOT-FOUND
               DELETE CUSTMAST RECORD
               ADD 1 TO RCV-REPLAYED-COUNT
           ELSE
               ADD 1 TO RCV-SKIPPED-COUNT
           END-IF.
