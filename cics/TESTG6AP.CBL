        WORKING-STORAGE SECTION.
        COPY MAP06CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY G6RSNCD.
        COPY CUSTMAST.
        COPY DFHAID.
      * SECURE-TERMINAL REGISTRATION - SEE G6TRMW.CPY.
        COPY G6TRMW.
        COPY OPSECCKW.
      * TRAINING MODE - SEE G6TRNW.CPY.
        COPY G6TRNW.
        01  WS-SUPER-FOUND     PIC X(1).
            88  WS-IS-SUPER        VALUE 'Y'.

        01  WS-PN-OVERFLOW     PIC 9(5) COMP VALUE 0.
        01  WS-PN-TABLE.
            02  WS-PN-ENTRY OCCURS 200 TIMES.
                03  WS-PN-ROW  PIC X(554).
        01  WS-PN-IDX          PIC 9(3) COMP.
        01  WS-SHOW-IDX        PIC 9(3) COMP.
        01  WS-PNDNO-ED        PIC 9(4).
            02  WS-AF-USD-AMT      PIC 9(10)V9(2).
            02  WS-AF-PHONE        PIC X(10).
            02  WS-AF-EMAIL        PIC X(40).
            02  WS-AF-CONSENT      PIC X(3).
        01  WS-BEFORE-FIELDS.
            02  WS-BF-ID           PIC X(10).
            02  WS-BF-NAME         PIC X(40).
            02  WS-BF-ADDR         PIC X(40).
            02  WS-BF-ZIP          PIC X(5).
            02  FILLER             PIC X(131).
            02  WS-BF-CONSENT      PIC X(3).

      * CHANGE AUDIT - THE APPROVAL IS THE MOMENT THE CHANGE BECOMES
      * REAL, SO THE GUI6AUD ROW IS WRITTEN HERE, ATTRIBUTED TO THE
        01  WS-PL-RECLEN       PIC 9(8) COMP-5.
        01  WS-PL-OLD-PAYME    PIC X(14).

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  APRVCA-FIRST     PIC X(1).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

                MOVE 'E504' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('APRV') MAPSET('MAP06')
                          FROM(APRVO) ERASE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                MOVE 'E033' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('APRV') MAPSET('MAP06')
                          FROM(APRVO) ERASE
                END-EXEC
                MOVE 'E034' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('APRV') MAPSET('MAP06')
                          FROM(APRVO) ERASE
                END-EXEC
                MOVE 'E041' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM SHOW-TRAINING-BANNER
                EXEC CICS SEND MAP('APRV') MAPSET('MAP06')
                          FROM(APRVO) ERASE
                END-EXEC
                GO TO TESTG6AP-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTG6AP-RETURN

        TESTG6AP-RETURN.
            MOVE 'Y' TO APRVCA-FIRST.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('APR6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

        COPY CICAIDPF.

        COPY G6RSPP.

        CHECK-SUPERVISOR.
            MOVE 'N' TO WS-SUPER-FOUND.
            PERFORM READ-OPERATOR-SECURITY.
            PERFORM SET-TRAINING-MODE.
            IF TRN-MODE-ON
                PERFORM SET-TRAINING-STREAMS
            END-IF.
            MOVE 'A' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF OPSEC-PERM-IS-OK
                MOVE 'Y' TO WS-SUPER-FOUND
            END-IF.

      * A TRAINEE SUPERVISOR WORKS THE TRAINING QUEUE AND WRITES ONLY
      * THE TRAINING TWINS OF THE STREAMS - SEE G6TRNW.CPY.
        SET-TRAINING-STREAMS.
            MOVE TRN-T-PENDG  TO WS-PN-NAME.
            MOVE TRN-T-INTENT TO WS-INT-NAME.
            MOVE TRN-T-AUD    TO WS-AUD-NAME.
            MOVE TRN-T-PAYLDG TO WS-PL-NAME.
            MOVE TRN-T-JRNL   TO JRNL-NAME.

        COPY OPSECCKP.

        COPY G6TRNP.

        COPY G6SESSP.

        COPY G6BCSTP.
                  INTO AFT2O
            END-IF.
            PERFORM SHOW-BROADCAST-LINE.
            PERFORM SHOW-TRAINING-BANNER.
            EXEC CICS SEND MAP('APRV') MAPSET('MAP06')
                      FROM(APRVO) ERASE
            END-EXEC.
            MOVE PEND-AFTER-REC TO WS-AFTER-FIELDS.
            MOVE PEND-CUST-ID TO CUST-ID.
            MOVE 'N' TO WS-CM-NEW.
            EXEC CICS READ FILE(TRN-MAST-FILE)
                      INTO(CUST-MASTER-REC)
                      RIDFLD(PEND-CUST-ID)
                      KEYLENGTH(CUST-MASTER-KEYLEN)
                PERFORM WRITE-CUSTOMER-JOURNAL
            END-IF.
            MOVE PEND-AFTER-REC TO CUST-MASTER-REC.
      * AN APPROVED CHANGE IS ACTIVITY - A DORMANT CUSTOMER COMES
      * BACK TO ACTIVE WITH IT.
            IF CUST-IS-DORMANT
                MOVE 'A' TO CUST-STATUS
                MOVE 0 TO CUST-INACT-DATE
            END-IF.
            ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD.
            ACCEPT CUST-LAST-UPD-TIME FROM TIME.
            IF WS-CM-IS-NEW
                EXEC CICS WRITE FILE(TRN-MAST-FILE)
                          FROM(CUST-MASTER-REC)
                          RIDFLD(PEND-CUST-ID)
                          KEYLENGTH(CUST-MASTER-KEYLEN)
                MOVE 'WRT' TO JRNL-ACTION
                PERFORM JOURNAL-AFTER-IMAGE
            ELSE
                EXEC CICS REWRITE FILE(TRN-MAST-FILE)
                          FROM(CUST-MASTER-REC)
                          RESP(WS-CM-RESP)
                END-EXEC
            MOVE WS-AF-PHONE  TO INT-AFTER-PHONE.
            MOVE WS-AF-EMAIL  TO INT-AFTER-EMAIL.
            MOVE WS-AF-STATUS TO INT-AFTER-STATUS.
            MOVE WS-AF-CONSENT TO INT-AFTER-CONSENT.
            MOVE LENGTH OF INT-REC TO WS-INT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-INT-HANDLE
                     WS-INT-RECLEN WS-INT-FLAGS
            MOVE WS-INT-STAMP-TIME TO INT-TIME.
            MOVE SPACES TO INT-AFTER-NAME INT-AFTER-ADDR
                           INT-AFTER-ZIP INT-AFTER-PHONE
                           INT-AFTER-EMAIL INT-AFTER-STATUS
                           INT-AFTER-CONSENT.
            MOVE LENGTH OF INT-REC TO WS-INT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-INT-HANDLE
                     WS-INT-RECLEN WS-INT-FLAGS
        WRITE-NAME-INDEX.
            MOVE CUST-NAME TO NIX-NAME.
            MOVE CUST-ID   TO NIX-CUST-ID.
            EXEC CICS WRITE FILE(TRN-NAMIX-FILE)
                      FROM(NIX-REC)
                      RIDFLD(NIX-KEY)
                      KEYLENGTH(NIX-KEYLEN)
            END-EXEC.

        DELETE-NAME-INDEX.
            EXEC CICS DELETE FILE(TRN-NAMIX-FILE)
                      RIDFLD(WS-NIX-DEL-KEY)
                      KEYLENGTH(NIX-KEYLEN)
                      RESP(WS-NIX-RESP)
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.
      * A CONTACT-PREFERENCE CHANGE RIDING THE APPROVED IMAGE GETS
      * ITS OWN 'CONSENT' ROW, SAME AS ONE SAVED DIRECTLY ON GUI6.
            IF WS-BF-CONSENT NOT = WS-AF-CONSENT
                MOVE 'CONSENT'       TO GUI6AUD-ACTION
                MOVE WS-BF-NAME      TO GUI6AUD-AFTER-NAME
                MOVE WS-BF-ADDR      TO GUI6AUD-AFTER-ADDR
                MOVE WS-BF-ZIP       TO GUI6AUD-AFTER-ZIP
                MOVE WS-BF-CONSENT   TO GUI6AUD-BEFORE-CONSENT
                MOVE WS-AF-CONSENT   TO GUI6AUD-AFTER-CONSENT
                ACCEPT WS-AUD-TIME FROM TIME
                MOVE WS-AUD-TIME     TO GUI6AUD-TIME
                MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8)
                MOVE WS-AUD-NAME TO CHN-STREAM
                MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN
                MOVE GUI6AUD-REC TO CHN-TEXT
                PERFORM LINK-CHAIN-RECORD
                MOVE CHN-TEXT TO GUI6AUD-REC
                CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                         WS-AUD-RECLEN WS-AUD-FLAGS
                         WS-AUD-RESERVED GUI6AUD-REC
                    GIVING WS-AUD-STATUS
                PERFORM RELEASE-CHAIN-STATE
            END-IF.

        COPY CUSTJRNP.

                      FROM(APRVO) DATAONLY
            END-EXEC.

      * A TRAINEE'S SCREEN CARRIES THE TRAINING BANNER (G6TRNW.CPY).
        SHOW-TRAINING-BANNER.
            IF TRN-MODE-ON
                MOVE TRN-BANNER TO APBNRO
            END-IF.

      * LOOK UP SE-MSG-CODE-WK IN THE SHARED CODED MESSAGE TABLE AND
      * LEAVE SE-MSG-IDX POINTING AT THE MATCHING ROW.
        LOOKUP-ERROR-MESSAGE.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.
