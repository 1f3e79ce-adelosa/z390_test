        01  WS-AUD-RECLEN       PIC 9(8) COMP-5.
        01  WS-AUD-EOF          PIC X(1).
        COPY GUI6AUD.
        01  WS-AUD-SAVE         PIC X(375).

      * THE FOUND ROW'S VALUES, HELD BY NAME SO THE BACKOUT ROW CAN
      * SWAP BEFORE AND AFTER WITHOUT OFFSET ARITHMETIC.
        01  WS-ORIG-AFT-PHONE   PIC X(10).
        01  WS-ORIG-BEF-EMAIL   PIC X(40).
        01  WS-ORIG-AFT-EMAIL   PIC X(40).
        01  WS-ORIG-BEF-CONSENT PIC X(3).
        01  WS-ORIG-AFT-CONSENT PIC X(3).
        01  WS-ORIG-CUST        PIC X(10).
        01  WS-NIX-OLD-NAME     PIC X(40).

      * AUDITED BEFORE AND AFTER COLUMNS - AN INACTIVATION, A
      * MERGE, OR ANOTHER BACK-OUT HAS NO RESTORABLE PAIR HERE AND
      * IS REFUSED (REACTIVATING A RETIRED ACCOUNT IS A GUI6
      * DECISION, NOT A CARD).  A TYPED-ADDRESS ('ADDRESS') ROW
      * DESCRIBES G6CADDR, NOT THE MASTER, AND IS RE-KEYED ON THE
      * GUI6 PF11 PAGE INSTEAD.  THE MASTER MUST STILL CARRY EXACTLY
      * THE AUDITED AFTER-VALUES (WHERE THE AUDIT ROW SET THEM) -
      * ANYTHING ELSE MEANS THE RECORD MOVED AGAIN SINCE, AND
      * OVERWRITING THAT BLIND IS HOW NEW MESSES GET MADE.
                AND GUI6AUD-ACTION NOT = 'CONTACT'
                AND GUI6AUD-ACTION NOT = 'EFFECTIV'
                AND GUI6AUD-ACTION NOT = 'CORRECT'
                AND GUI6AUD-ACTION NOT = 'CONSENT'
                ADD 1 TO WS-REFUSED-COUNT
                MOVE SPACES TO G6BORPT-REC
                STRING '  REF ' DELIMITED BY SIZE
                        AND CUST-PHONE NOT = GUI6AUD-AFTER-PHONE)
                    OR (GUI6AUD-AFTER-EMAIL NOT = SPACES
                        AND CUST-EMAIL NOT = GUI6AUD-AFTER-EMAIL)
                    OR (GUI6AUD-AFTER-CONSENT NOT = SPACES
                        AND CUST-CONSENT NOT = GUI6AUD-AFTER-CONSENT)
                    ADD 1 TO WS-CONFLICT-COUNT
                    MOVE SPACES TO G6BORPT-REC
                    STRING '  REF ' DELIMITED BY SIZE
            MOVE GUI6AUD-AFTER-PHONE  TO WS-ORIG-AFT-PHONE.
            MOVE GUI6AUD-BEFORE-EMAIL TO WS-ORIG-BEF-EMAIL.
            MOVE GUI6AUD-AFTER-EMAIL  TO WS-ORIG-AFT-EMAIL.
            MOVE GUI6AUD-BEFORE-CONSENT TO WS-ORIG-BEF-CONSENT.
            MOVE GUI6AUD-AFTER-CONSENT  TO WS-ORIG-AFT-CONSENT.
            MOVE CUST-NAME           TO WS-NIX-OLD-NAME.
            MOVE 'G6BO' TO JRNL-SOURCE.
            MOVE BO-OPID TO JRNL-OPID.
                OR GUI6AUD-BEFORE-EMAIL NOT = SPACES
                MOVE GUI6AUD-BEFORE-EMAIL TO CUST-EMAIL
            END-IF.
            IF GUI6AUD-AFTER-CONSENT NOT = SPACES
                MOVE GUI6AUD-BEFORE-CONSENT TO CUST-CONSENT
            END-IF.
            ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD.
            ACCEPT CUST-LAST-UPD-TIME FROM TIME.
            REWRITE CUST-MASTER-REC.
            MOVE WS-ORIG-BEF-PHONE TO GUI6AUD-AFTER-PHONE.
            MOVE WS-ORIG-AFT-EMAIL TO GUI6AUD-BEFORE-EMAIL.
            MOVE WS-ORIG-BEF-EMAIL TO GUI6AUD-AFTER-EMAIL.
            MOVE WS-ORIG-AFT-CONSENT TO GUI6AUD-BEFORE-CONSENT.
            MOVE WS-ORIG-BEF-CONSENT TO GUI6AUD-AFTER-CONSENT.
            MOVE 'BACKOUT'  TO GUI6AUD-ACTION.
            MOVE 'EC'       TO GUI6AUD-REASON.
            MOVE BO-REF     TO GUI6AUD-LINK-REF.
                    GIVING WS-AUD-STATUS
                MOVE 'Y' TO WS-AUD-OPENED
            END-IF.
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

        COPY CUSTJRNP.
