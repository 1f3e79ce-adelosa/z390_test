      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * SUPERVISED RIGHT-TO-ERASURE UTILITY.  WHEN A CUSTOMER ASKS
      * TO BE FORGOTTEN, THE NAME, ADDRESS, PHONE AND EMAIL DO NOT
      * LIVE IN ONE PLACE - THE MASTER, ITS NAME INDEX AND TYPED
      * ADDRESSES, THE PURGE ARCHIVE, EVERY ROLLED GENERATION OF THE
      * AUDIT AND JOURNAL STREAMS, THE NOTES, THE PENDING AND
      * DECIDED APPROVAL QUEUES, THE DIRECT-DEBIT INSTRUCTION, THE
      * STATEMENT DELIVERY HISTORY AND BOUNCED-EMAIL LIST, AND THE
      * PARTNER PAYLOAD ARCHIVE ALL CARRY COPIES.  ONE G6ANCARD
      * CARD PER ERASURE REQUEST:
      *
      *   COLS  1-10  THE CUSTOMER ID TO ERASE
      *   COL     11  BLANK
      *   COLS 12-14  THE SUPERVISOR'S OPERATOR ID (MUST BE CLASS
      *               'S' ON OPSECMST)
      *   COL     15  BLANK
      *   COLS 16-27  THE DATA-PROTECTION REQUEST REFERENCE
      *   COL     28  BLANK
      *   COLS 29-31  GENERATION LOOK-BACK DAYS (BLANK = 999, WHICH
      *               REACHES PAST ANY TESTG6GR RETENTION)
      *
      * EVERY PERSONAL FIELD BELONGING TO THE CUSTOMER IS OVERWRITTEN
      * WITH THE FIXED TOKEN 'ERASED' - NEVER DELETED - SO RECORD
      * COUNTS, KEYS, DATES, AMOUNTS, RATES AND STATUS STAY EXACTLY
      * AS THEY WERE AND EVERY RECONCILIATION THAT COUNTS OR SUMS
      * THESE FILES STILL BALANCES.  A FIELD ALREADY BLANK IS LEFT
      * BLANK (BLANK CARRIES MEANING ON THE AUDIT ROWS), AND A
      * RECORD IS ONLY COUNTED AS TOUCHED WHEN ITS BYTES ACTUALLY
      * CHANGED, SO A REPEATED REQUEST CERTIFIES NOTHING NEW.
      *
      * THE STREAM FILES ARE REWRITTEN THROUGH THE G6ANWORK WORK
      * STREAM (COPY OUT SCRUBBED, THEN TRUNCATE AND COPY BACK) -
      * NO TABLE LIMIT, AND A FILE WITH NOTHING TO ERASE IS NEVER
      * REWRITTEN AT ALL.  G6LTCTL HOLDS NO PERSONAL FIELDS (ID,
      * STAMP, LETTER REFERENCE) AND IS LISTED, NOT CHANGED.  THE
      * SOAARCH/SOAARCHX PAYLOADS HAVE NO CUSTOMER KEY (THE ADDRVFY
      * REQUEST CARRIES ONLY AN ADDRESS), SO THEY ARE SCRUBBED BY
      * VALUE: EVERY NAME, ADDRESS, PHONE AND EMAIL THE CUSTOMER HAS
      * EVER HAD, AS GATHERED FROM THE OTHER STORES ON THE WAY
      * THROUGH, IS OVERLAID WHEREVER IT APPEARS.  THE SOAARCV/
      * SOAARCVX CLEAR-PAYLOAD VAULT (THE UNMASKED IMAGES OF THE
      * ARCHIVE ROWS WHOSE PERSONAL FIELDS WERE MASKED) IS SCRUBBED
      * THE SAME WAY.
      *
      * THE G6ANRPT CERTIFICATE LISTS EVERY DATASET SEARCHED, EVERY
      * RECORD CHANGED (BY POSITION, OR KEY FOR THE KEYED FILES),
      * AND EACH REWRITTEN FILE'S RECORD COUNT BEFORE AND AFTER -
      * THE DOCUMENT THE DATA-PROTECTION OFFICER FILES.  A REFUSED
      * CARD (NO CUSTOMER, NOT A SUPERVISOR, OR A CUSTOMER NAMED ON
      * AN ACTIVE G6LHOLD LEGAL HOLD - LITIGATION OUTRANKS ERASURE
      * UNTIL LEGAL RELEASES IT) ENDS THE RUN RC 4.
      *
      * THE GUI6AUD AND CUSTJRNL ROWS ARE HASH-CHAINED (G6CHNW.CPY),
      * SO OVERWRITING ONE CHANGES ITS HASH.  EVERY CHAINED ROW
      * CHANGED HERE IS ENTERED ON THE G6CHNREG RE-SEAL REGISTER
      * (G6CHNREG.CPY) WITH ITS OLD AND NEW HASH AND THE REQUEST
      * REFERENCE, WHICH IS HOW CHNVRFY1 TELLS A SUPERVISED ERASURE
      * FROM TAMPERING.
      *
        PROGRAM-ID. TESTG6AN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT G6ANCARD ASSIGN TO G6ANCARD
                ORGANIZATION IS SEQUENTIAL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.
            SELECT NAMIX ASSIGN TO G6NAMIX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NIX-KEY.
            SELECT CADRFILE ASSIGN TO G6CADDR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CADR-KEY.
            SELECT DDMFILE ASSIGN TO G6DDMAND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DDM-CUST-ID.
            SELECT OPTIONAL ARCHIX ASSIGN TO SOAARCHX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARX-KEY.
            SELECT OPTIONAL VAULTIX ASSIGN TO SOAARCVX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARV-KEY.
            SELECT G6ANRPT ASSIGN TO G6ANRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6ANCARD
            RECORD CONTAINS 80 CHARACTERS.
        01  G6ANCARD-REC.
            02  AN-CUST-ID          PIC X(10).
            02  FILLER              PIC X(1).
            02  AN-OPID             PIC X(3).
            02  FILLER              PIC X(1).
            02  AN-REQ-REF          PIC X(12).
            02  FILLER              PIC X(1).
            02  AN-BACK-DAYS        PIC X(3).
            02  FILLER              PIC X(49).

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  OPSECMST.
        COPY OPSECMST.

        FD  NAMIX.
        COPY G6NAMIX.

        FD  CADRFILE.
        COPY G6CADDR.

        FD  DDMFILE.
        COPY G6DDMAND.

      * THE SOAARR1 KEYED PAYLOAD ARCHIVE - SAME BYTES AS A SOAARCH
      * RECORD (SOACMG3W.CPY WS-ARCH-REC), KEYED BY CORRELATION ID
      * AND TYPE.
        FD  ARCHIX
            RECORD CONTAINS 4154 CHARACTERS.
        01  ARX-REC.
            02  ARX-KEY.
                03  ARX-CORR        PIC X(16).
                03  FILLER          PIC X(1).
                03  ARX-TYPE        PIC X(3).
            02  FILLER              PIC X(1).
            02  ARX-SVC             PIC X(8).
            02  FILLER              PIC X(1).
            02  ARX-DATE            PIC 9(8).
            02  FILLER              PIC X(1).
            02  ARX-TIME            PIC 9(8).
            02  FILLER              PIC X(1).
            02  ARX-LEN             PIC 9(9).
            02  FILLER              PIC X(1).
            02  ARX-DATA            PIC X(4096).

      * THE SOAARR1 KEYED CLEAR-PAYLOAD VAULT - SAME LAYOUT AND KEY.
        FD  VAULTIX
            RECORD CONTAINS 4154 CHARACTERS.
        01  ARV-REC.
            02  ARV-KEY.
                03  ARV-CORR        PIC X(16).
                03  FILLER          PIC X(1).
                03  ARV-TYPE        PIC X(3).
            02  FILLER              PIC X(1).
            02  ARV-SVC             PIC X(8).
            02  FILLER              PIC X(4126).

        FD  G6ANRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6ANRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY CUSTJRNW.
        COPY GUI6AUD.
        COPY BMS2NOTE.
        COPY G6PENDG.
        COPY G6CHNREG.
        COPY G6STDLV.
        COPY G6EMBNC.

        01  WS-AN-TOKEN         PIC X(40) VALUE 'ERASED'.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-CARD-COUNT       PIC 9(5) VALUE 0.
        01  WS-ERASED-COUNT     PIC 9(5) VALUE 0.
        01  WS-REFUSED-COUNT    PIC 9(5) VALUE 0.
        01  WS-SUPER-OK         PIC X(1).
        COPY G6LHLDW.
        01  WS-INVALID-KEY-SW   PIC X(1).
            88  WS-RECORD-NOT-FOUND VALUE 'Y'.
        01  WS-RUN-DATE         PIC 9(8).
        01  WS-RUN-TIME         PIC 9(8).
        01  WS-BACK-DAYS        PIC 9(3).
        01  WS-REQ-TOUCHED      PIC 9(7).
        01  WS-REQ-LISTED       PIC 9(7).

      * ONE CUST-MASTER-REC IMAGE (THE MASTER ITSELF, A CUSTARCH
      * RECORD, A JOURNAL OR PENDING BEFORE/AFTER IMAGE), VIEWED BY
      * FIELD SO THE SAME ERASE SERVES THEM ALL.
        01  WS-AN-IMAGE         PIC X(237).
        01  WS-AN-IMAGE-FIELDS REDEFINES WS-AN-IMAGE.
            02  WS-AN-IM-ID         PIC X(10).
            02  WS-AN-IM-NAME       PIC X(40).
            02  WS-AN-IM-ADDR       PIC X(40).
            02  WS-AN-IM-ZIP        PIC X(5).
            02  FILLER              PIC X(81).
            02  WS-AN-IM-PHONE      PIC X(10).
            02  WS-AN-IM-EMAIL      PIC X(40).
            02  FILLER              PIC X(11).

      * ONE PERSONAL FIELD ON ITS WAY TO THE TOKEN - COPIED IN,
      * HARVESTED FOR THE PAYLOAD SCRUB, OVERWRITTEN UNLESS BLANK,
      * COPIED BACK OUT.
        01  WS-AN-FIELD         PIC X(40).

      * EVERY DISTINCT PERSONAL VALUE SEEN FOR THE CUSTOMER, AND ITS
      * LENGTH WITHOUT TRAILING SPACES.  VALUES SHORTER THAN FOUR
      * BYTES ARE NOT KEPT - TOO LIKELY TO MATCH SOMEONE ELSE'S
      * PAYLOAD BYTES BY ACCIDENT.
        01  WS-VAL-MAX          PIC 9(4) COMP VALUE 200.
        01  WS-VAL-COUNT        PIC 9(4) COMP VALUE 0.
        01  WS-VAL-TABLE.
            02  WS-VAL-ENTRY OCCURS 200 TIMES.
                03  WS-VAL-TEXT     PIC X(40).
                03  WS-VAL-LEN      PIC 9(2) COMP.
        01  WS-VX               PIC 9(4) COMP.
        01  WS-VAL-WK           PIC X(40).
        01  WS-VAL-WK-LEN       PIC 9(2) COMP.
        01  WS-VAL-SEEN         PIC X(1).
        01  WS-TALLY            PIC 9(4) COMP.

      * THE STREAM BEING SCRUBBED, ITS WORK COPY, AND ITS COUNTS.
      * WS-DS-KIND SAYS WHICH LAYOUT THE RECORDS HAVE:
      *   'IM' CUSTARCH (BARE MASTER IMAGES)  'AU' GUI6AUD
      *   'CJ' CUSTJRNL                       'NT' BMS2NOTE
      *   'PN' G6PENDG / G6PNHIST             'LT' G6LTCTL
      *   'SA' SOAARCH / SOAARCV              'DL' G6STDLV
      *   'EB' G6EMBNC
        01  WS-DS-NAME          PIC X(8).
        01  WS-DS-KIND          PIC X(2).
        01  WS-DS-RECLEN        PIC 9(8) COMP-5.
        01  WS-DS-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-DS-ACCESS-OUT    PIC X(1) VALUE X'01'.
        01  WS-DS-DENY          PIC X(1) VALUE X'03'.
        01  WS-DS-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-DS-HANDLE        PIC X(4).
        01  WS-DS-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-DS-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-DS-STATUS        PIC S9(9) COMP-5.
        01  WS-DS-IO-RECLEN     PIC 9(8) COMP-5.
        01  WS-DS-EOF           PIC X(1).
        01  WS-DS-READ          PIC 9(7).
        01  WS-DS-TOUCHED       PIC 9(7).
        01  WS-DS-LISTED        PIC 9(7).
        01  WS-DS-WRITTEN       PIC 9(7).
        01  WS-WK-NAME          PIC X(8) VALUE 'G6ANWORK'.
        01  WS-WK-HANDLE        PIC X(4).
        01  WS-WK-STATUS        PIC S9(9) COMP-5.
        01  WS-REC-HIT          PIC X(1).
        01  WS-REC-LIST         PIC X(1).
        01  WS-AN-BUF           PIC X(4154).
        01  WS-AN-BUF-SAVE      PIC X(4154).

      * THE RE-SEAL REGISTER - OPENED ON THE FIRST CHAINED ROW
      * CHANGED, CLOSED AT THE END OF THE RUN.
        01  WS-RG-NAME          PIC X(8) VALUE 'G6CHNREG'.
        01  WS-RG-ACCESS        PIC X(1) VALUE X'03'.
        01  WS-RG-DENY          PIC X(1) VALUE X'03'.
        01  WS-RG-DEVICE        PIC X(1) VALUE X'00'.
        01  WS-RG-HANDLE        PIC X(4).
        01  WS-RG-FLAGS         PIC X(4) VALUE X'00000000'.
        01  WS-RG-RESERVED      PIC X(4) VALUE X'00000000'.
        01  WS-RG-OPENED        PIC X(1) VALUE 'N'.
        01  WS-RG-STATUS        PIC S9(9) COMP-5.
        01  WS-RG-RECLEN        PIC 9(8) COMP-5.
        01  WS-RG-COUNT         PIC 9(7) VALUE 0.
        01  WS-RG-SEQ           PIC X(9).
        01  WS-RG-OLD-HASH      PIC 9(18).

      * THE LETTER-CONTROL ROW AND THE PAYLOAD ARCHIVE RECORD - SEE
      * TESTG6LT AND SOACMG3W.CPY FOR THE WRITERS.
        01  WS-LC-REC.
            02  WS-LC-CUST-ID       PIC X(10).
            02  FILLER              PIC X(33).
        01  WS-AR-REC.
            02  WS-AR-CORR          PIC X(16).
            02  FILLER              PIC X(1).
            02  WS-AR-TYPE          PIC X(3).
            02  FILLER              PIC X(1).
            02  WS-AR-SVC           PIC X(8).
            02  FILLER              PIC X(1).
            02  WS-AR-DATE          PIC 9(8).
            02  FILLER              PIC X(1).
            02  WS-AR-TIME          PIC 9(8).
            02  FILLER              PIC X(1).
            02  WS-AR-LEN           PIC 9(9).
            02  FILLER              PIC X(1).
            02  WS-AR-DATA          PIC X(4096).

      * GENERATION WALK - PREFIX + YYMMDD, SAME NAMING TESTG6GR
      * ROLLS TO.
        01  WS-GEN-PREFIX       PIC X(2).
        01  WS-GEN-BASE         PIC X(8).
        01  WS-GEN-INT          PIC 9(8) COMP.
        01  WS-GEN-FROM-INT     PIC 9(8) COMP.
        01  WS-GEN-TO-INT       PIC 9(8) COMP.
        01  WS-GEN-DATE         PIC 9(8).
        01  WS-GEN-FOUND        PIC 9(4).

        01  WS-CX               PIC 9(1) COMP.
        01  WS-CADR-TYPES       PIC X(3) VALUE 'MRB'.
        01  WS-OLD-NAME         PIC X(40).
        01  WS-RPT-NUM          PIC Z(6)9.
        01  WS-RPT-NUM2         PIC Z(6)9.
        01  WS-RPT-NUM3         PIC Z(6)9.

        PROCEDURE DIVISION.
        MAINLINE.
            OPEN INPUT G6ANCARD.
            OPEN I-O CUSTMAST.
            OPEN I-O NAMIX.
            OPEN I-O CADRFILE.
            OPEN I-O DDMFILE.
            OPEN INPUT OPSECMST.
            OPEN OUTPUT G6ANRPT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            MOVE SPACES TO G6ANRPT-REC.
            STRING 'RIGHT-TO-ERASURE CERTIFICATE - RUN '
                       DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-TIME (1:6) DELIMITED BY SIZE
              INTO G6ANRPT-REC.
            WRITE G6ANRPT-REC.
            PERFORM READ-ONE-CARD.
            PERFORM WORK-ONE-CARD UNTIL WS-EOF.
            CLOSE G6ANCARD CUSTMAST NAMIX CADRFILE DDMFILE OPSECMST
                  G6ANRPT.
            IF WS-RG-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-RG-HANDLE
                    GIVING WS-RG-STATUS
            END-IF.
            DISPLAY 'TESTG6AN REQUESTS READ =' WS-CARD-COUNT.
            DISPLAY 'TESTG6AN ERASED        =' WS-ERASED-COUNT.
            DISPLAY 'TESTG6AN REFUSED       =' WS-REFUSED-COUNT.
            DISPLAY 'TESTG6AN RE-SEALED     =' WS-RG-COUNT.
            IF WS-REFUSED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        READ-ONE-CARD.
            READ G6ANCARD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.
            IF NOT WS-EOF
                ADD 1 TO WS-CARD-COUNT
            END-IF.

        WORK-ONE-CARD.
            MOVE SPACES TO G6ANRPT-REC.
            WRITE G6ANRPT-REC.
            PERFORM CHECK-SUPERVISOR.
            IF AN-CUST-ID = SPACES
                ADD 1 TO WS-REFUSED-COUNT
                MOVE SPACES TO G6ANRPT-REC
                STRING 'REQUEST ' DELIMITED BY SIZE
                       AN-REQ-REF DELIMITED BY SIZE
                       ' REFUSED - NO CUSTOMER ID ON THE CARD'
                           DELIMITED BY SIZE
                  INTO G6ANRPT-REC
                WRITE G6ANRPT-REC
            ELSE
                IF WS-SUPER-OK NOT = 'Y'
                    ADD 1 TO WS-REFUSED-COUNT
                    MOVE SPACES TO G6ANRPT-REC
                    STRING 'REQUEST ' DELIMITED BY SIZE
                           AN-REQ-REF DELIMITED BY SIZE
                           ' CUSTOMER ' DELIMITED BY SIZE
                           AN-CUST-ID DELIMITED BY SIZE
                           ' REFUSED - ' DELIMITED BY SIZE
                           AN-OPID DELIMITED BY SIZE
                           ' IS NOT A SUPERVISOR' DELIMITED BY SIZE
                      INTO G6ANRPT-REC
                    WRITE G6ANRPT-REC
                ELSE
                    PERFORM CHECK-ERASURE-HOLD
                END-IF
            END-IF.
            PERFORM READ-ONE-CARD.

      * ONLY A HOLD NAMING THE CUSTOMER STOPS AN ERASURE - A DATES-
      * ONLY HOLD COVERS RETENTION PURGES, NOT A DATA SUBJECT'S
      * REQUEST.
        CHECK-ERASURE-HOLD.
            MOVE AN-CUST-ID TO LHS-CUST-ID-WK.
            MOVE 0 TO LHS-DATE-WK.
            PERFORM CHECK-LEGAL-HOLD.
            IF LHS-IS-HELD
                ADD 1 TO WS-REFUSED-COUNT
                MOVE SPACES TO G6ANRPT-REC
                STRING 'REQUEST ' DELIMITED BY SIZE
                       AN-REQ-REF DELIMITED BY SIZE
                       ' CUSTOMER ' DELIMITED BY SIZE
                       AN-CUST-ID DELIMITED BY SIZE
                       ' REFUSED - UNDER LEGAL HOLD ' DELIMITED BY SIZE
                       LHS-HELD-BY DELIMITED BY SIZE
                  INTO G6ANRPT-REC
                WRITE G6ANRPT-REC
            ELSE
                PERFORM ERASE-ONE-CUSTOMER
            END-IF.

        CHECK-SUPERVISOR.
            MOVE 'N' TO WS-SUPER-OK.
            MOVE AN-OPID TO OPSEC-OPID.
            MOVE 'N' TO WS-INVALID-KEY-SW.
            READ OPSECMST
                INVALID KEY
                    SET WS-RECORD-NOT-FOUND TO TRUE
            END-READ.
            IF NOT WS-RECORD-NOT-FOUND
                AND OPSEC-CLASS = 'S'
                MOVE 'Y' TO WS-SUPER-OK
            END-IF.

      * ONE AUTHORISED REQUEST, STORE BY STORE.  THE KEYED FILES GO
      * FIRST SO THE MASTER'S OWN VALUES START THE HARVEST; THE
      * PAYLOAD ARCHIVES GO LAST SO THEY ARE SCRUBBED WITH EVERY
      * VALUE THE OTHER STORES TURNED UP.
        ERASE-ONE-CUSTOMER.
            MOVE 0 TO WS-VAL-COUNT WS-REQ-TOUCHED WS-REQ-LISTED.
            MOVE 999 TO WS-BACK-DAYS.
            IF AN-BACK-DAYS IS NUMERIC
                MOVE AN-BACK-DAYS TO WS-BACK-DAYS
            END-IF.
            MOVE SPACES TO G6ANRPT-REC.
            STRING 'REQUEST ' DELIMITED BY SIZE
                   AN-REQ-REF DELIMITED BY SIZE
                   ' CUSTOMER ' DELIMITED BY SIZE
                   AN-CUST-ID DELIMITED BY SIZE
                   ' AUTHORISED BY SUPERVISOR ' DELIMITED BY SIZE
                   AN-OPID DELIMITED BY SIZE
                   ' - TOKEN ''ERASED''' DELIMITED BY SIZE
              INTO G6ANRPT-REC.
            WRITE G6ANRPT-REC.
            PERFORM ERASE-MASTER-RECORD.
            PERFORM ERASE-TYPED-ADDRESSES.
            PERFORM ERASE-DIRECT-DEBIT.
            MOVE 'CUSTARCH' TO WS-DS-NAME.
            MOVE 'IM' TO WS-DS-KIND.
            MOVE 237 TO WS-DS-RECLEN.
            PERFORM SCRUB-ONE-STREAM.
            MOVE 'GUI6AUD' TO WS-GEN-BASE.
            MOVE 'AU' TO WS-GEN-PREFIX.
            MOVE LENGTH OF GUI6AUD-REC TO WS-DS-RECLEN.
            PERFORM SCRUB-GENERATION-FAMILY.
            MOVE 'CUSTJRNL' TO WS-GEN-BASE.
            MOVE 'CJ' TO WS-GEN-PREFIX.
            MOVE LENGTH OF JRNL-REC TO WS-DS-RECLEN.
            PERFORM SCRUB-GENERATION-FAMILY.
            MOVE 'BMS2NOTE' TO WS-DS-NAME.
            MOVE 'NT' TO WS-DS-KIND.
            MOVE LENGTH OF WS-NOTE-REC TO WS-DS-RECLEN.
            PERFORM SCRUB-ONE-STREAM.
            MOVE 'G6PENDG' TO WS-DS-NAME.
            MOVE 'PN' TO WS-DS-KIND.
            MOVE LENGTH OF PEND-REC TO WS-DS-RECLEN.
            PERFORM SCRUB-ONE-STREAM.
            MOVE 'G6PNHIST' TO WS-DS-NAME.
            PERFORM SCRUB-ONE-STREAM.
            MOVE 'G6LTCTL' TO WS-DS-NAME.
            MOVE 'LT' TO WS-DS-KIND.
            MOVE LENGTH OF WS-LC-REC TO WS-DS-RECLEN.
            PERFORM SCRUB-ONE-STREAM.
            MOVE 'G6STDLV' TO WS-DS-NAME.
            MOVE 'DL' TO WS-DS-KIND.
            MOVE LENGTH OF DLV-REC TO WS-DS-RECLEN.
            PERFORM SCRUB-ONE-STREAM.
            MOVE 'G6EMBNC' TO WS-DS-NAME.
            MOVE 'EB' TO WS-DS-KIND.
            MOVE LENGTH OF EMB-REC TO WS-DS-RECLEN.
            PERFORM SCRUB-ONE-STREAM.
            MOVE 'SOAARCH' TO WS-DS-NAME.
            MOVE 'SA' TO WS-DS-KIND.
            MOVE LENGTH OF WS-AR-REC TO WS-DS-RECLEN.
            PERFORM SCRUB-ONE-STREAM.
            PERFORM SCRUB-KEYED-ARCHIVE.
            MOVE 'SOAARCV' TO WS-DS-NAME.
            PERFORM SCRUB-ONE-STREAM.
            PERFORM SCRUB-KEYED-VAULT.
            ADD 1 TO WS-ERASED-COUNT.
            MOVE WS-REQ-TOUCHED TO WS-RPT-NUM.
            MOVE WS-REQ-LISTED TO WS-RPT-NUM2.
            MOVE WS-VAL-COUNT TO WS-RPT-NUM3.
            MOVE SPACES TO G6ANRPT-REC.
            STRING '  TOTAL RECORDS ANONYMISED ' DELIMITED BY SIZE
                   WS-RPT-NUM DELIMITED BY SIZE
                   '   LISTED UNCHANGED ' DELIMITED BY SIZE
                   WS-RPT-NUM2 DELIMITED BY SIZE
                   '   DISTINCT VALUES ERASED ' DELIMITED BY SIZE
                   WS-RPT-NUM3 DELIMITED BY SIZE
              INTO G6ANRPT-REC.
            WRITE G6ANRPT-REC.
            MOVE SPACES TO G6ANRPT-REC.
            STRING '  CERTIFIED COMPLETE FOR REQUEST '
                       DELIMITED BY SIZE
                   AN-REQ-REF DELIMITED BY SIZE
                   ' - SUPERVISOR ' DELIMITED BY SIZE
                   AN-OPID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
              INTO G6ANRPT-REC.
            WRITE G6ANRPT-REC.

      * THE MASTER RECORD, THROUGH THE NORMAL JOURNAL PATH - EXCEPT
      * THAT THE PRIOR IMAGE IS TAKEN AFTER THE OVERWRITE, SO THE
      * JOURNAL IS NOT HANDED A FRESH COPY OF WHAT IS BEING ERASED.
      * A CUSTOMER ALREADY PURGED FROM THE MASTER IS STILL ERASED
      * EVERYWHERE ELSE.
        ERASE-MASTER-RECORD.
            MOVE AN-CUST-ID TO CUST-ID.
            MOVE 'N' TO WS-INVALID-KEY-SW.
            READ CUSTMAST
                INVALID KEY
                    SET WS-RECORD-NOT-FOUND TO TRUE
            END-READ.
            IF WS-RECORD-NOT-FOUND
                MOVE SPACES TO G6ANRPT-REC
                STRING '  DATASET CUSTMAST  KEY ' DELIMITED BY SIZE
                       AN-CUST-ID DELIMITED BY SIZE
                       '  NOT ON FILE' DELIMITED BY SIZE
                  INTO G6ANRPT-REC
                WRITE G6ANRPT-REC
            ELSE
                MOVE CUST-NAME TO WS-OLD-NAME
                MOVE CUST-MASTER-REC TO WS-AN-BUF-SAVE
                MOVE CUST-MASTER-REC TO WS-AN-IMAGE
                PERFORM ERASE-ONE-IMAGE
                MOVE WS-AN-IMAGE TO CUST-MASTER-REC
                IF CUST-MASTER-REC NOT = WS-AN-BUF-SAVE (1:237)
                    MOVE 'G6AN' TO JRNL-SOURCE
                    MOVE AN-OPID TO JRNL-OPID
                    PERFORM WRITE-CUSTOMER-JOURNAL
                    ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD
                    ACCEPT CUST-LAST-UPD-TIME FROM TIME
                    REWRITE CUST-MASTER-REC
                    MOVE 'REW' TO JRNL-ACTION
                    PERFORM JOURNAL-AFTER-IMAGE
                    ADD 1 TO WS-REQ-TOUCHED
                    MOVE SPACES TO G6ANRPT-REC
                    STRING '  DATASET CUSTMAST  KEY '
                               DELIMITED BY SIZE
                           AN-CUST-ID DELIMITED BY SIZE
                           '  ANONYMISED' DELIMITED BY SIZE
                      INTO G6ANRPT-REC
                    WRITE G6ANRPT-REC
                    PERFORM REKEY-NAME-INDEX
                END-IF
            END-IF.
      * THE JOURNAL STREAM IS ABOUT TO BE SCRUBBED AND REWRITTEN -
      * ITS APPEND HANDLE MUST NOT BE LEFT OPEN UNDER IT.
            IF JRNL-OPENED = 'Y'
                CALL 'CBL_CLOSE_FILE' USING JRNL-HANDLE
                    GIVING JRNL-STATUS
                MOVE 'N' TO JRNL-OPENED
            END-IF.

      * THE NAME INDEX IS KEYED BY THE NAME ITSELF - THE OLD ROW
      * GOES AND A TOKEN-NAME ROW TAKES ITS PLACE, SO SRC6 STILL
      * FINDS THE CUSTOMER ID BUT NOT THE NAME.
        REKEY-NAME-INDEX.
            IF CUST-NAME NOT = WS-OLD-NAME
                MOVE WS-OLD-NAME TO NIX-NAME
                MOVE CUST-ID TO NIX-CUST-ID
                DELETE NAMIX RECORD
                    INVALID KEY CONTINUE
                END-DELETE
                MOVE CUST-NAME TO NIX-NAME
                MOVE CUST-ID   TO NIX-CUST-ID
                WRITE NIX-REC
                    INVALID KEY CONTINUE
                END-WRITE
                MOVE SPACES TO G6ANRPT-REC
                STRING '  DATASET G6NAMIX   KEY ' DELIMITED BY SIZE
                       AN-CUST-ID DELIMITED BY SIZE
                       '  NAME KEY REPLACED BY TOKEN'
                           DELIMITED BY SIZE
                  INTO G6ANRPT-REC
                WRITE G6ANRPT-REC
                ADD 1 TO WS-REQ-TOUCHED
            END-IF.

      * THE MAILING, RESIDENTIAL AND BILLING ADDRESSES ON G6CADDR.
        ERASE-TYPED-ADDRESSES.
            PERFORM ERASE-ONE-TYPED-ADDRESS
                VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX > 3.

        ERASE-ONE-TYPED-ADDRESS.
            MOVE AN-CUST-ID TO CADR-CUST-ID.
            MOVE WS-CADR-TYPES (WS-CX:1) TO CADR-TYPE.
            MOVE 'N' TO WS-INVALID-KEY-SW.
            READ CADRFILE
                INVALID KEY
                    SET WS-RECORD-NOT-FOUND TO TRUE
            END-READ.
            IF NOT WS-RECORD-NOT-FOUND
                MOVE CADR-REC TO WS-AN-BUF-SAVE
                MOVE CADR-ADDR TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO CADR-ADDR
                MOVE CADR-ZIP TO WS-AN-FIELD
                PERFORM ERASE-ZIP-FIELD
                MOVE WS-AN-FIELD TO CADR-ZIP
                IF CADR-REC NOT = WS-AN-BUF-SAVE (1:76)
                    REWRITE CADR-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
                    ADD 1 TO WS-REQ-TOUCHED
                    MOVE SPACES TO G6ANRPT-REC
                    STRING '  DATASET G6CADDR   KEY '
                               DELIMITED BY SIZE
                           CADR-KEY DELIMITED BY SIZE
                           ' ANONYMISED' DELIMITED BY SIZE
                      INTO G6ANRPT-REC
                    WRITE G6ANRPT-REC
                END-IF
            END-IF.

      * THE BANK ACCOUNT NUMBER AND HOLDER ON G6DDMAND.  AN ERASED
      * ACCOUNT CAN NO LONGER BE COLLECTED FROM, SO A LIVE
      * INSTRUCTION IS CANCELLED AS WELL - THE ONE STATUS THIS
      * UTILITY CHANGES.  THE ACCOUNT NUMBER IS NOT GATHERED FOR THE
      * PAYLOAD SCRUB: NO PARTNER SERVICE EVER CARRIES IT.
        ERASE-DIRECT-DEBIT.
            MOVE AN-CUST-ID TO DDM-CUST-ID.
            MOVE 'N' TO WS-INVALID-KEY-SW.
            READ DDMFILE
                INVALID KEY
                    SET WS-RECORD-NOT-FOUND TO TRUE
            END-READ.
            IF NOT WS-RECORD-NOT-FOUND
                MOVE DDM-REC TO WS-AN-BUF-SAVE
                MOVE DDM-ACCOUNT TO WS-AN-FIELD
                PERFORM ERASE-ZIP-FIELD
                MOVE WS-AN-FIELD TO DDM-ACCOUNT
                MOVE DDM-ACCT-NAME TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO DDM-ACCT-NAME
                IF NOT DDM-IS-CANCELLED
                    MOVE 'C' TO DDM-STATUS
                    MOVE WS-RUN-DATE TO DDM-STATUS-DATE
                END-IF
                IF DDM-REC NOT = WS-AN-BUF-SAVE (1:LENGTH OF DDM-REC)
                    MOVE WS-RUN-DATE TO DDM-UPD-DATE
                    MOVE AN-OPID TO DDM-UPD-OPID
                    REWRITE DDM-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
                    ADD 1 TO WS-REQ-TOUCHED
                    MOVE SPACES TO G6ANRPT-REC
                    STRING '  DATASET G6DDMAND  KEY '
                               DELIMITED BY SIZE
                           DDM-CUST-ID DELIMITED BY SIZE
                           ' ANONYMISED, INSTRUCTION CANCELLED'
                               DELIMITED BY SIZE
                      INTO G6ANRPT-REC
                    WRITE G6ANRPT-REC
                END-IF
            END-IF.

      * A ROLLED STREAM FAMILY - EVERY DATED GENERATION IN THE
      * LOOK-BACK WINDOW THAT EXISTS, THEN THE LIVE STREAM.
        SCRUB-GENERATION-FAMILY.
            MOVE 0 TO WS-GEN-FOUND.
            MOVE WS-GEN-PREFIX TO WS-DS-KIND.
            COMPUTE WS-GEN-TO-INT =
                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
            COMPUTE WS-GEN-FROM-INT = WS-GEN-TO-INT - WS-BACK-DAYS.
            PERFORM SCRUB-ONE-GENERATION
                VARYING WS-GEN-INT FROM WS-GEN-FROM-INT BY 1
                UNTIL WS-GEN-INT > WS-GEN-TO-INT.
            MOVE WS-GEN-FOUND TO WS-RPT-NUM.
            MOVE SPACES TO G6ANRPT-REC.
            STRING '  GENERATIONS OF ' DELIMITED BY SIZE
                   WS-GEN-BASE DELIMITED BY SIZE
                   ' SEARCHED ' DELIMITED BY SIZE
                   WS-RPT-NUM DELIMITED BY SIZE
                   ' (PREFIX ' DELIMITED BY SIZE
                   WS-GEN-PREFIX DELIMITED BY SIZE
                   ', LOOK-BACK ' DELIMITED BY SIZE
                   WS-BACK-DAYS DELIMITED BY SIZE
                   ' DAYS)' DELIMITED BY SIZE
              INTO G6ANRPT-REC.
            WRITE G6ANRPT-REC.
            MOVE WS-GEN-BASE TO WS-DS-NAME.
            PERFORM SCRUB-ONE-STREAM.

        SCRUB-ONE-GENERATION.
            COMPUTE WS-GEN-DATE =
                FUNCTION DATE-OF-INTEGER (WS-GEN-INT).
            MOVE SPACES TO WS-DS-NAME.
            STRING WS-GEN-PREFIX DELIMITED BY SIZE
                   WS-GEN-DATE (3:6) DELIMITED BY SIZE
              INTO WS-DS-NAME.
            CALL 'CBL_OPEN_FILE' USING WS-DS-NAME
                     WS-DS-ACCESS WS-DS-DENY
                     WS-DS-DEVICE WS-DS-HANDLE
                GIVING WS-DS-STATUS.
            IF WS-DS-STATUS = 0
                CALL 'CBL_CLOSE_FILE' USING WS-DS-HANDLE
                    GIVING WS-DS-STATUS
                ADD 1 TO WS-GEN-FOUND
                PERFORM SCRUB-ONE-STREAM
            END-IF.

      * ONE STREAM: COPY EVERY RECORD TO THE WORK STREAM, SCRUBBED
      * WHERE IT BELONGS TO THE CUSTOMER; IF ANYTHING CHANGED,
      * TRUNCATE THE ORIGINAL AND COPY THE WORK STREAM BACK.  THE
      * RECORD COUNT READ AND THE COUNT WRITTEN BACK BOTH GO ON THE
      * CERTIFICATE.
        SCRUB-ONE-STREAM.
            MOVE 0 TO WS-DS-READ WS-DS-TOUCHED WS-DS-LISTED
                      WS-DS-WRITTEN.
            CALL 'CBL_OPEN_FILE' USING WS-DS-NAME
                     WS-DS-ACCESS WS-DS-DENY
                     WS-DS-DEVICE WS-DS-HANDLE
                GIVING WS-DS-STATUS.
            IF WS-DS-STATUS NOT = 0
                MOVE SPACES TO G6ANRPT-REC
                STRING '  DATASET ' DELIMITED BY SIZE
                       WS-DS-NAME DELIMITED BY SIZE
                       '  NOT PRESENT - NOTHING TO ERASE'
                           DELIMITED BY SIZE
                  INTO G6ANRPT-REC
                WRITE G6ANRPT-REC
            ELSE
                CALL 'CBL_OPEN_FILE' USING WS-WK-NAME
                         WS-DS-ACCESS-OUT WS-DS-DENY
                         WS-DS-DEVICE WS-WK-HANDLE
                    GIVING WS-WK-STATUS
                IF WS-WK-STATUS NOT = 0
                    CALL 'CBL_CLOSE_FILE' USING WS-DS-HANDLE
                        GIVING WS-DS-STATUS
                    MOVE 8 TO RETURN-CODE
                    DISPLAY 'TESTG6AN WORK STREAM ' WS-WK-NAME
                            ' WILL NOT OPEN - STOPPED BEFORE '
                            WS-DS-NAME
                    STOP RUN
                END-IF
                MOVE 'N' TO WS-DS-EOF
                PERFORM SCRUB-ONE-RECORD UNTIL WS-DS-EOF = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-DS-HANDLE
                    GIVING WS-DS-STATUS
                CALL 'CBL_CLOSE_FILE' USING WS-WK-HANDLE
                    GIVING WS-WK-STATUS
                IF WS-DS-TOUCHED > 0
                    PERFORM COPY-WORK-BACK
                ELSE
                    MOVE WS-DS-READ TO WS-DS-WRITTEN
                END-IF
                ADD WS-DS-TOUCHED TO WS-REQ-TOUCHED
                ADD WS-DS-LISTED TO WS-REQ-LISTED
                MOVE WS-DS-READ TO WS-RPT-NUM
                MOVE WS-DS-TOUCHED TO WS-RPT-NUM2
                MOVE WS-DS-WRITTEN TO WS-RPT-NUM3
                MOVE SPACES TO G6ANRPT-REC
                STRING '  DATASET ' DELIMITED BY SIZE
                       WS-DS-NAME DELIMITED BY SIZE
                       '  RECORDS BEFORE ' DELIMITED BY SIZE
                       WS-RPT-NUM DELIMITED BY SIZE
                       '  ANONYMISED ' DELIMITED BY SIZE
                       WS-RPT-NUM2 DELIMITED BY SIZE
                       '  RECORDS AFTER ' DELIMITED BY SIZE
                       WS-RPT-NUM3 DELIMITED BY SIZE
                  INTO G6ANRPT-REC
                WRITE G6ANRPT-REC
                IF WS-DS-WRITTEN NOT = WS-DS-READ
                    MOVE SPACES TO G6ANRPT-REC
                    STRING '  *** ' DELIMITED BY SIZE
                           WS-DS-NAME DELIMITED BY SIZE
                           ' RECORD COUNT CHANGED - RESTORE FROM '
                               DELIMITED BY SIZE
                           'G6ANWORK AND RERUN' DELIMITED BY SIZE
                      INTO G6ANRPT-REC
                    WRITE G6ANRPT-REC
                    MOVE 8 TO RETURN-CODE
                    DISPLAY 'TESTG6AN ' WS-DS-NAME
                            ' RECORD COUNT CHANGED ON REWRITE'
                    STOP RUN
                END-IF
            END-IF.

        SCRUB-ONE-RECORD.
            MOVE WS-DS-RECLEN TO WS-DS-IO-RECLEN.
            MOVE SPACES TO WS-AN-BUF.
            CALL 'CBL_READ_FILE' USING WS-DS-HANDLE
                     WS-DS-IO-RECLEN WS-DS-FLAGS
                     WS-DS-RESERVED WS-AN-BUF
                GIVING WS-DS-STATUS.
            IF WS-DS-STATUS NOT = 0
                MOVE 'Y' TO WS-DS-EOF
            ELSE
                ADD 1 TO WS-DS-READ
                MOVE WS-AN-BUF TO WS-AN-BUF-SAVE
                MOVE 'N' TO WS-REC-LIST
                EVALUATE WS-DS-KIND
                WHEN 'IM'
                    MOVE WS-AN-BUF (1:237) TO WS-AN-IMAGE
                    PERFORM ERASE-ONE-IMAGE
                    MOVE WS-AN-IMAGE TO WS-AN-BUF (1:237)
                WHEN 'AU'
                    PERFORM SCRUB-AUDIT-ROW
                WHEN 'CJ'
                    PERFORM SCRUB-JOURNAL-ROW
                WHEN 'NT'
                    PERFORM SCRUB-NOTE-ROW
                WHEN 'PN'
                    PERFORM SCRUB-PENDING-ROW
                WHEN 'DL'
                    PERFORM SCRUB-DELIVERY-ROW
                WHEN 'EB'
                    PERFORM SCRUB-BOUNCE-ROW
                WHEN 'LT'
                    MOVE WS-AN-BUF (1:43) TO WS-LC-REC
                    IF WS-LC-CUST-ID = AN-CUST-ID
                        MOVE 'Y' TO WS-REC-LIST
                    END-IF
                WHEN 'SA'
                    MOVE WS-AN-BUF TO WS-AR-REC
                    PERFORM SCRUB-PAYLOAD-DATA
                    MOVE WS-AR-REC TO WS-AN-BUF
                END-EVALUATE
                IF WS-AN-BUF NOT = WS-AN-BUF-SAVE
                    AND (WS-DS-KIND = 'AU' OR WS-DS-KIND = 'CJ')
                    PERFORM REGISTER-RESEAL
                END-IF
                IF WS-AN-BUF NOT = WS-AN-BUF-SAVE
                    ADD 1 TO WS-DS-TOUCHED
                    MOVE WS-DS-READ TO WS-RPT-NUM
                    MOVE SPACES TO G6ANRPT-REC
                    STRING '    ' DELIMITED BY SIZE
                           WS-DS-NAME DELIMITED BY SIZE
                           '  RECORD ' DELIMITED BY SIZE
                           WS-RPT-NUM DELIMITED BY SIZE
                           '  ANONYMISED' DELIMITED BY SIZE
                      INTO G6ANRPT-REC
                    WRITE G6ANRPT-REC
                END-IF
                IF WS-REC-LIST = 'Y'
                    ADD 1 TO WS-DS-LISTED
                    MOVE WS-DS-READ TO WS-RPT-NUM
                    MOVE SPACES TO G6ANRPT-REC
                    STRING '    ' DELIMITED BY SIZE
                           WS-DS-NAME DELIMITED BY SIZE
                           '  RECORD ' DELIMITED BY SIZE
                           WS-RPT-NUM DELIMITED BY SIZE
                           '  BELONGS TO CUSTOMER - NO PERSONAL '
                               DELIMITED BY SIZE
                           'FIELDS, LEFT AS IS' DELIMITED BY SIZE
                      INTO G6ANRPT-REC
                    WRITE G6ANRPT-REC
                END-IF
                MOVE WS-DS-RECLEN TO WS-DS-IO-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-WK-HANDLE
                         WS-DS-IO-RECLEN WS-DS-FLAGS
                         WS-DS-RESERVED WS-AN-BUF
                    GIVING WS-WK-STATUS
            END-IF.

      * A CHAINED ROW JUST CHANGED - ITS HASH BEFORE (WS-AN-BUF-SAVE)
      * AND AFTER (WS-AN-BUF) GO ON THE RE-SEAL REGISTER.  A ROW
      * WRITTEN BEFORE ITS STREAM WAS CHAINED (SEQUENCE BLANK OR
      * ZERO) IS NOT VERIFIED AND NEEDS NO ENTRY.
        REGISTER-RESEAL.
            COMPUTE CHN-SEQ-AT = WS-DS-RECLEN - 26.
            MOVE WS-AN-BUF-SAVE (CHN-SEQ-AT:9) TO WS-RG-SEQ.
            IF WS-RG-SEQ IS NUMERIC
                AND WS-RG-SEQ NOT = '000000000'
                MOVE WS-DS-RECLEN TO CHN-TEXT-LEN
                MOVE WS-AN-BUF-SAVE (1:WS-DS-RECLEN) TO CHN-TEXT
                PERFORM COMPUTE-CHAIN-HASH
                MOVE CHN-HASH TO WS-RG-OLD-HASH
                MOVE WS-AN-BUF (1:WS-DS-RECLEN) TO CHN-TEXT
                PERFORM COMPUTE-CHAIN-HASH
                MOVE SPACES TO CREG-REC
                MOVE WS-GEN-BASE TO CREG-STREAM
                MOVE WS-RG-SEQ TO CREG-SEQ
                MOVE WS-RG-OLD-HASH TO CREG-OLD-HASH
                MOVE CHN-HASH TO CREG-NEW-HASH
                MOVE WS-RUN-DATE TO CREG-DATE
                MOVE WS-RUN-TIME TO CREG-TIME
                MOVE AN-OPID TO CREG-OPID
                MOVE AN-CUST-ID TO CREG-CUST-ID
                MOVE AN-REQ-REF TO CREG-REQ-REF
                PERFORM WRITE-RESEAL-ROW
            END-IF.

        WRITE-RESEAL-ROW.
            IF WS-RG-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-RG-NAME
                         WS-RG-ACCESS WS-RG-DENY
                         WS-RG-DEVICE WS-RG-HANDLE
                    GIVING WS-RG-STATUS
                MOVE 'Y' TO WS-RG-OPENED
            END-IF.
            MOVE WS-RG-NAME TO CHN-STREAM.
            MOVE LENGTH OF CREG-REC TO CHN-TEXT-LEN.
            MOVE CREG-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO CREG-REC.
            MOVE LENGTH OF CREG-REC TO WS-RG-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-RG-HANDLE
                     WS-RG-RECLEN WS-RG-FLAGS
                     WS-RG-RESERVED CREG-REC
                GIVING WS-RG-STATUS.
            PERFORM RELEASE-CHAIN-STATE.
            ADD 1 TO WS-RG-COUNT.

        COPY-WORK-BACK.
            CALL 'CBL_OPEN_FILE' USING WS-DS-NAME
                     WS-DS-ACCESS-OUT WS-DS-DENY
                     WS-DS-DEVICE WS-DS-HANDLE
                GIVING WS-DS-STATUS.
            CALL 'CBL_OPEN_FILE' USING WS-WK-NAME
                     WS-DS-ACCESS WS-DS-DENY
                     WS-DS-DEVICE WS-WK-HANDLE
                GIVING WS-WK-STATUS.
            MOVE 'N' TO WS-DS-EOF.
            PERFORM COPY-ONE-BACK UNTIL WS-DS-EOF = 'Y'.
            CALL 'CBL_CLOSE_FILE' USING WS-WK-HANDLE
                GIVING WS-WK-STATUS.
            CALL 'CBL_CLOSE_FILE' USING WS-DS-HANDLE
                GIVING WS-DS-STATUS.

        COPY-ONE-BACK.
            MOVE WS-DS-RECLEN TO WS-DS-IO-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-WK-HANDLE
                     WS-DS-IO-RECLEN WS-DS-FLAGS
                     WS-DS-RESERVED WS-AN-BUF
                GIVING WS-WK-STATUS.
            IF WS-WK-STATUS NOT = 0
                MOVE 'Y' TO WS-DS-EOF
            ELSE
                MOVE WS-DS-RECLEN TO WS-DS-IO-RECLEN
                CALL 'CBL_WRITE_FILE' USING WS-DS-HANDLE
                         WS-DS-IO-RECLEN WS-DS-FLAGS
                         WS-DS-RESERVED WS-AN-BUF
                    GIVING WS-DS-STATUS
                ADD 1 TO WS-DS-WRITTEN
            END-IF.

      * THE AUDIT ROW'S BEFORE/AFTER NAME, ADDRESS, ZIP, PHONE AND
      * EMAIL.  OPERATOR, DATES, ACTION, REASON AND REFERENCES STAY.
        SCRUB-AUDIT-ROW.
            MOVE WS-AN-BUF (1:LENGTH OF GUI6AUD-REC) TO GUI6AUD-REC.
            IF GUI6AUD-CUST-ID = AN-CUST-ID
                MOVE GUI6AUD-BEFORE-NAME TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-BEFORE-NAME
                MOVE GUI6AUD-AFTER-NAME TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-AFTER-NAME
                MOVE GUI6AUD-BEFORE-ADDR TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-BEFORE-ADDR
                MOVE GUI6AUD-AFTER-ADDR TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-AFTER-ADDR
                MOVE GUI6AUD-BEFORE-ZIP TO WS-AN-FIELD
                PERFORM ERASE-ZIP-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-BEFORE-ZIP
                MOVE GUI6AUD-AFTER-ZIP TO WS-AN-FIELD
                PERFORM ERASE-ZIP-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-AFTER-ZIP
                MOVE GUI6AUD-BEFORE-PHONE TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-BEFORE-PHONE
                MOVE GUI6AUD-AFTER-PHONE TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-AFTER-PHONE
                MOVE GUI6AUD-BEFORE-EMAIL TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-BEFORE-EMAIL
                MOVE GUI6AUD-AFTER-EMAIL TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO GUI6AUD-AFTER-EMAIL
                MOVE GUI6AUD-REC TO WS-AN-BUF (1:LENGTH OF GUI6AUD-REC)
            END-IF.

      * BOTH JOURNAL IMAGES - THE PRIOR (WHICH THE GUI6 HISTORY VIEW
      * PAGES THROUGH) AND THE AFTER (WHICH TESTG6FR REPLAYS, SO A
      * FORWARD RECOVERY NEVER RESURRECTS WHAT WAS ERASED).
        SCRUB-JOURNAL-ROW.
            MOVE WS-AN-BUF (1:LENGTH OF JRNL-REC) TO JRNL-REC.
            MOVE JRNL-PRIOR-REC TO WS-AN-IMAGE.
            PERFORM ERASE-ONE-IMAGE.
            MOVE WS-AN-IMAGE TO JRNL-PRIOR-REC.
            MOVE JRNL-AFTER-REC TO WS-AN-IMAGE.
            PERFORM ERASE-ONE-IMAGE.
            MOVE WS-AN-IMAGE TO JRNL-AFTER-REC.
            MOVE JRNL-REC TO WS-AN-BUF (1:LENGTH OF JRNL-REC).

      * A NOTE IS THE CUSTOMER'S IF IT IS FILED AGAINST THEM OR WAS
      * MERGED AWAY FROM THEM - ITS FREE TEXT IS OVERWRITTEN WHOLE.
      * CATEGORY AND FOLLOW-UP DATE STAY.
        SCRUB-NOTE-ROW.
            MOVE WS-AN-BUF (1:LENGTH OF WS-NOTE-REC) TO WS-NOTE-REC.
            IF WS-NOTE-CUST-ID = AN-CUST-ID
                OR WS-NOTE-ORIG-CUST = AN-CUST-ID
                IF WS-NOTE-TEXT-O NOT = SPACES
                    MOVE WS-AN-TOKEN TO WS-NOTE-TEXT-O
                END-IF
                MOVE WS-NOTE-REC
                  TO WS-AN-BUF (1:LENGTH OF WS-NOTE-REC)
            END-IF.

        SCRUB-PENDING-ROW.
            MOVE WS-AN-BUF (1:LENGTH OF PEND-REC) TO PEND-REC.
            IF PEND-CUST-ID = AN-CUST-ID
                MOVE PEND-BEFORE-REC TO WS-AN-IMAGE
                PERFORM ERASE-ONE-IMAGE
                MOVE WS-AN-IMAGE TO PEND-BEFORE-REC
                MOVE PEND-AFTER-REC TO WS-AN-IMAGE
                PERFORM ERASE-ONE-IMAGE
                MOVE WS-AN-IMAGE TO PEND-AFTER-REC
                MOVE PEND-REC TO WS-AN-BUF (1:LENGTH OF PEND-REC)
            END-IF.

      * A STATEMENT DELIVERY ROW CARRIES THE EMAIL ADDRESS IT WENT
      * TO.  DATE, CHANNEL, CORRELATION ID AND RETURN CODE STAY.
        SCRUB-DELIVERY-ROW.
            MOVE WS-AN-BUF (1:LENGTH OF DLV-REC) TO DLV-REC.
            IF DLV-CUST-ID = AN-CUST-ID
                MOVE DLV-EMAIL TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO DLV-EMAIL
                MOVE DLV-REC TO WS-AN-BUF (1:LENGTH OF DLV-REC)
            END-IF.

      * A BOUNCED-EMAIL ROW CARRIES THE ADDRESS THAT BOUNCED.  THE
      * BOUNCE DATE, REASON AND COUNT STAY.
        SCRUB-BOUNCE-ROW.
            MOVE WS-AN-BUF (1:LENGTH OF EMB-REC) TO EMB-REC.
            IF EMB-CUST-ID = AN-CUST-ID
                MOVE EMB-EMAIL TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO EMB-EMAIL
                MOVE EMB-REC TO WS-AN-BUF (1:LENGTH OF EMB-REC)
            END-IF.

      * A CUST-MASTER-REC IMAGE IN WS-AN-IMAGE - ERASED ONLY WHEN IT
      * IS THIS CUSTOMER'S (A DELETE'S BLANK AFTER IMAGE, OR ANOTHER
      * CUSTOMER'S RECORD, PASSES THROUGH UNCHANGED).
        ERASE-ONE-IMAGE.
            IF WS-AN-IM-ID = AN-CUST-ID
                MOVE WS-AN-IM-NAME TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO WS-AN-IM-NAME
                MOVE WS-AN-IM-ADDR TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO WS-AN-IM-ADDR
                MOVE WS-AN-IM-ZIP TO WS-AN-FIELD
                PERFORM ERASE-ZIP-FIELD
                MOVE WS-AN-FIELD TO WS-AN-IM-ZIP
                MOVE WS-AN-IM-PHONE TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO WS-AN-IM-PHONE
                MOVE WS-AN-IM-EMAIL TO WS-AN-FIELD
                PERFORM ERASE-ONE-FIELD
                MOVE WS-AN-FIELD TO WS-AN-IM-EMAIL
            END-IF.

      * ONE FIELD IN WS-AN-FIELD: REMEMBER THE VALUE FOR THE
      * PAYLOAD SCRUB, THEN OVERWRITE IT WITH THE TOKEN.  BLANK
      * STAYS BLANK.  THE CALLER MOVES THE RESULT BACK INTO ITS OWN
      * (SHORTER OR LONGER) FIELD, SO THE TOKEN IS CUT OR PADDED TO
      * FIT BY THE MOVE ITSELF.
        ERASE-ONE-FIELD.
            IF WS-AN-FIELD NOT = SPACES
                MOVE WS-AN-FIELD TO WS-VAL-WK
                PERFORM HARVEST-ONE-VALUE
                MOVE WS-AN-TOKEN TO WS-AN-FIELD
            END-IF.

      * A ZIP IS SHARED BY A WHOLE NEIGHBOURHOOD - OVERWRITTEN ON
      * THE CUSTOMER'S OWN RECORDS BUT NEVER GATHERED FOR THE
      * PAYLOAD SCRUB, WHERE IT WOULD HIT EVERYONE ELSE'S TRAFFIC.
        ERASE-ZIP-FIELD.
            IF WS-AN-FIELD NOT = SPACES
                MOVE WS-AN-TOKEN TO WS-AN-FIELD
            END-IF.

        HARVEST-ONE-VALUE.
            IF WS-VAL-WK (1:6) NOT = WS-AN-TOKEN (1:6)
                MOVE 40 TO WS-VAL-WK-LEN
                PERFORM STEP-BACK-VALUE-LEN
                    UNTIL WS-VAL-WK-LEN = 0
                       OR WS-VAL-WK (WS-VAL-WK-LEN:1) NOT = SPACE
                IF WS-VAL-WK-LEN > 3
                    MOVE 'N' TO WS-VAL-SEEN
                    PERFORM CHECK-ONE-VALUE
                        VARYING WS-VX FROM 1 BY 1
                        UNTIL WS-VX > WS-VAL-COUNT
                           OR WS-VAL-SEEN = 'Y'
                    IF WS-VAL-SEEN = 'N'
                        AND WS-VAL-COUNT < WS-VAL-MAX
                        ADD 1 TO WS-VAL-COUNT
                        MOVE WS-VAL-WK TO WS-VAL-TEXT (WS-VAL-COUNT)
                        MOVE WS-VAL-WK-LEN
                          TO WS-VAL-LEN (WS-VAL-COUNT)
                    END-IF
                END-IF
            END-IF.

        STEP-BACK-VALUE-LEN.
            SUBTRACT 1 FROM WS-VAL-WK-LEN.

        CHECK-ONE-VALUE.
            IF WS-VAL-TEXT (WS-VX) = WS-VAL-WK
                MOVE 'Y' TO WS-VAL-SEEN
            END-IF.

      * THE PAYLOAD OF ONE SOAARCH/SOAARCHX RECORD IN WS-AR-DATA -
      * EVERY GATHERED VALUE IS OVERLAID IN PLACE WITH THE TOKEN CUT
      * TO THE VALUE'S OWN LENGTH, SO THE PAYLOAD'S FIXED POSITIONS
      * AND AR-LEN STAY TRUE.
        SCRUB-PAYLOAD-DATA.
            PERFORM SCRUB-ONE-PAYLOAD-VALUE
                VARYING WS-VX FROM 1 BY 1
                UNTIL WS-VX > WS-VAL-COUNT.

        SCRUB-ONE-PAYLOAD-VALUE.
            MOVE SPACES TO WS-VAL-WK.
            MOVE WS-AN-TOKEN (1:WS-VAL-LEN (WS-VX))
              TO WS-VAL-WK (1:WS-VAL-LEN (WS-VX)).
            MOVE 0 TO WS-TALLY.
            INSPECT WS-AR-DATA TALLYING WS-TALLY
                FOR ALL WS-VAL-TEXT (WS-VX) (1:WS-VAL-LEN (WS-VX)).
            IF WS-TALLY > 0
                INSPECT WS-AR-DATA REPLACING
                    ALL WS-VAL-TEXT (WS-VX) (1:WS-VAL-LEN (WS-VX))
                    BY WS-VAL-WK (1:WS-VAL-LEN (WS-VX))
            END-IF.

      * THE SOAARR1 KEYED ARCHIVE - WALKED WHOLE, EACH ROW WHOSE
      * PAYLOAD CARRIED A GATHERED VALUE REWRITTEN IN PLACE.
        SCRUB-KEYED-ARCHIVE.
            MOVE 0 TO WS-DS-READ WS-DS-TOUCHED.
            MOVE 'N' TO WS-DS-EOF.
            OPEN I-O ARCHIX.
            MOVE LOW-VALUES TO ARX-KEY.
            START ARCHIX KEY IS NOT LESS THAN ARX-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-DS-EOF
            END-START.
            IF WS-DS-EOF NOT = 'Y'
                PERFORM READ-NEXT-ARCHIVE
            END-IF.
            PERFORM SCRUB-ONE-ARCHIVE-ROW UNTIL WS-DS-EOF = 'Y'.
            CLOSE ARCHIX.
            ADD WS-DS-TOUCHED TO WS-REQ-TOUCHED.
            MOVE WS-DS-READ TO WS-RPT-NUM.
            MOVE WS-DS-TOUCHED TO WS-RPT-NUM2.
            MOVE SPACES TO G6ANRPT-REC.
            STRING '  DATASET SOAARCHX  RECORDS ' DELIMITED BY SIZE
                   WS-RPT-NUM DELIMITED BY SIZE
                   '  ANONYMISED ' DELIMITED BY SIZE
                   WS-RPT-NUM2 DELIMITED BY SIZE
                   '  (REWRITTEN IN PLACE, COUNT UNCHANGED)'
                       DELIMITED BY SIZE
              INTO G6ANRPT-REC.
            WRITE G6ANRPT-REC.

        READ-NEXT-ARCHIVE.
            READ ARCHIX NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-DS-EOF
            END-READ.

        SCRUB-ONE-ARCHIVE-ROW.
            ADD 1 TO WS-DS-READ.
            MOVE ARX-REC TO WS-AR-REC.
            PERFORM SCRUB-PAYLOAD-DATA.
            IF WS-AR-REC NOT = ARX-REC
                MOVE WS-AR-REC TO ARX-REC
                REWRITE ARX-REC
                    INVALID KEY CONTINUE
                END-REWRITE
                ADD 1 TO WS-DS-TOUCHED
                MOVE SPACES TO G6ANRPT-REC
                STRING '    SOAARCHX  KEY ' DELIMITED BY SIZE
                       ARX-CORR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ARX-TYPE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ARX-SVC DELIMITED BY SIZE
                       '  ANONYMISED' DELIMITED BY SIZE
                  INTO G6ANRPT-REC
                WRITE G6ANRPT-REC
            END-IF.
            PERFORM READ-NEXT-ARCHIVE.

      * THE SOAARR1 KEYED VAULT - WALKED AND REWRITTEN THE SAME WAY
      * AS THE KEYED ARCHIVE.
        SCRUB-KEYED-VAULT.
            MOVE 0 TO WS-DS-READ WS-DS-TOUCHED.
            MOVE 'N' TO WS-DS-EOF.
            OPEN I-O VAULTIX.
            MOVE LOW-VALUES TO ARV-KEY.
            START VAULTIX KEY IS NOT LESS THAN ARV-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-DS-EOF
            END-START.
            IF WS-DS-EOF NOT = 'Y'
                PERFORM READ-NEXT-VAULT
            END-IF.
            PERFORM SCRUB-ONE-VAULT-ROW UNTIL WS-DS-EOF = 'Y'.
            CLOSE VAULTIX.
            ADD WS-DS-TOUCHED TO WS-REQ-TOUCHED.
            MOVE WS-DS-READ TO WS-RPT-NUM.
            MOVE WS-DS-TOUCHED TO WS-RPT-NUM2.
            MOVE SPACES TO G6ANRPT-REC.
            STRING '  DATASET SOAARCVX  RECORDS ' DELIMITED BY SIZE
                   WS-RPT-NUM DELIMITED BY SIZE
                   '  ANONYMISED ' DELIMITED BY SIZE
                   WS-RPT-NUM2 DELIMITED BY SIZE
                   '  (REWRITTEN IN PLACE, COUNT UNCHANGED)'
                       DELIMITED BY SIZE
              INTO G6ANRPT-REC.
            WRITE G6ANRPT-REC.

        READ-NEXT-VAULT.
            READ VAULTIX NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-DS-EOF
            END-READ.

        SCRUB-ONE-VAULT-ROW.
            ADD 1 TO WS-DS-READ.
            MOVE ARV-REC TO WS-AR-REC.
            PERFORM SCRUB-PAYLOAD-DATA.
            IF WS-AR-REC NOT = ARV-REC
                MOVE WS-AR-REC TO ARV-REC
                REWRITE ARV-REC
                    INVALID KEY CONTINUE
                END-REWRITE
                ADD 1 TO WS-DS-TOUCHED
                MOVE SPACES TO G6ANRPT-REC
                STRING '    SOAARCVX  KEY ' DELIMITED BY SIZE
                       ARV-CORR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ARV-TYPE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ARV-SVC DELIMITED BY SIZE
                       '  ANONYMISED' DELIMITED BY SIZE
                  INTO G6ANRPT-REC
                WRITE G6ANRPT-REC
            END-IF.
            PERFORM READ-NEXT-VAULT.

        COPY CUSTJRNP.

        COPY G6LHLDP.
