      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * CUSTINQ INBOUND CUSTOMER-INQUIRY HANDLER.  REGISTERED ON THE
      * SOAHNDRG HANDLER REGISTRY AGAINST SERVICE CUSTINQ, SO
      * SOASRVR1 CALLS IT WITH THE STANDARD SOA-MSG AREA FOR EVERY
      * PARTNER ASKING FOR A CUSTOMER'S CURRENT NAME, ADDRESS, ZIP,
      * AND STATUS - THE QUESTION THE DESK USED TO ANSWER BY PHONE.
      * THE CUSTOMER ID ARRIVES IN THE FIRST TEN BYTES OF
      * SOA-MSG-DATA; THE FIXED REPLY (SEE G6CIQMSG.CPY) GOES BACK
      * IN THE SAME FIELDS.
      *
      * EVERY LOOKUP THAT NAMES A CUSTOMER IS WRITTEN TO THE
      * G6ACCLOG ACCESS LOG WITH SCREEN CODE SOAI AND THE INBOUND
      * SERVICE NAME IN PLACE OF OPERATOR/TERMINAL, SO TESTG6AL
      * SHOWS PARTNER LOOKUPS NEXT TO OPERATOR VIEWS.  A LOOKUP FOR
      * A CUSTOMER NOT ON FILE IS LOGGED TOO - A PARTNER FISHING
      * FOR IDS LEAVES THE SAME TRACE A BROWSING OPERATOR DOES.
      *
      * SOAHNDRG ROW:  CUSTINQ  TESTG6IQ A
      *
        PROGRAM-ID. TESTG6IQ.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUST-ID.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAST.
        COPY CUSTMAST.

        WORKING-STORAGE SECTION.
        COPY G6CIQMSG.
        01  WS-INVALID-KEY-SW   PIC X(1).
            88  WS-RECORD-NOT-FOUND VALUE 'Y'.

      * ACCESS LOG - SAME STREAM AND LAYOUT TESTGUI6/TESTG6SR WRITE
      * (SEE G6ACCLOG.CPY).  OPENED ON THE FIRST CALL AND HELD FOR
      * THE LIFE OF THE LISTENER'S RUN UNIT.
        COPY G6ACCLOG.
        COPY G6CHNW.
        01  WS-ACC-NAME         PIC X(8) VALUE 'G6ACCLOG'.
        01  WS-ACC-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-ACC-DENY         PIC X(1) VALUE X'03'.
        01  WS-ACC-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-ACC-HANDLE       PIC X(4).
        01  WS-ACC-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-ACC-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-ACC-OPENED       PIC X(1) VALUE 'N'.
        01  WS-ACC-STATUS       PIC S9(9) COMP-5.
        01  WS-ACC-RECLEN       PIC 9(8) COMP-5.

        LINKAGE SECTION.
        COPY SOAMSG.

        PROCEDURE DIVISION USING SOA-MSG.
        MAINLINE.
            MOVE SOA-MSG-DATA (1:80) TO CIQ-REQUEST.
            MOVE SPACES TO CIQ-REPLY.
            MOVE CIQ-REQ-CUST-ID TO CIQ-CUST-ID.
            IF CIQ-REQ-CUST-ID = SPACES
                MOVE '08' TO CIQ-RC
            ELSE
                PERFORM LOOKUP-CUSTOMER
                PERFORM LOG-PARTNER-INQUIRY
            END-IF.
            MOVE SPACES TO SOA-MSG-DATA.
            MOVE CIQ-REPLY TO SOA-MSG-DATA.
            MOVE LENGTH OF CIQ-REPLY TO SOA-MSG-LEN.
            GOBACK.

        LOOKUP-CUSTOMER.
            OPEN INPUT CUSTMAST.
            MOVE CIQ-REQ-CUST-ID TO CUST-ID.
            MOVE 'N' TO WS-INVALID-KEY-SW.
            READ CUSTMAST
                INVALID KEY
                    SET WS-RECORD-NOT-FOUND TO TRUE
            END-READ.
            IF WS-RECORD-NOT-FOUND
                MOVE '04' TO CIQ-RC
            ELSE
                MOVE '00'      TO CIQ-RC
                MOVE CUST-NAME TO CIQ-NAME
                MOVE CUST-ADDR TO CIQ-ADDR
                MOVE CUST-ZIP  TO CIQ-ZIP
                IF CUST-STATUS = SPACE
                    MOVE 'A' TO CIQ-STATUS
                ELSE
                    MOVE CUST-STATUS TO CIQ-STATUS
                END-IF
            END-IF.
            CLOSE CUSTMAST.

      * ONE ACCESS-LOG ENTRY PER LOOKUP, UNDER THE PARTNER'S SERVICE
      * NAME.
        LOG-PARTNER-INQUIRY.
            IF WS-ACC-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-ACC-NAME
                         WS-ACC-ACCESS WS-ACC-DENY
                         WS-ACC-DEVICE WS-ACC-HANDLE
                    GIVING WS-ACC-STATUS
                MOVE 'Y' TO WS-ACC-OPENED
            END-IF.
            MOVE SPACES TO ACCL-REC.
            MOVE SOA-MSG-SVC-NAME TO ACCL-PARTNER-SVC.
            ACCEPT ACCL-DATE FROM DATE YYYYMMDD.
            ACCEPT ACCL-TIME FROM TIME.
            MOVE 'SOAI' TO ACCL-SCREEN.
            MOVE CIQ-REQ-CUST-ID TO ACCL-CUST-ID.
            MOVE WS-ACC-NAME TO CHN-STREAM.
            MOVE LENGTH OF ACCL-REC TO CHN-TEXT-LEN.
            MOVE ACCL-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO ACCL-REC.
            MOVE LENGTH OF ACCL-REC TO WS-ACC-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-ACC-HANDLE
                     WS-ACC-RECLEN WS-ACC-FLAGS
                     WS-ACC-RESERVED ACCL-REC
                GIVING WS-ACC-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

        COPY G6CHNP.
