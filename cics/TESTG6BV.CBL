      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * MONTHLY BEREAVEMENT REPORT FOR THE ESTATES TEAM.  EVERY
      * G6ESTATE ROW WHOSE DEATH WAS FIRST RECORDED (EST-NOTIFY-DATE)
      * IN THE REPORT MONTH IS LISTED: THE CUSTOMER AND NAME FROM
      * CUSTMAST, THE DATE OF DEATH, WHEN AND BY WHOM THE DEATH WAS
      * RECORDED ON THE GUI6 BEREAVEMENT PAGE WITH ITS G6RSNCD
      * REASON, AND THE ESTATE CONTACT POST IS BEING REDIRECTED TO -
      * OR, WHEN THE FAMILY HAS NOT NAMED ONE YET, A NOTE THAT THE
      * CUSTOMER'S POST IS BEING SUPPRESSED (SEE G6ESTW.CPY), WHICH
      * IS THE LIST THE TEAM CHASES.  A ROW WHOSE CONTACT WAS
      * CORRECTED LATER SHOWS THE CORRECTION STAMP TOO.
      *
      * G6BVPARM CARD (OPTIONAL) - COLS 1-6 THE REPORT MONTH YYYYMM
      * (DEFAULT THE CURRENT MONTH), THE SAME CARD TESTG6GC TAKES.
      *
      * A G6ESTATE ROW WITH NO CUSTMAST RECORD STILL PRINTS, NAMED
      * 'NOT ON CUSTMAST', AND SETS RETURN CODE 4.
      *
        PROGRAM-ID. TESTG6BV.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL G6BVPARM ASSIGN TO G6BVPARM
                ORGANIZATION IS SEQUENTIAL.
            SELECT ESTFILE ASSIGN TO G6ESTATE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EST-CUST-ID.
            SELECT CUSTMAST ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUST-ID.
            SELECT G6BVRPT ASSIGN TO G6BVRPT
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  G6BVPARM
            RECORD CONTAINS 80 CHARACTERS.
        01  G6BVPARM-REC.
            02  BV-MONTH            PIC X(6).
            02  FILLER              PIC X(74).

        FD  ESTFILE.
        COPY G6ESTATE.

        FD  CUSTMAST.
        COPY CUSTMAST.

        FD  G6BVRPT
            RECORD CONTAINS 132 CHARACTERS.
        01  G6BVRPT-REC         PIC X(132).

        WORKING-STORAGE SECTION.
        COPY G6RSNCD.
        01  WS-EOF-SW           PIC X(1) VALUE 'N'.
            88  WS-EOF             VALUE 'Y'.
        01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
        01  WS-LISTED-COUNT     PIC 9(7) VALUE 0.
        01  WS-REDIRECT-COUNT   PIC 9(7) VALUE 0.
        01  WS-SUPPRESS-COUNT   PIC 9(7) VALUE 0.
        01  WS-NOCUST-COUNT     PIC 9(7) VALUE 0.
        01  WS-RUN-DATE         PIC 9(8).
        01  WS-MONTH            PIC 9(6).
        01  WS-NAME             PIC X(40).
        01  WS-RSN-DESC         PIC X(20).
        01  WS-ED-COUNT         PIC Z(6)9.

        PROCEDURE DIVISION.
        MAINLINE.
            PERFORM LOAD-PARM-CARD.
            OPEN INPUT ESTFILE CUSTMAST.
            OPEN OUTPUT G6BVRPT.
            PERFORM WRITE-HEADINGS.
            MOVE LOW-VALUES TO EST-CUST-ID.
            START ESTFILE KEY IS NOT LESS THAN EST-CUST-ID
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START.
            IF NOT WS-EOF
                PERFORM READ-NEXT-ESTATE
            END-IF.
            PERFORM LIST-ONE-ESTATE UNTIL WS-EOF.
            PERFORM WRITE-TOTALS.
            CLOSE ESTFILE CUSTMAST G6BVRPT.
            DISPLAY 'TESTG6BV REPORT MONTH =' WS-MONTH.
            DISPLAY 'TESTG6BV SCANNED      =' WS-SCANNED-COUNT.
            DISPLAY 'TESTG6BV NOTIFIED     =' WS-LISTED-COUNT.
            DISPLAY 'TESTG6BV REDIRECTED   =' WS-REDIRECT-COUNT.
            DISPLAY 'TESTG6BV SUPPRESSED   =' WS-SUPPRESS-COUNT.
            IF WS-NOCUST-COUNT > 0
                DISPLAY 'TESTG6BV NOT ON CUSTMAST =' WS-NOCUST-COUNT
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

        LOAD-PARM-CARD.
            OPEN INPUT G6BVPARM.
            READ G6BVPARM
                AT END
                    MOVE SPACES TO G6BVPARM-REC
            END-READ.
            CLOSE G6BVPARM.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE (1:6) TO WS-MONTH.
            IF BV-MONTH IS NUMERIC
                AND BV-MONTH (5:2) > '00'
                AND BV-MONTH (5:2) NOT > '12'
                MOVE BV-MONTH TO WS-MONTH
            END-IF.

        READ-NEXT-ESTATE.
            READ ESTFILE NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
            END-READ.

      *****************************************************************
      * ONE G6ESTATE ROW - LISTED WHEN ITS DEATH WAS RECORDED IN THE
      * REPORT MONTH.
      *****************************************************************
        LIST-ONE-ESTATE.
            ADD 1 TO WS-SCANNED-COUNT.
            IF EST-NOTIFY-DATE IS NUMERIC
                AND EST-NOTIFY-DATE (1:6) = WS-MONTH
                PERFORM PRINT-ONE-ESTATE
            END-IF.
            PERFORM READ-NEXT-ESTATE.

        PRINT-ONE-ESTATE.
            ADD 1 TO WS-LISTED-COUNT.
            MOVE EST-CUST-ID TO CUST-ID.
            READ CUSTMAST
                INVALID KEY
                    MOVE 'NOT ON CUSTMAST' TO WS-NAME
                    ADD 1 TO WS-NOCUST-COUNT
                NOT INVALID KEY
                    MOVE CUST-NAME TO WS-NAME
            END-READ.
            MOVE SPACES TO WS-RSN-DESC.
            MOVE EST-RSNCODE TO RSN-CODE-WK.
            SET RSN-IDX TO 1.
            SEARCH RSN-ENTRY
                WHEN RSN-CODE (RSN-IDX) = RSN-CODE-WK
                    MOVE RSN-DESC (RSN-IDX) TO WS-RSN-DESC
            END-SEARCH.
            MOVE SPACES TO G6BVRPT-REC.
            STRING EST-CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EST-DEATH-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EST-NOTIFY-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EST-NOTIFY-OPID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EST-RSNCODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RSN-DESC DELIMITED BY SIZE
              INTO G6BVRPT-REC.
            WRITE G6BVRPT-REC.
            MOVE SPACES TO G6BVRPT-REC.
            IF EST-CONTACT-NAME NOT = SPACES
                AND EST-CONTACT-ADDR NOT = SPACES
                ADD 1 TO WS-REDIRECT-COUNT
                STRING '           ESTATE CONTACT: ' DELIMITED BY SIZE
                       EST-CONTACT-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EST-CONTACT-ADDR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EST-CONTACT-ZIP DELIMITED BY SIZE
                  INTO G6BVRPT-REC
            ELSE
                ADD 1 TO WS-SUPPRESS-COUNT
                STRING '           NO ESTATE CONTACT - MAIL SUPPRESSED'
                           DELIMITED BY SIZE
                  INTO G6BVRPT-REC
            END-IF.
            WRITE G6BVRPT-REC.
            IF EST-UPD-DATE NOT = EST-NOTIFY-DATE
                OR EST-UPD-TIME NOT = EST-NOTIFY-TIME
                MOVE SPACES TO G6BVRPT-REC
                STRING '           CORRECTED ' DELIMITED BY SIZE
                       EST-UPD-DATE DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       EST-UPD-OPID DELIMITED BY SIZE
                  INTO G6BVRPT-REC
                WRITE G6BVRPT-REC
            END-IF.

      *****************************************************************
      * THE REPORT.
      *****************************************************************
        WRITE-HEADINGS.
            MOVE SPACES TO G6BVRPT-REC.
            STRING 'BEREAVEMENT NOTIFICATIONS - MONTH '
                       DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   '  RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
              INTO G6BVRPT-REC.
            WRITE G6BVRPT-REC.
            MOVE SPACES TO G6BVRPT-REC.
            WRITE G6BVRPT-REC.
            MOVE SPACES TO G6BVRPT-REC.
            STRING 'CUSTOMER   NAME' DELIMITED BY SIZE
                   '                                    '
                       DELIMITED BY SIZE
                   'DIED ON  RECORDED BY  REASON' DELIMITED BY SIZE
              INTO G6BVRPT-REC.
            WRITE G6BVRPT-REC.

        WRITE-TOTALS.
            MOVE SPACES TO G6BVRPT-REC.
            WRITE G6BVRPT-REC.
            MOVE SPACES TO G6BVRPT-REC.
            MOVE WS-LISTED-COUNT TO WS-ED-COUNT.
            STRING 'NOTIFICATIONS THIS MONTH ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
              INTO G6BVRPT-REC.
            WRITE G6BVRPT-REC.
            MOVE SPACES TO G6BVRPT-REC.
            MOVE WS-REDIRECT-COUNT TO WS-ED-COUNT.
            STRING '  POST TO ESTATE CONTACT ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
              INTO G6BVRPT-REC.
            WRITE G6BVRPT-REC.
            MOVE SPACES TO G6BVRPT-REC.
            MOVE WS-SUPPRESS-COUNT TO WS-ED-COUNT.
            STRING '  NO CONTACT, SUPPRESSED ' DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
              INTO G6BVRPT-REC.
            WRITE G6BVRPT-REC.
