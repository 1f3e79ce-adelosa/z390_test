      ***************************************************************
      * G6RSPW.CPY - ONLINE RESPONSE-TIME INSTRUMENTATION, WORKING-
      * STORAGE SIDE (PAIR WITH G6RSPP.CPY).  EVERY DRIVING
      * TRANSACTION PERFORMS START-TRIP-TIMER AS THE FIRST THING IT
      * DOES AND LOG-TRIP-TIME JUST BEFORE EACH EXEC CICS RETURN, SO
      * EVERY TRIP - SCREEN RECEIVED TO SCREEN SENT - LEAVES ONE ROW
      * ON THE G6RSPLOG DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM,
      * SAME TECHNIQUE AS G6ACCLOG - LAYOUT IN G6RSPLOG.CPY).
      *
      * A TRIP THAT ABENDS NEVER REACHES ITS RETURN AND SO LEAVES NO
      * ROW - THE BEC5 ABEND LOG ALREADY ACCOUNTS FOR IT.
      ***************************************************************
       COPY G6RSPLOG.
       01  RSP-MICRO-START         PIC S9(15) COMP-3.
       01  RSP-MICRO-END           PIC S9(15) COMP-3.
       01  RSP-MICRO-SEC           PIC S9(15) COMP-3.
       01  RSP-START-DATE          PIC 9(8).
       01  RSP-START-TIME          PIC 9(8).
       01  RSP-FILE-NAME           PIC X(8) VALUE 'G6RSPLOG'.
       01  RSP-FILE-ACC            PIC X(1) VALUE X'03'.
       01  RSP-FILE-DENY           PIC X(1) VALUE X'03'.
       01  RSP-FILE-DEV            PIC X(1) VALUE X'00'.
       01  RSP-FILE-HND            PIC X(4).
       01  RSP-FILE-FLG            PIC X(4) VALUE X'00000000'.
       01  RSP-FILE-RSV            PIC X(4) VALUE X'00000000'.
       01  RSP-FILE-STAT           PIC S9(9) COMP-5.
       01  RSP-FILE-LEN            PIC 9(8) COMP-5.
