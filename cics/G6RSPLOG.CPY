      ***************************************************************
      * G6RSPLOG.CPY - ONE ONLINE TRIP ON THE G6RSPLOG RESPONSE-TIME
      * DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM, WRITTEN BY EVERY
      * DRIVING TRANSACTION THROUGH G6RSPW/G6RSPP): TRANSACTION,
      * OPERATOR, TERMINAL, THE AID KEY THAT DROVE THE TRIP, START AND
      * END TIME OF DAY, AND THE ELAPSED TIME IN MICROSECONDS FROM THE
      * SAME GETTIME CLOCK SOACMGR3 TIMES PARTNER CALLS WITH.  THE
      * TESTG6RS BATCH REPORT PROFILES IT BY HOUR, IN THE SOAPRF1
      * STYLE; TESTG6GR ROLLS IT NIGHTLY LIKE THE OTHER STREAMS.
      ***************************************************************
       01  RSPL-REC.
           02  RSPL-TRANSID        PIC X(4).
           02  FILLER              PIC X(1).
           02  RSPL-OPID           PIC X(3).
           02  FILLER              PIC X(1).
           02  RSPL-TRMID          PIC X(4).
           02  FILLER              PIC X(1).
           02  RSPL-AID            PIC X(5).
           02  FILLER              PIC X(1).
           02  RSPL-DATE           PIC 9(8).
           02  FILLER              PIC X(1).
           02  RSPL-START-TIME     PIC 9(8).
           02  FILLER              PIC X(1).
           02  RSPL-END-TIME       PIC 9(8).
           02  FILLER              PIC X(1).
           02  RSPL-MICRO          PIC 9(12).
