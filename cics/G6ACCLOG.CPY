      * SCREEN - SO "WHO LOOKED AT CUSTOMER X IN JUNE" HAS AN
      * ANSWER AND A BROWSING OPERATOR LEAVES A TRACE.  WRITTEN BY
      * TESTGUI6 (SCREEN CODES GUI6 MAIN PAGE, CONT CONTACT PAGE,
      * HIST PRIOR-VERSION VIEW, PROF PF9 PROFILE PRINT, BERE PF17
      * BEREAVEMENT PAGE, DDBT PF18 DIRECT-DEBIT PAGE) AND
      * TESTG6SR (SRC6, ONE ENTRY PER RESULT ROW PAINTED).  THE
      * TESTG6AL BATCH REPORT READS IT.
      *
      * PARTNER LOOKUPS ARRIVING THROUGH SOASRVR1 (TESTG6IQ, THE
      * CUSTINQ HANDLER) LOG HERE TOO, WITH SCREEN CODE SOAI: A
      * PARTNER HAS NO OPERATOR OR TERMINAL, SO THE INBOUND SERVICE
      * NAME RIDES THE SAME EIGHT BYTES (ACCL-PARTNER-SVC).
      *
      * THE TESTG6SX AD HOC SELECTION EXTRACT LOGS EVERY CUSTOMER IT
      * SELECTS WITH SCREEN CODE SELX, UNDER THE REQUESTING OPERATOR
      * NAMED ON ITS REQUESTR CARD AND TERMINAL BTCH.
      ***************************************************************
       01  ACCL-REC.
           02  ACCL-WHO.
               03  ACCL-OPID       PIC X(3).
               03  FILLER          PIC X(1).
               03  ACCL-TRMID      PIC X(4).
           02  ACCL-PARTNER-SVC REDEFINES ACCL-WHO
                                   PIC X(8).
           02  FILLER              PIC X(1).
           02  ACCL-DATE           PIC 9(8).
           02  FILLER              PIC X(1).
           02  ACCL-SCREEN         PIC X(4).
           02  FILLER              PIC X(1).
           02  ACCL-CUST-ID        PIC X(10).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
           02  FILLER              PIC X(1).
           02  ACCL-CHAIN-SEQ      PIC 9(9).
           02  ACCL-CHAIN-PREV     PIC 9(18).
