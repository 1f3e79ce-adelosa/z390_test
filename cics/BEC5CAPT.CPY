      ***************************************************************
      * BEC5CAPT.CPY - ONE ABEND DIAGNOSTIC CAPTURE BUNDLE ON THE
      * BEC5CAPT DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM,
      * 1259 BYTES).  WRITTEN BY TESTBEC8 AT ABEND TIME, KEYED BY
      * THE INCIDENT NUMBER SHOWN IN THE OPERATOR MESSAGE; PRINTED
      * FOR THE DEVELOPER BY TESTBECP.  CARRIES THE FAILING
      * TRANSACTION'S RECOVERY COMMAREA IMAGE, THE EIB ESSENTIALS,
           02  FILLER             PIC X(1).
           02  WS-CP-COMMAREA     PIC X(256).
           02  FILLER             PIC X(1).
           02  WS-CP-JRNL         PIC X(538).
           02  FILLER             PIC X(1).
           02  WS-CP-AUDIT        PIC X(375).
