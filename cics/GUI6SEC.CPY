           02  WS-SEC-DATE-O      PIC 9(8).
           02  FILLER             PIC X(1).
           02  WS-SEC-TIME-O      PIC 9(8).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
           02  FILLER             PIC X(1).
           02  WS-SEC-CHAIN-SEQ   PIC 9(9).
           02  WS-SEC-CHAIN-PREV  PIC 9(18).
