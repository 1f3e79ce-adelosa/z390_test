      ***************************************************************
      * G6CHNREG.CPY - ONE ROW OF THE G6CHNREG RE-SEAL REGISTER
      * (CBL_OPEN_FILE/CBL_WRITE_FILE, APPEND ONLY).  TESTG6AN
      * OVERWRITES THE PERSONAL FIELDS OF GUI6AUD AND CUSTJRNL ROWS
      * IN PLACE, WHICH CHANGES THOSE ROWS' HASHES AND SO WOULD
      * BREAK THE CHAIN AT EVERY ERASURE.  FOR EACH CHAINED ROW IT
      * CHANGES IT WRITES ONE ROW HERE - THE STREAM AND CHAIN
      * SEQUENCE OF THE ROW, ITS HASH AS FIRST WRITTEN AND ITS HASH
      * AFTER THE ERASURE, AND WHO ERASED IT UNDER WHICH REQUEST -
      * AND CHNVRFY1 ACCEPTS A ROW WHOSE HASH IS A REGISTERED NEW
      * HASH AS IF IT STILL HAD THE REGISTERED OLD ONE.  THE
      * REGISTER IS ITSELF A CHAINED STREAM (SEE G6CHNW.CPY), SO A
      * ROW FORGED HERE TO COVER A TAMPERED AUDIT ROW BREAKS ITS
      * OWN CHAIN.
      ***************************************************************
       01  CREG-REC.
           02  CREG-STREAM         PIC X(8).
           02  FILLER              PIC X(1).
           02  CREG-SEQ            PIC 9(9).
           02  FILLER              PIC X(1).
           02  CREG-OLD-HASH       PIC 9(18).
           02  FILLER              PIC X(1).
           02  CREG-NEW-HASH       PIC 9(18).
           02  FILLER              PIC X(1).
           02  CREG-DATE           PIC 9(8).
           02  CREG-TIME           PIC 9(8).
           02  CREG-OPID           PIC X(3).
           02  FILLER              PIC X(1).
           02  CREG-CUST-ID        PIC X(10).
           02  FILLER              PIC X(1).
           02  CREG-REQ-REF        PIC X(12).
      * HASH-CHAIN TRAILER (SEE G6CHNW.CPY).
           02  FILLER              PIC X(1).
           02  CREG-CHAIN-SEQ      PIC 9(9).
           02  CREG-CHAIN-PREV     PIC 9(18).
