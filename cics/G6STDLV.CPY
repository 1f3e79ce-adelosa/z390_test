      ***************************************************************
      * G6STDLV.CPY - ONE STATEMENT DELIVERY ON THE G6STDLV DATASET
      * (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM, APPEND-ONLY).  WRITTEN
      * BY TESTG6PS FOR EVERY STATEMENT IT DELIVERS, SO EACH
      * CUSTOMER'S STATEMENT HISTORY SAYS HOW IT WENT OUT:
      *
      *   'E' EMAILED  - HANDED TO THE STMTMAIL PARTNER SERVICE AS A
      *                  FIRE-AND-FORGET SOACMGR3 SEND.  DLV-CORR-ID
      *                  IS THE CORRELATION ID SOACMGR3 ASSIGNED AND
      *                  DLV-SEND-RC ITS RETURN CODE (8 = QUEUED ON
      *                  SOASFQ FOR THE SOASFR1 RE-DRIVER, NOT YET
      *                  HANDED OVER).
      *   'P' PAPER    - PRINTED TO G6PSRPT FOR THE MAILROOM.
      *
      * A STATEMENT SUPPRESSED BY A NO-MAIL PREFERENCE WAS NOT
      * DELIVERED AND WRITES NO ROW.
      ***************************************************************
       01  DLV-REC.
           02  DLV-CUST-ID         PIC X(10).
           02  FILLER              PIC X(1).
           02  DLV-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  DLV-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  DLV-CHANNEL         PIC X(1).
               88  DLV-IS-EMAIL        VALUE 'E'.
               88  DLV-IS-PAPER        VALUE 'P'.
           02  FILLER              PIC X(1).
           02  DLV-ENTRIES         PIC 9(4).
           02  FILLER              PIC X(1).
           02  DLV-EMAIL           PIC X(40).
           02  FILLER              PIC X(1).
           02  DLV-CORR-ID         PIC X(16).
           02  FILLER              PIC X(1).
           02  DLV-SEND-RC         PIC 9(2).
