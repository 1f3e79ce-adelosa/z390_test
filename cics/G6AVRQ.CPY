      * STANDARDIZES DIFFERENTLY OR CALLS UNDELIVERABLE, SO A
      * TWO-HOUR PARTNER OUTAGE NO LONGER LEAVES A PERMANENT HOLE
      * IN ADDRESS QUALITY.  ENTRIES THE PARTNER STILL CANNOT BE
      * ASKED ABOUT STAY QUEUED FOR THE NEXT RUN.  AVRQ-ADDR-TYPE
      * IS SPACE FOR THE CUSTMAST ADDRESS, OR THE G6CADDR TYPE
      * (M/R/B) WHEN THE CHANGE WAS TO A TYPED ADDRESS.
      ***************************************************************
       01  AVRQ-REC.
           02  AVRQ-CUST-ID        PIC X(10).
           02  AVRQ-ADDR           PIC X(40).
           02  FILLER              PIC X(1).
           02  AVRQ-ZIP            PIC X(5).
           02  FILLER              PIC X(1).
           02  AVRQ-ADDR-TYPE      PIC X(1).
