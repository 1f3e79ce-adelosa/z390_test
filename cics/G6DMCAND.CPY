      ***************************************************************
      * G6DMCAND.CPY - ONE DORMANCY CANDIDATE ON THE G6DMCAND DETAIL
      * FILE.  TESTG6DM WRITES A ROW FOR EVERY ACTIVE CUSTOMER WITH
      * NO ACTIVITY ON ANY STREAM SINCE THE THRESHOLD CUTOFF, DECISION
      * BYTE BLANK; THE SUPERVISOR REVIEWING THE PRINTED CANDIDATE
      * REPORT MARKS 'A' ON THE ROWS CONFIRMED DORMANT, AND TESTG6DA
      * APPLIES THEM - THE SAME CONFIRM-THEN-APPLY ROUTE G6RCCONF
      * TAKES THROUGH TESTG6RA.
      *
      * DMC-LAST-DATE IS ZERO WHEN NO STREAM HOLDS ANY ACTIVITY FOR
      * THE CUSTOMER (DMC-LAST-SOURCE THEN SAYS 'NONE').  THE MASTER
      * LAST-UPDATE STAMPS ARE CARRIED SO THE APPLY CAN REFUSE A
      * CUSTOMER WHOSE RECORD MOVED AFTER DETECTION.
      ***************************************************************
       01  DMC-REC.
           02  DMC-DECISION        PIC X(1).
           02  FILLER              PIC X(1).
           02  DMC-CUST-ID         PIC X(10).
           02  FILLER              PIC X(1).
           02  DMC-NAME            PIC X(40).
           02  FILLER              PIC X(1).
           02  DMC-LAST-DATE       PIC 9(8).
           02  FILLER              PIC X(1).
           02  DMC-LAST-SOURCE     PIC X(8).
           02  FILLER              PIC X(1).
           02  DMC-IDLE-DAYS       PIC 9(5).
           02  FILLER              PIC X(1).
           02  DMC-UPD-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  DMC-UPD-TIME        PIC 9(8).
