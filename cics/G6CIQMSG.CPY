      ***************************************************************
      * G6CIQMSG.CPY - REQUEST AND REPLY PAYLOADS FOR THE CUSTINQ
      * INBOUND CUSTOMER-INQUIRY SERVICE (HANDLER TESTG6IQ, CALLED
      * BY SOASRVR1 WITH THE STANDARD SOA-MSG AREA).  THE PARTNER
      * SENDS A CUSTOMER ID IN THE FIRST TEN BYTES OF THE BODY; THE
      * REPLY IS THIS FIXED 103-BYTE LAYOUT, SO THE PARTNER PARSES
      * BY POSITION THE SAME WAY WE PARSE THE ADDRVFY REPLY.
      *
      * CIQ-RC:
      *   '00' CUSTOMER FOUND - THE REMAINING FIELDS ARE FILLED
      *   '04' CUSTOMER NOT ON FILE
      *   '08' REQUEST INVALID (BLANK CUSTOMER ID)
      * CIQ-STATUS IS THE CUST-STATUS VALUE WITH THE PRE-STATUS
      * SPACE SHOWN AS 'A', SO THE PARTNER NEVER SEES A BLANK:
      * 'A' ACTIVE, 'I' INACTIVE, 'D' DORMANT, 'X' DECEASED.
      ***************************************************************
       01  CIQ-REQUEST.
           02  CIQ-REQ-CUST-ID     PIC X(10).
           02  FILLER              PIC X(70).
       01  CIQ-REPLY.
           02  CIQ-RC              PIC X(2).
           02  FILLER              PIC X(1).
           02  CIQ-CUST-ID         PIC X(10).
           02  FILLER              PIC X(1).
           02  CIQ-NAME            PIC X(40).
           02  FILLER              PIC X(1).
           02  CIQ-ADDR            PIC X(40).
           02  FILLER              PIC X(1).
           02  CIQ-ZIP             PIC X(5).
           02  FILLER              PIC X(1).
           02  CIQ-STATUS          PIC X(1).
