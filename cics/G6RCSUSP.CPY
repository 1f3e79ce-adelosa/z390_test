      ***************************************************************
      * G6RCSUSP.CPY - ONE UNMATCHED RECEIPT ON THE G6RCSUSP
      * SUSPENSE FILE (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM).
      * TESTG6RP PARKS HERE EVERY BANK RECEIPT IT CANNOT POST, WITH
      * THE BANK'S 80 BYTES UNCHANGED IN RCSP-RECEIPT (SEE
      * G6RCPTIN.CPY) AND DECISION BYTE BLANK.  THE CLERK WORKING
      * THE G6RPRPT LISTING MARKS EACH ROW THEY HAVE RESOLVED AND
      * PUTS THEIR OPERATOR ID IN RCSP-OPID:
      *   'P' POST IT - TO RCSP-FIX-CUST-ID WHEN KEYED, ELSE TO THE
      *       CUSTOMER ID THE BANK QUOTED
      *   'W' RETURNED TO THE PAYER / WRITTEN OFF - NEVER POSTED
      * AND TESTG6RX APPLIES THE MARKED ROWS - THE SAME
      * MARK-THEN-APPLY ROUTE G6RCCONF TAKES THROUGH TESTG6RA.
      *
      * RCSP-REASON - 'NOID' NO SUCH CUSTOMER (OR NONE QUOTED),
      * 'INAC' CUSTOMER INACTIVE, 'AMNT' AMOUNT MISSING OR ZERO,
      * 'DATE' VALUE DATE MISSING OR IN THE FUTURE, 'DUPL' BANK
      * REFERENCE ALREADY SEEN IN THE SAME DELIVERY.
      ***************************************************************
       01  RCSP-REC.
           02  RCSP-DECISION       PIC X(1).
           02  FILLER              PIC X(1).
           02  RCSP-FIX-CUST-ID    PIC X(10).
           02  FILLER              PIC X(1).
           02  RCSP-OPID           PIC X(3).
           02  FILLER              PIC X(1).
           02  RCSP-REASON         PIC X(4).
           02  FILLER              PIC X(1).
           02  RCSP-PARK-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  RCSP-RECEIPT        PIC X(80).
           02  FILLER              PIC X(9).
