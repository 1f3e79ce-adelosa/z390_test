      ***************************************************************
      * G6DDRETN.CPY - ONE RETURNED COLLECTION ON THE BANK'S DDRETN
      * FILE, 80 BYTES.  DDR-REF IS THE COLLECTION REFERENCE WE SENT
      * ON THE DDCOLL DETAIL (SEE G6DDCOLL.CPY), DDR-AMOUNT WHAT THE
      * BANK HANDED BACK (TWELVE DIGITS, TWO IMPLIED DECIMALS), AND
      * DDR-RTN-CODE THE BANK'S THREE-CHARACTER RETURN REASON (SEE
      * G6DDRSN.CPY).  TESTG6DX APPLIES THE FILE.
      ***************************************************************
       01  DDR-REC.
           02  DDR-REF             PIC X(16).
           02  FILLER              PIC X(1).
           02  DDR-CUST-ID         PIC X(10).
           02  FILLER              PIC X(1).
           02  DDR-AMOUNT-X        PIC X(12).
           02  DDR-AMOUNT REDEFINES DDR-AMOUNT-X
                                   PIC 9(10)V9(2).
           02  FILLER              PIC X(1).
           02  DDR-RTN-CODE        PIC X(3).
           02  FILLER              PIC X(1).
           02  DDR-RTN-DATE        PIC X(8).
           02  DDR-RTN-DATE-N REDEFINES DDR-RTN-DATE
                                   PIC 9(8).
           02  FILLER              PIC X(27).
