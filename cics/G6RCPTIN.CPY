      ***************************************************************
      * G6RCPTIN.CPY - ONE RECEIPT ON THE BANK'S DAILY RCPTIN FILE,
      * 80 BYTES.  THE BANK QUOTES OUR CUSTOMER ID AS THE PAYMENT
      * REFERENCE; RCIN-AMOUNT IS TWELVE DIGITS WITH TWO IMPLIED
      * DECIMALS, IN THE CUSTOMER'S BILLING CURRENCY, AND
      * RCIN-BANK-REF IS THE BANK'S OWN UNIQUE REFERENCE FOR THE
      * CREDIT.  TESTG6RP POSTS THE FILE; THE SAME 80 BYTES RIDE
      * UNCHANGED ON A G6RCSUSP SUSPENSE ROW WHEN A RECEIPT CANNOT
      * BE MATCHED.
      ***************************************************************
       01  RCIN-REC.
           02  RCIN-CUST-ID        PIC X(10).
           02  FILLER              PIC X(1).
           02  RCIN-DATE           PIC X(8).
           02  RCIN-DATE-N REDEFINES RCIN-DATE
                                   PIC 9(8).
           02  FILLER              PIC X(1).
           02  RCIN-AMOUNT-X       PIC X(12).
           02  RCIN-AMOUNT REDEFINES RCIN-AMOUNT-X
                                   PIC 9(10)V9(2).
           02  FILLER              PIC X(1).
           02  RCIN-BANK-REF       PIC X(16).
           02  FILLER              PIC X(1).
           02  RCIN-PAYER          PIC X(30).
