      ***************************************************************
      * G6RCPTH.CPY - ONE POSTED RECEIPT ON THE G6RCPTH RECEIPTS
      * HISTORY (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM, APPEND-ONLY,
      * SAME TECHNIQUE AS G6PAYLDG).  G6PAYLDG SAYS WHAT A CUSTOMER
      * SHOULD PAY; THIS FILE SAYS WHAT THEY ACTUALLY PAID.  WRITTEN
      * BY THE TESTG6RP DAILY POSTING AND BY THE TESTG6RX SUSPENSE
      * RE-POST, READ BY THE TESTG6AG MONTH-END AGING REPORT.
      *
      * RCPH-SOURCE - 'BANK' POSTED STRAIGHT FROM THE BANK FILE,
      * 'SUSP' POSTED FROM SUSPENSE AFTER A CLERK MATCHED IT
      * (RCPH-OPID IS THE CLERK, SPACES ON 'BANK' ROWS), 'DDCL' A
      * DIRECT-DEBIT COLLECTION SENT TO THE BANK BY TESTG6DD (THE
      * BANK DOES NOT REPEAT THESE ON RCPTIN), 'DDRT' THE SAME
      * COLLECTION RETURNED UNPAID, POSTED BY TESTG6DX.  A 'DDRT'
      * AMOUNT IS MONEY TAKEN BACK: READERS SUBTRACT IT.  ON BOTH,
      * RCPH-BANK-REF IS THE COLLECTION REFERENCE (SEE
      * G6DDCOLL.CPY).
      * RCPH-RCPT-DATE IS THE BANK'S VALUE DATE, RCPH-POST-DATE THE
      * DAY IT REACHED THIS FILE.
      ***************************************************************
       01  RCPH-REC.
           02  RCPH-CUST-ID        PIC X(10).
           02  FILLER              PIC X(1).
           02  RCPH-RCPT-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  RCPH-AMOUNT         PIC 9(10)V9(2).
           02  FILLER              PIC X(1).
           02  RCPH-BANK-REF       PIC X(16).
           02  FILLER              PIC X(1).
           02  RCPH-POST-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  RCPH-SOURCE         PIC X(4).
           02  FILLER              PIC X(1).
           02  RCPH-OPID           PIC X(3).
           02  FILLER              PIC X(13).
