      ***************************************************************
      * G6GLIF.CPY - ONE RECORD ON THE G6GLIF GENERAL-LEDGER
      * INTERFACE FILE (120 BYTES, FIXED), WRITTEN NIGHTLY BY
      * TESTG6GL AND PICKED UP BY THE GL.  ONE FILE PER BUSINESS
      * DATE:
      *
      *   'H' HEADER  - BUSINESS DATE, SOURCE SYSTEM, WHEN WRITTEN
      *   'D' DETAIL  - ONE DEBIT OR CREDIT LINE.  LINES COME IN
      *                 BALANCED PAIRS PER CAUSE AND CURRENCY: THE
      *                 CUSTOMER-BOOK ACCOUNT AGAINST THE CAUSE'S
      *                 OFFSET ACCOUNT (REF6 TABLE GLACCT).  AMOUNTS
      *                 ARE USD, UNSIGNED - GLI-DRCR CARRIES THE SIDE
      *   'T' TRAILER - THE CONTROL TOTAL: DETAIL COUNT AND TOTAL
      *                 DEBITS AND CREDITS, WHICH ALWAYS AGREE
      *
      * GLI-CAUSE IS NEWC NEW CUSTOMERS, PAYM PAYMENT-AMOUNT
      * CHANGES, REVL TESTG6RV REVALUATION, MRGE MERGES, PURG
      * PURGES, OTHR ANY OTHER MASTER CHANGE THAT MOVED THE BOOK.
      * GLI-CURRENCY XXX IS A CUSTOMER WITH NO CURRENCY ON FILE.
      ***************************************************************
       01  GLI-REC.
           02  GLI-TYPE            PIC X(1).
           02  FILLER              PIC X(1).
           02  GLI-BUS-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  GLI-SOURCE          PIC X(8).
           02  FILLER              PIC X(1).
           02  GLI-DETAIL.
               03  GLI-LINE-NO     PIC 9(5).
               03  FILLER          PIC X(1).
               03  GLI-ACCOUNT     PIC X(10).
               03  FILLER          PIC X(1).
               03  GLI-DRCR        PIC X(1).
               03  FILLER          PIC X(1).
               03  GLI-AMOUNT      PIC 9(13)V9(2).
               03  FILLER          PIC X(1).
               03  GLI-CURRENCY    PIC X(3).
               03  FILLER          PIC X(1).
               03  GLI-CAUSE       PIC X(4).
               03  FILLER          PIC X(1).
               03  GLI-DESC        PIC X(30).
               03  FILLER          PIC X(26).
           02  GLI-HEADER REDEFINES GLI-DETAIL.
               03  GLI-H-DATE      PIC 9(8).
               03  FILLER          PIC X(1).
               03  GLI-H-TIME      PIC 9(8).
               03  FILLER          PIC X(83).
           02  GLI-TRAILER REDEFINES GLI-DETAIL.
               03  GLI-T-COUNT     PIC 9(7).
               03  FILLER          PIC X(1).
               03  GLI-T-DEBITS    PIC 9(15)V9(2).
               03  FILLER          PIC X(1).
               03  GLI-T-CREDITS   PIC 9(15)V9(2).
               03  FILLER          PIC X(57).
