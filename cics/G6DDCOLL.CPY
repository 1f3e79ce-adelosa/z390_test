      ***************************************************************
      * G6DDCOLL.CPY - ONE RECORD OF THE DDCOLL DIRECT-DEBIT
      * COLLECTION INSTRUCTION FILE TESTG6DD BUILDS FOR THE BANK,
      * 120 BYTES.  ONE HEADER, ONE DETAIL PER COLLECTION, ONE
      * TRAILER; DDC-TYPE SAYS WHICH, AND THE REST OF THE RECORD IS
      * READ THROUGH THE MATCHING REDEFINES.
      *
      *   HEADER   ORIGINATOR ID, THE DATE THE FILE WAS BUILT, THE
      *            COLLECTION DATE THE BANK IS TO DEBIT ON, CURRENCY
      *   DETAIL   THE PAYER'S ROUTING/ACCOUNT/HOLDER, THE AMOUNT,
      *            OUR COLLECTION REFERENCE (THE CUSTOMER ID AND THE
      *            COLLECTION DATE YYMMDD - THE BANK QUOTES IT BACK
      *            ON ANY RETURN) AND THE CUSTOMER ID
      *   TRAILER  CONTROL TOTALS THE BANK CHECKS BEFORE ACCEPTING
      *            THE FILE - DETAIL COUNT, TOTAL AMOUNT, AND THE
      *            ROUTING HASH (THE SUM OF THE FIRST EIGHT DIGITS OF
      *            EVERY DETAIL'S ROUTING NUMBER, LOW TEN DIGITS)
      ***************************************************************
       01  DDC-REC.
           02  DDC-TYPE            PIC X(1).
               88  DDC-IS-HEADER       VALUE 'H'.
               88  DDC-IS-DETAIL       VALUE 'D'.
               88  DDC-IS-TRAILER      VALUE 'T'.
           02  FILLER              PIC X(1).
           02  DDC-BODY            PIC X(118).
           02  DDC-HEADER REDEFINES DDC-BODY.
               03  DDCH-ORIG-ID        PIC X(10).
               03  FILLER              PIC X(1).
               03  DDCH-CREATE-DATE    PIC 9(8).
               03  FILLER              PIC X(1).
               03  DDCH-COLL-DATE      PIC 9(8).
               03  FILLER              PIC X(1).
               03  DDCH-CURRENCY       PIC X(3).
               03  FILLER              PIC X(86).
           02  DDC-DETAIL REDEFINES DDC-BODY.
               03  DDCD-ROUTING        PIC X(9).
               03  FILLER              PIC X(1).
               03  DDCD-ACCOUNT        PIC X(17).
               03  FILLER              PIC X(1).
               03  DDCD-ACCT-NAME      PIC X(30).
               03  FILLER              PIC X(1).
               03  DDCD-AMOUNT         PIC 9(10)V9(2).
               03  FILLER              PIC X(1).
               03  DDCD-REF            PIC X(16).
               03  FILLER              PIC X(1).
               03  DDCD-CUST-ID        PIC X(10).
               03  FILLER              PIC X(19).
           02  DDC-TRAILER REDEFINES DDC-BODY.
               03  DDCT-COUNT          PIC 9(7).
               03  FILLER              PIC X(1).
               03  DDCT-TOTAL          PIC 9(13)V9(2).
               03  FILLER              PIC X(1).
               03  DDCT-HASH           PIC 9(10).
               03  FILLER              PIC X(84).
