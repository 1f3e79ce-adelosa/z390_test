      ***************************************************************
      * G6DDMAND.CPY - ONE CUSTOMER'S DIRECT-DEBIT INSTRUCTION ON THE
      * G6DDMAND VSAM KSDS.  THE FILE IS DEFINED TO CICS FILE
      * CONTROL AS G6DDMAND, KEYED BY DDM-CUST-ID, AND IS MAINTAINED
      * ON THE GUI6 DIRECT-DEBIT PAGE (PF18).  THE TESTG6DD NIGHTLY
      * JOB COLLECTS CUST-PAYME FROM EVERY ACTIVE INSTRUCTION THAT
      * HAS FALLEN DUE; THE TESTG6DX JOB APPLIES THE BANK'S RETURNS.
      * A ROW IS NEVER DELETED WHILE ITS CUSTOMER IS ON THE MASTER -
      * A CANCELLATION IS A STATUS.
      *
      *   DDM-STATUS         'A' ACTIVE - COLLECTED WHEN DUE
      *                      'S' SUSPENDED BY TESTG6DX AFTER A HARD
      *                          RETURN OR DDRS-SOFT-LIMIT SOFT ONES
      *                          IN A ROW; RE-KEYED AS 'A' ON GUI6
      *                          ONCE THE CUSTOMER HAS SORTED IT OUT
      *                      'C' CANCELLED - BY THE CUSTOMER ON GUI6,
      *                          OR BY TESTG6DD WHEN THE CUSTOMER IS
      *                          INACTIVE OR DECEASED
      *   DDM-ROUTING        THE PAYING BANK'S NINE-DIGIT ROUTING
      *                      NUMBER (CHECK DIGIT VERIFIED AT ENTRY)
      *   DDM-ACCOUNT        THE CUSTOMER'S ACCOUNT NUMBER - A
      *                      SENSITIVE FIELD: SHOWN TO ITS LAST FOUR
      *                      WITHOUT THE OPSECMST 'V' LETTER, AND
      *                      NEVER WRITTEN IN CLEAR ANYWHERE BUT HERE
      *                      AND THE BANK'S INSTRUCTION FILE
      *   DDM-COLL-DAY       DAY OF THE MONTH TO COLLECT, 01-28
      *   DDM-FREQ           'M' MONTHLY, 'Q' QUARTERLY, 'A' ANNUAL -
      *                      EACH COLLECTION IS CUST-PAYME TIMES THE
      *                      MONTHS IN THE PERIOD (1, 3, 12), SINCE
      *                      CUST-PAYME IS OWED MONTHLY
      *   DDM-NEXT-DATE      THE NEXT COLLECTION DATE - SET ON GUI6 AT
      *                      SIGN-UP OR REACTIVATION, ADVANCED ONE
      *                      PERIOD BY EACH TESTG6DD COLLECTION
      *   DDM-LAST-COLL-*    THE LATEST COLLECTION SENT TO THE BANK
      *   DDM-RTN-COUNT      RETURNS IN A ROW - A COLLECTION SENT
      *                      AFTER ONE THAT WAS NOT RETURNED STARTS
      *                      THE COUNT AGAIN
      *   DDM-LAST-RTN-*     THE LATEST RETURN AND ITS BANK REASON
      *   DDM-SIGNED-*       WHEN AND BY WHOM THE INSTRUCTION WAS
      *                      FIRST TAKEN
      *   DDM-STATUS-DATE    WHEN DDM-STATUS LAST CHANGED
      *   DDM-RSNCODE        THE G6RSNCD REASON FOR THE LATEST GUI6
      *                      CHANGE
      *   DDM-UPD-*          THE LATEST CHANGE BY ANYONE - GUI6,
      *                      TESTG6DD OR TESTG6DX (OPID 'BAT')
      ***************************************************************
       01  DDM-REC.
           02  DDM-CUST-ID         PIC X(10).
           02  DDM-STATUS          PIC X(1).
               88  DDM-IS-ACTIVE       VALUE 'A'.
               88  DDM-IS-SUSPENDED    VALUE 'S'.
               88  DDM-IS-CANCELLED    VALUE 'C'.
           02  DDM-ROUTING         PIC X(9).
           02  DDM-ACCOUNT         PIC X(17).
           02  DDM-ACCT-NAME       PIC X(30).
           02  DDM-COLL-DAY        PIC 9(2).
           02  DDM-FREQ            PIC X(1).
               88  DDM-FREQ-VALID      VALUE 'M' 'Q' 'A'.
           02  DDM-NEXT-DATE       PIC 9(8).
           02  DDM-LAST-COLL-DATE  PIC 9(8).
           02  DDM-LAST-COLL-AMT   PIC 9(10)V9(2).
           02  DDM-RTN-COUNT       PIC 9(2).
           02  DDM-LAST-RTN-CODE   PIC X(3).
           02  DDM-LAST-RTN-DATE   PIC 9(8).
           02  DDM-SIGNED-DATE     PIC 9(8).
           02  DDM-SIGNED-OPID     PIC X(3).
           02  DDM-STATUS-DATE     PIC 9(8).
           02  DDM-RSNCODE         PIC X(2).
           02  DDM-UPD-DATE        PIC 9(8).
           02  DDM-UPD-TIME        PIC 9(8).
           02  DDM-UPD-OPID        PIC X(3).
       01  DDM-KEYLEN              PIC S9(4) COMP VALUE 10.
      * THE INSTRUCTION AS A 'DIRDEBIT' GUI6AUD ROW CARRIES IT IN ITS
      * BEFORE/AFTER ADDR FIELDS (THE ACCOUNT HOLDER IN THE NAME
      * FIELDS) - ACCOUNT NUMBER MASKED TO ITS LAST FOUR, SO THE
      * AUDIT TRAIL SHOWS A CHANGE OF ACCOUNT WITHOUT HOLDING ONE.
       01  DDM-AUD-IMAGE.
           02  DDMI-ROUTING        PIC X(9).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  DDMI-ACCOUNT        PIC X(17).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  DDMI-FREQ           PIC X(1).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  DDMI-DAY            PIC X(2).
           02  FILLER              PIC X(1) VALUE SPACE.
           02  DDMI-STATUS         PIC X(1).
           02  FILLER              PIC X(6) VALUE SPACES.
