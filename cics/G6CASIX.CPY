      ***************************************************************
      * G6CASIX.CPY - OPEN-CASE INDEX RECORD FOR THE VSAM KSDS
      * BEHIND THE GUI6 OPEN-CASE INDICATOR.  THE FILE IS DEFINED TO
      * CICS FILE CONTROL AS G6CASIX, KEYED BY CUSTOMER ID THEN CASE
      * NUMBER, ONE ROW PER OPEN CASE, SO GUI6 POSITIONS WITH
      * STARTBR GTEQ ON THE CUSTOMER INSTEAD OF BROWSING THE WHOLE
      * G6CASE FILE.  WRITTEN WHEN CAS6 OPENS A CASE AND DELETED
      * WHEN IT CLOSES ONE - THE SAME UPKEEP G6NAMIX GETS FROM THE
      * MASTER WRITERS.
      ***************************************************************
       01  CSIX-REC.
           02  CSIX-KEY.
               03  CSIX-CUST-ID    PIC X(10).
               03  CSIX-CASE-NO    PIC 9(8).
       01  CSIX-KEYLEN             PIC S9(4) COMP VALUE 18.
