      ***************************************************************
      * G6CADDR.CPY - ONE TYPED CUSTOMER ADDRESS ON THE G6CADDR VSAM
      * KSDS.  THE FILE IS DEFINED TO CICS FILE CONTROL AS G6CADDR,
      * KEYED BY CADR-KEY (CUSTOMER ID THEN ADDRESS TYPE), SO A
      * CUSTOMER CARRIES AT MOST ONE ADDRESS OF EACH TYPE:
      *
      *   'M' MAILING      - WHERE POST ACTUALLY REACHES THEM (PO BOX)
      *   'R' RESIDENTIAL  - WHERE THEY LIVE
      *   'B' BILLING      - WHERE STATEMENTS GO
      *
      * CUST-ADDR/CUST-ZIP ON CUSTMAST STAYS THE ADDRESS OF RECORD;
      * A TYPE WITH NO ROW HERE FALLS BACK TO IT.  MAINTAINED ON THE
      * GUI6 ADDRESSES PAGE (PF11) THROUGH THE SAME ZIPREF AND
      * ADDRVFY CHECKS AS THE MAIN ADDRESS, EVERY CHANGE AUDITED AS
      * A GUI6AUD 'ADDRESS' ROW.  BATCH PICKS A TYPE FOR ITS PURPOSE
      * THROUGH G6CADRP.CPY.
      *
      * CADR-AVRESULT IS THE ADDRVFY OUTCOME WHEN THE ROW WAS LAST
      * SAVED - SAME CODES AS GUI6AUD-AVRESULT.
      ***************************************************************
       01  CADR-REC.
           02  CADR-KEY.
               03  CADR-CUST-ID    PIC X(10).
               03  CADR-TYPE       PIC X(1).
                   88  CADR-IS-MAILING     VALUE 'M'.
                   88  CADR-IS-RESIDENTIAL VALUE 'R'.
                   88  CADR-IS-BILLING     VALUE 'B'.
                   88  CADR-TYPE-VALID     VALUE 'M' 'R' 'B'.
           02  CADR-ADDR           PIC X(40).
           02  CADR-ZIP            PIC X(5).
           02  CADR-AVRESULT       PIC X(1).
           02  CADR-UPD-DATE       PIC 9(8).
           02  CADR-UPD-TIME       PIC 9(8).
           02  CADR-UPD-OPID       PIC X(3).
       01  CADR-KEYLEN             PIC S9(4) COMP VALUE 11.
