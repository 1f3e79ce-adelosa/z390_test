      ***************************************************************
      * G6ESTATE.CPY - ONE DECEASED CUSTOMER'S BEREAVEMENT RECORD ON
      * THE G6ESTATE VSAM KSDS.  THE FILE IS DEFINED TO CICS FILE
      * CONTROL AS G6ESTATE, KEYED BY EST-CUST-ID, AND IS WRITTEN BY
      * A SUPERVISOR ON THE GUI6 BEREAVEMENT PAGE (PF17) IN THE SAME
      * COMMIT THAT SETS CUST-STATUS 'X' ON CUSTMAST.  A ROW IS NEVER
      * DELETED - IT IS THE ESTATE TEAM'S RECORD OF THE NOTIFICATION.
      *
      *   EST-DEATH-DATE     DATE OF DEATH AS THE FAMILY GAVE IT
      *   EST-CONTACT-*      WHO DEALS WITH THE ESTATE AND WHERE -
      *                      ALL SPACES WHEN THE FAMILY HAS NOT NAMED
      *                      ONE YET; THE OUTBOUND JOBS THEN SUPPRESS
      *                      INSTEAD OF REDIRECTING (SEE G6ESTW.CPY)
      *   EST-NOTIFY-*       WHEN AND BY WHOM THE DEATH WAS FIRST
      *                      RECORDED, AND ITS G6RSNCD REASON CODE -
      *                      THE TESTG6BV MONTHLY BEREAVEMENT REPORT
      *                      SELECTS ON EST-NOTIFY-DATE
      *   EST-UPD-*          THE LATEST CORRECTION OF THE CONTACT OR
      *                      DATE OF DEATH (EQUAL TO THE NOTIFY
      *                      STAMP UNTIL ONE IS MADE)
      ***************************************************************
       01  EST-REC.
           02  EST-CUST-ID         PIC X(10).
           02  EST-DEATH-DATE      PIC 9(8).
           02  EST-CONTACT-NAME    PIC X(40).
           02  EST-CONTACT-ADDR    PIC X(40).
           02  EST-CONTACT-ZIP     PIC X(5).
           02  EST-NOTIFY-DATE     PIC 9(8).
           02  EST-NOTIFY-TIME     PIC 9(8).
           02  EST-NOTIFY-OPID     PIC X(3).
           02  EST-RSNCODE         PIC X(2).
           02  EST-UPD-DATE        PIC 9(8).
           02  EST-UPD-TIME        PIC 9(8).
           02  EST-UPD-OPID        PIC X(3).
       01  EST-KEYLEN              PIC S9(4) COMP VALUE 10.
