      ***************************************************************
      * G6CASE.CPY - ONE CUSTOMER COMPLAINT/CASE ON THE G6CASE VSAM
      * KSDS.  THE FILE IS DEFINED TO CICS FILE CONTROL AS G6CASE,
      * KEYED BY CASE-NO.  OPENED, ASSIGNED, UPDATED AND CLOSED ON
      * THE CAS6 SCREEN (TESTG6CS), WHICH IS THE ONLY WRITER AND
      * AUDITS EVERY ACTION TO G6CSAUD; AGED WEEKLY BY TESTG6CA.
      *
      * CASE-CAT IS A CODE ON THE CASECAT REFERENCE TABLE (SEE
      * G6REFTBW.CPY).  CASE-STATUS 'O' OPEN, 'C' CLOSED - A CLOSED
      * CASE STAYS ON FILE AND CANNOT BE CHANGED.  A ZERO DATE IS
      * NOT SET.  THE NOTE LINKS POINT AT BMS2 NOTES FOR THE CASE'S
      * CUSTOMER BY THE DATE AND TIME THE NOTE WAS WRITTEN (SEE
      * BMS2NOTE.CPY) - A ZERO DATE IS AN EMPTY SLOT.
      *
      * CASE NUMBER ZERO IS NOT A CASE: IT IS THE CONTROL ROW
      * CARRYING THE LAST CASE NUMBER ISSUED (CASE-CTL-REC VIEW).
      * EVERY OPEN CASE ALSO HAS A G6CASIX ROW (SEE G6CASIX.CPY).
      ***************************************************************
       01  CASE-REC.
           02  CASE-KEY.
               03  CASE-NO         PIC 9(8).
           02  CASE-CUST-ID        PIC X(10).
           02  CASE-CAT            PIC X(4).
           02  CASE-STATUS         PIC X(1).
               88  CASE-IS-OPEN        VALUE 'O'.
               88  CASE-IS-CLOSED      VALUE 'C'.
           02  CASE-ASSIGNEE       PIC X(3).
           02  CASE-OPEN-DATE      PIC 9(8).
           02  CASE-OPEN-OPID      PIC X(3).
           02  CASE-TARGET-DATE    PIC 9(8).
           02  CASE-CLOSE-DATE     PIC 9(8).
           02  CASE-CLOSE-OPID     PIC X(3).
           02  CASE-SUMMARY        PIC X(30).
           02  CASE-NOTE-LINK OCCURS 4 TIMES.
               03  CASE-NOTE-DATE  PIC 9(8).
               03  CASE-NOTE-TIME  PIC 9(8).
           02  CASE-UPD-DATE       PIC 9(8).
           02  CASE-UPD-OPID       PIC X(3).
       01  CASE-CTL-REC REDEFINES CASE-REC.
           02  CASE-CTL-KEY        PIC 9(8).
           02  CASE-CTL-LAST-NO    PIC 9(8).
           02  FILLER              PIC X(145).
       01  CASE-KEYLEN             PIC S9(4) COMP VALUE 8.
