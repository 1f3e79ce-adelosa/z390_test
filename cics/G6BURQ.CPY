      ***************************************************************
      * G6BURQ.CPY - ONE AD HOC BATCH-UTILITY REQUEST ON THE G6BURQ
      * VSAM KSDS.  THE FILE IS DEFINED TO CICS FILE CONTROL AS
      * G6BURQ, KEYED BY BURQ-NO.  A SUPERVISOR QUEUES THE REQUEST
      * ON THE BUR6 SCREEN (TESTG6BU), WHICH VALIDATES THE UTILITY'S
      * PARAMETERS AND BUILDS ITS PARM CARD IN BURQ-CARD EXACTLY AS
      * THE UTILITY READS IT; THE TESTG6BQ POLLER TURNS EACH QUEUED
      * ROW INTO A JOB, AND THE JOB'S LAST STEP POSTS THE OUTCOME
      * BACK HERE.  UTILITY CODES ARE ON THE G6BUTBL TABLE.
      *
      * BURQ-STATUS:
      *   Q  QUEUED - WAITING FOR THE POLLER; THE REQUESTER MAY
      *      STILL CANCEL IT
      *   S  SUBMITTED - THE JOB IS BUILT AND ON ITS WAY
      *   D  DONE - THE OUTPUT IS FILED IN THE REPORT REPOSITORY AS
      *      BURQ-REPORT / BURQ-RPT-DATE, MEMBER BURQ-MEMBER
      *   F  FAILED - BURQ-REASON SAYS WHY
      *   X  CANCELLED BY THE REQUESTER BEFORE IT WAS SUBMITTED
      * A ZERO DATE IS NOT SET.  THE JOB AND THE KEPT MEMBER ARE
      * BOTH NAMED BQ PLUS THE LOW SIX DIGITS OF THE REQUEST NUMBER.
      *
      * REQUEST NUMBER ZERO IS NOT A REQUEST: IT IS THE CONTROL ROW
      * CARRYING THE LAST NUMBER ISSUED (BURQ-CTL-REC VIEW).
      ***************************************************************
       01  BURQ-REC.
           02  BURQ-KEY.
               03  BURQ-NO         PIC 9(8).
           02  BURQ-UTIL           PIC X(2).
           02  BURQ-STATUS         PIC X(1).
               88  BURQ-IS-QUEUED      VALUE 'Q'.
               88  BURQ-IS-SUBMITTED   VALUE 'S'.
               88  BURQ-IS-DONE        VALUE 'D'.
               88  BURQ-IS-FAILED      VALUE 'F'.
               88  BURQ-IS-CANCELLED   VALUE 'X'.
           02  BURQ-OPID           PIC X(3).
           02  BURQ-REQ-DATE       PIC 9(8).
           02  BURQ-REQ-TIME       PIC 9(8).
           02  BURQ-CARD           PIC X(80).
      * THE CARD AS EACH UTILITY READS IT - SEE ITS PROLOGUE.
      * PP - TESTG6PP G6PPPARM, ONE CUSTOMER.
           02  BURQ-CARD-PP REDEFINES BURQ-CARD.
               03  BURQ-PP-CUST-ID     PIC X(10).
               03  FILLER              PIC X(70).
      * TR - SOATRC1 SOATCPRM, A CORRELATION ID OR A SERVICE, DATE
      * AND TIME WINDOW.
           02  BURQ-CARD-TR REDEFINES BURQ-CARD.
               03  BURQ-TR-CORR        PIC X(16).
               03  FILLER              PIC X(1).
               03  BURQ-TR-SVC         PIC X(8).
               03  FILLER              PIC X(1).
               03  BURQ-TR-DATE        PIC X(8).
               03  FILLER              PIC X(1).
               03  BURQ-TR-FROM        PIC X(8).
               03  FILLER              PIC X(1).
               03  BURQ-TR-TO          PIC X(8).
               03  FILLER              PIC X(28).
      * AR - SOAARC1 SOAAPARM.  THE OPERATOR ID GOES ON THE CARD
      * ONLY FOR A CLEAR RETRIEVAL, WHICH SOAARC1 CHECKS AGAIN.
           02  BURQ-CARD-AR REDEFINES BURQ-CARD.
               03  BURQ-AR-CORR        PIC X(16).
               03  FILLER              PIC X(1).
               03  BURQ-AR-SVC         PIC X(8).
               03  FILLER              PIC X(1).
               03  BURQ-AR-FROM        PIC X(8).
               03  FILLER              PIC X(1).
               03  BURQ-AR-TO          PIC X(8).
               03  FILLER              PIC X(1).
               03  BURQ-AR-OPID        PIC X(3).
               03  FILLER              PIC X(1).
               03  BURQ-AR-CLEAR       PIC X(1).
               03  FILLER              PIC X(1).
               03  BURQ-AR-REASON      PIC X(20).
               03  FILLER              PIC X(10).
      * AO - TESTG6AO G6AOPARM.
           02  BURQ-CARD-AO REDEFINES BURQ-CARD.
               03  BURQ-AO-BACKUP      PIC X(8).
               03  BURQ-AO-BK-PARTS REDEFINES BURQ-AO-BACKUP.
                   04  BURQ-AO-BK-PFX  PIC X(2).
                   04  BURQ-AO-BK-DATE PIC X(6).
               03  FILLER              PIC X(1).
               03  BURQ-AO-DATE        PIC X(8).
               03  FILLER              PIC X(1).
               03  BURQ-AO-TIME        PIC X(8).
               03  FILLER              PIC X(1).
               03  BURQ-AO-CUST-ID     PIC X(10).
               03  FILLER              PIC X(43).
           02  BURQ-SUB-DATE       PIC 9(8).
           02  BURQ-SUB-TIME       PIC 9(8).
           02  BURQ-JOB            PIC X(8).
           02  BURQ-END-DATE       PIC 9(8).
           02  BURQ-END-TIME       PIC 9(8).
           02  BURQ-REPORT         PIC X(8).
           02  BURQ-RPT-DATE       PIC 9(8).
           02  BURQ-MEMBER         PIC X(8).
           02  BURQ-LINES          PIC 9(6).
           02  BURQ-REASON         PIC X(30).
       01  BURQ-CTL-REC REDEFINES BURQ-REC.
           02  BURQ-CTL-KEY        PIC 9(8).
           02  BURQ-CTL-LAST-NO    PIC 9(8).
           02  FILLER              PIC X(204).
       01  BURQ-KEYLEN             PIC S9(4) COMP VALUE 8.
