      * BEFORE THE FIELD EXISTED CARRY SPACE), 'I' IS INACTIVE.  AN
      * INACTIVE CUSTOMER BLOCKS FURTHER GUI6 EDITS AND IS PHYSICALLY
      * PURGED BY TESTG6PU ONCE PAST RETENTION, COUNTED FROM
      * CUST-INACT-DATE.  'D' IS DORMANT - NO ACTIVITY ON ANY STREAM
      * PAST THE TESTG6DM THRESHOLD, CONFIRMED BY A SUPERVISOR AND SET
      * BY TESTG6DA (CUST-INACT-DATE THEN HOLDS THE DORMANCY DATE).  A
      * DORMANT CUSTOMER WAS NOT CLOSED BY ANYONE: IT STAYS OPEN TO
      * GUI6, IS NEVER PURGED, AND THE NEXT ACCEPTED CHANGE MAKES IT
      * ACTIVE AGAIN.  'X' IS DECEASED - RECORDED BY A SUPERVISOR ON
      * THE GUI6 BEREAVEMENT PAGE (PF17), CUST-INACT-DATE THEN HOLDS
      * THE NOTIFICATION DATE; THE DATE OF DEATH AND THE ESTATE
      * CONTACT ARE ON G6ESTATE (SEE G6ESTATE.CPY).  A DECEASED
      * CUSTOMER TAKES NO FURTHER CHANGES, IS NEVER PURGED, AND EVERY
      * OUTBOUND JOB REDIRECTS OR SUPPRESSES ITS CORRESPONDENCE
      * THROUGH G6ESTP.CPY.
           02  CUST-STATUS         PIC X(1).
               88  CUST-IS-INACTIVE    VALUE 'I'.
               88  CUST-IS-DORMANT     VALUE 'D'.
               88  CUST-IS-DECEASED    VALUE 'X'.
           02  CUST-INACT-DATE     PIC 9(8).
      * THE EXCHANGE RATE APPLIED WHEN THE PAYMENT AMOUNT WAS LAST
      * SAVED AND THE RESULTING USD-EQUIVALENT AMOUNT - WITHOUT
      * BUT SHAPE-CHECKED AT ENTRY.
           02  CUST-PHONE          PIC X(10).
           02  CUST-EMAIL          PIC X(40).
      * CONTACT PREFERENCES - ALSO MAINTAINED ON THE CONTACT PAGE.
      * 'Y' IS A RECORDED OPT-OUT; SPACE OR 'N' IS NO OBJECTION
      * (RECORDS WRITTEN BEFORE THE FIELDS EXISTED CARRY SPACE).
      * EVERY OUTBOUND CHANNEL TESTS THESE BEFORE REACHING THE
      * CUSTOMER: NO-MAIL STOPS TESTG6LT LETTERS AND TESTG6PS
      * STATEMENTS, NO-SHARE KEEPS THE CUSTOMER OFF THE TESTG6XT
      * PARTNER EXTRACT, NO-EMAIL STOPS ANYTHING SENT BY EMAIL.
           02  CUST-CONSENT.
               03  CUST-NO-MAIL        PIC X(1).
                   88  CUST-MAIL-OPTED-OUT     VALUE 'Y'.
               03  CUST-NO-EMAIL       PIC X(1).
                   88  CUST-EMAIL-OPTED-OUT    VALUE 'Y'.
               03  CUST-NO-SHARE       PIC X(1).
                   88  CUST-SHARE-OPTED-OUT    VALUE 'Y'.
      * DATE THE ADDRESS ON FILE WAS LAST CONFIRMED BY THE ADDRVFY
      * PARTNER - SET BY GUI6 WHEN A KEYED ADDRESS COMES BACK
      * STANDARDIZED AND BY THE TESTG6VS WHOLE-BOOK SWEEP.  NOT
      * NUMERIC (RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY
      * SPACE) OR ZERO MEANS NEVER VERIFIED.  A CUST-LAST-UPD-DATE
      * LATER THAN THIS DATE MEANS THE RECORD HAS CHANGED SINCE, SO
      * THE SWEEP TREATS THE VERIFICATION AS STALE.
           02  CUST-ADDR-VFY-DATE  PIC 9(8).
       01  CUST-MASTER-KEYLEN      PIC S9(4) COMP VALUE 10.
