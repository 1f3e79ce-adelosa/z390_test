      ***************************************************************
      * G6LHOLD.CPY - ONE LITIGATION HOLD ON THE G6LHOLD LEGAL-HOLD
      * DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM, LATEST STATE,
      * REWRITTEN WHOLE BY THE LGH6 SCREEN - TESTG6LH - WHICH IS
      * THE ONLY WRITER AND AUDITS EVERY ACTION TO G6LHAUD).
      *
      * A HOLD NAMES A CUSTOMER, A DATE RANGE, OR BOTH:
      *   CUSTOMER ONLY  - EVERY RECORD FOR THAT CUSTOMER, ANY DATE
      *   DATES ONLY     - EVERY RECORD DATED WITHIN THE RANGE
      *   BOTH           - THAT CUSTOMER'S RECORDS WITHIN THE RANGE
      * A ZERO FROM-DATE IS OPEN-ENDED BACKWARD, A ZERO TO-DATE IS
      * OPEN-ENDED FORWARD.  LHLD-STATUS 'A' ACTIVE, 'R' RELEASED -
      * A RELEASED HOLD STAYS ON FILE WITH WHO RELEASED IT AND WHEN,
      * WHICH IS ALSO WHAT LETS THE PURGE JOBS REACH BACK AND CATCH
      * UP ON WHAT IT KEPT (SEE G6LHLDW.CPY).
      ***************************************************************
       01  LHLD-REC.
           02  LHLD-ID             PIC X(8).
           02  FILLER              PIC X(1).
           02  LHLD-STATUS         PIC X(1).
           02  FILLER              PIC X(1).
           02  LHLD-CUST-ID        PIC X(10).
           02  FILLER              PIC X(1).
           02  LHLD-FROM-DATE      PIC 9(8).
           02  FILLER              PIC X(1).
           02  LHLD-TO-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
      * LEGAL'S MATTER OR CASE REFERENCE AND A SHORT DESCRIPTION.
           02  LHLD-MATTER         PIC X(30).
           02  FILLER              PIC X(1).
           02  LHLD-SET-OPID       PIC X(3).
           02  FILLER              PIC X(1).
           02  LHLD-SET-DATE       PIC 9(8).
           02  FILLER              PIC X(1).
           02  LHLD-REL-OPID       PIC X(3).
           02  FILLER              PIC X(1).
           02  LHLD-REL-DATE       PIC 9(8).
