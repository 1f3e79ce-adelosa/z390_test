      *
      * CALLERS PERFORM LOAD-ZIP-REFERENCE ONCE, THEN SET
      * ZIPREF-ZIP-WK AND PERFORM LOOKUP-ZIP-REFERENCE; ZIPREF-VALID
      * COMES BACK 'Y' OR 'N', AND ZIPREF-STATE-WK THE STATE OF THE
      * MATCHING RANGE (SPACES WHEN NO RANGE MATCHED).  A MISSING OR
      * EMPTY REFERENCE DATASET LEAVES THE TABLE EMPTY AND EVERY
      * LOOKUP ANSWERS 'Y' - AN ABSENT REFERENCE FILE MUST NOT SHUT
      * DOWN CUSTOMER MAINTENANCE.
      ***************************************************************
       01  ZIPREF-REC.
           02  ZIPREF-LO          PIC 9(5).
               03  ZIPREF-RANGE-ST  PIC X(2).
       01  ZIPREF-ZIP-WK         PIC X(5).
       01  ZIPREF-ZIP-NUM        PIC 9(5).
       01  ZIPREF-STATE-WK       PIC X(2).
       01  ZIPREF-VALID          PIC X(1).
           88  ZIPREF-IS-VALID       VALUE 'Y'.
       01  ZIPREF-SCAN           PIC 9(3) COMP.
