      ***************************************************************
      * G6BUTBL.CPY - THE BATCH UTILITIES A SUPERVISOR MAY REQUEST
      * ON BUR6 (SEE G6BURQ.CPY).  ONE ROW PER UTILITY:
      *   BUTL-CODE    THE 2-CHARACTER CODE KEYED ON THE SCREEN
      *   BUTL-PGM     THE PROGRAM THE JOB RUNS - ALSO THE REPORT
      *                NAME ITS OUTPUT IS FILED UNDER ON G6RPIX
      *   BUTL-LRECL   THE UTILITY'S REPORT LINE LENGTH
      *   BUTL-SENS    'Y' - THE OUTPUT PRINTS CUSTOMER DATA IN
      *                CLEAR, SO THE REQUESTER NEEDS THE 'V' (VIEW
      *                SENSITIVE FIELDS) PERMISSION
      *   BUTL-DESC    WHAT IT PRODUCES, FOR THE SCREEN
      * A NEW UTILITY NEEDS A ROW HERE, ITS PARAMETER EDIT ON
      * TESTG6BU AND ITS JOB STEP ON TESTG6BQ - RAISE BUTL-MAX AND
      * THE OCCURS.
      ***************************************************************
       01  BUTL-TABLE-DATA.
           02  FILLER PIC X(44)
               VALUE 'PPTESTG6PP080YCUSTOMER PROFILE PRINT        '.
           02  FILLER PIC X(44)
               VALUE 'TRSOATRC1 120NCORRELATION TRACE             '.
           02  FILLER PIC X(44)
               VALUE 'ARSOAARC1 080NPARTNER PAYLOAD RETRIEVAL     '.
           02  FILLER PIC X(44)
               VALUE 'AOTESTG6AO132YAS-OF MASTER RECONSTRUCTION   '.
       01  BUTL-TABLE REDEFINES BUTL-TABLE-DATA.
           02  BUTL-ENTRY OCCURS 4 TIMES
                          INDEXED BY BUTL-IDX.
               03  BUTL-CODE  PIC X(2).
               03  BUTL-PGM   PIC X(8).
               03  BUTL-LRECL PIC 9(3).
               03  BUTL-SENS  PIC X(1).
               03  BUTL-DESC  PIC X(30).
       01  BUTL-MAX              PIC 9(2) COMP VALUE 4.
      * A REQUESTED REPORT IS KEPT THIS MANY DAYS IN THE REPOSITORY.
       01  BUTL-RETAIN           PIC 9(3) VALUE 030.
