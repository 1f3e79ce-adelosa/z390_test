      * THE CODE RIDES THE G6PENDG PENDING RECORD INTO THE GUI6AUD
      * ROW, SHOWS ON APR6, AND IS SUMMARIZED BY THE TESTG6RR
      * MONTHLY CHANGES-BY-REASON REPORT.  ADD A FILLER ROW HERE
      * FOR EACH NEW REASON AND RAISE RSN-MAX, THE OCCURS BELOW AND
      * THE TESTG6RR TALLY TABLE TO MATCH.  NC IS STAMPED BY THE
      * TESTG6NC POSTAL MOVE-UPDATE JOB, AND KEYED BY A CLERK
      * CONFIRMING A MOVE FROM ITS REVIEW REPORT.  DN IS THE USUAL
      * CODE FOR A DEATH RECORDED ON THE GUI6 BEREAVEMENT PAGE.
      ***************************************************************
       01  RSN-TABLE-DATA.
           02  FILLER PIC X(22) VALUE 'CRCUSTOMER REQUEST    '.
           02  FILLER PIC X(22) VALUE 'ECERROR CORRECTION    '.
           02  FILLER PIC X(22) VALUE 'DQDATA QUALITY REVIEW '.
           02  FILLER PIC X(22) VALUE 'OTOTHER - SEE NOTES   '.
           02  FILLER PIC X(22) VALUE 'NCPOSTAL MOVE UPDATE  '.
           02  FILLER PIC X(22) VALUE 'DNDEATH NOTIFICATION  '.
       01  RSN-TABLE REDEFINES RSN-TABLE-DATA.
           02  RSN-ENTRY OCCURS 8 TIMES
                         INDEXED BY RSN-IDX.
               03  RSN-CODE  PIC X(2).
               03  RSN-DESC  PIC X(20).
       01  RSN-MAX               PIC 9(2) COMP VALUE 8.
       01  RSN-FOUND             PIC X(1).
       01  RSN-CODE-WK           PIC X(2).
