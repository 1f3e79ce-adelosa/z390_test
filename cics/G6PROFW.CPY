       01  PROF-TIME             PIC 9(8).
       01  PROF-AUD-FILE         PIC X(8) VALUE 'GUI6AUD'.
       01  PROF-NOTE-FILE        PIC X(8) VALUE 'BMS2NOTE'.
      * THE AUDIT'S GENERATION PREFIX - A CALLER READING A STREAM
      * THAT NEVER ROLLS OVER SETS ONE NO GENERATION CARRIES.
       01  PROF-AUD-PREFIX       PIC X(2) VALUE 'AU'.
       01  PROF-GEN-INT-WK       PIC 9(8) COMP.
       01  PROF-SCAN-HANDLE      PIC X(4).
       01  PROF-SCAN-EOF         PIC X(1).
