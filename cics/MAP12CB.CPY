      * ACTION CODE, ISO CURRENCY CODE, EFFECTIVE DATE, AND THE RATE
      * DIGITS (9 DIGITS, IMPLIED DECIMAL AFTER THE FIRST - SAME
      * SHAPE AS CURRATE-RATE).  RATINF ECHOES THE RATE IN FORCE
      * AND ITS EFFECTIVE DATE BACK TO THE OPERATOR; ON SHW THE
      * EFFECTIVE DATE AND RATE FIELDS CARRY ANY RATE THE NIGHTLY
      * IMPORT HELD FOR CONFIRMATION.
      ***************************************************************
       01  RTE6I.
           02  FILLER     PIC X(12).
