      ***************************************************************
      * G6PAYAW.CPY - CUST-PAYME AMOUNT PARSE, WORKING-STORAGE SIDE
      * (PAIR WITH G6PAYAP.CPY).  CUST-PAYME IS THE AMOUNT AS KEYED
      * ON GUI6 - IT MAY CARRY A CURRENCY SIGN, COMMAS AND A DECIMAL
      * POINT.  THE DIGITS-ONLY REDUCTION GUI6 USES FOR ITS
      * DOUBLE-ENTRY CROSS-CHECK CANNOT BE COMPARED WITH MONEY
      * ACTUALLY RECEIVED, SO CALLERS THAT DO ARITHMETIC WITH THE
      * AMOUNT MOVE IT TO PAYA-TEXT-WK AND PERFORM PARSE-PAYME-AMOUNT.
      * PAYA-AMOUNT COMES BACK WITH DIGITS BEFORE THE POINT AS UNITS
      * AND THE FIRST TWO AFTER IT AS CENTS; OTHER CHARACTERS ARE
      * SKIPPED.  PAYA-VALID IS 'N' WHEN THERE WERE NO DIGITS AT ALL.
      ***************************************************************
       01  PAYA-TEXT-WK            PIC X(14).
       01  PAYA-AMOUNT             PIC 9(10)V9(2).
       01  PAYA-VALID              PIC X(1).
       01  PAYA-UNITS              PIC 9(10).
       01  PAYA-CENTS              PIC 9(2).
       01  PAYA-DIGIT              PIC 9(1).
       01  PAYA-POS                PIC 9(2) COMP.
       01  PAYA-DEC-DIGITS         PIC 9(1).
       01  PAYA-AFTER-POINT        PIC X(1).
