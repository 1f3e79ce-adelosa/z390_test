      ***************************************************************
      * G6PFHIST.CPY - ONE DAILY PORTFOLIO SNAPSHOT ON THE G6PFHIST
      * HISTORY DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM, 196
      * BYTES, ONE RECORD APPENDED PER NIGHT BY TESTG6PT).  EODSUM1
      * SAYS WHAT HAPPENED DURING THE DAY; THIS RECORDS THE STATE
      * OF THE BOOK - ACTIVE/INACTIVE COUNTS, CONTACT COVERAGE,
               03  PFH-CUR-CODE    PIC X(3).
               03  PFH-CUR-CNT     PIC 9(7).
               03  PFH-CUR-USD     PIC 9(11)V9(2).
      * CUSTOMERS MARKED DORMANT (CUST-STATUS 'D') - NOT INCLUDED IN
      * PFH-ACTIVE.  SPACES ON ROWS WRITTEN BEFORE THE FIELD EXISTED.
           02  FILLER              PIC X(1).
           02  PFH-DORMANT         PIC 9(7).
      * CUSTOMERS MARKED DECEASED (CUST-STATUS 'X') - NOT INCLUDED
      * IN PFH-ACTIVE.  SPACES ON ROWS WRITTEN BEFORE THE FIELD
      * EXISTED.
           02  FILLER              PIC X(1).
           02  PFH-DECEASED        PIC 9(7).
