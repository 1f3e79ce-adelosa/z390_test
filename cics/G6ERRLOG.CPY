      ***************************************************************
      * G6ERRLOG.CPY - ONE SCREEN VALIDATION-ERROR EVENT ON THE
      * G6ERRLOG DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM, SAME
      * TECHNIQUE AS G6ACCLOG).  A SCRNERR CODED MESSAGE IS GONE THE
      * MOMENT THE OPERATOR FIXES THE FIELD; THIS STREAM KEEPS ONE
      * ROW PER KEYING ERROR - WHO, WHERE, WHICH SCREEN (THE
      * TRANSACTION ID), WHICH FIELD, WHICH CODE, WHEN - SO THE
      * TESTG6ER WEEKLY REPORT CAN RANK THE FIELDS THAT TRIP
      * OPERATORS UP AND THE OPERATORS WHO TRIP MOST.  WRITTEN BY
      * EVERY SCRNERR SCREEN THROUGH G6ERRLW.CPY/G6ERRLP.CPY.
      ***************************************************************
       01  ERRL-REC.
           02  ERRL-OPID           PIC X(3).
           02  FILLER              PIC X(1).
           02  ERRL-TRMID          PIC X(4).
           02  FILLER              PIC X(1).
           02  ERRL-SCREEN         PIC X(4).
           02  FILLER              PIC X(1).
           02  ERRL-FIELD          PIC X(8).
           02  FILLER              PIC X(1).
           02  ERRL-CODE           PIC X(4).
           02  FILLER              PIC X(1).
           02  ERRL-DATE           PIC 9(8).
           02  FILLER              PIC X(1).
           02  ERRL-TIME           PIC 9(8).
