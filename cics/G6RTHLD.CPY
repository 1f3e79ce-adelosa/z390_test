      ***************************************************************
      * G6RTHLD.CPY - ONE HELD EXCHANGE RATE ON THE G6RTHLD DATASET
      * (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM, LATEST STATE, AT MOST
      * ONE ROW PER CURRENCY CODE, REWRITTEN WHOLE BY EACH WRITER).
      * THE TESTG6FX DAILY IMPORT WRITES A ROW INSTEAD OF A CURRATED
      * RATE WHEN THE FETCHED RATE MOVED MORE THAN ITS TOLERANCE
      * FROM THE RATE IN FORCE; A SUPERVISOR THEN CONFIRMS IT (RTE6
      * ACTION CNF - THE RATE IS WRITTEN TO CURRATED WITH ITS
      * ORIGINAL EFFECTIVE DATE) OR REJECTS IT (RTE6 ACTION REJ - THE
      * PRIOR RATE STAYS IN FORCE).  EITHER DECISION REMOVES THE ROW
      * AND IS LOGGED ON G6RTAUD.  A LATER FETCH FOR THE SAME CODE
      * REPLACES A ROW STILL WAITING.
      *
      * RTH-MOVE-PCT IS THE SIZE OF THE MOVE, UP OR DOWN, AS A
      * PERCENTAGE OF RTH-PRIOR-RATE.
      ***************************************************************
       01  RTH-REC.
           02  RTH-CODE            PIC X(3).
           02  FILLER              PIC X(1).
           02  RTH-EFF-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  RTH-RATE            PIC 9(1)V9(8).
           02  FILLER              PIC X(1).
           02  RTH-PRIOR-RATE      PIC 9(1)V9(8).
           02  FILLER              PIC X(1).
           02  RTH-PRIOR-EFF       PIC 9(8).
           02  FILLER              PIC X(1).
           02  RTH-MOVE-PCT        PIC 9(3)V9(2).
           02  FILLER              PIC X(1).
           02  RTH-FETCH-TIME      PIC 9(8).
      * G6RTAUD - ONE ROW PER SUPERVISOR DECISION ON A HELD RATE
      * (APPEND-ONLY STREAM): WHO, WHEN, CNF OR REJ, AND THE HELD ROW
      * AS IT STOOD.
       01  RTA-REC.
           02  RTA-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  RTA-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  RTA-OPID            PIC X(3).
           02  FILLER              PIC X(1).
           02  RTA-ACTION          PIC X(3).
           02  FILLER              PIC X(1).
           02  RTA-HELD            PIC X(56).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
           02  FILLER              PIC X(1).
           02  RTA-CHAIN-SEQ       PIC 9(9).
           02  RTA-CHAIN-PREV      PIC 9(18).
