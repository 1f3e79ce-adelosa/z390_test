      ***************************************************************
      * G6DDMW.CPY - DIRECT-DEBIT COLLECTION DATES, WORKING-STORAGE
      * SIDE (PAIR WITH G6DDMP.CPY).  SHARED BY THE GUI6 PF18 PAGE
      * AND THE TESTG6DD COLLECTION JOB SO THE TWO CAN NEVER
      * DISAGREE ABOUT WHEN A COLLECTION FALLS DUE.
      *
      * CALLING CONVENTION: WITH DDM-REC IN HAND,
      *   PERFORM SET-DD-PERIOD - DDMA-PERIOD-MONTHS COMES BACK 1,
      *     3 OR 12 FOR DDM-FREQ (ZERO FOR ANYTHING ELSE);
      *   PERFORM ADVANCE-DD-DATE - DDMA-DATE MOVES ON
      *     DDMA-PERIOD-MONTHS MONTHS, LANDING ON DDM-COLL-DAY;
      *   PERFORM FIRST-DD-DATE - DDMA-DATE BECOMES THE FIRST
      *     COLLECTION DAY AT LEAST DDMA-LEAD-DAYS AFTER DDMA-TODAY,
      *     THE NOTICE THE BANK NEEDS BEFORE A NEW OR REACTIVATED
      *     INSTRUCTION IS FIRST COLLECTED.
      * COLLECTION DAYS STOP AT 28, SO EVERY MONTH HAS ONE.
      *
      * SET DDMA-ROUTING AND PERFORM CHECK-DD-ROUTING FOR
      * DDMA-ROUT-VALID ('Y' GOOD, 'N' BAD): NINE DIGITS WHOSE
      * WEIGHTED SUM (3, 7, 1 REPEATING) IS A MULTIPLE OF TEN - THE
      * BANKS' OWN CHECK, SO A MIS-KEYED ROUTING NUMBER IS CAUGHT AT
      * THE SCREEN INSTEAD OF COMING BACK AS A RETURN.
      ***************************************************************
       01  DDMA-TODAY              PIC 9(8).
       01  DDMA-DATE               PIC 9(8).
       01  DDMA-DATE-PARTS REDEFINES DDMA-DATE.
           02  DDMA-YYYY           PIC 9(4).
           02  DDMA-MM             PIC 9(2).
           02  DDMA-DD             PIC 9(2).
       01  DDMA-PERIOD-MONTHS      PIC 9(2).
       01  DDMA-LEAD-DAYS          PIC 9(2) VALUE 5.
       01  DDMA-ABS-MONTH          PIC 9(6) COMP.
       01  DDMA-DATE-INT           PIC 9(8) COMP.
       01  DDMA-TODAY-INT          PIC 9(8) COMP.
       01  DDMA-ROUTING            PIC X(9).
       01  DDMA-ROUT-TBL REDEFINES DDMA-ROUTING.
           02  DDMA-ROUT-DIGIT     PIC 9(1) OCCURS 9 TIMES.
       01  DDMA-ROUT-VALID         PIC X(1).
       01  DDMA-ROUT-SUM           PIC 9(4).
       01  DDMA-ROUT-IDX           PIC S9(4) COMP.
