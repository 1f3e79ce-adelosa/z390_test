      ***************************************************************
      * BEC5SIG.CPY - ONE KNOWN-ABEND SIGNATURE ON THE BEC5SIG
      * CATALOG DATASET (80 BYTES PER SIGNATURE).  ON-CALL KEEPS
      * THIS CATALOG: WHEN AN ABEND TURNS OUT TO BE ONE OF THE
      * RECURRING ONES, ADD A ROW CARRYING ITS TICKET NUMBER AND THE
      * SHORT WORKAROUND THE OPERATOR SHOULD APPLY, SO THE NEXT
      * OCCURRENCE TELLS THE OPERATOR WHAT TO DO INSTEAD OF PAGING.
      *
      *   COLS  1- 4  TRANSACTION ID
      *   COLS  6-13  ABENDING PROGRAM
      *   COLS 15-18  ABEND CODE (AS PASSED IN COMMMSG)
      *   COLS 20-31  DFHRESP NAME (E.G. NOTFND)
      *   COLS 33-42  TICKET NUMBER
      *   COLS 44-79  WORKAROUND TEXT
      *
      * A BLANK TRANSACTION, PROGRAM, ABEND CODE OR RESP NAME MATCHES
      * ANY VALUE.  TESTBEC8 MATCHES EVERY ABEND AGAINST THE WHOLE
      * CATALOG AND TAKES THE ROW THAT NAMES THE MOST FIELDS (THE
      * FIRST SUCH ROW ON A TIE), SO A ROW FOR ONE PROGRAM OUTRANKS A
      * CATCH-ALL ROW FOR ITS TRANSACTION.  A ROW THAT NAMES NOTHING
      * IS IGNORED.  COLUMN 1 '*' MARKS A COMMENT ROW.
      ***************************************************************
       01  BEC5SIG-REC.
           02  SIG-TRID           PIC X(4).
           02  FILLER             PIC X(1).
           02  SIG-PGM            PIC X(8).
           02  FILLER             PIC X(1).
           02  SIG-ABCODE         PIC X(4).
           02  FILLER             PIC X(1).
           02  SIG-RESP           PIC X(12).
           02  FILLER             PIC X(1).
           02  SIG-TICKET         PIC X(10).
           02  FILLER             PIC X(1).
           02  SIG-WORKAROUND     PIC X(36).
           02  FILLER             PIC X(1).
