      ***************************************************************
      * G6CADRW.CPY - TYPED-ADDRESS SELECTION FOR BATCH JOBS,
      * WORKING-STORAGE SIDE (PAIR WITH G6CADRP.CPY).  A JOB THAT
      * ADDRESSES A CUSTOMER PICKS THE G6CADDR TYPE THAT FITS WHAT
      * IT IS SENDING - STATEMENTS TO BILLING, LETTERS TO MAILING,
      * EXTRACTS TO RESIDENTIAL - INSTEAD OF WHATEVER HAPPENS TO BE
      * IN CUST-ADDR THIS WEEK.
      *
      * CALLING CONVENTION: THE PROGRAM SELECTS CADRFILE (ASSIGN TO
      * G6CADDR, INDEXED, ACCESS DYNAMIC, RECORD KEY CADR-KEY) WITH
      * FD CADRFILE / COPY G6CADDR, OPENS IT INPUT, AND HAS THE
      * CUSTOMER'S CUST-MASTER-REC IN HAND.  MOVE UP TO THREE TYPES
      * IN PREFERENCE ORDER TO CADR-PICK-ORDER (E.G. 'BM ') AND
      * PERFORM PICK-TYPED-ADDRESS.  CADR-PICK-ADDR/CADR-PICK-ZIP
      * COME BACK WITH THE FIRST TYPE ON FILE AND CADR-PICK-TYPE
      * NAMING IT, OR WITH CUST-ADDR/CUST-ZIP AND CADR-PICK-TYPE
      * SPACE WHEN THE CUSTOMER HAS NONE OF THEM.
      ***************************************************************
       01  CADR-PICK-ORDER         PIC X(3).
       01  CADR-PICK-ORDER-R REDEFINES CADR-PICK-ORDER.
           02  CADR-PICK-ORD-TYPE  PIC X(1) OCCURS 3 TIMES.
       01  CADR-PICK-IDX           PIC 9(1) COMP.
       01  CADR-PICK-TYPE          PIC X(1).
       01  CADR-PICK-ADDR          PIC X(40).
       01  CADR-PICK-ZIP           PIC X(5).
