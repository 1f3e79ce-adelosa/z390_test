      *                 PY CUST-PAYME     P1 CUST-PAYME1
      *                 CU CUST-CURS      PH CUST-PHONE
      *                 EM CUST-EMAIL     DT EXTRACT DATE
      *                 ST CUST-STATUS    DD DATE OF DEATH
      *               (ST IS 'A' FOR AN ACTIVE CUSTOMER, ELSE THE
      *               CUSTMAST STATUS CODE - 'X' DECEASED, 'D'
      *               DORMANT; DD IS SPACES UNLESS DECEASED)
      ***************************************************************
       01  XPROF-REC.
           02  XP-NAME             PIC X(8).
