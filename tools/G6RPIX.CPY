      * ROW SAYING WHAT IT IS, WHEN IT RAN, FROM WHICH JOB, HOW
      * MANY LINES IT HOLDS, AND HOW LONG TO KEEP IT.  RPRTRV1
      * REPRINTS ANY KEPT REPORT FROM THE INDEX - HALF THE AUDIT
      * REQUESTS ARE LITERALLY FOR OLD COPIES OF OUR OWN REPORTS -
      * AND THE RPV6 SCREEN (TESTG6VW) LISTS THE INDEX AND PAGES
      * THROUGH A KEPT MEMBER ONLINE.
      ***************************************************************
       01  RPIX-REC.
           02  RPIX-REPORT         PIC X(8).
