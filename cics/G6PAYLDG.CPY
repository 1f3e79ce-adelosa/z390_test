      *
      * PAYL-SOURCE SAYS WHICH WRITER MADE THE CHANGE - 'GUI6'
      * DIRECT SUPERVISOR SAVE, 'APR6' APPROVAL APPLY, 'G6RC'
      * NIGHTLY FEED, 'G6IU' REAL-TIME PARTNER UPDATE (CUSTUPD).
      * PAYL-OPID IS SPACES ON FEED ENTRIES AND 'SOA' ON PARTNER
      * ENTRIES.
      ***************************************************************
       01  PAYL-REC.
           02  PAYL-CUST-ID        PIC X(10).
