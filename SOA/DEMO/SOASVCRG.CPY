      ***************************************************************
      * SOASVCRG.CPY - ONE PARTNER-SERVICE REGISTRY RECORD ON THE
      * SOASVCRG DATASET (120 BYTES PER REGISTERED SERVICE).  THIS
      * DATASET REPLACES THE HARDCODED SERVICE TABLE THAT USED TO LIVE
      * IN SOACMG3W.CPY - SOACMGR3 LOADS IT ON THE RUN UNIT'S FIRST
      * CALL, SOASLA1/EODSUM1 TAKE THEIR PER-SERVICE SLA THRESHOLDS
           02  svcrg-max-conc    pic 9(3).
           02  filler            pic x(1).
           02  svcrg-max-rate    pic 9(4).
      * OPTIONAL SECONDARY ENDPOINT - BLANK HOST MEANS THE SERVICE
      * HAS NONE.  SOACMGR3 DIALS IT WHEN THE PRIMARY IS MARKED DOWN
      * BY SOAHLTH1 (WHICH PROBES BOTH) OR WILL NOT CONNECT, AND
      * GOES BACK TO THE PRIMARY ON THE NEXT RECONNECT THAT FINDS IT
      * ANSWERING.  EACH SWITCH IS A FAILO/FAILB ROW ON SOATIMLG.
           02  filler            pic x(1).
           02  svcrg-alt-host    pic x(32).
           02  filler            pic x(1).
           02  svcrg-alt-port    pic 9(5).
           02  filler            pic x(1).
