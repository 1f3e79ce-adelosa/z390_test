      ***************************************************************
      * SOAINSEC.CPY - ONE INBOUND SECURITY REFUSAL ON THE SOAINSEC
      * LOG (108 BYTES, CBL_OPEN_FILE/CBL_WRITE_FILE STREAM).  WRITTEN
      * BY SOASRVR1 EVERY TIME A CALLER FAILS THE PARTNER-CREDENTIAL
      * CHECK (SEE SOAPCRED.CPY) - THE CALL ALSO GETS AN INERR
      * TIMING-LOG ROW, BUT ONLY THIS ROW SAYS WHY.  READ BACK BY THE
      * SOAISR1 DAILY INBOUND-SECURITY REPORT, THE SAME WAY TESTG6SD
      * READS GUI6SEC FOR OPERATOR DENIALS.
      *
      * INSEC-REASON IS ONE OF:
      *   NOCRED   HEADER CARRIED NO PARTNER ID
      *   UNKNOWN  PARTNER ID NOT ON SOAPCRED
      *   DISABLED PARTNER ON FILE BUT DISABLED
      *   BADKEY   SHARED KEY DID NOT MATCH
      *   ADDRESS  CONNECTION FROM AN ADDRESS NOT ALLOWED
      *   SERVICE  SERVICE NOT ON THE PARTNER'S ALLOWED LIST
      ***************************************************************
       01  insec-rec.
           02  insec-date        pic 9(8).
           02  filler            pic x(1).
           02  insec-time        pic 9(8).
           02  filler            pic x(1).
           02  insec-partner     pic x(8).
           02  filler            pic x(1).
           02  insec-addr        pic x(15).
           02  filler            pic x(1).
           02  insec-svc         pic x(8).
           02  filler            pic x(1).
           02  insec-reason      pic x(8).
           02  filler            pic x(1).
           02  insec-corr        pic x(16).
           02  filler            pic x(3).
      * HASH-CHAIN TRAILER - SEQUENCE NUMBER AND THE PREVIOUS ROW'S
      * HASH, SET AT WRITE TIME (SEE G6CHNW.CPY).
           02  filler            pic x(1).
           02  insec-chain-seq   pic 9(9).
           02  insec-chain-prev  pic 9(18).
