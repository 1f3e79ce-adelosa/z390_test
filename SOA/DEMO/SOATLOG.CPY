      * SOACHG1) NEEDED THE SAME CHANGE AT ONCE.
      *
      * TI-CALLER IS THE CALLING JOB/TRANSACTION AS SUPPLIED IN
      * SOA-MSG-CALLER - THE FIELD CHARGEBACK ROLLS UP BY.  ROWS
      * CARRYING CALLER SOARPL1 ARE ARCHIVED TRAFFIC REPLAYED AT A
      * PARTNER'S TEST ENDPOINT - THE SLA, CHARGEBACK, PROFILE AND
      * END-OF-DAY READERS PASS THEM OVER.
      *
      * TI-ENDPOINT IS 'P' WHEN THE SERVICE'S PRIMARY HOST/PORT
      * SERVED THE CALL AND 'A' WHEN ITS REGISTERED SECONDARY DID
      * (SEE SVCRG-ALT-HOST).  BLANK ON ROWS THAT ARE NOT A CALL TO
      * A PARTNER AND ON ROWS WRITTEN BEFORE THE COLUMN EXISTED.
      ***************************************************************
       01  tlogin-rec.
           02  ti-type       pic x(5).
           02  ti-corr-o     pic x(16).
           02  filler        pic x(1).
           02  ti-caller     pic x(8).
               88  ti-caller-is-replay  value 'SOARPL1'.
           02  filler        pic x(1).
           02  ti-endpoint   pic x(1).
