      * time BY CALLING JOB WITHIN SERVICE, using the TI-CALLER
      * column carried from SOA-MSG-CALLER, so the invoice can be
      * allocated back to the applications that generated the
      * traffic.  SOAINV1 reconciles the invoice's billed volume
      * against the same log rows first, so what is allocated here
      * is a volume we agree with.
      *
      * 'MSG' rows are timed request/reply calls; 'SENT' rows are
      * fire-and-forget sends - both are billable calls, but only
       data division.
       file section.
       fd  tlogin
           record contains 76 characters.
       copy SOATLOG.

       fd  chgrpt
      * THAT NEVER SET THE FIELD) ARE ROLLED UP UNDER *NOID* SO THE
      * UNALLOCATED VOLUME IS VISIBLE RATHER THAN DROPPED.
       account-one-record.
           if (ti-type = 'MSG' or ti-type = 'SENT')
               and not ti-caller-is-replay
               move ti-caller to ws-caller-wk
               if ws-caller-wk = spaces
                   move '*NOID*' to ws-caller-wk
