      * 200 calls kept in sorted order as rows arrive; when a bucket
      * sees more calls than that the percentile is over the sample
      * and the line is marked 'S'.
      *
      * Calls made inside one of the partner's planned maintenance
      * windows (SOAMWIN) are left out of every bucket, so a window's
      * odd response times do not skew the profile or the history.
      ***************************************************************
       identification division.
       program-id. SOAPRF1.
       data division.
       file section.
       fd  tlogin
           record contains 76 characters.
       copy SOATLOG.

       fd  histin
       01  ws-date-int           pic 9(8) comp.
       01  ws-micro-num          pic s9(9) comp.
       01  ws-hour-wk            pic 9(2).
       01  ws-mw-excl-count      pic 9(7) value 0.
       copy SOAMWINW.

      * HOURLY BUCKETS - ONE ROW PER SERVICE PER HOUR ACTUALLY SEEN,
      * GROWN ON DEMAND THE SAME WAY EODSUM1 GROWS ITS ABEND TABLE.
           perform close-files.
           display 'SOAPRF1 RECORDS READ =' ws-in-count.
           display 'SOAPRF1 MSG ROWS     =' ws-msg-count.
           display 'SOAPRF1 IN MAINT WIN =' ws-mw-excl-count.
           goback.

       open-files.
      * SELECTION SOASLA1 MAKES.  THE PROFILE DATE IS THE LATEST LOG
      * DATE SEEN, SO A SINGLE-DAY LOG PROFILES THAT DAY.
       profile-one-record.
           move 'N' to ws-mw-in-window.
           if ti-type = 'MSG' and not ti-caller-is-replay
               move ti-svc to ws-mw-svc-wk
               move ti-date-o to ws-mw-date-wk
               move ti-time-o (1:4) to ws-mw-hhmm-wk
               perform check-maint-window
               if ws-mw-in-window = 'Y'
                   add 1 to ws-mw-excl-count
               end-if
           end-if.
           if ti-type = 'MSG' and ws-mw-in-window = 'N'
               and not ti-caller-is-replay
               add 1 to ws-msg-count
               move ti-micro-o to ws-micro-num
               move ti-time-o (1:2) to ws-hour-wk
           move ws-p95-val to hs-p95.
           move ws-svd-worst (ws-svd-idx) to hs-worst.
           write histin-rec.

       copy SOAMWINP.
