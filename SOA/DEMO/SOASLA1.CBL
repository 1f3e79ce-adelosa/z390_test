      * tallies how many exceptions each service had, so a partner
      * service that is slowly degrading shows up as a trend in this
      * report before it becomes a full outage.
      *
      * Each exception line carries the endpoint that served the
      * call (EP=P primary, EP=A the registered secondary), and a
      * service that ran on its secondary at all gets a line with
      * its secondary-served call count and its FAILO failovers.
      *
      * Calls inside one of the partner's planned maintenance
      * windows (SOAMWIN) are not SLA-checked - they are counted and
      * the count printed, nothing more.
      ***************************************************************
       identification division.
       program-id. SOASLA1.
       data division.
       file section.
       fd  tlogin
           record contains 76 characters.
       copy SOATLOG.

       fd  svcreg
           record contains 120 characters.
       copy SOASVCRG.

       fd  slarpt
       01  ws-micro-num          pic s9(9) comp.
       01  ws-micro-num-ed       pic -(9)9.
       01  ws-thresh-ed          pic -(9)9.
       01  ws-mw-excl-count      pic 9(7) value 0.
       copy SOAMWINW.

      * PER-SERVICE SLA THRESHOLD, IN MICRO-SECONDS - LOADED FROM THE
      * SVCRG-SLA-THRESH COLUMN OF THE SOASVCRG SERVICE REGISTRY (SEE
               03  ws-sla-svc        pic x(8).
               03  ws-sla-thresh     pic 9(9).
               03  ws-sla-exc-count  pic 9(5).
               03  ws-sla-alt-calls  pic 9(7).
               03  ws-sla-failo-cnt  pic 9(5).
       01  ws-sla-found          pic x(1).
           88  ws-sla-is-found       value 'Y'.
       01  ws-sla-table-max      pic 9(2) value 20.
           perform scan-one-record
               until ws-eof.
           perform write-summary.
           perform write-maint-line.
           perform close-files.
           display 'SOASLA1 RECORDS READ      =' ws-in-count.
           display 'SOASLA1 SLA EXCEPTIONS    =' ws-exc-count.
           display 'SOASLA1 IN MAINT WINDOWS  =' ws-mw-excl-count.
           move 'END' to rctl-func.
           move 0 to rctl-job-rc.
           call 'RUNCTL1' using rctl-parm.
               move svcrg-name       to ws-sla-svc (ws-sla-idx)
               move svcrg-sla-thresh to ws-sla-thresh (ws-sla-idx)
               move zeros            to ws-sla-exc-count (ws-sla-idx)
               move zeros            to ws-sla-alt-calls (ws-sla-idx)
               move zeros            to ws-sla-failo-cnt (ws-sla-idx)
           end-if.
           perform read-svcreg.

      * ONLY 'MSG ' ROWS ARE A CALLER'S ROUND-TRIP WAIT - 'SETUP' ROWS
      * ARE CONNECTION-OPEN COST, NOT SOMETHING THE CALLER WAITED ON
      * FOR THIS PARTICULAR REQUEST, SO THEY ARE NOT SLA-CHECKED HERE.
      * NOR ARE REPLAYED ROWS (TI-CALLER-IS-REPLAY) - THOSE WENT TO
      * THE PARTNER'S TEST ENDPOINT, NOT ITS PRODUCTION SERVICE.
       scan-one-record.
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
               perform find-threshold
               if ws-sla-is-found
                   move ti-micro-o to ws-micro-num
                       add 1 to ws-sla-exc-count (ws-sla-idx)
                       add 1 to ws-exc-count
                   end-if
                   if ti-endpoint = 'A'
                       add 1 to ws-sla-alt-calls (ws-sla-idx)
                   end-if
               end-if
           end-if.
           if ti-type = 'FAILO'
               perform find-threshold
               if ws-sla-is-found
                   add 1 to ws-sla-failo-cnt (ws-sla-idx)
               end-if
           end-if.
           perform read-tlogin.
                  ws-micro-num-ed   delimited by size
                  ' THRESHOLD=' delimited by size
                  ws-thresh-ed      delimited by size
                  ' EP=' delimited by size
                  ti-endpoint       delimited by size
             into slarpt-rec.
           write slarpt-rec.

       write-maint-line.
           move spaces to slarpt-rec.
           string '  CALLS IN MAINTENANCE WINDOWS (NOT CHECKED) = '
                  delimited by size
                  ws-mw-excl-count delimited by size
             into slarpt-rec.
           write slarpt-rec.

                  ws-sla-exc-count (ws-sla-idx) delimited by size
             into slarpt-rec.
           write slarpt-rec.
           if ws-sla-alt-calls (ws-sla-idx) > 0
               or ws-sla-failo-cnt (ws-sla-idx) > 0
               move spaces to slarpt-rec
               string '    CALLS ON SECONDARY = ' delimited by size
                      ws-sla-alt-calls (ws-sla-idx) delimited by size
                      '  FAILOVERS = ' delimited by size
                      ws-sla-failo-cnt (ws-sla-idx) delimited by size
                 into slarpt-rec
               write slarpt-rec
           end-if.

       copy SOAMWINP.
