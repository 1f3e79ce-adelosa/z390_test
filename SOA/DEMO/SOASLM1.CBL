      * SVCRG-CREDIT-RATE).  One statement page per partner service
      * on SOASLMRP plus a summary page - retiring the spreadsheet
      * that has been wrong twice.
      *
      * Calls made inside one of the partner's planned maintenance
      * windows (SOAMWIN) are left out of the compliance percentage
      * altogether and shown on the statement as their own count.
      ***************************************************************
       identification division.
       program-id. SOASLM1.
       data division.
       file section.
       fd  tlogin
           record contains 76 characters.
       copy SOATLOG.

       fd  svcreg
           record contains 120 characters.
       copy SOASVCRG.

       fd  slmrpt
               03  ws-sv-credit-rate pic 9(5).
               03  ws-sv-calls       pic 9(7).
               03  ws-sv-within      pic 9(7).
               03  ws-sv-maint       pic 9(7).
       01  ws-sv-found           pic x(1).
           88  ws-sv-is-found        value 'Y'.

       01  ws-tot-credit         pic 9(9) value 0.

       copy RUNCTLPM.
       copy SOAMWINW.

       procedure division.
       mainline.
                 to ws-sv-credit-rate (ws-sv-idx)
               move 0 to ws-sv-calls (ws-sv-idx)
               move 0 to ws-sv-within (ws-sv-idx)
               move 0 to ws-sv-maint (ws-sv-idx)
           end-if.
           perform read-svcreg.

           end-if.

       tally-one-record.
           move 'N' to ws-mw-in-window.
           if ti-type = 'MSG' and not ti-caller-is-replay
               move ti-svc to ws-mw-svc-wk
               move ti-date-o to ws-mw-date-wk
               move ti-time-o (1:4) to ws-mw-hhmm-wk
               perform check-maint-window
           end-if.
           if ti-type = 'MSG' and ws-mw-in-window = 'Y'
               and not ti-caller-is-replay
               perform find-sv-entry
               if ws-sv-is-found
                   add 1 to ws-sv-maint (ws-sv-idx)
               end-if
           end-if.
           if ti-type = 'MSG' and ws-mw-in-window = 'N'
               and not ti-caller-is-replay
               perform find-sv-entry
               if ws-sv-is-found
                   add 1 to ws-sv-calls (ws-sv-idx)
                      ws-ed-calls delimited by size
                 into slmrpt-rec
               write slmrpt-rec
               if ws-sv-maint (ws-sv-idx) > 0
                   move ws-sv-maint (ws-sv-idx) to ws-ed-calls
                   move spaces to slmrpt-rec
                   string '  IN MAINTENANCE (EXCLUDED)'
                          delimited by size
                          ws-ed-calls delimited by size
                     into slmrpt-rec
                   write slmrpt-rec
               end-if
               move ws-pct to ws-ed-pct
               move ws-sv-target (ws-sv-idx) to ws-ed-target
               move spaces to slmrpt-rec
                  ws-ed-credit delimited by size
             into slmrpt-rec.
           write slmrpt-rec.

       copy SOAMWINP.
