      ***************************************************************
      * SOAMWINP.CPY - PARTNER MAINTENANCE-WINDOW CHECK PARAGRAPHS
      * (PAIR WITH SOAMWINW.CPY IN WORKING-STORAGE).  THE WINDOWS
      * ARE LOADED ONCE PER RUN UNIT ON THE FIRST CHECK, SAME LAZY
      * LOAD AS THE SERVICE REGISTRY; A MISSING SOAMWIN DATASET
      * MEANS NO PARTNER IS EVER IN MAINTENANCE.
      ***************************************************************
       load-maint-windows.
           move 'Y' to ws-mw-loaded.
           move 0 to ws-mw-count.
           move spaces to ws-mw-table.
           move 'N' to ws-mw-eof.
           call 'CBL_OPEN_FILE' using ws-mw-name
                    ws-mw-access ws-mw-deny
                    ws-mw-device ws-mw-handle
               giving ws-mw-status.
           if ws-mw-status = 0
              perform read-mw-record
              perform add-mw-entry
                  until ws-mw-eof = 'Y'
                     or ws-mw-count >= ws-mw-max
              call 'CBL_CLOSE_FILE' using ws-mw-handle
                  giving ws-mw-status
           end-if.
       read-mw-record.
           move length of mwin-rec to ws-mw-reclen.
           call 'CBL_READ_FILE' using ws-mw-handle
                    ws-mw-reclen ws-mw-flags
                    ws-mw-reserved mwin-rec
               giving ws-mw-status.
           if ws-mw-status not = 0
              move 'Y' to ws-mw-eof
           end-if.
      * A ROW WHOSE START OR END IS NOT A USABLE DATE-TIME IS PASSED
      * OVER - BETTER TO MISS A WINDOW THAN TO HOLD A PARTNER'S
      * TRAFFIC ON A GARBLED ONE.
       add-mw-entry.
           if mwin-svc not = spaces
              and mwin-start is numeric
              and mwin-end is numeric
              and mwin-end > mwin-start
              add 1 to ws-mw-count
              set ws-mw-idx to ws-mw-count
              move mwin-svc   to ws-mw-svc (ws-mw-idx)
              move mwin-start to ws-mw-from (ws-mw-idx)
              move mwin-end   to ws-mw-to (ws-mw-idx)
           end-if.
           perform read-mw-record.
       check-maint-window.
           if ws-mw-loaded = 'N'
              perform load-maint-windows
           end-if.
           move 'N' to ws-mw-in-window.
           move ws-mw-date-wk to ws-mw-at-date.
           move ws-mw-hhmm-wk to ws-mw-at-hhmm.
           if ws-mw-count > 0
              set ws-mw-idx to 1
              search ws-mw-entry
                  when ws-mw-svc (ws-mw-idx) = ws-mw-svc-wk
                       and ws-mw-at-num >= ws-mw-from (ws-mw-idx)
                       and ws-mw-at-num < ws-mw-to (ws-mw-idx)
                       move 'Y' to ws-mw-in-window
              end-search
           end-if.
