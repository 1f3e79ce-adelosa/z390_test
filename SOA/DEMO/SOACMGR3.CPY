           move 'N' to ws-parked.
           move 'N' to ws-hdr-built.
           move 'N' to ws-trunc-reply.
           move 'N' to ws-bad-reply.
           move 'N' to ws-sock-work.
           move 16 to ws-abort-rc.
           move soa-msg-caller to ws-caller-save.
           add 1 to ws-call-count.
      * A REQUEST THAT BREAKS ITS SERVICE'S SOAMSGDF LAYOUT IS
      * REFUSED HERE WITH RETURN CODE 24 - BEFORE THE BREAKER, THE
      * CAPS OR THE BUDGET SEE IT, AND LONG BEFORE THE PARTNER
      * WOULD HAVE REJECTED IT MINUTES LATER.
           perform validate-request-layout.
      * A PARTNER INSIDE A PLANNED MAINTENANCE WINDOW IS NOT DIALED
      * AT ALL - ASYNC SENDS ARE PARKED FOR SOASFR1 (RETURN CODE 8)
      * AND SYNCHRONOUS CALLS ARE REFUSED WITH RETURN CODE 28, SO
      * THE WINDOW TRIPS NO BREAKER AND FILLS NO DEAD-LETTER FILE.
           perform check-partner-maintenance.
      * A SERVICE WHOSE BREAKER IS OPEN FAILS FAST HERE - BEFORE ANY
      * SOCKET WORK - UNLESS THIS CALL IS DUE AS THE PERIODIC PROBE.
           perform check-circuit-breaker.
              display 'SOACMGR ' soa-msg-svc-name
                      ' response time = ' micro-sec ' micro-sec'
              perform log-response-time
              perform validate-reply-layout
      * HAND THE CALLER BACK THE CORRELATION ID AND ROUND TRIP.
              move ws-soa-hdr-corr to soa-msg-corr-id
              move micro-sec to soa-msg-rtime
           if ws-trunc-reply = 'Y'
              move 4 to return-code
           end-if.
           if ws-bad-reply = 'Y'
              move 24 to return-code
           end-if.
           goback.
       find-or-open-connection.
           move 'N' to ws-conn-found.
           move ws-svc-host (ws-svc-idx) to ws-conn-host (ws-conn-idx).
           move ws-svc-port (ws-svc-idx) to ws-conn-port (ws-conn-idx).
           move ws-svc-tls (ws-svc-idx) to ws-conn-tls (ws-conn-idx).
           move 'P' to ws-conn-endpoint (ws-conn-idx).
           call 'GETTIME' using ws-setup-start.
           perform connect-service-endpoint.
           call 'GETTIME' using ws-setup-end.
           compute ws-setup-micro = ws-setup-end - ws-setup-start.
           perform log-setup-time.
           move ws-socket to ws-conn-socket (ws-conn-idx).
           move 'Y' to ws-conn-active (ws-conn-idx).
      * PICK AND DIAL THE ENDPOINT FOR THE POOL ENTRY AT WS-CONN-IDX.
      * THE PRIMARY IS TRIED FIRST UNLESS SOAHLTH1 FOUND ONLY THE
      * SECONDARY ANSWERING ('ALT'); A PRIMARY THAT WILL NOT CONNECT
      * FALLS THROUGH TO THE SECONDARY WHEN THE REGISTRY HAS ONE.
      * THE SECONDARY IS THE LAST RESORT, SO ITS FAILURE ABORTS AS A
      * PRIMARY-ONLY SERVICE ALWAYS HAS.  EVERY RECONNECT COMES BACK
      * THROUGH HERE AND TRIES THE PRIMARY AGAIN, WHICH IS HOW A
      * FAILED-OVER SERVICE FAILS BACK.  A SWITCH EITHER WAY IS
      * LOGGED TO SOATIMLG AS A FAILO/FAILB ROW.
       connect-service-endpoint.
           move 'N' to ws-ep-alt-ok.
           if ws-svc-found = 'Y'
              and ws-svc-alt-host (ws-svc-idx) not = spaces
              and ws-svc-alt-port (ws-svc-idx) > 0
              move 'Y' to ws-ep-alt-ok
           end-if.
           move 'P' to ws-ep-want.
           if ws-ep-alt-ok = 'Y'
              and ws-svc-health (ws-svc-idx) = 'ALT'
              move 'A' to ws-ep-want
           end-if.
           if ws-ep-want = 'P'
              if ws-svc-found = 'Y'
                 move ws-svc-host (ws-svc-idx)
                   to ws-conn-host (ws-conn-idx)
                 move ws-svc-port (ws-svc-idx)
                   to ws-conn-port (ws-conn-idx)
              end-if
              move ws-ep-alt-ok to ws-conn-try-sw
              perform dial-conn-endpoint
              move 'N' to ws-conn-try-sw
              if ws-conn-failed = 'Y'
                 display 'SOACMGR ' soa-msg-svc-name
                         ' primary unreachable - trying secondary'
                 move 'A' to ws-ep-want
              end-if
           end-if.
           if ws-ep-want = 'A'
              move ws-svc-alt-host (ws-svc-idx)
                to ws-conn-host (ws-conn-idx)
              move ws-svc-alt-port (ws-svc-idx)
                to ws-conn-port (ws-conn-idx)
              perform dial-conn-endpoint
           end-if.
           move ws-ep-want to ws-conn-endpoint (ws-conn-idx).
           if ws-svc-found = 'Y'
              if ws-ep-want = 'A'
                 and ws-svc-endpoint (ws-svc-idx) not = 'A'
                 perform log-failover
              end-if
              if ws-ep-want = 'P'
                 and ws-svc-endpoint (ws-svc-idx) = 'A'
                 perform log-failback
              end-if
              move ws-ep-want to ws-svc-endpoint (ws-svc-idx)
           end-if.
       dial-conn-endpoint.
           display 'SOACMGR connecting with host '
                   ws-conn-host (ws-conn-idx)
                   ' on port ' ws-conn-port (ws-conn-idx).
           move ws-conn-host (ws-conn-idx) to hostname.
           move ws-conn-port (ws-conn-idx) to port.
           perform open-client-socket.
       validate-service.
           move 'N' to ws-svc-found.
      * A BLANK SERVICE NAME MUST FAIL OUTRIGHT - THE LOADED TABLE'S
           move 0 to ws-svc-rate-cnt (ws-svc-idx).
           move 0 to ws-svc-rate-win (ws-svc-idx).
           move 0 to ws-svc-thr-cnt (ws-svc-idx).
      * ROWS WRITTEN BEFORE THE SECONDARY-ENDPOINT COLUMNS EXISTED
      * HAVE NO SECONDARY.
           move spaces to ws-svc-endpoint (ws-svc-idx).
           if svcrg-alt-host not = spaces
              and svcrg-alt-port is numeric
              move svcrg-alt-host to ws-svc-alt-host (ws-svc-idx)
              move svcrg-alt-port to ws-svc-alt-port (ws-svc-idx)
           else
              move spaces to ws-svc-alt-host (ws-svc-idx)
              move 0 to ws-svc-alt-port (ws-svc-idx)
           end-if.
           perform read-registry-record.
      * FOLD SOAHLTH1'S UP/DOWN MARKS FROM THE SOASVCST DATASET INTO
      * THE LOADED REGISTRY TABLE.  A MISSING STATUS DATASET (HEALTH
                    ws-tlog-reclen ws-tlog-flags
                    ws-tlog-reserved ws-tlog-rec
               giving ws-tlog-status.
      * FAILOVER TO / FAILBACK FROM THE SECONDARY ENDPOINT - TYPES
      * FAILO/FAILB, THE ENDPOINT NOW SERVING IN THE ENDPOINT COLUMN
      * AND ITS PORT IN THE MICRO COLUMN, SO THE MORNING REPORTS CAN
      * SHOW WHEN A PARTNER WAS RUNNING ON ITS STANDBY.
       log-failover.
           move 'FAILO' to ws-tlog-type.
           perform write-endpoint-switch.
       log-failback.
           move 'FAILB' to ws-tlog-type.
           perform write-endpoint-switch.
       write-endpoint-switch.
           perform open-tlog-file.
           accept ws-tlog-date from date yyyymmdd.
           accept ws-tlog-time from time.
           move soa-msg-svc-name to ws-tlog-svc.
           move ws-tlog-date     to ws-tlog-date-o.
           move ws-tlog-time     to ws-tlog-time-o.
           move ws-conn-port (ws-conn-idx) to ws-tlog-micro-o.
           move spaces           to ws-tlog-corr-o.
           move ws-caller-save   to ws-tlog-caller.
           move ws-ep-want       to ws-tlog-endpoint.
           move length of ws-tlog-rec to ws-tlog-reclen.
           call 'CBL_WRITE_FILE' using ws-tlog-handle
                    ws-tlog-reclen ws-tlog-flags
                    ws-tlog-reserved ws-tlog-rec
               giving ws-tlog-status.
           move space to ws-tlog-endpoint.
           display 'SOACMGR ' soa-msg-svc-name ' ' ws-tlog-type
                   ' now on ' ws-conn-host (ws-conn-idx)
                   ' port ' ws-conn-port (ws-conn-idx).
      * RE-ESTABLISH THE CONNECTION CURRENTLY POINTED TO BY
      * WS-CONN-IDX AND RECORD ITS NEW SOCKET IN THE POOL.
       reconnect-current.
           call 'GETTIME' using ws-setup-start.
           perform connect-service-endpoint.
           call 'GETTIME' using ws-setup-end.
           compute ws-setup-micro = ws-setup-end - ws-setup-start.
           perform log-setup-time.
           move ws-ckpt-port (ws-conn-idx) to ws-conn-port (ws-conn-idx).
           move ws-ckpt-tls  (ws-conn-idx) to ws-conn-tls  (ws-conn-idx).
           move 'N' to ws-conn-active (ws-conn-idx).
           move 'P' to ws-conn-endpoint (ws-conn-idx).
      * WRITE A FRESH SNAPSHOT OF THE CORRELATION SEQUENCE AND THE
      * CONNECTION POOL EVERY WS-CKPT-INTERVAL CALLS.
       checkpoint-if-due.
           move soa-msg-svc-name  to ws-arch-svc.
           move soa-msg-len       to ws-arch-len.
           move soa-msg-data      to ws-arch-data.
           move 'Q'               to ws-mdf-dir-wk.
           perform mask-archive-payload.
           move length of ws-arch-rec to ws-arch-reclen.
           call 'CBL_WRITE_FILE' using ws-arch-handle
                    ws-arch-reclen ws-arch-flags
           move soa-msg-svc-name  to ws-arch-svc.
           move ws-recv-bytes     to ws-arch-len.
           move soa-msg-data      to ws-arch-data.
           move 'R'               to ws-mdf-dir-wk.
           perform mask-archive-payload.
           move length of ws-arch-rec to ws-arch-reclen.
           call 'CBL_WRITE_FILE' using ws-arch-handle
                    ws-arch-reclen ws-arch-flags
                    ws-arch-reserved ws-arch-rec
               giving ws-arch-status.
      * PERSONAL FIELDS NEVER REACH THE ARCHIVE IN CLEAR - WHEN THE
      * SERVICE'S LAYOUT MASKS ANYTHING, THE RECORD AS IT STANDS
      * GOES TO THE SOAARCV VAULT FIRST AND THE ARCHIVE GETS THE
      * MASKED PAYLOAD, FLAGGED 'M' SO A READER KNOWS TO LOOK THERE.
      * WS-MDF-DIR-WK IS SET BY THE CALLER.
       mask-archive-payload.
           move space to ws-arch-masked.
           move ws-arch-svc to ws-mdf-svc-wk.
           move ws-arch-data to ws-mdf-data-wk.
           move ws-arch-len to ws-mdf-len-wk.
           perform mask-personal-fields.
           if ws-mdf-mask-cnt > 0
              if ws-arcv-opened = 'N'
                 call 'CBL_OPEN_FILE' using ws-arcv-name
                          ws-arch-access ws-arch-deny
                          ws-arch-device ws-arcv-handle
                     giving ws-arcv-status
                 move 'Y' to ws-arcv-opened
              end-if
              move length of ws-arch-rec to ws-arch-reclen
              call 'CBL_WRITE_FILE' using ws-arcv-handle
                       ws-arch-reclen ws-arch-flags
                       ws-arch-reserved ws-arch-rec
                  giving ws-arcv-status
              move ws-mdf-data-wk to ws-arch-data
              move 'M' to ws-arch-masked
           end-if.
       open-tlog-file.
           if ws-tlog-opened = 'N'
              call 'CBL_OPEN_FILE' using ws-tlog-name
           move micro-sec        to ws-tlog-micro-o.
           move ws-soa-hdr-corr  to ws-tlog-corr-o.
           move ws-caller-save   to ws-tlog-caller.
           move ws-conn-endpoint (ws-conn-idx) to ws-tlog-endpoint.
           move length of ws-tlog-rec to ws-tlog-reclen.
           call 'CBL_WRITE_FILE' using ws-tlog-handle
                    ws-tlog-reclen ws-tlog-flags
                    ws-tlog-reserved ws-tlog-rec
               giving ws-tlog-status.
           move space to ws-tlog-endpoint.
      * LOGS A FIRE-AND-FORGET SEND - THERE IS NO RESPONSE TIME TO
      * RECORD, SO WS-TLOG-MICRO-O IS LEFT ZERO AND THE TYPE COLUMN
      * MARKS THE ROW AS 'SENT' RATHER THAN 'MSG' SO SOASLA1/EODSUM1
           move zero             to ws-tlog-micro-o.
           move ws-soa-hdr-corr  to ws-tlog-corr-o.
           move ws-caller-save   to ws-tlog-caller.
           move ws-conn-endpoint (ws-conn-idx) to ws-tlog-endpoint.
           move length of ws-tlog-rec to ws-tlog-reclen.
           call 'CBL_WRITE_FILE' using ws-tlog-handle
                    ws-tlog-reclen ws-tlog-flags
                    ws-tlog-reserved ws-tlog-rec
               giving ws-tlog-status.
           move space to ws-tlog-endpoint.
      * LOGS THE ONE-TIME CONNECTION SETUP COST (INITAPI THROUGH
      * CONNECT, OR A MID-DAY RECONNECT) AS ITS OWN TIMING-LOG ROW SO
      * IT CAN BE TRENDED SEPARATELY FROM PER MESSAGE RESPONSE TIME.
           move ws-setup-micro   to ws-tlog-micro-o.
           move ws-soa-hdr-corr  to ws-tlog-corr-o.
           move ws-caller-save   to ws-tlog-caller.
           move ws-conn-endpoint (ws-conn-idx) to ws-tlog-endpoint.
           move length of ws-tlog-rec to ws-tlog-reclen.
           call 'CBL_WRITE_FILE' using ws-tlog-handle
                    ws-tlog-reclen ws-tlog-flags
                    ws-tlog-reserved ws-tlog-rec
               giving ws-tlog-status.
           move space to ws-tlog-endpoint.
       send-soa-request.
           perform build-soa-header
           move soa-msg-len to ws-req-len-save
              move 'Y' to ws-read-ok
           end-if.
       open-client-socket.
           move 'N' to ws-conn-failed
           perform initapi
           perform get-host-by-name
           if ws-conn-failed = 'N'
              perform open-socket
              perform connect-socket
           end-if
           .
       initapi.
           move 'INITAPI Call' to ws-display-line.
              move 'GETHOSTNAME Failed' to ws-display-line
              move 16 to return-code
              perform display-line
              if ws-conn-try-sw = 'Y'
                 move 'Y' to ws-conn-failed
              else
                 go to abort
              end-if
           end-if.
       open-socket.
           move 'SOCKET Call' to ws-display-line.
              move 'CONNECT Failed' to ws-display-line
              move 16 to return-code
              perform display-line
      * A PRIMARY WITH A SECONDARY BEHIND IT GIVES UP ITS SOCKET AND
      * LETS CONNECT-SERVICE-ENDPOINT DIAL THE SECONDARY.
              if ws-conn-try-sw = 'Y'
                 move 'Y' to ws-conn-failed
                 move 'CLOSESOCKET' to soc-function
                 move ws-socket to s
                 call 'ezasoket' using soc-function s errno retcode
              else
                 go to abort
              end-if
           end-if.
       tls-handshake.
           move 'TLSHANDSHAKE Call' to ws-display-line.
           else
              move 1 to ws-sfq-attempts
           end-if.
           if ws-mw-parking = 'Y'
              subtract 1 from ws-sfq-attempts
           end-if.
           move soa-msg-len  to ws-sfq-len.
           move soa-msg-data to ws-sfq-data.
           move length of ws-sfq-rec to ws-sfq-reclen.
              call 'ezasoket' using soc-function s errno retcode
              move 'N' to ws-conn-active (ws-conn-idx)
           end-if.
      * THE REQUEST IS CHECKED AS THE CALLER BUILT IT - A LARGE
      * PAYLOAD FROM THE CALLER'S OWN BUFFER (ITS FIRST 4096 BYTES).
      * NOTHING HAS GONE OUT YET, SO THERE IS NO CORRELATION ID OR
      * SOCKET TO RECORD, AND NOTHING TO TEAR DOWN ON THE WAY OUT -
      * A REFUSED FIRE-AND-FORGET SEND IS NOT PARKED EITHER, SINCE
      * RE-DRIVING A MALFORMED PAYLOAD CAN NEVER SUCCEED.
       check-partner-maintenance.
           move 'N' to ws-mw-parking.
           move soa-msg-svc-name to ws-mw-svc-wk.
           accept ws-mw-date-wk from date yyyymmdd.
           accept ws-mw-time-wk from time.
           move ws-mw-time-wk (1:4) to ws-mw-hhmm-wk.
           perform check-maint-window.
           if ws-mw-in-window = 'Y'
              perform log-maint-hold
              if soa-msg-is-async
                 move 'Y' to ws-mw-parking
                 perform park-async-send
                 move 'N' to ws-mw-parking
                 move ws-soa-hdr-corr to soa-msg-corr-id
                 move 8 to return-code
              else
                 display 'SOACMGR ' soa-msg-svc-name
                         ' partner in maintenance until '
                         ws-mw-to (ws-mw-idx)
                 move 28 to return-code
              end-if
              goback
           end-if.
      * ONE MAINT ROW ON SOATIMLG PER HELD CALL - THE WINDOW'S END
      * (YYYYMMDDHHMM) IN THE MICRO COLUMN - SO THE MORNING REPORTS
      * CAN SHOW WHAT THE WINDOW HELD BACK.
       log-maint-hold.
           perform open-tlog-file.
           accept ws-tlog-date from date yyyymmdd.
           accept ws-tlog-time from time.
           move 'MAINT'          to ws-tlog-type.
           move soa-msg-svc-name to ws-tlog-svc.
           move ws-tlog-date     to ws-tlog-date-o.
           move ws-tlog-time     to ws-tlog-time-o.
           move ws-mw-to (ws-mw-idx) to ws-tlog-micro-o.
           move spaces           to ws-tlog-corr-o.
           move ws-caller-save   to ws-tlog-caller.
           move length of ws-tlog-rec to ws-tlog-reclen.
           call 'CBL_WRITE_FILE' using ws-tlog-handle
                    ws-tlog-reclen ws-tlog-flags
                    ws-tlog-reserved ws-tlog-rec
               giving ws-tlog-status.
       validate-request-layout.
           move soa-msg-svc-name to ws-mdf-svc-wk.
           move 'Q' to ws-mdf-dir-wk.
           move spaces to ws-mdf-corr-wk.
           move 0 to ws-mdf-socket-wk.
           if soa-msg-has-large
              set address of soa-large-buf to soa-msg-large-ptr
              move soa-large-buf (1:4096) to ws-mdf-data-wk
              move soa-msg-large-len to ws-mdf-len-wk
           else
              move soa-msg-data to ws-mdf-data-wk
              move soa-msg-len to ws-mdf-len-wk
           end-if.
           perform validate-payload.
           if ws-mdf-bad-cnt > 0
              display 'SOACMGR ' soa-msg-svc-name
                      ' request refused - layout field '
                      ws-mdf-first-field ' ' ws-mdf-first-why
              move 24 to return-code
              goback
           end-if.
      * THE REPLY IS CHECKED AS RECEIVED.  A BAD ONE IS WITHHELD -
      * SOA-MSG-DATA IS CLEARED SO THE CALLER CANNOT MISREAD IT -
      * BUT THE CONNECTION IS FINE AND STAYS IN THE POOL; THE REPLY
      * ITSELF IS ALREADY ON SOAARCH FOR THE DISPUTE.
       validate-reply-layout.
           move soa-msg-svc-name to ws-mdf-svc-wk.
           move 'R' to ws-mdf-dir-wk.
           move ws-soa-hdr-corr to ws-mdf-corr-wk.
           move ws-socket to ws-mdf-socket-wk.
           move soa-msg-data to ws-mdf-data-wk.
           move ws-recv-bytes to ws-mdf-len-wk.
           perform validate-payload.
           if ws-mdf-bad-cnt > 0
              display 'SOACMGR ' soa-msg-svc-name
                      ' reply refused - layout field '
                      ws-mdf-first-field ' ' ws-mdf-first-why
              move 'Y' to ws-bad-reply
              move spaces to soa-msg-data
              move 0 to soa-msg-len
           end-if.
       copy SOAMDFP.
       copy SOAMWINP.
       display-line section.
           if ws-trace-checked = 'N'
              accept ws-trace-level from environment 'SOATRACE'
