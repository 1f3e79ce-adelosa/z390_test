      * cascade of retry loops and 30-second receive timeouts in
      * every calling job.
      *
      * A service with a secondary endpoint on its registry row
      * (SVCRG-ALT-HOST) has both endpoints dialed.  The service is
      * UP while its primary answers, ALT when only the secondary
      * does (SOACMGR3 then dials the secondary from the first
      * call), and DOWN only when neither answers.  The secondary's
      * own result rides along in ST-ALT-STATUS.
      *
      * For a TLS service (SVCRG-TLS 'Y') the connect that answers
      * first also runs the TLS handshake and asks for the partner's
      * server certificate; its subject and expiry date are recorded
      * on the service's SOACERT row (see SOACERT.CPY).  A service
      * whose own or partner certificate has EXPIRED is marked DOWN
      * whatever the connect said - SOACMGR3's handshake would fail
      * on every call, so it is failed cleanly here instead.
      *
      * Disabled registry rows are listed on the report as DIS but
      * are not dialed - SOACMGR3 refuses those on its own.  The job
      * ends with return code 4 when any service is DOWN or running
      * on its secondary so the scheduler can flag the window before
      * it starts.
      ***************************************************************
       identification division.
       program-id. SOAHLTH1.
               organization is sequential.
           select hlrpt  assign to SOAHLRPT
               organization is sequential.
           select optional svccert assign to SOACERT
               organization is sequential.

       data division.
       file section.
       fd  svcreg
           record contains 120 characters.
       copy SOASVCRG.

      * SERVICE-STATUS RECORD - RE-DECLARED IN SOACMG3W.CPY FOR THE
           02  st-date           pic 9(8).
           02  filler            pic x(1).
           02  st-time           pic 9(8).
           02  filler            pic x(1).
           02  st-alt-status     pic x(4).
           02  filler            pic x(4).

       fd  hlrpt
           record contains 80 characters.
       01  hlrpt-rec             pic x(80).

       fd  svccert
           record contains 100 characters.
       copy SOACERT.

       working-storage section.
       copy EZASOKET.

       01  ws-svc-count          pic 9(3) value 0.
       01  ws-up-count           pic 9(3) value 0.
       01  ws-down-count         pic 9(3) value 0.
       01  ws-alt-count          pic 9(3) value 0.
       01  ws-probe-ok           pic x(1).
      * THE ENDPOINT PROBE-CONNECT DIALS, AND WHAT EACH ENDPOINT OF
      * THE CURRENT SERVICE ANSWERED.
       01  ws-probe-host         pic x(32).
       01  ws-probe-port         pic 9(5).
       01  ws-pri-ok             pic x(1).
       01  ws-alt-ok             pic x(1).
       01  ws-api-up             pic x(1) value 'N'.
       01  ws-socket             pic s9(9) comp.
       01  ws-stat-date          pic 9(8).
       01  ws-stat-time          pic 9(8).
       01  ws-display-line       pic x(60).

      * THE SOACERT ROWS, READ WHOLE AT THE START AND WRITTEN BACK
      * WHOLE AT THE END WHEN A HANDSHAKE CHANGED ONE.  A DATASET
      * BIGGER THAN THE TABLE IS LEFT ALONE RATHER THAN TRUNCATED.
       01  ws-ct-eof             pic x(1).
       01  ws-ct-count           pic 9(3) comp value 0.
       01  ws-ct-max             pic 9(3) comp value 100.
       01  ws-ct-overflow        pic x(1) value 'N'.
       01  ws-ct-changed         pic x(1) value 'N'.
       01  ws-ct-table.
           02  ws-ct-entry occurs 100 times
                            indexed by ws-ct-idx.
               03  ws-ct-row      pic x(100).
       01  ws-ct-found           pic x(1).
       01  ws-ct-write-idx       pic 9(3) comp.
      * WHAT THE CURRENT SERVICE'S HANDSHAKE SHOWED.  THE OPTION
      * NAMES ARE THE TCP/IP TOOLKIT'S: TTLS STARTS THE HANDSHAKE,
      * TCRT RETURNS THE PARTNER'S CERTIFICATE SUBJECT AND EXPIRY.
       01  ws-tls-option         pic x(4) value 'TTLS'.
       01  ws-cert-option        pic x(4) value 'TCRT'.
       01  ws-peer-cert.
           02  ws-peer-subject   pic x(24).
           02  ws-peer-not-after pic 9(8).
       01  ws-cert-seen          pic x(1).
       01  ws-cert-expired       pic x(1).
       01  ws-cert-side          pic x(8).
       01  ws-cert-exp-date      pic 9(8).
       01  ws-cert-down-count    pic 9(3) value 0.

       procedure division.
       mainline.
           perform open-files.
           accept ws-stat-date from date yyyymmdd.
           accept ws-stat-time from time.
           perform load-cert-table.
           perform start-sockets-api.
           perform read-svcreg.
           perform probe-one-service until ws-eof.
           perform stop-sockets-api.
           perform write-summary.
           perform close-files.
           perform rewrite-cert-table.
           display 'SOAHLTH1 SERVICES CHECKED =' ws-svc-count.
           display 'SOAHLTH1 UP   =' ws-up-count.
           display 'SOAHLTH1 DOWN =' ws-down-count.
           display 'SOAHLTH1 ALT  =' ws-alt-count.
           display 'SOAHLTH1 CERT EXPIRED =' ws-cert-down-count.
           if ws-down-count > 0 or ws-alt-count > 0
               move 4 to return-code
           end-if.
           goback.
           if svcrg-status = 'D'
               perform report-disabled
           else
               move 'N' to ws-cert-seen
               perform probe-endpoints
               perform find-cert-entry
               if ws-cert-seen = 'Y'
                   perform note-peer-cert
               end-if
               perform check-cert-expiry
               perform record-probe-result
           end-if.
           perform read-svcreg.

      * PRIMARY FIRST, THEN THE SECONDARY IF THE ROW HAS ONE.  THE
      * SECONDARY IS PROBED EVEN WHEN THE PRIMARY IS UP, SO A DEAD
      * STANDBY SHOWS ON THE REPORT BEFORE IT IS NEEDED.
       probe-endpoints.
           move svcrg-host to ws-probe-host.
           move svcrg-port to ws-probe-port.
           perform probe-connect.
           move ws-probe-ok to ws-pri-ok.
           move spaces to ws-alt-ok.
           if svcrg-alt-host not = spaces
               and svcrg-alt-port is numeric
               move svcrg-alt-host to ws-probe-host
               move svcrg-alt-port to ws-probe-port
               perform probe-connect
               move ws-probe-ok to ws-alt-ok
           end-if.

      * ONE LIGHTWEIGHT CONNECT TO WS-PROBE-HOST/WS-PROBE-PORT.  ANY
      * FAILING LEG MARKS THE SERVICE DOWN; A SUCCESSFUL CONNECT IS
      * CLOSED IMMEDIATELY WITHOUT SENDING APPLICATION DATA.
       probe-connect.
           end-if.
           if ws-probe-ok = 'Y'
               move 'GETHOSTBYNAME' to soc-function
               move ws-probe-host to hostname
               move length of hostname to hostnamelen
               move 0 to retcode
               call 'ezasoket' using soc-function
               move ws-socket to s
               move 2 to family
               move hostent-addr to ip-address
               move ws-probe-port to port
               move 0 to errno
               move 0 to retcode
               call 'ezasoket' using soc-function s port-name
               if retcode not = 0
                   move 'N' to ws-probe-ok
               end-if
               if ws-probe-ok = 'Y'
                   and svcrg-tls = 'Y'
                   and ws-cert-seen not = 'Y'
                   perform probe-peer-cert
               end-if
               if ws-probe-ok = 'Y'
                   move 'CLOSESOCKET' to soc-function
                   move ws-socket to s
               end-if
           end-if.

      * THE HANDSHAKE ON THE OPEN SOCKET, THEN THE PARTNER'S
      * CERTIFICATE.  A HANDSHAKE OR QUERY THAT FAILS LEAVES THE
      * SOACERT ROW AS IT WAS - IT SAYS NOTHING ABOUT THE EXPIRY -
      * AND DOES NOT FAIL THE CONNECT PROBE.
       probe-peer-cert.
           move 'SETSOCKOPT' to soc-function.
           move ws-socket to s.
           move 0 to errno.
           move 0 to retcode.
           call 'ezasoket' using soc-function s
                           ws-tls-option errno retcode.
           if retcode = 0
               move spaces to ws-peer-cert
               move 'GETSOCKOPT' to soc-function
               move ws-socket to s
               move 0 to errno
               move 0 to retcode
               call 'ezasoket' using soc-function s
                               ws-cert-option ws-peer-cert
                               errno retcode
               if retcode = 0
                   and ws-peer-not-after is numeric
                   and ws-peer-not-after > 0
                   move 'Y' to ws-cert-seen
               end-if
           end-if.

      * LOAD THE WHOLE SOACERT DATASET.  A MISSING DATASET IS AN
      * EMPTY ONE.
       load-cert-table.
           move spaces to ws-ct-table.
           move 'N' to ws-ct-eof.
           open input svccert.
           perform read-svccert.
           perform add-cert-entry until ws-ct-eof = 'Y'.
           close svccert.

       read-svccert.
           read svccert
               at end
                   move 'Y' to ws-ct-eof
           end-read.

       add-cert-entry.
           if ws-ct-count < ws-ct-max
               add 1 to ws-ct-count
               set ws-ct-idx to ws-ct-count
               move cert-rec to ws-ct-row (ws-ct-idx)
           else
               move 'Y' to ws-ct-overflow
           end-if.
           perform read-svccert.

      * LEAVE WS-CT-FOUND 'Y' AND WS-CT-IDX ON THE SERVICE'S ROW.
       find-cert-entry.
           move 'N' to ws-ct-found.
           set ws-ct-idx to 1.
           search ws-ct-entry
               when ws-ct-row (ws-ct-idx) (1:8) = svcrg-name
                   move 'Y' to ws-ct-found
           end-search.
           if ws-ct-idx > ws-ct-count
               move 'N' to ws-ct-found
           end-if.

      * WHAT THE HANDSHAKE SHOWED REPLACES WHATEVER WAS KEYED.  A
      * TLS SERVICE WITH NO ROW YET GETS ONE.
       note-peer-cert.
           if ws-ct-found = 'Y'
               move ws-ct-row (ws-ct-idx) to cert-rec
           else
               if ws-ct-count < ws-ct-max
                   add 1 to ws-ct-count
                   set ws-ct-idx to ws-ct-count
                   move spaces to cert-rec
                   move svcrg-name to cert-svc
                   move 0 to cert-our-expiry
                   move 'Y' to ws-ct-found
               end-if
           end-if.
           if ws-ct-found = 'Y'
               move ws-peer-subject   to cert-ptn-subject
               move ws-peer-not-after to cert-ptn-expiry
               move 'H' to cert-ptn-src
               move ws-stat-date to cert-ptn-set-date
               move cert-rec to ws-ct-row (ws-ct-idx)
               move 'Y' to ws-ct-changed
           end-if.

      * A CERTIFICATE IS GOOD THROUGH ITS EXPIRY DATE.  OURS IS
      * CHECKED FIRST; AN UNRECORDED (ZERO) EXPIRY NEVER EXPIRES.
       check-cert-expiry.
           move 'N' to ws-cert-expired.
           if svcrg-tls = 'Y' and ws-ct-found = 'Y'
               move ws-ct-row (ws-ct-idx) to cert-rec
               if cert-ptn-expiry is numeric
                   and cert-ptn-expiry > 0
                   and cert-ptn-expiry < ws-stat-date
                   move 'Y' to ws-cert-expired
                   move 'PARTNER' to ws-cert-side
                   move cert-ptn-expiry to ws-cert-exp-date
               end-if
               if cert-our-expiry is numeric
                   and cert-our-expiry > 0
                   and cert-our-expiry < ws-stat-date
                   move 'Y' to ws-cert-expired
                   move 'OURS' to ws-cert-side
                   move cert-our-expiry to ws-cert-exp-date
               end-if
           end-if.

      * WRITE SOACERT BACK ONLY WHEN A HANDSHAKE CHANGED A ROW, AND
      * NEVER FROM A TABLE THAT COULD NOT HOLD THE WHOLE DATASET.
       rewrite-cert-table.
           if ws-ct-overflow = 'Y'
               display 'SOAHLTH1 SOACERT TOO LARGE - NOT UPDATED'
           else
               if ws-ct-changed = 'Y'
                   open output svccert
                   perform write-one-cert
                       varying ws-ct-write-idx from 1 by 1
                       until ws-ct-write-idx > ws-ct-count
                   close svccert
               end-if
           end-if.

       write-one-cert.
           set ws-ct-idx to ws-ct-write-idx.
           move ws-ct-row (ws-ct-idx) to cert-rec.
           write cert-rec.

       record-probe-result.
           move spaces to svcstat-rec.
           move svcrg-name to st-svc.
           if ws-cert-expired = 'Y'
               move 'DOWN' to st-status
               add 1 to ws-down-count
               add 1 to ws-cert-down-count
           else
               if ws-pri-ok = 'Y'
                   move 'UP'   to st-status
                   add 1 to ws-up-count
               else
                   if ws-alt-ok = 'Y'
                       move 'ALT'  to st-status
                       add 1 to ws-alt-count
                   else
                       move 'DOWN' to st-status
                       add 1 to ws-down-count
                   end-if
               end-if
           end-if.
           if ws-alt-ok = 'Y'
               move 'UP'   to st-alt-status
           end-if.
           if ws-alt-ok = 'N'
               move 'DOWN' to st-alt-status
           end-if.
           move ws-stat-date to st-date.
           move ws-stat-time to st-time.
           write svcstat-rec.
           perform write-report-line.
           if ws-alt-ok not = spaces
               perform write-alt-report-line
           end-if.
           if ws-cert-expired = 'Y'
               perform write-cert-report-line
           end-if.

       report-disabled.
           move spaces to svcstat-rec.
             into hlrpt-rec.
           write hlrpt-rec.

       write-alt-report-line.
           move spaces to hlrpt-rec.
           string '           ' delimited by size
                  st-alt-status delimited by size
                  '  ALT  ' delimited by size
                  svcrg-alt-host delimited by size
                  ' PORT '  delimited by size
                  svcrg-alt-port delimited by size
             into hlrpt-rec.
           write hlrpt-rec.

       write-cert-report-line.
           move spaces to hlrpt-rec.
           string '           CERTIFICATE EXPIRED - ' delimited by size
                  ws-cert-side delimited by space
                  ' '          delimited by size
                  ws-cert-exp-date delimited by size
             into hlrpt-rec.
           write hlrpt-rec.

       write-summary.
           move spaces to hlrpt-rec.
           string 'SERVICES ' delimited by size
                  ws-up-count  delimited by size
                  '  DOWN '    delimited by size
                  ws-down-count delimited by size
                  '  ALT '     delimited by size
                  ws-alt-count delimited by size
                  '  CERT EXPIRED ' delimited by size
                  ws-cert-down-count delimited by size
             into hlrpt-rec.
           write hlrpt-rec.

