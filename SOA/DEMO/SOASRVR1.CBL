      * SOASVCRG registry, accepts partner connections, and services
      * each inbound request the same way our outbound side expects
      * its own requests serviced:
      *   - read the correlation header (the exact 48-byte frame
      *     BUILD-SOA-HEADER sends: correlation id, date, time,
      *     service name, declared body length - followed on the
      *     inbound side by the partner id and shared key),
      *   - validate it the same way our outbound side builds it,
      *   - confirm the caller is who it says it is: the partner id
      *     and shared key that follow the header must match an
      *     active SOAPCRED row, and the connection must come from
      *     one of that partner's allowed source addresses,
      *   - confirm the declared service is registered and active in
      *     SOASVCRG, and on the partner's allowed-service list,
      *   - find the registered local handler program in SOAHNDRG
      *     and CALL it with the payload in the standard SOA-MSG
      *     area,
      * 'REFUSED') and its own INERR timing-log row - the partner
      * learns immediately instead of timing out, and the morning
      * reports see the noise.
      * A request payload that breaks the service's SOAMSGDF request
      * layout is refused the same way before the handler sees it,
      * and a handler reply that breaks the reply layout is replaced
      * by a refusal rather than sent; either way the body reads
      * 'REFUSED LAYOUT' plus the first bad field, and every bad
      * field goes to SOAPROEX (see SOAMDFW.CPY).
      * A caller that fails the credential check gets 'REFUSED
      * SECURITY' - deliberately not saying which check failed - and
      * besides its INERR row a SOAINSEC row naming the reason, for
      * the SOAISR1 daily inbound-security report.
      *
      * The listener serves connections until the SOASRVMX
      * environment variable's connection count is reached (default
               organization is sequential.
           select hndreg assign to SOAHNDRG
               organization is sequential.
           select optional pcredin assign to SOAPCRED
               organization is sequential.
           select srvrpt assign to SOASRRPT
               organization is sequential.

       data division.
       file section.
       fd  svcreg
           record contains 120 characters.
       copy SOASVCRG.

       fd  hndreg
           record contains 20 characters.
       copy SOAHNDRG.

       fd  pcredin
           record contains 200 characters.
       copy SOAPCRED.

       fd  srvrpt
           record contains 80 characters.
       01  srvrpt-rec            pic x(80).
       01  micro-end             pic s9(15) comp-3.
       01  micro-sec             pic s9(15) comp-3.

      * THE INBOUND CORRELATION HEADER - THE FIRST 48 BYTES ARE THE
      * SAME FRAME BUILD-SOA-HEADER SENDS (SEE SOACMG3W.CPY - KEEP
      * IN LOCKSTEP); AN INBOUND PARTNER FOLLOWS IT WITH ITS PARTNER
      * ID AND SHARED KEY (SEE SOAPCRED.CPY).
       01  ws-soa-hdr-in.
           02  ws-hdr-in-corr    pic x(16).
           02  ws-hdr-in-date    pic x(8).
           02  ws-hdr-in-time    pic x(8).
           02  ws-hdr-in-svc     pic x(8).
           02  ws-hdr-in-len     pic x(8).
           02  ws-hdr-in-partner pic x(8).
           02  ws-hdr-in-key     pic x(16).
       01  ws-decl-len           pic 9(8).
       01  ws-refuse-sw          pic x(1).
       01  ws-refuse-why         pic x(30).
       01  ws-refuse-layout      pic x(1).
       01  ws-layout-count       pic 9(7) value 0.
       01  ws-refuse-sec         pic x(1).
       01  ws-sec-reason         pic x(8).
       01  ws-sec-count          pic 9(7) value 0.

      * INBOUND PARTNER CREDENTIALS, LOADED WHOLE AT STARTUP - SEE
      * SOAPCRED.CPY.  A MISSING SOAPCRED DATASET LEAVES THE TABLE
      * EMPTY AND EVERY CALL IS REFUSED.
       01  ws-pc-count           pic s9(4) comp value 0.
       01  ws-pc-max             pic s9(4) comp value 50.
       01  ws-pc-table.
           02  ws-pc-entry occurs 50 times
                           indexed by ws-pc-idx.
               03  ws-pc-partner  pic x(8).
               03  ws-pc-key      pic x(16).
               03  ws-pc-status   pic x(1).
               03  ws-pc-svc      pic x(8) occurs 8 times.
               03  ws-pc-addr     pic x(15) occurs 4 times.
       01  ws-pc-found           pic x(1).
       01  ws-pc-sub             pic s9(4) comp.
       01  ws-pc-ok              pic x(1).

      * THE CALLER'S ADDRESS FROM ACCEPT, IN DOTTED DECIMAL, AND
      * ONE ALLOWED-ADDRESS PATTERN BEING TRIED AGAINST IT.
       01  ws-src-addr           pic x(15).
       01  ws-src-ptr            pic s9(4) comp.
       01  ws-oct-idx            pic s9(4) comp.
       01  ws-oct-wk.
           02  filler            pic x(1) value low-value.
           02  ws-oct-byte       pic x(1).
       01  ws-oct-num redefines ws-oct-wk pic 9(4) comp.
       01  ws-oct-dec            pic 9(3).
       01  ws-oct-from           pic s9(4) comp.
       01  ws-addr-pat           pic x(15).
       01  ws-addr-pfx           pic s9(4) comp.

      * INBOUND SECURITY LOG - SEE SOAINSEC.CPY.
       copy SOAINSEC.
       01  ws-insec-name         pic x(8) value 'SOAINSEC'.
       01  ws-insec-handle       pic x(4).
       01  ws-insec-opened       pic x(1) value 'N'.
       01  ws-insec-status       pic s9(9) comp-5.
       01  ws-insec-reclen       pic 9(8) comp-5.
       copy G6CHNW.

      * THE REPLY HEADER GOING BACK - SAME LAYOUT, SAME CORRELATION
      * ID THE REQUEST CARRIED.
           02  ws-tlog-corr-o    pic x(16).
           02  filler            pic x(1) value space.
           02  ws-tlog-caller    pic x(8).
           02  filler            pic x(1) value space.
           02  ws-tlog-endpoint  pic x(1) value space.
       01  ws-tlog-reclen        pic 9(8) comp-5.

      * THE SOA-MSG AREA THE HANDLER IS CALLED WITH - LIVES IN
      * WORKING-STORAGE HERE SINCE THIS SIDE OWNS THE STORAGE.
       copy SOAMSG.

      * PER-SERVICE MESSAGE-LAYOUT VALIDATION - SAME DEFINITIONS AND
      * SAME CHECKS AS SOACMGR3'S OUTBOUND SIDE.
       copy SOAMDFW.

       procedure division.
       mainline.
           perform open-files.
           perform read-conn-limit.
           perform load-service-registry.
           perform load-handler-registry.
           perform load-partner-creds.
           if ws-listen-found not = 'Y'
               display 'SOASRVR1 NO SOAINBND ROW IN REGISTRY'
               move 16 to return-code
           display 'SOASRVR1 MESSAGES    =' ws-msg-count.
           display 'SOASRVR1 DISPATCHED  =' ws-ok-count.
           display 'SOASRVR1 REFUSED     =' ws-refused-count.
           display 'SOASRVR1 LAYOUT REFS =' ws-layout-count.
           display 'SOASRVR1 SECURITY    =' ws-sec-count.
           goback.

       open-files.
           open input svcreg input hndreg input pcredin
                output srvrpt.
           move spaces to srvrpt-rec.
           string 'INBOUND SERVICE DISPATCHER LOG'
                  delimited by size
           write srvrpt-rec.

       close-files.
           close svcreg hndreg pcredin srvrpt.

       read-conn-limit.
           move spaces to ws-env-wk.
           end-if.
           perform read-hndreg.

       load-partner-creds.
           move spaces to ws-pc-table.
           perform read-pcredin.
           perform add-pc-entry until ws-eof.
           move 'N' to ws-eof-sw.
           if ws-pc-count = 0
               display 'SOASRVR1 NO PARTNER CREDENTIALS - ALL INBOUND '
                       'CALLS WILL BE REFUSED'
           end-if.

       read-pcredin.
           read pcredin
               at end
                   move 'Y' to ws-eof-sw
           end-read.

       add-pc-entry.
           if ws-pc-count < ws-pc-max
               and pcred-partner not = spaces
               and pcred-rec (1:1) not = '*'
               add 1 to ws-pc-count
               set ws-pc-idx to ws-pc-count
               move pcred-partner to ws-pc-partner (ws-pc-idx)
               move pcred-key     to ws-pc-key (ws-pc-idx)
               move pcred-status  to ws-pc-status (ws-pc-idx)
               perform copy-one-allowed-svc
                   varying ws-pc-sub from 1 by 1 until ws-pc-sub > 8
               perform copy-one-allowed-addr
                   varying ws-pc-sub from 1 by 1 until ws-pc-sub > 4
           end-if.
           perform read-pcredin.

       copy-one-allowed-svc.
           move pcred-svc (ws-pc-sub)
             to ws-pc-svc (ws-pc-idx ws-pc-sub).

       copy-one-allowed-addr.
           move pcred-addr (ws-pc-sub)
             to ws-pc-addr (ws-pc-idx ws-pc-sub).

       start-sockets-api.
           move 'INITAPI' to soc-function.
           move 10 to maxsoc.
           if retcode > 0
               move retcode to ws-conn-socket
               add 1 to ws-conn-served
               perform format-source-address
               move 'N' to ws-conn-done
               perform service-one-message
                   until ws-conn-done = 'Y'
               add 1 to ws-msg-count
               perform validate-inbound-header
               perform receive-inbound-body
               if ws-refuse-sw = 'N'
                   perform validate-inbound-layout
               end-if
               if ws-refuse-sw = 'Y'
                   perform refuse-inbound-call
               else
      * APPLIES ON THE OUTBOUND SIDE.
       validate-inbound-header.
           move 'N' to ws-refuse-sw.
           move 'N' to ws-refuse-layout.
           move 'N' to ws-refuse-sec.
           move spaces to ws-refuse-why.
           move 0 to ws-decl-len.
           if ws-hdr-in-corr = spaces
               move 'Y' to ws-refuse-sw
               move 'BLANK SERVICE NAME' to ws-refuse-why
           end-if.
           if ws-refuse-sw = 'N'
               perform check-partner-credentials
           end-if.
           if ws-refuse-sw = 'N'
               move 'N' to ws-svc-found
               if ws-svc-count > 0
                   end-if
               end-if
           end-if.
           if ws-refuse-sw = 'N'
               perform check-partner-service
           end-if.
           if ws-refuse-sw = 'N'
               move 'N' to ws-hnd-found
               if ws-hnd-count > 0
               end-if
           end-if.

      * WHO IS ASKING - CHECKED BEFORE THE SERVICE IS EVEN LOOKED
      * UP, SO AN UNKNOWN CALLER LEARNS NOTHING ABOUT WHAT WE HOST.
      * A BLANK KEY NEVER MATCHES, EVEN A BLANK KEY ON FILE.
       check-partner-credentials.
           move spaces to ws-sec-reason.
           move 'N' to ws-pc-found.
           if ws-hdr-in-partner = spaces
               move 'NOCRED' to ws-sec-reason
           else
               if ws-pc-count > 0
                   set ws-pc-idx to 1
                   search ws-pc-entry
                       when ws-pc-idx > ws-pc-count
                           continue
                       when ws-pc-partner (ws-pc-idx)
                           = ws-hdr-in-partner
                           move 'Y' to ws-pc-found
                   end-search
               end-if
               if ws-pc-found not = 'Y'
                   move 'UNKNOWN' to ws-sec-reason
               else
                   if ws-pc-status (ws-pc-idx) not = 'A'
                       move 'DISABLED' to ws-sec-reason
                   else
                       if ws-hdr-in-key = spaces
                           or ws-hdr-in-key
                              not = ws-pc-key (ws-pc-idx)
                           move 'BADKEY' to ws-sec-reason
                       else
                           perform check-source-address
                       end-if
                   end-if
               end-if
           end-if.
           if ws-sec-reason not = spaces
               perform mark-security-refusal
           end-if.

       check-source-address.
           move 'N' to ws-pc-ok.
           perform check-one-address
               varying ws-pc-sub from 1 by 1
               until ws-pc-sub > 4 or ws-pc-ok = 'Y'.
           if ws-pc-ok not = 'Y'
               move 'ADDRESS' to ws-sec-reason
           end-if.

      * AN EXACT ADDRESS, OR A PREFIX ENDING IN '*'.
       check-one-address.
           move ws-pc-addr (ws-pc-idx ws-pc-sub) to ws-addr-pat.
           if ws-addr-pat not = spaces
               move 0 to ws-addr-pfx
               inspect ws-addr-pat tallying ws-addr-pfx
                   for characters before initial '*'
               if ws-addr-pfx < length of ws-addr-pat
                   if ws-addr-pfx = 0
                       move 'Y' to ws-pc-ok
                   else
                       if ws-src-addr (1:ws-addr-pfx)
                           = ws-addr-pat (1:ws-addr-pfx)
                           move 'Y' to ws-pc-ok
                       end-if
                   end-if
               else
                   if ws-src-addr = ws-addr-pat
                       move 'Y' to ws-pc-ok
                   end-if
               end-if
           end-if.

      * THE PARTNER PASSED - BUT MAY IT CALL THIS SERVICE?
       check-partner-service.
           move 'N' to ws-pc-ok.
           perform check-one-allowed-svc
               varying ws-pc-sub from 1 by 1
               until ws-pc-sub > 8 or ws-pc-ok = 'Y'.
           if ws-pc-ok not = 'Y'
               move 'SERVICE' to ws-sec-reason
               perform mark-security-refusal
           end-if.

       check-one-allowed-svc.
           if ws-pc-svc (ws-pc-idx ws-pc-sub) = ws-hdr-in-svc
               move 'Y' to ws-pc-ok
           end-if.

       mark-security-refusal.
           move 'Y' to ws-refuse-sw.
           move 'Y' to ws-refuse-sec.
           move spaces to ws-refuse-why.
           string 'SECURITY '       delimited by size
                  ws-sec-reason     delimited by size
                  ' '               delimited by size
                  ws-hdr-in-partner delimited by size
             into ws-refuse-why.

      * THE CALLER'S ADDRESS AS ACCEPT HANDED IT BACK, IN DOTTED
      * DECIMAL FOR THE ALLOWED-ADDRESS CHECK AND THE SECURITY LOG.
       format-source-address.
           move spaces to ws-src-addr.
           move 1 to ws-src-ptr.
           perform format-one-octet
               varying ws-oct-idx from 1 by 1 until ws-oct-idx > 4.

       format-one-octet.
           move ip-address (ws-oct-idx:1) to ws-oct-byte.
           move ws-oct-num to ws-oct-dec.
           if ws-oct-dec >= 100
               move 1 to ws-oct-from
           else
               if ws-oct-dec >= 10
                   move 2 to ws-oct-from
               else
                   move 3 to ws-oct-from
               end-if
           end-if.
           if ws-oct-idx > 1
               string '.' delimited by size
                 into ws-src-addr with pointer ws-src-ptr
           end-if.
           string ws-oct-dec (ws-oct-from:) delimited by size
             into ws-src-addr with pointer ws-src-ptr.

      * TAKE THE DECLARED BODY OFF THE SOCKET WHETHER OR NOT THE
      * CALL WILL BE REFUSED - THE CONNECTION MUST BE LEFT CLEAN FOR
      * THE PARTNER'S NEXT MESSAGE.  ONLY THE FIRST 4096 BYTES REACH
                   until ws-frame-off > ws-decl-len
           end-if.

      * THE REQUEST AS RECEIVED AGAINST THE SERVICE'S 'Q' ROWS.
       validate-inbound-layout.
           move 'Q' to ws-mdf-dir-wk.
           perform check-inbound-layout.

      * THE HANDLER'S REPLY AGAINST THE SERVICE'S 'R' ROWS, BEFORE
      * IT GOES BACK TO THE PARTNER.
       validate-handler-reply.
           move 'R' to ws-mdf-dir-wk.
           perform check-inbound-layout.

       check-inbound-layout.
           move ws-hdr-in-svc to ws-mdf-svc-wk.
           move ws-hdr-in-corr to ws-mdf-corr-wk.
           move ws-conn-socket to ws-mdf-socket-wk.
           move soa-msg-data to ws-mdf-data-wk.
           move soa-msg-len to ws-mdf-len-wk.
           perform validate-payload.
           if ws-mdf-bad-cnt > 0
               move 'Y' to ws-refuse-sw
               move 'Y' to ws-refuse-layout
               add 1 to ws-layout-count
               move spaces to ws-refuse-why
               string 'LAYOUT '          delimited by size
                      ws-mdf-dir-wk      delimited by size
                      ' '                delimited by size
                      ws-mdf-first-field delimited by size
                      ' '                delimited by size
                      ws-mdf-first-why   delimited by size
                 into ws-refuse-why
           end-if.

       drain-one-frame.
           compute ws-frame-len = ws-decl-len - ws-frame-off + 1.
           if ws-frame-len > 4096
           call ws-handler-pgm using soa-msg.
           call 'GETTIME' using micro-end.
           compute micro-sec = micro-end - micro-start.
           perform validate-handler-reply.
           if ws-refuse-sw = 'Y'
               perform refuse-inbound-call
           else
               add 1 to ws-ok-count
               perform send-inbound-reply
               move 'INMSG' to ws-tlog-type
               move ws-handler-pgm to ws-tlog-caller
               perform log-inbound-call
               perform report-inbound-call
           end-if.

      * THE PARTNER STILL GETS AN ANSWER WHEN THE CALL IS REFUSED -
      * A 'REFUSED' BODY UNDER THE SAME CORRELATION ID - SO IT FAILS
       refuse-inbound-call.
           add 1 to ws-refused-count.
           move 0 to micro-sec.
           if ws-refuse-layout = 'Y'
               move spaces to soa-msg-data
               string 'REFUSED ' delimited by size
                      ws-refuse-why delimited by size
                 into soa-msg-data
               move 38 to soa-msg-len
           else
               if ws-refuse-sec = 'Y'
                   move 'REFUSED SECURITY' to soa-msg-data
                   move 16 to soa-msg-len
               else
                   move 'REFUSED' to soa-msg-data
                   move 8 to soa-msg-len
               end-if
           end-if.
           perform send-inbound-reply.
           move 'INERR' to ws-tlog-type.
           move spaces to ws-tlog-caller.
           if ws-refuse-sec = 'Y'
               move ws-hdr-in-partner to ws-tlog-caller
               perform log-security-refusal
           end-if.
           perform log-inbound-call.
           perform report-inbound-call.

                    ws-tlog-reserved ws-tlog-rec
               giving ws-tlog-status.

      * ONE SOAINSEC ROW PER SECURITY REFUSAL - THE PARTNER ID AS
      * CLAIMED, WHERE THE CALL CAME FROM, WHAT IT ASKED FOR, AND
      * WHICH CHECK IT FAILED.
       log-security-refusal.
           add 1 to ws-sec-count.
           if ws-insec-opened = 'N'
               call 'CBL_OPEN_FILE' using ws-insec-name
                        ws-tlog-access ws-tlog-deny
                        ws-tlog-device ws-insec-handle
                   giving ws-insec-status
               move 'Y' to ws-insec-opened
           end-if.
           move spaces to insec-rec.
           accept insec-date from date yyyymmdd.
           accept insec-time from time.
           move ws-hdr-in-partner to insec-partner.
           move ws-src-addr       to insec-addr.
           move ws-hdr-in-svc     to insec-svc.
           move ws-sec-reason     to insec-reason.
           move ws-hdr-in-corr    to insec-corr.
           move ws-insec-name to chn-stream.
           move length of insec-rec to chn-text-len.
           move insec-rec to chn-text.
           perform link-chain-record.
           move chn-text to insec-rec.
           move length of insec-rec to ws-insec-reclen.
           call 'CBL_WRITE_FILE' using ws-insec-handle
                    ws-insec-reclen ws-tlog-flags
                    ws-tlog-reserved insec-rec
               giving ws-insec-status.
           perform release-chain-state.

       report-inbound-call.
           move spaces to srvrpt-rec.
           if ws-refuse-sw = 'Y'
                  ws-refused-count delimited by size
             into srvrpt-rec.
           write srvrpt-rec.
           move spaces to srvrpt-rec.
           string 'SECURITY REFUSALS ' delimited by size
                  ws-sec-count delimited by size
             into srvrpt-rec.
           write srvrpt-rec.

       copy SOAMDFP.

       copy G6CHNP.
