      ***************************************************************
      * SOARPL1 - archived traffic replay for partner upgrades.
      * Before a partner cuts over a new release we want proof that
      * it still answers our real traffic the way production did.
      * This utility takes a day's and/or a service's request
      * payloads off the SOAARCHX keyed archive, resends each one
      * through SOACMGR3 to the partner's test endpoint, and holds
      * the new reply against the production reply archived under
      * the same correlation id.  Every difference is reported by
      * the original correlation id, beside the id the replay call
      * was given.
      *
      * The test endpoint is named as a registry service - register
      * the partner's test host/port in SOASVCRG under its own name
      * (e.g. the production name with a T suffix) and put that name
      * on the card.  Nothing here dials a host directly, so the
      * replay gets the same breaker, budget, layout and maintenance
      * handling as any other call.
      *
      * Every replay call carries caller SOARPL1 (TI-CALLER-IS-
      * REPLAY in SOATLOG.CPY), and the SLA, billing, profile and
      * end-of-day readers pass those rows over, so a regression
      * run never shows up in chargeback or the partner's SLA.
      *
      * Where SOAMSGDF carries reply ('R') field definitions for the
      * source service, every defined field that differs is listed
      * with both values; otherwise the report gives the first byte
      * position that differs.  Only the first 4096 bytes of a
      * payload are on the archive, so a large-message request
      * cannot be rebuilt and is counted and passed over, as is a
      * fire-and-forget request that has no reply to compare.
      *
      * A request or reply whose personal fields SOACMGR3 masked on
      * the archive is replayed and compared from its clear image on
      * the SOAARCVX vault; one the vault no longer has is counted
      * and passed over rather than sent masked.  A differing field
      * the layout marks personal is reported without its values.
      *
      * SOARPPRM card:
      *   cols  1- 8  source service (blank = every service)
      *   col      9  blank
      *   cols 10-17  date yyyymmdd  (blank = every date)
      *   col     18  blank
      *   cols 19-26  test service to replay to (must be in
      *               SOASVCRG and differ from the source service)
      *   col     27  blank
      *   cols 28-31  most requests to replay (blank = no limit)
      *
      * At least one of source service and date must be given.
      * Return code 4 when any reply differed or any replay call
      * failed, 8 when the card is refused.
      ***************************************************************
       identification division.
       program-id. SOARPL1.
       environment division.
       input-output section.
       file-control.
           select rplparm assign to SOARPPRM
               organization is sequential.
           select optional archix assign to SOAARCHX
               organization is indexed
               access mode is dynamic
               record key is arx-key.
           select optional vaultix assign to SOAARCVX
               organization is indexed
               access mode is dynamic
               record key is arv-key.
           select rplrpt assign to SOARPRPT
               organization is sequential.

       data division.
       file section.
       fd  rplparm
           record contains 80 characters.
       01  rplparm-rec.
           02  rp-svc            pic x(8).
           02  filler            pic x(1).
           02  rp-date           pic x(8).
           02  filler            pic x(1).
           02  rp-target         pic x(8).
           02  filler            pic x(1).
           02  rp-max            pic x(4).
           02  filler            pic x(49).

      * MATCHES WS-ARCH-REC IN SOACMG3W.CPY - KEEP IN LOCKSTEP.
       fd  archix
           record contains 4154 characters.
       01  arx-rec.
           02  arx-key.
               03  arx-corr      pic x(16).
               03  filler        pic x(1).
               03  arx-type      pic x(3).
           02  filler            pic x(1).
           02  arx-svc           pic x(8).
           02  filler            pic x(1).
           02  arx-date          pic 9(8).
           02  filler            pic x(1).
           02  arx-time          pic 9(8).
           02  filler            pic x(1).
           02  arx-len           pic 9(9).
           02  arx-masked        pic x(1).
           02  arx-data          pic x(4096).

      * THE CLEAR-PAYLOAD VAULT SOAARR1 LOADS - SAME LAYOUT AND KEY.
       fd  vaultix
           record contains 4154 characters.
       01  arv-rec.
           02  arv-key.
               03  arv-corr      pic x(16).
               03  filler        pic x(1).
               03  arv-type      pic x(3).
           02  filler            pic x(38).
           02  arv-data          pic x(4096).

       fd  rplrpt
           record contains 120 characters.
       01  rplrpt-rec            pic x(120).

       working-storage section.
       copy SOAMSG.
       copy SOAMDFW.
       01  ws-eof-sw             pic x(1) value 'N'.
           88  ws-eof                value 'Y'.
       01  ws-card-ok            pic x(1) value 'Y'.
       01  ws-max-req            pic 9(4) value 9999.
       01  ws-save-rc            pic s9(4) comp.
       01  ws-ed-rc              pic z9.

      * THE REQUEST WAITING ON ITS ARCHIVED REPLY.  REQ SORTS AHEAD
      * OF RPL UNDER ONE CORRELATION ID, SO THE PAIR ARRIVES
      * TOGETHER ON A STRAIGHT WALK DOWN THE KEY.
       01  ws-rq-held            pic x(1) value 'N'.
       01  ws-rq-corr            pic x(16).
       01  ws-rq-svc             pic x(8).
       01  ws-rq-len             pic 9(9).
       01  ws-rq-data            pic x(4096).

      * THE ARCHIVED PRODUCTION REPLY AND THE REPLAY'S ANSWER.
       01  ws-old-len            pic 9(9).
       01  ws-old-data           pic x(4096).
       01  ws-new-len            pic 9(9).
       01  ws-new-data           pic x(4096).
       01  ws-cmp-len            pic 9(9).
       01  ws-new-corr           pic x(16).

      * PER-REPLY COMPARISON.
       01  ws-diff-sw            pic x(1).
           88  ws-reply-differs      value 'Y'.
       01  ws-def-cnt            pic 9(3) comp.
       01  ws-fld-bad            pic 9(3) comp.
       01  ws-fld-end            pic 9(5) comp.
       01  ws-byte-pos           pic 9(5) comp.
       01  ws-first-pos          pic 9(5) comp.
       01  ws-ed-pos             pic z(4)9.
       01  ws-ed-len             pic z(8)9.
       01  ws-ed-len2            pic z(8)9.
       01  ws-old-val            pic x(30).
       01  ws-new-val            pic x(30).

      * RUN TOTALS.
       01  ws-tot-selected       pic 9(7) value 0.
       01  ws-tot-replayed       pic 9(7) value 0.
       01  ws-tot-same           pic 9(7) value 0.
       01  ws-tot-differ         pic 9(7) value 0.
       01  ws-tot-failed         pic 9(7) value 0.
       01  ws-tot-noreply        pic 9(7) value 0.
       01  ws-tot-large          pic 9(7) value 0.
       01  ws-tot-novault        pic 9(7) value 0.
       01  ws-clear-sw           pic x(1).
       01  ws-ed-count           pic z(6)9.

       procedure division.
       mainline.
           perform load-parm-card.
           open output rplrpt.
           perform write-report-heading.
           if ws-card-ok = 'N'
               move spaces to rplrpt-rec
               string 'CARD REFUSED - A SOURCE SERVICE OR DATE AND '
                      delimited by size
                      'A DIFFERENT TEST SERVICE ARE REQUIRED'
                      delimited by size
                 into rplrpt-rec
               write rplrpt-rec
               close rplrpt
               display 'SOARPL1 CARD REFUSED'
               move 8 to return-code
               goback
           end-if.
           open input archix vaultix.
           perform scan-archive.
           close archix vaultix.
           perform write-run-totals.
           close rplrpt.
           display 'SOARPL1 REPLAYED ' ws-tot-replayed
                   ' DIFFERED ' ws-tot-differ
                   ' FAILED ' ws-tot-failed.
           if ws-tot-differ > 0 or ws-tot-failed > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           goback.

       load-parm-card.
           open input rplparm.
           read rplparm
               at end
                   move spaces to rplparm-rec
           end-read.
           close rplparm.
           if rp-svc = spaces and rp-date = spaces
               move 'N' to ws-card-ok
           end-if.
           if rp-date not = spaces and rp-date is not numeric
               move 'N' to ws-card-ok
           end-if.
           if rp-target = spaces or rp-target = rp-svc
               move 'N' to ws-card-ok
           end-if.
           if rp-max is numeric and rp-max not = '0000'
               move rp-max to ws-max-req
           end-if.

       write-report-heading.
           move spaces to rplrpt-rec.
           string 'PARTNER REPLAY - SOURCE ' delimited by size
                  rp-svc delimited by size
                  ' DATE ' delimited by size
                  rp-date delimited by size
                  ' REPLAYED TO ' delimited by size
                  rp-target delimited by size
             into rplrpt-rec.
           write rplrpt-rec.
           move spaces to rplrpt-rec.
           write rplrpt-rec.

      * ONE PASS DOWN THE WHOLE KEYED ARCHIVE - IT IS KEYED ON THE
      * CORRELATION ID, NOT THE SERVICE OR DATE, SO THERE IS NO
      * NARROWER START POSITION TO TAKE.
       scan-archive.
           move low-values to arx-key.
           start archix key is not less than arx-key
               invalid key
                   move 'Y' to ws-eof-sw
           end-start.
           if not ws-eof
               perform read-next-keyed
           end-if.
           perform take-one-archive until ws-eof.
           if ws-rq-held = 'Y'
               add 1 to ws-tot-noreply
               move 'N' to ws-rq-held
           end-if.

       take-one-archive.
           move 'Y' to ws-clear-sw.
           if arx-masked = 'M'
               perform fetch-clear-payload
           end-if.
           if arx-type = 'REQ' and ws-clear-sw = 'Y'
               perform take-archived-request
           end-if.
           if arx-type = 'RPL' and ws-clear-sw = 'Y'
               perform take-archived-reply
           end-if.
           if ws-tot-replayed >= ws-max-req
               move 'Y' to ws-eof-sw
           else
               perform read-next-keyed
           end-if.

      * A MASKED ROW IS USED ONLY THROUGH ITS CLEAR IMAGE.  A MASKED
      * REQUEST THE VAULT HAS LOST IS NEVER TAKEN; A LOST REPLY
      * LEAVES ITS REQUEST WITH NOTHING TO COMPARE.
       fetch-clear-payload.
           move arx-key to arv-key.
           read vaultix
               invalid key
                   move 'N' to ws-clear-sw
                   add 1 to ws-tot-novault
               not invalid key
                   move arv-data to arx-data
           end-read.

       read-next-keyed.
           read archix next record
               at end
                   move 'Y' to ws-eof-sw
           end-read.

      * A REQUEST STILL HELD WHEN THE NEXT ONE ARRIVES NEVER GOT A
      * REPLY - A FIRE-AND-FORGET SEND - AND HAS NOTHING TO COMPARE.
       take-archived-request.
           if ws-rq-held = 'Y'
               add 1 to ws-tot-noreply
               move 'N' to ws-rq-held
           end-if.
           if (rp-svc = spaces or arx-svc = rp-svc)
               and (rp-date = spaces or arx-date = rp-date)
               add 1 to ws-tot-selected
               move 'Y' to ws-rq-held
               move arx-corr to ws-rq-corr
               move arx-svc to ws-rq-svc
               move arx-len to ws-rq-len
               move arx-data to ws-rq-data
           end-if.

       take-archived-reply.
           if ws-rq-held = 'Y' and arx-corr = ws-rq-corr
               move 'N' to ws-rq-held
               move arx-len to ws-old-len
               move arx-data to ws-old-data
               if ws-rq-len > 4096
                   add 1 to ws-tot-large
                   perform write-large-line
               else
                   perform replay-one-request
               end-if
           end-if.

       replay-one-request.
           add 1 to ws-tot-replayed.
           move spaces to soa-msg.
           move rp-target to soa-msg-svc-name.
           move 'SOARPL1' to soa-msg-caller.
           move 'N' to soa-msg-async.
           move ws-rq-data to soa-msg-data.
           move ws-rq-len to soa-msg-len.
           move 0 to return-code.
           call 'SOACMGR3' using soa-msg.
           move return-code to ws-save-rc.
           move 0 to return-code.
           move soa-msg-corr-id to ws-new-corr.
      * RC 4 IS A REPLY TRUNCATED TO THE BUFFER - STILL AN ANSWER
      * WORTH COMPARING.  ANYTHING ELSE GOT NO USABLE REPLY.
           if ws-save-rc not = 0 and ws-save-rc not = 4
               add 1 to ws-tot-failed
               perform write-fail-line
           else
               move soa-msg-data to ws-new-data
               move soa-msg-len to ws-new-len
               perform compare-replies
           end-if.

       compare-replies.
           move 'N' to ws-diff-sw.
           move ws-old-len to ws-cmp-len.
           if ws-cmp-len > 4096
               move 4096 to ws-cmp-len
           end-if.
           if ws-new-len not = ws-old-len
               move 'Y' to ws-diff-sw
           end-if.
           if ws-cmp-len > 0
               and ws-new-data (1:ws-cmp-len)
                   not = ws-old-data (1:ws-cmp-len)
               move 'Y' to ws-diff-sw
           end-if.
           if ws-reply-differs
               add 1 to ws-tot-differ
               perform write-diff-line
               perform report-reply-fields
           else
               add 1 to ws-tot-same
           end-if.

      * LIST EVERY DEFINED REPLY FIELD THAT DIFFERS; WITH NO
      * DEFINITIONS FOR THE SERVICE, NAME THE FIRST BYTE INSTEAD.
       report-reply-fields.
           if ws-mdf-loaded = 'N'
               perform load-message-defs
           end-if.
           move 0 to ws-def-cnt.
           move 0 to ws-fld-bad.
           perform compare-one-field
               varying ws-mdf-idx from 1 by 1
               until ws-mdf-idx > ws-mdf-count.
           if ws-def-cnt = 0 or ws-fld-bad = 0
               perform find-first-byte
           end-if.

       compare-one-field.
           if ws-mdf-svc (ws-mdf-idx) = ws-rq-svc
               and ws-mdf-dir (ws-mdf-idx) = 'R'
               add 1 to ws-def-cnt
               compute ws-fld-end = ws-mdf-off (ws-mdf-idx)
                                  + ws-mdf-len (ws-mdf-idx) - 1
               if ws-fld-end <= 4096
                   and ws-new-data (ws-mdf-off (ws-mdf-idx):
                                    ws-mdf-len (ws-mdf-idx))
                       not = ws-old-data (ws-mdf-off (ws-mdf-idx):
                                          ws-mdf-len (ws-mdf-idx))
                   add 1 to ws-fld-bad
                   perform write-field-line
               end-if
           end-if.

       find-first-byte.
           move 0 to ws-first-pos.
           perform check-one-byte
               varying ws-byte-pos from 1 by 1
               until ws-byte-pos > 4096 or ws-first-pos > 0.
           if ws-first-pos > 0
               move ws-first-pos to ws-ed-pos
               move spaces to rplrpt-rec
               string '      FIRST DIFFERENCE AT BYTE '
                      delimited by size
                      ws-ed-pos delimited by size
                 into rplrpt-rec
               write rplrpt-rec
           end-if.

       check-one-byte.
           if ws-new-data (ws-byte-pos:1)
               not = ws-old-data (ws-byte-pos:1)
               move ws-byte-pos to ws-first-pos
           end-if.

       write-diff-line.
           move ws-old-len to ws-ed-len.
           move ws-new-len to ws-ed-len2.
           move spaces to rplrpt-rec.
           string 'DIFF ' delimited by size
                  ws-rq-corr delimited by size
                  ' ' delimited by size
                  ws-rq-svc delimited by size
                  ' REPLAY ' delimited by size
                  ws-new-corr delimited by size
                  ' LEN PROD ' delimited by size
                  ws-ed-len delimited by size
                  ' TEST ' delimited by size
                  ws-ed-len2 delimited by size
             into rplrpt-rec.
           write rplrpt-rec.

       write-field-line.
           move ws-old-data (ws-mdf-off (ws-mdf-idx):
                             ws-mdf-len (ws-mdf-idx)) to ws-old-val.
           move ws-new-data (ws-mdf-off (ws-mdf-idx):
                             ws-mdf-len (ws-mdf-idx)) to ws-new-val.
           if ws-mdf-pers (ws-mdf-idx) = 'Y'
               move all '*' to ws-old-val ws-new-val
           end-if.
           move spaces to rplrpt-rec.
           string '      FIELD ' delimited by size
                  ws-mdf-field (ws-mdf-idx) delimited by size
                  ' PROD ' delimited by size
                  ws-old-val delimited by size
                  ' TEST ' delimited by size
                  ws-new-val delimited by size
             into rplrpt-rec.
           write rplrpt-rec.

       write-fail-line.
           move ws-save-rc to ws-ed-rc.
           move spaces to rplrpt-rec.
           string 'FAIL ' delimited by size
                  ws-rq-corr delimited by size
                  ' ' delimited by size
                  ws-rq-svc delimited by size
                  ' REPLAY ' delimited by size
                  ws-new-corr delimited by size
                  ' SOACMGR3 RC ' delimited by size
                  ws-ed-rc delimited by size
             into rplrpt-rec.
           write rplrpt-rec.

       write-large-line.
           move ws-rq-len to ws-ed-len.
           move spaces to rplrpt-rec.
           string 'SKIP ' delimited by size
                  ws-rq-corr delimited by size
                  ' ' delimited by size
                  ws-rq-svc delimited by size
                  ' LARGE REQUEST OF ' delimited by size
                  ws-ed-len delimited by size
                  ' BYTES - NOT ON THE ARCHIVE IN FULL'
                  delimited by size
             into rplrpt-rec.
           write rplrpt-rec.

       write-run-totals.
           move spaces to rplrpt-rec.
           write rplrpt-rec.
           move ws-tot-selected to ws-ed-count.
           move spaces to rplrpt-rec.
           string 'REQUESTS SELECTED           ' delimited by size
                  ws-ed-count delimited by size
             into rplrpt-rec.
           write rplrpt-rec.
           move ws-tot-replayed to ws-ed-count.
           move spaces to rplrpt-rec.
           string 'REPLAYED                    ' delimited by size
                  ws-ed-count delimited by size
             into rplrpt-rec.
           write rplrpt-rec.
           move ws-tot-same to ws-ed-count.
           move spaces to rplrpt-rec.
           string '  SAME AS PRODUCTION        ' delimited by size
                  ws-ed-count delimited by size
             into rplrpt-rec.
           write rplrpt-rec.
           move ws-tot-differ to ws-ed-count.
           move spaces to rplrpt-rec.
           string '  DIFFERENT                 ' delimited by size
                  ws-ed-count delimited by size
             into rplrpt-rec.
           write rplrpt-rec.
           move ws-tot-failed to ws-ed-count.
           move spaces to rplrpt-rec.
           string '  NO REPLY FROM TEST        ' delimited by size
                  ws-ed-count delimited by size
             into rplrpt-rec.
           write rplrpt-rec.
           move ws-tot-noreply to ws-ed-count.
           move spaces to rplrpt-rec.
           string 'NO ARCHIVED REPLY (ASYNC)   ' delimited by size
                  ws-ed-count delimited by size
             into rplrpt-rec.
           write rplrpt-rec.
           move ws-tot-large to ws-ed-count.
           move spaces to rplrpt-rec.
           string 'LARGE REQUESTS PASSED OVER  ' delimited by size
                  ws-ed-count delimited by size
             into rplrpt-rec.
           write rplrpt-rec.
           move ws-tot-novault to ws-ed-count.
           move spaces to rplrpt-rec.
           string 'MASKED, NOT ON THE VAULT    ' delimited by size
                  ws-ed-count delimited by size
             into rplrpt-rec.
           write rplrpt-rec.

       copy SOAMDFP.
