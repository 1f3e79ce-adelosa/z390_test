      *
      *   cols  1-16  correlation ID - when nonblank, print exactly
      *               the request/reply pair(s) for this ID and
      *               ignore the service and date fields
      *   col     17  blank
      *   cols 18-25  service name filter (blank = all services)
      *   col     26  blank
      *   cols 27-34  from date (yyyymmdd, blank = no lower bound)
      *   col     35  blank
      *   cols 36-43  to date   (yyyymmdd, blank = no upper bound)
      *   col     44  blank
      *   cols 45-47  operator id (clear retrieval only)
      *   col     48  blank
      *   col     49  C = print masked records in clear
      *   col     50  blank
      *   cols 51-70  dispute reference (required with C)
      *
      * Each matched record prints as a one-line identity header
      * followed by the payload dumped 60 bytes per line up to the
      * recorded length, so a partner dispute can be answered with
      * the exact bytes sent and received.
      *
      * Fields the service's SOAMSGDF layout marks personal are held
      * masked on the archive (header tag MASKED).  With C in col 49
      * an operator holding OPSECMST permission 'U' gets each masked
      * record's clear image from the SOAARCV/SOAARCVX vault instead
      * (tag CLEAR), and every one printed is logged to SOAUMLOG
      * with the operator and the dispute reference.  A C card from
      * anyone else, or with no reference, is logged as refused and
      * the run prints masked with return code 4.
      ***************************************************************
       identification division.
       program-id. SOAARC1.
               organization is indexed
               access mode is dynamic
               record key is arx-key.
           select optional vaultin assign to SOAARCV
               organization is sequential.
           select optional vaultix assign to SOAARCVX
               organization is indexed
               access mode is dynamic
               record key is arv-key.
           select opsecmst assign to OPSECMST
               organization is indexed
               access mode is dynamic
               record key is opsec-opid.
           select soarpt  assign to SOAARRPT
               organization is sequential.

           02  sp-from           pic x(8).
           02  filler            pic x(1).
           02  sp-to             pic x(8).
           02  filler            pic x(1).
           02  sp-opid           pic x(3).
           02  filler            pic x(1).
           02  sp-clear          pic x(1).
           02  filler            pic x(1).
           02  sp-reason         pic x(20).
           02  filler            pic x(10).

      * MATCHES WS-ARCH-REC IN SOACMG3W.CPY (DATASET SOAARCH) - KEEP
      * IN LOCKSTEP WITH THE WRITER.
           02  ar-time           pic 9(8).
           02  filler            pic x(1).
           02  ar-len            pic 9(9).
           02  ar-masked         pic x(1).
           02  ar-data           pic x(4096).

      * THE SOAARCHX KEYED ARCHIVE SOAARR1 LOADS NIGHTLY - SAME
               03  arx-type      pic x(3).
           02  filler            pic x(4134).

      * THE CLEAR-PAYLOAD VAULT - THE LIVE STREAM SOACMGR3 WRITES
      * AND THE KEYED VAULT SOAARR1 FOLDS IT INTO, BOTH IN THE
      * ARCHIVE'S OWN LAYOUT AND KEY.
       fd  vaultin
           record contains 4154 characters.
       01  vaultin-rec.
           02  vi-corr           pic x(16).
           02  filler            pic x(1).
           02  vi-type           pic x(3).
           02  filler            pic x(38).
           02  vi-data           pic x(4096).

       fd  vaultix
           record contains 4154 characters.
       01  arv-rec.
           02  arv-key.
               03  arv-corr      pic x(16).
               03  filler        pic x(1).
               03  arv-type      pic x(3).
           02  filler            pic x(38).
           02  arv-data          pic x(4096).

       fd  opsecmst.
       copy OPSECMST.

       fd  soarpt
           record contains 80 characters.
       01  soarpt-rec            pic x(80).
       01  ws-kx-eof-sw          pic x(1) value 'N'.
           88  ws-kx-eof             value 'Y'.

      * CLEAR RETRIEVAL - WHETHER THIS RUN MAY PRINT MASKED RECORDS
      * IN CLEAR, WHERE THE RECORD IN HAND CAME FROM (THE KEYED
      * ARCHIVE OR THE LIVE STREAM), AND THE TAG FOR ITS HEADER.
       01  ws-clear-sw           pic x(1) value 'N'.
           88  ws-clear-ok           value 'Y'.
       01  ws-refuse-why         pic x(6) value spaces.
       01  ws-perm-tally         pic 9(2) comp.
       01  ws-src-keyed          pic x(1).
       01  ws-vlt-found          pic x(1).
       01  ws-vi-eof             pic x(1).
       01  ws-mask-tag           pic x(7).
       01  ws-clear-count        pic 9(5) value 0.

      * THE SOAUMLOG RETRIEVAL LOG.
       copy SOAUMLOG.
       01  ws-uml-name           pic x(8) value 'SOAUMLOG'.
       01  ws-uml-access         pic x(1) value x'03'.
       01  ws-uml-deny           pic x(1) value x'03'.
       01  ws-uml-device         pic x(1) value x'00'.
       01  ws-uml-handle         pic x(4).
       01  ws-uml-flags          pic x(4) value x'00000000'.
       01  ws-uml-reserved       pic x(4) value x'00000000'.
       01  ws-uml-opened         pic x(1) value 'N'.
       01  ws-uml-status         pic s9(9) comp-5.
       01  ws-uml-reclen         pic 9(8) comp-5.
       copy G6CHNW.

       procedure division.
       mainline.
           perform open-files.
           perform read-parm-card.
           if sp-clear = 'C'
               perform check-clear-authority
           end-if.
      * A CORRELATION-ID CARD GOES TO THE KEYED ARCHIVE FIRST -
      * DIRECT POSITIONING ON THE ID - AND THEN FALLS THROUGH TO
      * THE (NOW SINGLE-DAY) LIVE STREAM FOR ANYTHING NOT YET
           perform close-files.
           display 'SOAARC1 RECORDS READ    =' ws-in-count.
           display 'SOAARC1 RECORDS MATCHED =' ws-match-count.
           display 'SOAARC1 PRINTED CLEAR   =' ws-clear-count.
           if ws-refuse-why not = spaces
               display 'SOAARC1 CLEAR REFUSED   =' ws-refuse-why
               move 4 to return-code
           end-if.
           goback.

       open-files.
           open input soaparm input archin input archix
                input vaultix output soarpt.
           move spaces to soarpt-rec.
           string 'SOA PAYLOAD ARCHIVE RETRIEVAL' delimited by size
             into soarpt-rec.
           write soarpt-rec.

       close-files.
           close soaparm archin archix vaultix soarpt.
           if ws-uml-opened = 'Y'
               call 'CBL_CLOSE_FILE' using ws-uml-handle
                   giving ws-uml-status
           end-if.

      * POSITION THE KEYED ARCHIVE AT THE REQUESTED CORRELATION ID
      * AND PRINT ITS REQUEST/REPLY ROWS - THE LOOKUP THE ARCHIVE
           if arx-corr = sp-corr
               add 1 to ws-match-count
               move arx-rec to soaarch-rec
               move 'Y' to ws-src-keyed
               perform print-one-record
               perform read-next-keyed
           else
           end-if.
           if ws-is-match
               add 1 to ws-match-count
               move 'Y' to ws-src-keyed
               perform print-one-record
           end-if.
           perform read-next-keyed.
           end-if.
           if ws-is-match
               add 1 to ws-match-count
               move 'N' to ws-src-keyed
               perform print-one-record
           end-if.
           perform read-archin.

       print-one-record.
           move spaces to ws-mask-tag.
           if ar-masked = 'M'
               move 'MASKED' to ws-mask-tag
               if ws-clear-ok
                   perform fetch-clear-image
               end-if
           end-if.
           move spaces to soarpt-rec.
           string ar-type delimited by size
                  ' CORR=' delimited by size
                  ar-time delimited by size
                  ' LEN=' delimited by size
                  ar-len  delimited by size
                  ' '     delimited by size
                  ws-mask-tag delimited by size
             into soarpt-rec.
           write soarpt-rec.
           move ar-len to ws-len-num.
           write soarpt-rec.
           add 60 to ws-dump-pos.

      * A 'C' CARD NEEDS A DISPUTE REFERENCE AND AN OPERATOR HOLDING
      * PERMISSION 'U'.  A REFUSAL IS REPORTED AND LOGGED ONCE, AND
      * THE RUN GOES ON PRINTING MASKED.
       check-clear-authority.
           if sp-reason = spaces
               move 'NOREF' to ws-refuse-why
           else
               move 'NOPERM' to ws-refuse-why
               open input opsecmst
               move sp-opid to opsec-opid
               read opsecmst
                   invalid key
                       continue
                   not invalid key
                       move 0 to ws-perm-tally
                       inspect opsec-perms tallying ws-perm-tally
                           for all 'U'
                       if ws-perm-tally > 0
                           move spaces to ws-refuse-why
                           set ws-clear-ok to true
                       end-if
               end-read
               close opsecmst
           end-if.
           if ws-refuse-why not = spaces
               move spaces to soarpt-rec
               string 'CLEAR PAYLOADS REFUSED FOR OPERATOR '
                          delimited by size
                      sp-opid delimited by size
                      ' - ' delimited by size
                      ws-refuse-why delimited by size
                      ' - MASKED RECORDS PRINT MASKED'
                          delimited by size
                 into soarpt-rec
               write soarpt-rec
               move spaces to umlog-rec
               move sp-corr to umlog-corr
               move spaces to umlog-type
               move sp-svc to umlog-svc
               move ws-refuse-why to umlog-result
               perform write-umlog-row
           end-if.

      * THE CLEAR IMAGE OF THE MASKED RECORD IN HAND - BY KEY FROM THE
      * KEYED VAULT FOR A KEYED-ARCHIVE ROW, BY A PASS DOWN THE
      * (SINGLE-DAY) LIVE VAULT FOR A LIVE-STREAM ROW.  EITHER WAY THE
      * RETRIEVAL IS LOGGED.
       fetch-clear-image.
           move 'N' to ws-vlt-found.
           if ws-src-keyed = 'Y'
               move ar-corr to arv-corr
               move space to arv-key (17:1)
               move ar-type to arv-type
               read vaultix
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ws-vlt-found
                       move arv-data to ar-data
               end-read
           else
               move 'N' to ws-vi-eof
               open input vaultin
               perform find-live-clear-image
                   until ws-vi-eof = 'Y' or ws-vlt-found = 'Y'
               close vaultin
           end-if.
           move spaces to umlog-rec.
           move ar-corr to umlog-corr.
           move ar-type to umlog-type.
           move ar-svc to umlog-svc.
           if ws-vlt-found = 'Y'
               move 'CLEAR' to ws-mask-tag umlog-result
               add 1 to ws-clear-count
           else
               move 'NOVLT' to umlog-result
           end-if.
           perform write-umlog-row.

       find-live-clear-image.
           read vaultin
               at end
                   move 'Y' to ws-vi-eof
           end-read.
           if ws-vi-eof = 'N'
               and vi-corr = ar-corr
               and vi-type = ar-type
               move 'Y' to ws-vlt-found
               move vi-data to ar-data
           end-if.

      * ONE SOAUMLOG ROW - THE CALLER HAS SET THE CORRELATION ID,
      * TYPE, SERVICE AND RESULT.
       write-umlog-row.
           if ws-uml-opened = 'N'
               call 'CBL_OPEN_FILE' using ws-uml-name
                        ws-uml-access ws-uml-deny
                        ws-uml-device ws-uml-handle
                   giving ws-uml-status
               move 'Y' to ws-uml-opened
           end-if.
           move sp-opid to umlog-opid.
           accept umlog-date from date yyyymmdd.
           accept umlog-time from time.
           move sp-reason to umlog-reason.
           move ws-uml-name to chn-stream.
           move length of umlog-rec to chn-text-len.
           move umlog-rec to chn-text.
           perform link-chain-record.
           move chn-text to umlog-rec.
           move length of umlog-rec to ws-uml-reclen.
           call 'CBL_WRITE_FILE' using ws-uml-handle
                    ws-uml-reclen ws-uml-flags
                    ws-uml-reserved umlog-rec
               giving ws-uml-status.
           perform release-chain-state.

       write-summary.
           move spaces to soarpt-rec.
           string 'TOTAL ARCHIVE RECORDS MATCHED = ' delimited by size
                  ws-match-count delimited by size
             into soarpt-rec.
           write soarpt-rec.

       copy G6CHNP.
