      *     correlation id and re-queued on SOASFQ for the SOASFR1
      *     re-driver (attempt count reset, original send date kept
      *     as the first-attempt stamp); a payload no longer in the
      *     archive is listed for manual follow-up instead.  A
      *     request whose personal fields were masked on the archive
      *     is re-queued from its clear image on the SOAARCVX vault
      *     - never masked - and listed if the vault has lost it,
      *   - acknowledged ids we have no record of sending: flagged,
      *     because an ack for a message we never sent is its own
      *     kind of problem.
               organization is indexed
               access mode is dynamic
               record key is arx-key.
           select optional vaultix assign to SOAARCVX
               organization is indexed
               access mode is dynamic
               record key is arv-key.
           select akrpt assign to SOAAKRPT
               organization is sequential.

           02  filler            pic x(64).

       fd  tlogin
           record contains 76 characters.
       copy SOATLOG.

      * THE KEYED PAYLOAD ARCHIVE SOAARR1 LOADS - SAME LAYOUT AS
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

       fd  akrpt
           record contains 132 characters.
       01  akrpt-rec             pic x(132).

       open-files.
           open input ackin input tlogin input archix
                input vaultix output akrpt.
           move spaces to akrpt-rec.
           move 'PARTNER ACKNOWLEDGMENT RECONCILIATION'
             to akrpt-rec.
           write akrpt-rec.

       close-files.
           close ackin tlogin archix vaultix akrpt.
           if ws-sfq-opened = 'Y'
               call 'CBL_CLOSE_FILE' using ws-sfq-handle
                   giving ws-sfq-status
                   not invalid key
                       move 'Y' to ws-arx-found
               end-read
               if ws-arx-found = 'Y'
                   and arx-masked = 'M'
                   perform fetch-clear-payload
               end-if
               if ws-arx-found = 'Y'
                   add 1 to ws-requeued-count
                   move spaces to ws-sfq-rec
                   move spaces to akrpt-rec
                   string '  UNACKNOWLEDGED - PAYLOAD NOT IN '
                              delimited by size
                          'ARCHIVE/VAULT - CORR ' delimited by size
                          ws-sn-corr (ws-sn-idx)
                              delimited by size
                          ' SVC ' delimited by size
               write akrpt-rec
           end-if.

      * A MASKED REQUEST IS NEVER RE-SENT MASKED - ITS CLEAR IMAGE
      * REPLACES THE ARCHIVED PAYLOAD, OR IT IS NOT RE-QUEUED AT ALL.
       fetch-clear-payload.
           move arx-key to arv-key.
           read vaultix
               invalid key
                   move 'N' to ws-arx-found
               not invalid key
                   move arv-data to arx-data
           end-read.

       write-summary.
           move spaces to akrpt-rec.
           string 'SENT ' delimited by size
