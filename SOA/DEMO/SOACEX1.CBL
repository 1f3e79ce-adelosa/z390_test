      ***************************************************************
      * SOACEX1 - daily TLS certificate expiry report.  For every
      * service registered with SVCRG-TLS 'Y' on SOASVCRG, looks up
      * its SOACERT row (see SOACERT.CPY) and lists each certificate
      * - ours and the partner's - that expires within 30 days or
      * has already expired, banded 30/14/7 days, so the renewal is
      * chased while there is still time.  A TLS service with no
      * expiry recorded on one side is listed too: nobody can say
      * when that certificate runs out.
      *
      * Run daily after SOAHLTH1, so the partner expiry is the one
      * the morning handshake actually saw.  Return code 4 when any
      * certificate is inside 7 days or expired - SOAHLTH1 marks a
      * service with an expired certificate DOWN at window open.
      * The OPS6 status screen (TESTOPS1) shows the same 30-day list
      * on demand.
      ***************************************************************
       identification division.
       program-id. SOACEX1.
       environment division.
       input-output section.
       file-control.
           select svcreg assign to SOASVCRG
               organization is sequential.
           select optional svccert assign to SOACERT
               organization is sequential.
           select cexrpt assign to SOACEXRP
               organization is sequential.

       data division.
       file section.
       fd  svcreg
           record contains 120 characters.
       copy SOASVCRG.

       fd  svccert
           record contains 100 characters.
       copy SOACERT.

       fd  cexrpt
           record contains 80 characters.
       01  cexrpt-rec            pic x(80).

       working-storage section.
       01  ws-eof-sw             pic x(1) value 'N'.
           88  ws-eof                value 'Y'.
       01  ws-ct-eof             pic x(1) value 'N'.
       01  ws-today              pic 9(8).
       01  ws-today-int          pic 9(8) comp.

      * THE SOACERT ROWS, LOADED WHOLE.
       01  ws-ct-count           pic 9(3) comp value 0.
       01  ws-ct-max             pic 9(3) comp value 100.
       01  ws-ct-overflow        pic 9(5) value 0.
       01  ws-ct-table.
           02  ws-ct-entry occurs 100 times
                            indexed by ws-ct-idx.
               03  ws-ct-row      pic x(100).
       01  ws-ct-found           pic x(1).

      * THE CERTIFICATE UNDER TEST.
       01  ws-side-wk            pic x(7).
       01  ws-name-wk            pic x(24).
       01  ws-exp-wk.
           02  ws-exp-yyyy       pic 9(4).
           02  ws-exp-mm         pic 9(2).
           02  ws-exp-dd         pic 9(2).
       01  ws-exp-num redefines ws-exp-wk pic 9(8).
       01  ws-days-left          pic s9(7) comp.
       01  ws-band-wk            pic x(10).
       01  ws-ed-days            pic -(6)9.

       01  ws-tls-count          pic 9(5) value 0.
       01  ws-expired-count      pic 9(5) value 0.
       01  ws-d7-count           pic 9(5) value 0.
       01  ws-d14-count          pic 9(5) value 0.
       01  ws-d30-count          pic 9(5) value 0.
       01  ws-unknown-count      pic 9(5) value 0.

       procedure division.
       mainline.
           accept ws-today from date yyyymmdd.
           compute ws-today-int =
               function integer-of-date (ws-today).
           perform load-cert-table.
           perform open-files.
           perform read-svcreg.
           perform check-one-service until ws-eof.
           perform write-summary.
           perform close-files.
           display 'SOACEX1 TLS SERVICES =' ws-tls-count.
           display 'SOACEX1 EXPIRED      =' ws-expired-count.
           display 'SOACEX1 WITHIN 7     =' ws-d7-count.
           display 'SOACEX1 WITHIN 14    =' ws-d14-count.
           display 'SOACEX1 WITHIN 30    =' ws-d30-count.
           display 'SOACEX1 NO EXPIRY    =' ws-unknown-count.
           if ws-expired-count > 0 or ws-d7-count > 0
               or ws-ct-overflow > 0
               move 4 to return-code
           end-if.
           goback.

       open-files.
           open input svcreg output cexrpt.
           move spaces to cexrpt-rec.
           string 'TLS CERTIFICATE EXPIRY REPORT AS OF '
                      delimited by size
                  ws-today delimited by size
             into cexrpt-rec.
           write cexrpt-rec.
           move spaces to cexrpt-rec.
           move 'SERVICE  CERT    NAME' to cexrpt-rec.
           move 'EXPIRES    DAYS  BAND' to cexrpt-rec (43:21).
           write cexrpt-rec.

       close-files.
           close svcreg cexrpt.

       read-svcreg.
           read svcreg
               at end
                   move 'Y' to ws-eof-sw
           end-read.

      * A MISSING SOACERT DATASET IS AN EMPTY ONE - EVERY TLS
      * SERVICE THEN SHOWS AS HAVING NO EXPIRY ON FILE.
       load-cert-table.
           move spaces to ws-ct-table.
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
               add 1 to ws-ct-overflow
           end-if.
           perform read-svccert.

      * DISABLED SERVICES ARE STILL CHECKED - A SERVICE IS OFTEN
      * DISABLED PRECISELY WHILE ITS CERTIFICATE IS BEING RENEWED.
       check-one-service.
           if svcrg-tls = 'Y'
               add 1 to ws-tls-count
               perform find-cert-entry
               if ws-ct-found = 'Y'
                   move ws-ct-row (ws-ct-idx) to cert-rec
               else
                   move spaces to cert-rec
                   move 0 to cert-our-expiry
                   move 0 to cert-ptn-expiry
               end-if
               move 'OURS' to ws-side-wk
               move cert-our-label to ws-name-wk
               move cert-our-expiry to ws-exp-wk
               perform check-one-cert
               move 'PARTNER' to ws-side-wk
               move cert-ptn-subject to ws-name-wk
               move cert-ptn-expiry to ws-exp-wk
               perform check-one-cert
           end-if.
           perform read-svcreg.

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

      * BAND ONE CERTIFICATE.  A CERTIFICATE IS GOOD THROUGH ITS
      * EXPIRY DATE, SO ZERO DAYS LEFT MEANS IT EXPIRES TONIGHT AND
      * A NEGATIVE COUNT MEANS IT HAS ALREADY EXPIRED.
       check-one-cert.
           move spaces to ws-band-wk.
           if ws-exp-wk is not numeric
               or ws-exp-num = 0
               or ws-exp-mm < 1 or ws-exp-mm > 12
               or ws-exp-dd < 1 or ws-exp-dd > 31
               move 'NO EXPIRY' to ws-band-wk
               move 0 to ws-days-left
               add 1 to ws-unknown-count
           else
               compute ws-days-left =
                   function integer-of-date (ws-exp-num)
                       - ws-today-int
               if ws-days-left < 0
                   move 'EXPIRED' to ws-band-wk
                   add 1 to ws-expired-count
               else
                   if ws-days-left <= 7
                       move '7 DAYS' to ws-band-wk
                       add 1 to ws-d7-count
                   else
                       if ws-days-left <= 14
                           move '14 DAYS' to ws-band-wk
                           add 1 to ws-d14-count
                       else
                           if ws-days-left <= 30
                               move '30 DAYS' to ws-band-wk
                               add 1 to ws-d30-count
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
           if ws-band-wk not = spaces
               perform write-cert-line
           end-if.

       write-cert-line.
           move spaces to cexrpt-rec.
           move svcrg-name to cexrpt-rec (1:8).
           move ws-side-wk to cexrpt-rec (10:7).
           move ws-name-wk to cexrpt-rec (18:24).
           if ws-band-wk not = 'NO EXPIRY'
               move ws-exp-wk to cexrpt-rec (43:8)
               move ws-days-left to ws-ed-days
               move ws-ed-days to cexrpt-rec (52:7)
           end-if.
           move ws-band-wk to cexrpt-rec (60:10).
           write cexrpt-rec.

       write-summary.
           move spaces to cexrpt-rec.
           write cexrpt-rec.
           move spaces to cexrpt-rec.
           string 'TLS SERVICES ' delimited by size
                  ws-tls-count    delimited by size
                  '  EXPIRED '    delimited by size
                  ws-expired-count delimited by size
                  '  7D '         delimited by size
                  ws-d7-count     delimited by size
                  '  14D '        delimited by size
                  ws-d14-count    delimited by size
                  '  30D '        delimited by size
                  ws-d30-count    delimited by size
             into cexrpt-rec.
           write cexrpt-rec.
           if ws-unknown-count > 0
               move spaces to cexrpt-rec
               string 'CERTIFICATES WITH NO EXPIRY ON FILE '
                          delimited by size
                      ws-unknown-count delimited by size
                 into cexrpt-rec
               write cexrpt-rec
           end-if.
           if ws-ct-overflow > 0
               move spaces to cexrpt-rec
               string '** ' delimited by size
                      ws-ct-overflow delimited by size
                      ' SOACERT ROWS PAST THE TABLE LIMIT NOT'
                          delimited by size
                      ' CHECKED **' delimited by size
                 into cexrpt-rec
               write cexrpt-rec
           end-if.
