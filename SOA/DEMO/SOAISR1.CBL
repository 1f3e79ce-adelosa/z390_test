      ***************************************************************
      * SOAISR1 - daily inbound-security report.  SOASRVR1 writes a
      * SOAINSEC row for every inbound caller it turns away on the
      * partner-credential check (see SOAPCRED.CPY/SOAINSEC.CPY);
      * this job reads one day of them and summarises the refusals
      * by partner id, by source address and by reason - count,
      * first and last time - the same shape TESTG6SD gives the
      * GUI6SEC operator denials.  A partner or address refused more
      * often than the daily limit is flagged for the security
      * administrators to follow up on the PCR6 screen; nothing is
      * disabled automatically, since a partner mis-keying its own
      * key after a rotation looks the same as someone guessing.
      *
      * SOAISPRM card (optional):
      *   cols  1- 8  report date yyyymmdd (blank = today)
      *   col      9  blank
      *   cols 10-12  daily refusal limit  (blank = 005)
      *
      * Return code 4 when anything is over the limit.
      ***************************************************************
       identification division.
       program-id. SOAISR1.
       environment division.
       input-output section.
       file-control.
           select optional isrparm assign to SOAISPRM
               organization is sequential.
           select optional insecin assign to SOAINSEC
               organization is sequential.
           select isrrpt assign to SOAISRPT
               organization is sequential.

       data division.
       file section.
       fd  isrparm
           record contains 80 characters.
       01  isrparm-rec.
           02  ip-date           pic x(8).
           02  filler            pic x(1).
           02  ip-limit          pic x(3).
           02  filler            pic x(68).

       fd  insecin
           record contains 108 characters.
       copy SOAINSEC.

       fd  isrrpt
           record contains 80 characters.
       01  isrrpt-rec            pic x(80).

       working-storage section.
       01  ws-eof-sw             pic x(1) value 'N'.
           88  ws-eof                value 'Y'.
       01  ws-read-count         pic 9(7) value 0.
       01  ws-day-count          pic 9(5) value 0.
       01  ws-over-count         pic 9(3) value 0.
       01  ws-rpt-date           pic 9(8) value 0.
       01  ws-limit              pic 9(3) value 5.

      * REFUSALS ROLLED UP BY PARTNER ('P'), SOURCE ADDRESS ('A')
      * AND REASON ('R'), WITH FIRST AND LAST TIMES.
       01  ws-sm-max             pic 9(3) comp value 200.
       01  ws-sm-count           pic 9(3) comp value 0.
       01  ws-sm-table.
           02  ws-sm-entry occurs 200 times
                           indexed by ws-sm-idx.
               03  ws-sm-type    pic x(1).
               03  ws-sm-id      pic x(15).
               03  ws-sm-hits    pic 9(5).
               03  ws-sm-first   pic 9(8).
               03  ws-sm-last    pic 9(8).
       01  ws-sm-found-sw        pic x(1).
           88  ws-sm-found           value 'Y'.
       01  ws-sm-use             pic 9(3) comp.
       01  ws-sm-overflow        pic 9(5) value 0.
       01  ws-cmp-type           pic x(1).
       01  ws-cmp-id             pic x(15).
       01  ws-rpt-type           pic x(1).
       01  ws-type-title         pic x(20).

       procedure division.
       mainline.
           perform load-parm-card.
           perform scan-security-log.
           perform write-report.
           display 'SOAISR1 RECORDS READ    =' ws-read-count.
           display 'SOAISR1 DAY REFUSALS    =' ws-day-count.
           display 'SOAISR1 OVER THE LIMIT  =' ws-over-count.
           if ws-over-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           goback.

       load-parm-card.
           open input isrparm.
           read isrparm
               at end
                   move spaces to isrparm-rec
           end-read.
           close isrparm.
           if ip-date is numeric
               move ip-date to ws-rpt-date
           else
               accept ws-rpt-date from date yyyymmdd
           end-if.
           if ip-limit is numeric
               move ip-limit to ws-limit
           end-if.

       scan-security-log.
           open input insecin.
           perform read-insecin.
           perform tally-one-refusal until ws-eof.
           close insecin.
           move 'N' to ws-eof-sw.

       read-insecin.
           read insecin
               at end
                   move 'Y' to ws-eof-sw
           end-read.
           if not ws-eof
               add 1 to ws-read-count
           end-if.

      * A BLANK PARTNER ID (A CALLER THAT SENT NO CREDENTIALS) IS
      * ROLLED UP UNDER *NOID* SO IT STAYS VISIBLE.
       tally-one-refusal.
           if insec-date = ws-rpt-date
               add 1 to ws-day-count
               move 'P' to ws-cmp-type
               move insec-partner to ws-cmp-id
               if ws-cmp-id = spaces
                   move '*NOID*' to ws-cmp-id
               end-if
               perform post-summary-entry
               move 'A' to ws-cmp-type
               move insec-addr to ws-cmp-id
               perform post-summary-entry
               move 'R' to ws-cmp-type
               move insec-reason to ws-cmp-id
               perform post-summary-entry
           end-if.
           perform read-insecin.

       post-summary-entry.
           move 'N' to ws-sm-found-sw.
           move 0 to ws-sm-use.
           perform check-one-summary
               varying ws-sm-idx from 1 by 1
               until ws-sm-idx > ws-sm-count
                  or ws-sm-found.
           if not ws-sm-found
               if ws-sm-count < ws-sm-max
                   add 1 to ws-sm-count
                   set ws-sm-idx to ws-sm-count
                   move ws-cmp-type to ws-sm-type (ws-sm-idx)
                   move ws-cmp-id   to ws-sm-id (ws-sm-idx)
                   move 0 to ws-sm-hits (ws-sm-idx)
                   move insec-time to ws-sm-first (ws-sm-idx)
                   set ws-sm-use to ws-sm-idx
               else
                   add 1 to ws-sm-overflow
               end-if
           end-if.
           if ws-sm-use > 0
               set ws-sm-idx to ws-sm-use
               add 1 to ws-sm-hits (ws-sm-idx)
               move insec-time to ws-sm-last (ws-sm-idx)
           end-if.

       check-one-summary.
           if ws-sm-type (ws-sm-idx) = ws-cmp-type
               and ws-sm-id (ws-sm-idx) = ws-cmp-id
               set ws-sm-use to ws-sm-idx
               set ws-sm-found to true
           end-if.

       write-report.
           open output isrrpt.
           move spaces to isrrpt-rec.
           string 'DAILY INBOUND SECURITY REPORT FOR '
                      delimited by size
                  ws-rpt-date delimited by size
                  '  LIMIT ' delimited by size
                  ws-limit delimited by size
             into isrrpt-rec.
           write isrrpt-rec.
           move spaces to isrrpt-rec.
           string 'REFUSED INBOUND CALLS ' delimited by size
                  ws-day-count delimited by size
             into isrrpt-rec.
           write isrrpt-rec.
           move 'P' to ws-rpt-type.
           move 'BY PARTNER' to ws-type-title.
           perform write-one-section.
           move 'A' to ws-rpt-type.
           move 'BY SOURCE ADDRESS' to ws-type-title.
           perform write-one-section.
           move 'R' to ws-rpt-type.
           move 'BY REASON' to ws-type-title.
           perform write-one-section.
           if ws-sm-overflow > 0
               move spaces to isrrpt-rec
               string 'SUMMARY TABLE FULL - ' delimited by size
                      ws-sm-overflow delimited by size
                      ' ROLL-UPS NOT SHOWN' delimited by size
                 into isrrpt-rec
               write isrrpt-rec
           end-if.
           close isrrpt.

       write-one-section.
           move spaces to isrrpt-rec.
           write isrrpt-rec.
           move ws-type-title to isrrpt-rec.
           write isrrpt-rec.
           perform report-one-summary
               varying ws-sm-use from 1 by 1
               until ws-sm-use > ws-sm-count.

      * ONLY PARTNERS AND ADDRESSES ARE HELD TO THE LIMIT - A REASON
      * TOTAL IS CONTEXT, NOT A CALLER.
       report-one-summary.
           set ws-sm-idx to ws-sm-use.
           if ws-sm-type (ws-sm-idx) = ws-rpt-type
               move spaces to isrrpt-rec
               string '  ' delimited by size
                      ws-sm-id (ws-sm-idx)    delimited by size
                      ' REFUSED '             delimited by size
                      ws-sm-hits (ws-sm-idx)  delimited by size
                      ' FIRST '               delimited by size
                      ws-sm-first (ws-sm-idx) delimited by size
                      ' LAST '                delimited by size
                      ws-sm-last (ws-sm-idx)  delimited by size
                 into isrrpt-rec
               write isrrpt-rec
               if ws-sm-hits (ws-sm-idx) > ws-limit
                   and ws-rpt-type not = 'R'
                   add 1 to ws-over-count
                   move spaces to isrrpt-rec
                   string '  ** OVER THE DAILY LIMIT - REVIEW '
                          delimited by size
                          ws-sm-id (ws-sm-idx) delimited by size
                          ' ON PCR6 **' delimited by size
                     into isrrpt-rec
                   write isrrpt-rec
               end-if
           end-if.
