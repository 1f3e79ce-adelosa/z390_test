      ***************************************************************
      * SOAINV1 - monthly partner invoice reconciliation.  SOACHG1
      * allocates the partner's invoice to our calling jobs but takes
      * the billed volume on trust; this job checks it first.  The
      * partner's invoice detail (SOAINVDT, one row per service per
      * day) is reconciled day by day against the calls our own
      * timing log says we made - concatenate the month's TLyymmdd
      * generations on the SOATIMLG DD, as for SOACHG1.
      *
      * OUR COUNT IS THE 'MSG' AND 'SENT' ROWS - THE CALLS THAT
      * ACTUALLY REACHED THE PARTNER.  A REFUSED CALL (MAINTENANCE
      * RC 28, BUDGET RC 20, OPEN BREAKER, LAYOUT REFUSAL) NEVER
      * DIALS THE PARTNER AND NEVER WRITES EITHER TYPE, SO IT CANNOT
      * BE IN THE COUNT.  LEFT OUT OF THE COUNT, AND SHOWN AS
      * EXCLUDED, ARE:
      *   SOACAP1 CAPACITY-TEST CALLS (CALLER SOACAP1T) - NOT
      *     BILLABLE UNDER THE TEST AGREEMENT
      *   SOARPL1 REPLAYS - THEY WENT TO THE PARTNER'S TEST
      *     ENDPOINT, NOT ITS PRODUCTION SERVICE
      *   CALLS INSIDE AN AGREED SOAMWIN MAINTENANCE WINDOW (SAME
      *     CHECK AS SOASLA1, SOAMWINW/SOAMWINP)
      *
      * A DAY IS OVER-BILLED WHEN THE BILLED COUNT EXCEEDS OURS BY
      * MORE THAN THE TOLERANCE; ITS DISPUTED AMOUNT IS THE BILLED
      * AMOUNT PRO-RATED TO THE EXCESS CALLS.  FOR EVERY OVER-BILLED
      * DAY A SECOND PASS OVER THE LOG LISTS EACH OF OUR CALLS THAT
      * DAY - CORRELATION ID, TIME, CALLER, AND WHETHER IT WAS
      * COUNTED OR WHY NOT - AS THE EVIDENCE FOR THE DISPUTE: ANY
      * BILLED CALL THE PARTNER CANNOT MATCH TO ONE OF THESE IDS IS
      * ONE WE NEVER MADE.  A DAY WE CALLED BUT WERE NOT BILLED FOR
      * IS LISTED AS NOT BILLED, FOR INFORMATION.
      *
      * SOAINVDT ROW (80 BYTES):
      *   COLS  1- 8  SERVICE NAME (AS REGISTERED ON SOASVCRG)
      *   COLS 10-17  CALL DATE YYYYMMDD
      *   COLS 19-25  BILLED CALL COUNT
      *   COLS 27-37  BILLED AMOUNT, TWO IMPLIED DECIMALS
      *
      * SOAINVPR CARD (OPTIONAL):
      *   COLS  1- 6  BILLING MONTH YYYYMM (BLANK = EVERY DAY ON THE
      *               INVOICE; SET IT WHEN THE LOG CONCATENATION
      *               RUNS PAST THE MONTH'S ENDS)
      *   COLS  8-12  TOLERANCE, CALLS PER SERVICE-DAY (BLANK = 0)
      *
      * RETURN CODE 4 WHEN ANY DAY IS OVER-BILLED OR A TABLE
      * OVERFLOWED, 8 WHEN THE INVOICE DETAIL IS EMPTY.
      ***************************************************************
       identification division.
       program-id. SOAINV1.
       environment division.
       input-output section.
       file-control.
           select optional invparm assign to SOAINVPR
               organization is sequential.
           select invin assign to SOAINVDT
               organization is sequential.
           select tlogin assign to SOATIMLG
               organization is sequential.
           select invrpt assign to SOAINVRP
               organization is sequential.

       data division.
       file section.
       fd  invparm
           record contains 80 characters.
       01  invparm-rec.
           02  ip-month          pic x(6).
           02  filler            pic x(1).
           02  ip-tolerance      pic x(5).
           02  filler            pic x(68).

       fd  invin
           record contains 80 characters.
       01  invin-rec.
           02  iv-svc            pic x(8).
           02  filler            pic x(1).
           02  iv-date           pic x(8).
           02  filler            pic x(1).
           02  iv-calls          pic x(7).
           02  iv-calls-n redefines iv-calls pic 9(7).
           02  filler            pic x(1).
           02  iv-amount         pic x(11).
           02  iv-amount-n redefines iv-amount pic 9(9)v99.
           02  filler            pic x(43).

       fd  tlogin
           record contains 76 characters.
       copy SOATLOG.

       fd  invrpt
           record contains 80 characters.
       01  invrpt-rec        pic x(80).

       working-storage section.
       01  ws-eof-sw             pic x(1) value 'N'.
           88  ws-eof                value 'Y'.
       01  ws-month              pic x(6) value spaces.
       01  ws-tolerance          pic 9(5) value 0.
       01  ws-inv-rows           pic 9(7) value 0.
       01  ws-inv-bad            pic 9(7) value 0.
       01  ws-log-count          pic 9(7) value 0.
       01  ws-over-days          pic 9(5) value 0.
       01  ws-detail-count       pic 9(7) value 0.
       01  ws-class              pic x(1).
           88  ws-class-counted      value 'C'.
           88  ws-class-captest      value 'T'.
           88  ws-class-replay       value 'R'.
           88  ws-class-window       value 'W'.
       01  ws-class-word         pic x(14).
       01  ws-captest-caller     pic x(8) value 'SOACAP1T'.
       copy SOAMWINW.

      * ONE ROW PER SERVICE-DAY - LOADED FROM THE INVOICE, THEN
      * GROWN FOR ANY DAY WE CALLED THAT THE INVOICE DOES NOT CARRY.
      * A ROW PAST THE TABLE LIMIT IS COUNTED AND THE RUN FLAGGED
      * RATHER THAN SILENTLY LEFT OUT OF THE RECONCILIATION.
       01  ws-day-max            pic 9(4) comp value 1000.
       01  ws-day-count          pic 9(4) comp value 0.
       01  ws-day-overflow       pic 9(7) value 0.
       01  ws-day-table.
           02  ws-day-entry occurs 1000 times
                            indexed by ws-day-idx.
               03  ws-day-svc        pic x(8).
               03  ws-day-date       pic 9(8).
               03  ws-day-on-inv     pic x(1).
               03  ws-day-billed     pic 9(7).
               03  ws-day-amount     pic 9(9)v99.
               03  ws-day-ours       pic 9(7).
               03  ws-day-captest    pic 9(7).
               03  ws-day-replay     pic 9(7).
               03  ws-day-window     pic 9(7).
               03  ws-day-over       pic x(1).
       01  ws-day-found-sw       pic x(1).
           88  ws-day-found          value 'Y'.
       01  ws-day-use            pic 9(4) comp.
       01  ws-svc-wk             pic x(8).
       01  ws-date-wk            pic 9(8).

       01  ws-excess             pic 9(7).
       01  ws-disputed           pic 9(9)v99.
       01  ws-tot-billed         pic 9(9) value 0.
       01  ws-tot-ours           pic 9(9) value 0.
       01  ws-tot-excluded       pic 9(9) value 0.
       01  ws-tot-amount         pic 9(11)v99 value 0.
       01  ws-tot-disputed       pic 9(11)v99 value 0.
       01  ws-excluded           pic 9(7).
       01  ws-ed-billed          pic z(6)9.
       01  ws-ed-ours            pic z(6)9.
       01  ws-ed-excl            pic z(6)9.
       01  ws-ed-excess          pic z(6)9.
       01  ws-ed-amount          pic z(8)9.99.
       01  ws-ed-tot-calls       pic z(8)9.
       01  ws-ed-tot-amount      pic z(10)9.99.

       procedure division.
       mainline.
           perform load-inv-parm.
           open output invrpt.
           move spaces to invrpt-rec.
           string 'PARTNER INVOICE RECONCILIATION  MONTH '
                      delimited by size
                  ws-month delimited by size
                  '  TOLERANCE ' delimited by size
                  ws-tolerance delimited by size
             into invrpt-rec.
           write invrpt-rec.
           perform load-invoice.
           if ws-inv-rows = 0
               move '** NO INVOICE DETAIL ROWS - NOTHING RECONCILED **'
                 to invrpt-rec
               write invrpt-rec
               close invrpt
               display 'SOAINV1 NO INVOICE DETAIL'
               move 8 to return-code
               goback
           end-if.
           perform count-our-calls.
           perform write-day-summary.
           if ws-over-days > 0
               perform write-dispute-detail
           end-if.
           close invrpt.
           display 'SOAINV1 INVOICE ROWS   =' ws-inv-rows.
           display 'SOAINV1 LOG ROWS READ  =' ws-log-count.
           display 'SOAINV1 OVER-BILLED    =' ws-over-days.
           if ws-over-days > 0 or ws-day-overflow > 0
               or ws-inv-bad > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           goback.

       load-inv-parm.
           open input invparm.
           read invparm
               at end
                   move spaces to invparm-rec
           end-read.
           close invparm.
           if ip-month is numeric
               move ip-month to ws-month
           end-if.
           if ip-tolerance is numeric
               move ip-tolerance to ws-tolerance
           end-if.

      *****************************************************************
      * THE PARTNER'S SIDE
      *****************************************************************
       load-invoice.
           open input invin.
           move 'N' to ws-eof-sw.
           perform read-invoice.
           perform load-one-invoice-row until ws-eof.
           close invin.

       read-invoice.
           read invin
               at end
                   set ws-eof to true
           end-read.

      * A ROW THAT DOES NOT READ AS SERVICE/DATE/COUNT/AMOUNT IS
      * PRINTED AND LEFT OUT - A GARBLED ROW IS A QUESTION FOR THE
      * PARTNER, NOT A NUMBER TO GUESS AT.  TWO ROWS FOR THE SAME
      * SERVICE-DAY ARE ADDED TOGETHER.
       load-one-invoice-row.
           if iv-svc = spaces or iv-date is not numeric
               or iv-calls is not numeric
               or iv-amount is not numeric
               add 1 to ws-inv-bad
               move spaces to invrpt-rec
               string 'UNREADABLE INVOICE ROW: ' delimited by size
                      invin-rec (1:50) delimited by size
                 into invrpt-rec
               write invrpt-rec
           else
               if ws-month = spaces or iv-date (1:6) = ws-month
                   add 1 to ws-inv-rows
                   move iv-svc to ws-svc-wk
                   move iv-date to ws-date-wk
                   perform find-day-entry
                   if ws-day-use > 0
                       set ws-day-idx to ws-day-use
                       move 'Y' to ws-day-on-inv (ws-day-idx)
                       add iv-calls-n to ws-day-billed (ws-day-idx)
                       add iv-amount-n to ws-day-amount (ws-day-idx)
                   end-if
               end-if
           end-if.
           perform read-invoice.

       find-day-entry.
           move 'N' to ws-day-found-sw.
           move 0 to ws-day-use.
           perform check-one-day
               varying ws-day-idx from 1 by 1
               until ws-day-idx > ws-day-count
                  or ws-day-found.
           if not ws-day-found
               if ws-day-count < ws-day-max
                   add 1 to ws-day-count
                   set ws-day-idx to ws-day-count
                   move ws-svc-wk  to ws-day-svc (ws-day-idx)
                   move ws-date-wk to ws-day-date (ws-day-idx)
                   move 'N' to ws-day-on-inv (ws-day-idx)
                   move 'N' to ws-day-over (ws-day-idx)
                   move 0 to ws-day-billed (ws-day-idx)
                             ws-day-amount (ws-day-idx)
                             ws-day-ours (ws-day-idx)
                             ws-day-captest (ws-day-idx)
                             ws-day-replay (ws-day-idx)
                             ws-day-window (ws-day-idx)
                   set ws-day-use to ws-day-idx
               else
                   add 1 to ws-day-overflow
               end-if
           end-if.

       check-one-day.
           if ws-day-svc (ws-day-idx) = ws-svc-wk
               and ws-day-date (ws-day-idx) = ws-date-wk
               set ws-day-use to ws-day-idx
               set ws-day-found to true
           end-if.

      *****************************************************************
      * OUR SIDE
      *****************************************************************
       count-our-calls.
           open input tlogin.
           move 'N' to ws-eof-sw.
           perform read-tlogin.
           perform count-one-call until ws-eof.
           close tlogin.

       read-tlogin.
           read tlogin
               at end
                   set ws-eof to true
           end-read.

       count-one-call.
           add 1 to ws-log-count.
           if (ti-type = 'MSG' or ti-type = 'SENT')
               and (ws-month = spaces
                    or ti-date-o (1:6) = ws-month)
               move ti-svc    to ws-svc-wk
               move ti-date-o to ws-date-wk
               perform find-day-entry
               if ws-day-use > 0
                   perform classify-call
                   set ws-day-idx to ws-day-use
                   evaluate true
                       when ws-class-captest
                           add 1 to ws-day-captest (ws-day-idx)
                       when ws-class-replay
                           add 1 to ws-day-replay (ws-day-idx)
                       when ws-class-window
                           add 1 to ws-day-window (ws-day-idx)
                       when other
                           add 1 to ws-day-ours (ws-day-idx)
                   end-evaluate
               end-if
           end-if.
           perform read-tlogin.

      * THE SAME VERDICT ON BOTH PASSES, SO THE DETAIL ALWAYS AGREES
      * WITH THE DAY'S FIGURES.
       classify-call.
           set ws-class-counted to true.
           if ti-caller = ws-captest-caller
               set ws-class-captest to true
           else
               if ti-caller-is-replay
                   set ws-class-replay to true
               else
                   move ti-svc to ws-mw-svc-wk
                   move ti-date-o to ws-mw-date-wk
                   move ti-time-o (1:4) to ws-mw-hhmm-wk
                   perform check-maint-window
                   if ws-mw-in-window = 'Y'
                       set ws-class-window to true
                   end-if
               end-if
           end-if.

      *****************************************************************
      * THE RECONCILIATION
      *****************************************************************
       write-day-summary.
           move spaces to invrpt-rec.
           write invrpt-rec.
           move 'SERVICE  DATE      BILLED    OURS EXCLUDED  EXCESS'
             to invrpt-rec.
           move 'DISPUTED' to invrpt-rec (56:8).
           write invrpt-rec.
           perform write-one-day
               varying ws-day-idx from 1 by 1
               until ws-day-idx > ws-day-count.
           move spaces to invrpt-rec.
           write invrpt-rec.
           move ws-tot-billed to ws-ed-tot-calls.
           move spaces to invrpt-rec.
           string 'CALLS BILLED    ' delimited by size
                  ws-ed-tot-calls delimited by size
             into invrpt-rec.
           write invrpt-rec.
           move ws-tot-ours to ws-ed-tot-calls.
           move spaces to invrpt-rec.
           string 'CALLS OURS      ' delimited by size
                  ws-ed-tot-calls delimited by size
             into invrpt-rec.
           write invrpt-rec.
           move ws-tot-excluded to ws-ed-tot-calls.
           move spaces to invrpt-rec.
           string 'CALLS EXCLUDED  ' delimited by size
                  ws-ed-tot-calls delimited by size
                  '  (CAPACITY TEST, REPLAY, MAINT WINDOW)'
                      delimited by size
             into invrpt-rec.
           write invrpt-rec.
           move ws-tot-amount to ws-ed-tot-amount.
           move spaces to invrpt-rec.
           string 'AMOUNT BILLED   ' delimited by size
                  ws-ed-tot-amount delimited by size
             into invrpt-rec.
           write invrpt-rec.
           move ws-tot-disputed to ws-ed-tot-amount.
           move spaces to invrpt-rec.
           string 'AMOUNT DISPUTED ' delimited by size
                  ws-ed-tot-amount delimited by size
                  '  OVER-BILLED DAYS ' delimited by size
                  ws-over-days delimited by size
             into invrpt-rec.
           write invrpt-rec.
           if ws-inv-bad > 0
               move spaces to invrpt-rec
               string '** ' delimited by size
                      ws-inv-bad delimited by size
                      ' INVOICE ROWS UNREADABLE - SEE ABOVE **'
                          delimited by size
                 into invrpt-rec
               write invrpt-rec
           end-if.
           if ws-day-overflow > 0
               move spaces to invrpt-rec
               string '** ' delimited by size
                      ws-day-overflow delimited by size
                      ' ROWS PAST THE TABLE LIMIT NOT RECONCILED **'
                          delimited by size
                 into invrpt-rec
               write invrpt-rec
           end-if.

       write-one-day.
           compute ws-excluded = ws-day-captest (ws-day-idx)
                               + ws-day-replay (ws-day-idx)
                               + ws-day-window (ws-day-idx).
           add ws-day-billed (ws-day-idx) to ws-tot-billed.
           add ws-day-ours (ws-day-idx)   to ws-tot-ours.
           add ws-excluded                to ws-tot-excluded.
           add ws-day-amount (ws-day-idx) to ws-tot-amount.
           move 0 to ws-excess ws-disputed.
           if ws-day-billed (ws-day-idx) >
                  ws-day-ours (ws-day-idx) + ws-tolerance
               move 'Y' to ws-day-over (ws-day-idx)
               add 1 to ws-over-days
               compute ws-excess = ws-day-billed (ws-day-idx)
                                 - ws-day-ours (ws-day-idx)
               compute ws-disputed rounded =
                   ws-day-amount (ws-day-idx) * ws-excess
                       / ws-day-billed (ws-day-idx)
               add ws-disputed to ws-tot-disputed
           end-if.
           move ws-day-billed (ws-day-idx) to ws-ed-billed.
           move ws-day-ours (ws-day-idx)   to ws-ed-ours.
           move ws-excluded                to ws-ed-excl.
           move ws-excess                  to ws-ed-excess.
           move ws-disputed                to ws-ed-amount.
           move spaces to invrpt-rec.
           string ws-day-svc (ws-day-idx) delimited by size
                  ' ' delimited by size
                  ws-day-date (ws-day-idx) delimited by size
                  ' ' delimited by size
                  ws-ed-billed delimited by size
                  ' ' delimited by size
                  ws-ed-ours delimited by size
                  '  ' delimited by size
                  ws-ed-excl delimited by size
                  ' ' delimited by size
                  ws-ed-excess delimited by size
                  ' ' delimited by size
                  ws-ed-amount delimited by size
             into invrpt-rec.
           if ws-day-over (ws-day-idx) = 'Y'
               move 'OVER-BILLED' to invrpt-rec (68:11)
           else
               if ws-day-on-inv (ws-day-idx) = 'N'
                   move 'NOT BILLED' to invrpt-rec (68:10)
               end-if
           end-if.
           write invrpt-rec.

      *****************************************************************
      * THE EVIDENCE - EVERY LOGGED CALL ON AN OVER-BILLED DAY
      *****************************************************************
       write-dispute-detail.
           move spaces to invrpt-rec.
           write invrpt-rec.
           move 'DISPUTE DETAIL - OUR CALLS ON THE OVER-BILLED DAYS'
             to invrpt-rec.
           write invrpt-rec.
           move 'SERVICE  DATE     TIME     CORRELATION ID   CALLER'
             to invrpt-rec.
           move 'TYPE  TREATMENT' to invrpt-rec (54:15).
           write invrpt-rec.
           open input tlogin.
           move 'N' to ws-eof-sw.
           perform read-tlogin.
           perform detail-one-call until ws-eof.
           close tlogin.
           move spaces to invrpt-rec.
           string 'CALLS LISTED ' delimited by size
                  ws-detail-count delimited by size
             into invrpt-rec.
           write invrpt-rec.

       detail-one-call.
           if (ti-type = 'MSG' or ti-type = 'SENT')
               and (ws-month = spaces
                    or ti-date-o (1:6) = ws-month)
               move ti-svc    to ws-svc-wk
               move ti-date-o to ws-date-wk
               perform find-listed-day
               if ws-day-found
                   and ws-day-over (ws-day-idx) = 'Y'
                   perform classify-call
                   perform write-detail-line
               end-if
           end-if.
           perform read-tlogin.

      * LOOK-UP ONLY - THE DETAIL PASS NEVER GROWS THE TABLE.
       find-listed-day.
           move 'N' to ws-day-found-sw.
           set ws-day-idx to 1.
           search ws-day-entry
               at end
                   continue
               when ws-day-idx > ws-day-count
                   continue
               when ws-day-svc (ws-day-idx) = ws-svc-wk
                    and ws-day-date (ws-day-idx) = ws-date-wk
                   set ws-day-found to true
           end-search.

       write-detail-line.
           evaluate true
               when ws-class-captest
                   move 'CAPACITY TEST' to ws-class-word
               when ws-class-replay
                   move 'REPLAY' to ws-class-word
               when ws-class-window
                   move 'MAINT WINDOW' to ws-class-word
               when other
                   move 'COUNTED' to ws-class-word
           end-evaluate.
           move spaces to invrpt-rec.
           string ti-svc delimited by size
                  ' ' delimited by size
                  ti-date-o delimited by size
                  ' ' delimited by size
                  ti-time-o delimited by size
                  ' ' delimited by size
                  ti-corr-o delimited by size
                  ' ' delimited by size
                  ti-caller delimited by size
                  ' ' delimited by size
                  ti-type delimited by size
                  ' ' delimited by size
                  ws-class-word delimited by size
             into invrpt-rec.
           write invrpt-rec.
           add 1 to ws-detail-count.

       copy SOAMWINP.
