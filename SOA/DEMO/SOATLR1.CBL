      * there - a generation older than cutoff-31 days must have been
      * missed by a month of nightly runs and is left for manual
      * review rather than silently destroyed.
      *
      * A generation dated inside a G6LHOLD legal-hold date range
      * (see G6LHLDW.CPY) is kept and listed instead of purged, and
      * the walk reaches back past the 31 days far enough to list
      * what a hold is keeping and to purge it once released.
      ***************************************************************
       identification division.
       program-id. SOATLR1.
           02  filler            pic x(68).

       fd  tlogin
           record contains 76 characters.
       copy SOATLOG.

       working-storage section.
       01  ws-cutoff-int         pic 9(8) comp.
       01  ws-purge-int          pic 9(8) comp.
       01  ws-purge-date         pic 9(8).
       01  ws-day-ct             pic 9(4) comp.
       01  ws-held-count         pic 9(5) value 0.

      * THE GENERATION DATASET - NAME BUILT AS TLyymmdd AND WRITTEN
      * WITH THE SAME CBL_OPEN_FILE/CBL_WRITE_FILE CALLS SOACMGR3
       01  ws-gen-name           pic x(8).
       01  ws-roll-name          pic x(8).
       01  ws-gen-access-out     pic x(1) value x'01'.
       01  ws-gen-access-in      pic x(1) value x'03'.
       01  ws-gen-deny           pic x(1) value x'03'.
       01  ws-gen-device         pic x(1) value x'00'.
       01  ws-gen-handle         pic x(4).
      * THE LIVE LOG ITSELF, FOR THE POST-COPY TRUNCATE.
       01  ws-log-name           pic x(8) value 'SOATIMLG'.

       copy G6LHLDW.

       procedure division.
       mainline.
           perform load-parm-card.
           display 'SOATLR1 RECORDS ROLLED =' ws-copy-count
                   ' TO ' ws-roll-name.
           display 'SOATLR1 GENERATIONS PURGED =' ws-purge-count.
           display 'SOATLR1 GENERATIONS HELD   =' ws-held-count.
           goback.

       load-parm-card.
           compute ws-cutoff-int =
               function integer-of-date (ws-roll-date)
                   - ws-retain-days.
           move ws-roll-date   to lhs-run-date-wk.
           move ws-retain-days to lhs-retain-wk.
           perform compute-hold-reach.
           perform purge-one-day
               varying ws-day-ct from 1 by 1
               until ws-day-ct > lhs-reach-days.

       purge-one-day.
           compute ws-purge-int = ws-cutoff-int - ws-day-ct.
           string 'TL' delimited by size
                  ws-purge-date (3:6) delimited by size
             into ws-gen-name.
      * THE TIMING LOG CARRIES NO CUSTOMER DATA - ONLY A DATE-RANGE
      * HOLD CAN COVER A GENERATION, AND ONLY ONE THAT EXISTS IS
      * LISTED.
           move spaces to lhs-cust-id-wk.
           move ws-purge-date to lhs-date-wk.
           perform check-legal-hold.
           if lhs-is-held
               call 'CBL_OPEN_FILE' using ws-gen-name
                        ws-gen-access-in ws-gen-deny
                        ws-gen-device ws-gen-handle
                   giving ws-gen-status
               if ws-gen-status = 0
                   call 'CBL_CLOSE_FILE' using ws-gen-handle
                       giving ws-gen-status
                   add 1 to ws-held-count
                   display 'SOATLR1 HELD GENERATION ' ws-gen-name
                           ' HOLD ' lhs-held-by
               end-if
           else
               call 'CBL_DELETE_FILE' using ws-gen-name
                   giving ws-gen-status
               if ws-gen-status = 0
                   add 1 to ws-purge-count
                   display 'SOATLR1 PURGED GENERATION ' ws-gen-name
               end-if
           end-if.

       copy G6LHLDP.
