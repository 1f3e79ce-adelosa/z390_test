       01  ws-floor-count        pic 9(7).

      * THE GENERATION FILE UNDER TEST, READ WITH THE SAME CBL_
      * CALLS SOATLR1 WROTE IT WITH, INTO THE SOATLOG.CPY ROW SO
      * THE READ LENGTH FOLLOWS THE LOG LAYOUT.
       01  ws-gen-name           pic x(8).
       01  ws-gen-access         pic x(1) value x'03'.
       01  ws-gen-deny           pic x(1) value x'03'.
       01  ws-gen-status         pic s9(9) comp-5.
       01  ws-gen-reclen         pic 9(8) comp-5.
       01  ws-gen-eof            pic x(1).
       copy SOATLOG.

       procedure division.
       mainline.
      * ROW TYPES (THROT, BRKTR, BUDWN, INMSG, ...) WOULD PAD THE
      * COUNT AND WEAKEN THE IMPLAUSIBLY-SMALL FLOOR.
       count-one-gen-row.
           move length of tlogin-rec to ws-gen-reclen.
           call 'CBL_READ_FILE' using ws-gen-handle
                    ws-gen-reclen ws-gen-flags
                    ws-gen-reserved tlogin-rec
               giving ws-gen-status.
           if ws-gen-status not = 0
               move 'Y' to ws-gen-eof
           else
               if ti-type = 'MSG'
                   add 1 to ws-gen-count
               end-if
           end-if.
