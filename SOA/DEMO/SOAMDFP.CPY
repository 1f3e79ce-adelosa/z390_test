      ***************************************************************
      * SOAMDFP.CPY - PER-SERVICE MESSAGE-LAYOUT VALIDATION
      * PARAGRAPHS (PAIR WITH SOAMDFW.CPY IN WORKING-STORAGE).  THE
      * DEFINITIONS ARE LOADED ONCE PER RUN UNIT ON THE FIRST
      * VALIDATION, SAME LAZY-LOAD AS THE SERVICE REGISTRY; A MISSING
      * SOAMSGDF DATASET LEAVES EVERY PAYLOAD UNCHECKED AND UNMASKED.
      ***************************************************************
       load-message-defs.
           move 'Y' to ws-mdf-loaded.
           move 0 to ws-mdf-count.
           move spaces to ws-mdf-table.
           move 'N' to ws-mdf-eof.
           call 'CBL_OPEN_FILE' using ws-mdf-name
                    ws-mdf-access ws-mdf-deny
                    ws-mdf-device ws-mdf-handle
               giving ws-mdf-status.
           if ws-mdf-status = 0
              perform read-mdf-record
              perform add-mdf-entry
                  until ws-mdf-eof = 'Y'
                     or ws-mdf-count >= ws-mdf-max
              call 'CBL_CLOSE_FILE' using ws-mdf-handle
                  giving ws-mdf-status
           end-if.
       read-mdf-record.
           move length of mdfrg-rec to ws-mdf-reclen.
           call 'CBL_READ_FILE' using ws-mdf-handle
                    ws-mdf-reclen ws-mdf-flags
                    ws-mdf-reserved mdfrg-rec
               giving ws-mdf-status.
           if ws-mdf-status not = 0
              move 'Y' to ws-mdf-eof
           end-if.
      * A COMMENT ROW, OR ONE WHOSE OFFSET/LENGTH CANNOT BE USED,
      * IS PASSED OVER RATHER THAN REFUSING EVERY CALL ON IT.
       add-mdf-entry.
           if mdfrg-rec (1:1) not = '*'
              and mdfrg-offset is numeric
              and mdfrg-length is numeric
              and mdfrg-offset > 0
              and mdfrg-length > 0
              add 1 to ws-mdf-count
              set ws-mdf-idx to ws-mdf-count
              move mdfrg-svc      to ws-mdf-svc (ws-mdf-idx)
              move mdfrg-dir      to ws-mdf-dir (ws-mdf-idx)
              move mdfrg-field    to ws-mdf-field (ws-mdf-idx)
              move mdfrg-offset   to ws-mdf-off (ws-mdf-idx)
              move mdfrg-length   to ws-mdf-len (ws-mdf-idx)
              move mdfrg-type     to ws-mdf-type (ws-mdf-idx)
              move mdfrg-required to ws-mdf-req (ws-mdf-idx)
              move mdfrg-personal to ws-mdf-pers (ws-mdf-idx)
           end-if.
           perform read-mdf-record.
      * CHECK EVERY DEFINED FIELD FOR THE SERVICE AND DIRECTION -
      * ALL OF THEM, NOT JUST UP TO THE FIRST BAD ONE, SO THE
      * PARTNER HEARS ABOUT EVERY WRONG FIELD AT ONCE.
       validate-payload.
           if ws-mdf-loaded = 'N'
              perform load-message-defs
           end-if.
           move 0 to ws-mdf-bad-cnt.
           move spaces to ws-mdf-first-field ws-mdf-first-why.
           perform check-one-field
               varying ws-mdf-idx from 1 by 1
               until ws-mdf-idx > ws-mdf-count.
       check-one-field.
           if ws-mdf-svc (ws-mdf-idx) = ws-mdf-svc-wk
              and ws-mdf-dir (ws-mdf-idx) = ws-mdf-dir-wk
              move spaces to ws-mdf-why
              compute ws-mdf-end = ws-mdf-off (ws-mdf-idx)
                                 + ws-mdf-len (ws-mdf-idx) - 1
              if ws-mdf-end <= length of ws-mdf-data-wk
                 if ws-mdf-end > ws-mdf-len-wk
                    if ws-mdf-req (ws-mdf-idx) = 'Y'
                       move 'MISSING' to ws-mdf-why
                    end-if
                 else
                    perform check-field-content
                 end-if
              end-if
              if ws-mdf-why not = spaces
                 perform log-layout-violation
              end-if
           end-if.
       check-field-content.
           if ws-mdf-data-wk (ws-mdf-off (ws-mdf-idx):
                              ws-mdf-len (ws-mdf-idx)) = spaces
              if ws-mdf-req (ws-mdf-idx) = 'Y'
                 move 'REQUIRED' to ws-mdf-why
              end-if
           else
              if ws-mdf-type (ws-mdf-idx) = 'N'
                 and ws-mdf-data-wk (ws-mdf-off (ws-mdf-idx):
                              ws-mdf-len (ws-mdf-idx)) not numeric
                 move 'NOTNUM' to ws-mdf-why
              end-if
           end-if.
       log-layout-violation.
           add 1 to ws-mdf-bad-cnt.
           if ws-mdf-bad-cnt = 1
              move ws-mdf-field (ws-mdf-idx) to ws-mdf-first-field
              move ws-mdf-why to ws-mdf-first-why
           end-if.
           if ws-mdf-pex-opened = 'N'
              call 'CBL_OPEN_FILE' using ws-mdf-pex-name
                       ws-mdf-access ws-mdf-deny
                       ws-mdf-device ws-mdf-pex-handle
                  giving ws-mdf-pex-status
              move 'Y' to ws-mdf-pex-opened
           end-if.
           move ws-mdf-corr-wk          to ws-mdf-pex-corr.
           move ws-mdf-dir-wk           to ws-mdf-pex-dir.
           move ws-mdf-field (ws-mdf-idx) to ws-mdf-pex-field.
           move ws-mdf-off (ws-mdf-idx) to ws-mdf-pex-off.
           move ws-mdf-len (ws-mdf-idx) to ws-mdf-pex-len.
           move ws-mdf-why              to ws-mdf-pex-why.
           move ws-mdf-svc-wk           to ws-mdf-pex-svc.
           move ws-mdf-socket-wk        to ws-mdf-pex-socket.
           accept ws-mdf-pex-date from date yyyymmdd.
           accept ws-mdf-pex-time from time.
           move length of ws-mdf-pex-rec to ws-mdf-pex-reclen.
           call 'CBL_WRITE_FILE' using ws-mdf-pex-handle
                    ws-mdf-pex-reclen ws-mdf-flags
                    ws-mdf-reserved ws-mdf-pex-rec
               giving ws-mdf-pex-status.
      * MASK EVERY FIELD THE SERVICE'S LAYOUT MARKS PERSONAL, EACH
      * OVERLAID WITH '*' FOR ITS LENGTH (CUT AT THE END OF THE
      * PAYLOAD), SO THE PAYLOAD'S FIXED POSITIONS AND LENGTH STAY
      * TRUE.  A BLANK FIELD HAS NOTHING TO HIDE AND IS LEFT ALONE.
       mask-personal-fields.
           if ws-mdf-loaded = 'N'
              perform load-message-defs
           end-if.
           move 0 to ws-mdf-mask-cnt.
           perform mask-one-field
               varying ws-mdf-idx from 1 by 1
               until ws-mdf-idx > ws-mdf-count.
       mask-one-field.
           if ws-mdf-svc (ws-mdf-idx) = ws-mdf-svc-wk
              and ws-mdf-dir (ws-mdf-idx) = ws-mdf-dir-wk
              and ws-mdf-pers (ws-mdf-idx) = 'Y'
              and ws-mdf-off (ws-mdf-idx) <= ws-mdf-len-wk
              and ws-mdf-off (ws-mdf-idx) <= length of ws-mdf-data-wk
              compute ws-mdf-end = ws-mdf-off (ws-mdf-idx)
                                 + ws-mdf-len (ws-mdf-idx) - 1
              if ws-mdf-end > ws-mdf-len-wk
                 move ws-mdf-len-wk to ws-mdf-end
              end-if
              if ws-mdf-end > length of ws-mdf-data-wk
                 move length of ws-mdf-data-wk to ws-mdf-end
              end-if
              compute ws-mdf-mask-len = ws-mdf-end
                                      - ws-mdf-off (ws-mdf-idx) + 1
              if ws-mdf-data-wk (ws-mdf-off (ws-mdf-idx):
                                 ws-mdf-mask-len) not = spaces
                 move all '*' to ws-mdf-data-wk
                          (ws-mdf-off (ws-mdf-idx):ws-mdf-mask-len)
                 add 1 to ws-mdf-mask-cnt
              end-if
           end-if.
