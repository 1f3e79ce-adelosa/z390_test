      *   2. truncates the live SOAARCH stream for the next window
      *      (same truncate-by-output-open technique SOATLR1 uses on
      *      the timing log), and
      *   3. purges keyed rows older than the retention period,
      *      except rows under a G6LHOLD legal hold (see G6LHLDW.CPY)
      *      - dated inside a held range, or carrying a held
      *      customer's id anywhere in the row - which are kept and
      *      listed.  Every run walks the whole archive, so a row
      *      kept under a hold goes on the first run after release.
      *
      * The SOAARCV clear-payload vault (the unmasked image of every
      * archive row whose personal fields SOACMGR3 masked) is folded
      * into its own SOAARCVX keyed vault and truncated the same
      * way, and each vault row lives and dies with its archive row:
      * the hold check on a masked row reads the clear image, and a
      * purged row takes its vault row with it.
      *
      * SOAARPRM card (optional - default shown):
      *   cols 1-3  retention days (blank = 090)
               organization is indexed
               access mode is dynamic
               record key is arx-key.
           select optional vaultin assign to SOAARCV
               organization is sequential.
           select optional vaultix assign to SOAARCVX
               organization is indexed
               access mode is dynamic
               record key is arv-key.

       data division.
       file section.
           02  arx-time          pic 9(8).
           02  filler            pic x(1).
           02  arx-len           pic 9(9).
           02  arx-masked        pic x(1).
           02  arx-data          pic x(4096).

      * THE CLEAR-PAYLOAD VAULT, LIVE AND KEYED - SAME LAYOUT AND KEY
      * AS THE ARCHIVE (WS-ARCH-REC IN SOACMG3W.CPY).
       fd  vaultin
           record contains 4154 characters.
       01  vaultin-rec           pic x(4154).

       fd  vaultix
           record contains 4154 characters.
       01  arv-rec.
           02  arv-key.
               03  arv-corr      pic x(16).
               03  filler        pic x(1).
               03  arv-type      pic x(3).
           02  filler            pic x(4134).

       working-storage section.
       01  ws-eof-sw             pic x(1) value 'N'.
           88  ws-eof                value 'Y'.
       01  ws-load-count         pic 9(7) value 0.
       01  ws-dup-count          pic 9(7) value 0.
       01  ws-purge-count        pic 9(7) value 0.
       01  ws-held-count         pic 9(7) value 0.
       01  ws-vlt-in-count       pic 9(7) value 0.
       01  ws-vlt-load-count     pic 9(7) value 0.
       01  ws-vlt-purge-count    pic 9(7) value 0.
       01  ws-vlt-found          pic x(1).
       01  ws-retain-days        pic 9(3) value 90.
       01  ws-today              pic 9(8).
       01  ws-cutoff-int         pic 9(8) comp.
       01  ws-log-handle         pic x(4).
       01  ws-log-status         pic s9(9) comp-5.

       copy G6LHLDW.

       procedure division.
       mainline.
           perform load-parm-card.
               function date-of-integer (ws-cutoff-int).
           perform fold-live-into-keyed.
           perform truncate-live-archive.
           perform fold-vault-into-keyed.
           move 'SOAARCV' to ws-log-name.
           perform truncate-live-archive.
           perform purge-expired-rows.
           display 'SOAARR1 RECORDS READ   =' ws-in-count.
           display 'SOAARR1 ROWS LOADED    =' ws-load-count.
           display 'SOAARR1 DUPLICATES     =' ws-dup-count.
           display 'SOAARR1 ROWS PURGED    =' ws-purge-count.
           display 'SOAARR1 ROWS HELD      =' ws-held-count.
           display 'SOAARR1 VAULT READ     =' ws-vlt-in-count.
           display 'SOAARR1 VAULT LOADED   =' ws-vlt-load-count.
           display 'SOAARR1 VAULT PURGED   =' ws-vlt-purge-count.
           goback.

       load-parm-card.
           end-write.
           perform read-archin.

      * THE VAULT'S LIVE STREAM INTO THE KEYED VAULT - A KEY ALREADY
      * ON FILE IS SKIPPED, AS FOR THE ARCHIVE, SO THE FIRST CLEAR
      * IMAGE STANDS WITH THE FIRST MASKED ONE.
       fold-vault-into-keyed.
           open input vaultin.
           open i-o vaultix.
           perform read-vaultin.
           perform load-one-vault-record until ws-eof.
           close vaultin vaultix.
           move 'N' to ws-eof-sw.

       read-vaultin.
           read vaultin
               at end
                   move 'Y' to ws-eof-sw
           end-read.
           if not ws-eof
               add 1 to ws-vlt-in-count
           end-if.

       load-one-vault-record.
           move vaultin-rec to arv-rec.
           write arv-rec
               invalid key
                   continue
               not invalid key
                   add 1 to ws-vlt-load-count
           end-write.
           perform read-vaultin.

       truncate-live-archive.
           call 'CBL_OPEN_FILE' using ws-log-name
                    ws-log-access-out ws-log-deny
      * RETENTION CUTOFF - THE DATE-BASED RETENTION THE TIMING LOG
      * ALREADY ENJOYS.
       purge-expired-rows.
           open i-o archix vaultix.
           move low-values to arx-key.
           start archix key is not less than arx-key
               invalid key
               perform read-next-keyed
           end-if.
           perform purge-one-row until ws-eof.
           close archix vaultix.

       read-next-keyed.
           read archix next record
                   move 'Y' to ws-eof-sw
           end-read.

      * A MASKED ROW IS CHECKED FOR HOLDS AGAINST ITS CLEAR IMAGE -
      * THE HELD CUSTOMER'S ID MAY BE ONE OF THE MASKED FIELDS.
       purge-one-row.
           if arx-date is numeric
               and arx-date < ws-cutoff-date
               move arx-rec to lhs-text-wk
               move length of arx-rec to lhs-text-len
               move 'N' to ws-vlt-found
               if arx-masked = 'M'
                   perform read-vault-row
               end-if
               move arx-date to lhs-date-wk
               perform check-legal-hold-text
               if lhs-is-held
                   add 1 to ws-held-count
                   display 'SOAARR1 HELD ROW ' arx-corr ' ' arx-type
                           ' ' arx-date ' HOLD ' lhs-held-by
               else
                   delete archix record
                   add 1 to ws-purge-count
                   if ws-vlt-found = 'Y'
                       delete vaultix record
                       add 1 to ws-vlt-purge-count
                   end-if
               end-if
           end-if.
           perform read-next-keyed.

       read-vault-row.
           move arx-key to arv-key.
           read vaultix
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-vlt-found
                   move arv-rec to lhs-text-wk
           end-read.

       copy G6LHLDP.
