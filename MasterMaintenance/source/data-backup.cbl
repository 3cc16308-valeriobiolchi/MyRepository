       >>SOURCE FORMAT FREE
       program-id. data-backup.

      *>********************************************************************<*
      *>***** Nightly backup set for the keyed data files that have no *****<*
      *>***** safety net of their own. Runs near the end of the job    *****<*
      *>***** chain and, holding the master.lck marker so no batch run *****<*
      *>***** or master session can write underneath it, unloads every *****<*
      *>***** file in the set record by record into one dated          *****<*
      *>***** generation directory (backup/yyyymmddhhmmss/). Each      *****<*
      *>***** file's record count and checksum go on the generation's  *****<*
      *>***** manifest; only a generation whose manifest ends with its *****<*
      *>***** END line is listed in backup/generations.log, and the    *****<*
      *>***** oldest listed generations beyond BACKUP_GENERATIONS are  *****<*
      *>***** removed. data-restore.cbl verifies a generation against  *****<*
      *>***** its manifest and brings it back as a set.                *****<*
      *>********************************************************************<*

       environment division.
       input-output section.
       file-control.
           select master-file assign to "master.dat"
               organization is indexed
               access mode is dynamic
               record key is mr-record-key
               alternate record key is mr-name with duplicates
               file status is ws-data-status.
           select region-history-file assign to "region-history.dat"
               organization is indexed
               access mode is dynamic
               record key is rh-record-key
               file status is ws-data-status.
           select budget-file assign to "budget.dat"
               organization is indexed
               access mode is dynamic
               record key is bu-record-key
               file status is ws-data-status.
           select rate-file assign to "exchange-rate.dat"
               organization is indexed
               access mode is dynamic
               record key is xr-record-key
               file status is ws-data-status.
           select period-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-data-status.
           select archive-file assign to "master-archive.dat"
               organization is indexed
               access mode is dynamic
               record key is ma-record-key
               file status is ws-data-status.
           select commentary-file assign to "commentary.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-record-key
               file status is ws-data-status.
           select catalog-file assign to "report-catalog.dat"
               organization is indexed
               access mode is dynamic
               record key is rc-path
               alternate record key is rc-report-key with duplicates
               file status is ws-data-status.
           select recurring-file assign to "recurring.dat"
               organization is indexed
               access mode is dynamic
               record key is re-record-key
               file status is ws-data-status.
           select txn-detail-file assign to "txn-detail.dat"
               organization is indexed
               access mode is dynamic
               record key is td-record-key
               file status is ws-data-status.
           select pending-file assign to "master-pending.dat"
               organization is indexed
               access mode is dynamic
               record key is pc-pending-key
               file status is ws-data-status.
           select processed-ctl-file assign to "processed-extracts.dat"
               organization is line sequential
               file status is ws-data-status.
           select operator-file assign to "operators.dat"
               organization is line sequential
               file status is ws-data-status.
           select unload-file assign to w-unload-path
               organization is line sequential
               file status is ws-unload-status.
           select manifest-file assign to w-manifest-path
               organization is line sequential
               file status is ws-manifest-status.
           select generations-file assign to w-generations-path
               organization is line sequential
               file status is ws-generations-status.
           select generations-new-file assign to w-generations-new-path
               organization is line sequential
               file status is ws-gennew-status.
           select lock-marker-file assign to "master.lck"
               organization is line sequential
               file status is ws-marker-status.
           select summary-output-file assign to "run-summary.log"
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  master-file.
       copy "master-record.cpy".

       fd  region-history-file.
       copy "region-history.cpy".

       fd  budget-file.
       copy "budget-record.cpy".

       fd  rate-file.
       copy "exchange-rate.cpy".

       fd  period-file.
       copy "fiscal-calendar.cpy".

       fd  archive-file.
       copy "master-archive.cpy".

       fd  commentary-file.
       copy "commentary-record.cpy".

       fd  catalog-file.
       copy "report-catalog.cpy".

       fd  recurring-file.
       copy "recurring-entry.cpy".

       fd  txn-detail-file.
       copy "txn-detail.cpy".

       fd  pending-file.
       copy "master-pending.cpy".

       fd  processed-ctl-file.
       01  ctl-line            pic x(200).

       fd  operator-file.
       01  operator-line       pic x(120).

       fd  unload-file.
       01  unload-line         pic x(700).

       fd  manifest-file.
       01  manifest-line       pic x(120).

       fd  generations-file.
       01  generations-line    pic x(80).

       fd  generations-new-file.
       01  generations-new-line pic x(80).

       fd  lock-marker-file.
       01  lock-marker-line    pic x(80).

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       77  ws-data-status      pic xx.
       77  ws-data-eof         pic x value "N".
           88 data-at-eof          value "Y".
       77  ws-unload-status    pic xx.
       77  ws-manifest-status  pic xx.
       77  ws-generations-status pic xx.
       77  ws-gennew-status    pic xx.
       77  ws-marker-status    pic xx.
       77  ws-summary-status   pic xx.
       77  ws-generations-eof  pic x value "N".
           88 generations-at-eof   value "Y".

      *> the backup set, in manifest order; data-restore reloads
      *> whatever a generation's manifest lists, so a file added here
      *> needs its FD and unload/reload paragraphs in both programs
       01  backup-file-names.
           05 filler           pic x(32) value "master.dat".
           05 filler           pic x(32) value "region-history.dat".
           05 filler           pic x(32) value "budget.dat".
           05 filler           pic x(32) value "exchange-rate.dat".
           05 filler           pic x(32) value "fiscal-calendar.dat".
           05 filler           pic x(32) value "master-archive.dat".
           05 filler           pic x(32) value "processed-extracts.dat".
           05 filler           pic x(32) value "operators.dat".
           05 filler           pic x(32) value "commentary.dat".
           05 filler           pic x(32) value "report-catalog.dat".
           05 filler           pic x(32) value "recurring.dat".
           05 filler           pic x(32) value "txn-detail.dat".
           05 filler           pic x(32) value "master-pending.dat".
       01  backup-file-list redefines backup-file-names.
           05 bf-name          pic x(32) occurs 13 times.
       77  w-file-count        pic 9(2) value 13.
       77  w-file-idx          pic 9(2).

      *> BACKUP_ROOT holds one directory per generation plus the
      *> generations.log index; BACKUP_GENERATIONS is how many are kept
       77  w-backup-root       pic x(64) value "backup".
       77  w-keep-x            pic x(4).
       77  w-keep-count        pic 9(4) value 7.
       77  w-generation        pic x(14).
       77  w-gen-dir           pic x(128).
       77  w-unload-path       pic x(180).
       77  w-manifest-path     pic x(180).
       77  w-generations-path  pic x(128).
       77  w-generations-new-path pic x(128).

      *> per-file results for the manifest
       77  w-file-state        pic x(7).
       77  w-file-records      pic 9(9).
       77  w-file-checksum     pic 9(10).
       77  w-total-records     pic 9(9) value 0.
       77  w-files-present     pic 9(2) value 0.

      *> the checksum is the same running hash audit-append chains
      *> its lines with, carried across every record of the file
       77  w-hash-work         pic 9(12).
       77  w-char-idx          pic 9(3).
       77  w-record-len        pic 9(3).

      *> the lock marker: wait out a batch step that still holds it
      *> (BACKUP_LOCK_WAIT seconds, checked every five), never
      *> override it -- a copy taken under a live writer is not a
      *> point-in-time set
       77  w-lock-wait-x       pic x(6).
       77  w-lock-wait         pic 9(6) value 600.
       77  w-lock-waited       pic 9(6).
       77  w-lock-held         pic x value "N".
           88 lock-held-by-us      value "Y".
       77  w-audit-user        pic x(20).

      *> generations.log: stamp|OK|files|records, oldest first
       77  w-gen-count         pic 9(3) value 0.
       77  w-gen-max           pic 9(3) value 200.
       77  w-gen-idx           pic 9(3).
       77  w-drop-count        pic 9(3).
       01  generation-table.
           05 gt-line          pic x(80) occurs 200 times.
       77  w-old-generation    pic x(14).
       77  w-old-dir           pic x(128).

       77  w-run-date          pic x(8).
       77  w-run-status        pic x(7) value "SUCCESS".
       77  w-start-time        pic 9(8).
       77  w-end-time          pic 9(8).
       77  w-elapsed-secs      pic 9(6).

       procedure division.
       main.
           accept w-start-time from time
           move function current-date(1:8) to w-run-date
           perform get-backup-config
           perform acquire-batch-lock
           if lock-held-by-us
              perform take-backup-set
              perform remove-batch-lock
           end-if
           if w-run-status = "SUCCESS"
              perform record-generation
              perform drop-old-generations
              display "data-backup: generation " w-generation ", "
                      w-files-present " file(s), " w-total-records
                      " record(s)"
           end-if
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

       get-backup-config.
           accept w-backup-root from environment "BACKUP_ROOT"
              on exception move "backup" to w-backup-root
           end-accept
           if w-backup-root = spaces
              move "backup" to w-backup-root
           end-if
           accept w-keep-x from environment "BACKUP_GENERATIONS"
              on exception move spaces to w-keep-x
           end-accept
           if w-keep-x not = spaces
              move function numval(w-keep-x) to w-keep-count
           end-if
           if w-keep-count = 0
              move 1 to w-keep-count
           end-if
           accept w-lock-wait-x from environment "BACKUP_LOCK_WAIT"
              on exception move spaces to w-lock-wait-x
           end-accept
           if w-lock-wait-x not = spaces
              move function numval(w-lock-wait-x) to w-lock-wait
           end-if
           accept w-audit-user from environment "USER"
              on exception
                 accept w-audit-user from environment "USERNAME"
                    on exception move "UNKNOWN" to w-audit-user
                 end-accept
           end-accept
           move function current-date(1:14) to w-generation
           move spaces to w-gen-dir w-generations-path
                          w-generations-new-path
           string function trim(w-backup-root) delimited by size
                  "/" delimited by size
                  w-generation delimited by size
                  into w-gen-dir
           string function trim(w-backup-root) delimited by size
                  "/generations.log" delimited by size
                  into w-generations-path
           string function trim(w-backup-root) delimited by size
                  "/generations.new" delimited by size
                  into w-generations-new-path.

      *> ---- the batch lock ---------------------------------------------

       acquire-batch-lock.
           move 0 to w-lock-waited
           open input lock-marker-file
           perform until ws-marker-status not = "00"
                 or w-lock-waited >= w-lock-wait
              close lock-marker-file
              call "C$SLEEP" using 5
              add 5 to w-lock-waited
              open input lock-marker-file
           end-perform
           if ws-marker-status = "00"
              move spaces to lock-marker-line
              read lock-marker-file
                 at end continue
                 not at end continue
              end-read
              close lock-marker-file
              display "data-backup: master file still busy after "
                      w-lock-wait " s: " function trim(lock-marker-line)
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           open output lock-marker-file
           move spaces to lock-marker-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|data-backup" delimited by size
                  into lock-marker-line
           write lock-marker-line
           close lock-marker-file
           set lock-held-by-us to true.

       remove-batch-lock.
           call "C$DELETE" using "master.lck", "S"
           move "N" to w-lock-held.

      *> ---- taking the set ---------------------------------------------

      *> the manifest is opened first and its END line written last:
      *> a generation cut short by a failure never gets one, and
      *> data-restore refuses a manifest without it
       take-backup-set.
           call "C$MAKEDIR" using w-backup-root
           call "C$MAKEDIR" using w-gen-dir
           move spaces to w-manifest-path
           string function trim(w-gen-dir) delimited by size
                  "/backup-manifest.txt" delimited by size
                  into w-manifest-path
           open output manifest-file
           if ws-manifest-status not = "00"
              display "data-backup: cannot create "
                      function trim(w-manifest-path)
                      ", status=" ws-manifest-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move spaces to manifest-line
           string "GEN|" delimited by size
                  w-generation delimited by size
                  "|" delimited by size
                  function trim(w-audit-user) delimited by size
                  into manifest-line
           write manifest-line
           perform varying w-file-idx from 1 by 1
                 until w-file-idx > w-file-count
                 or w-run-status = "FAILED"
              perform unload-one-file
           end-perform
           if w-run-status = "SUCCESS"
              move spaces to manifest-line
              string "END|" delimited by size
                     w-file-count delimited by size
                     "|" delimited by size
                     w-total-records delimited by size
                     into manifest-line
              write manifest-line
           end-if
           close manifest-file.

      *> a file that does not exist yet (status 35) is listed ABSENT
      *> so the manifest still accounts for the whole set
       unload-one-file.
           move spaces to w-unload-path
           string function trim(w-gen-dir) delimited by size
                  "/" delimited by size
                  function trim(bf-name(w-file-idx)) delimited by size
                  ".unl" delimited by size
                  into w-unload-path
           move 0 to w-file-records
           move 17 to w-hash-work
           move "PRESENT" to w-file-state
           open output unload-file
           if ws-unload-status not = "00"
              display "data-backup: cannot create "
                      function trim(w-unload-path)
                      ", status=" ws-unload-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move "N" to ws-data-eof
           evaluate w-file-idx
           when 1  perform unload-master-file
           when 2  perform unload-region-history
           when 3  perform unload-budget-file
           when 4  perform unload-rate-file
           when 5  perform unload-period-file
           when 6  perform unload-archive-file
           when 7  perform unload-processed-ctl
           when 8  perform unload-operator-file
           when 9  perform unload-commentary-file
           when 10 perform unload-catalog-file
           when 11 perform unload-recurring-file
           when 12 perform unload-txn-detail
           when 13 perform unload-pending-file
           end-evaluate
           close unload-file
           if ws-data-status = "35"
              move "ABSENT" to w-file-state
           else
              if ws-data-status not = "00" and ws-data-status not = "10"
                 display "data-backup: cannot read "
                         function trim(bf-name(w-file-idx))
                         ", status=" ws-data-status
                 move "FAILED" to w-run-status
                 exit paragraph
              end-if
              add 1 to w-files-present
           end-if
           move w-hash-work to w-file-checksum
           add w-file-records to w-total-records
           move spaces to manifest-line
           string "FILE|" delimited by size
                  function trim(bf-name(w-file-idx)) delimited by size
                  "|" delimited by size
                  w-file-state delimited by size
                  "|" delimited by size
                  w-file-records delimited by size
                  "|" delimited by size
                  w-file-checksum delimited by size
                  into manifest-line
           write manifest-line.

       unload-master-file.
           open input master-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read master-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move master-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close master-file
           end-if.

       unload-region-history.
           open input region-history-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read region-history-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move region-history-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close region-history-file
           end-if.

       unload-budget-file.
           open input budget-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read budget-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move budget-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close budget-file
           end-if.

       unload-rate-file.
           open input rate-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read rate-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move exchange-rate-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close rate-file
           end-if.

       unload-period-file.
           open input period-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read period-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move fiscal-calendar-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close period-file
           end-if.

       unload-archive-file.
           open input archive-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read archive-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move master-archive-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close archive-file
           end-if.

       unload-processed-ctl.
           open input processed-ctl-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read processed-ctl-file
                    at end
                       set data-at-eof to true
                    not at end
                       move ctl-line to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close processed-ctl-file
           end-if.

       unload-operator-file.
           open input operator-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read operator-file
                    at end
                       set data-at-eof to true
                    not at end
                       move operator-line to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close operator-file
           end-if.

       unload-commentary-file.
           open input commentary-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read commentary-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move commentary-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close commentary-file
           end-if.

       unload-catalog-file.
           open input catalog-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read catalog-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move report-catalog-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close catalog-file
           end-if.

       unload-recurring-file.
           open input recurring-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read recurring-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move recurring-entry-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close recurring-file
           end-if.

       unload-txn-detail.
           open input txn-detail-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read txn-detail-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move txn-detail-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close txn-detail-file
           end-if.

       unload-pending-file.
           open input pending-file
           if ws-data-status = "00"
              perform until data-at-eof
                 read pending-file next record
                    at end
                       set data-at-eof to true
                    not at end
                       move master-pending-record to unload-line
                       perform write-unload-record
                 end-read
              end-perform
              close pending-file
           end-if.

       write-unload-record.
           write unload-line
           add 1 to w-file-records
           perform add-record-to-checksum.

      *> trailing spaces are not stored in the line-sequential unload,
      *> so they are left out of the checksum on both sides too
       add-record-to-checksum.
           move function length(function trim(unload-line trailing))
              to w-record-len
           if unload-line = spaces
              move 0 to w-record-len
           end-if
           perform varying w-char-idx from 1 by 1
                 until w-char-idx > w-record-len
              compute w-hash-work =
                 function mod(w-hash-work * 31
                    + function ord(unload-line(w-char-idx:1)),
                    1000000007)
           end-perform
           compute w-hash-work =
              function mod(w-hash-work * 31 + 10, 1000000007).

      *> ---- generations ------------------------------------------------

       record-generation.
           open extend generations-file
           if ws-generations-status = "35"
              open output generations-file
           end-if
           move spaces to generations-line
           string w-generation delimited by size
                  "|OK|" delimited by size
                  w-files-present delimited by size
                  "|" delimited by size
                  w-total-records delimited by size
                  into generations-line
           write generations-line
           close generations-file.

      *> keep the newest BACKUP_GENERATIONS: the oldest lines beyond
      *> that are removed from disk and from the index, which is
      *> rebuilt through generations.new the way operator-maint
      *> replaces operators.dat
       drop-old-generations.
           move 0 to w-gen-count
           open input generations-file
           if ws-generations-status not = "00"
              exit paragraph
           end-if
           move "N" to ws-generations-eof
           perform until generations-at-eof
              read generations-file
                 at end
                    set generations-at-eof to true
                 not at end
                    if generations-line not = spaces
                       and w-gen-count < w-gen-max
                       add 1 to w-gen-count
                       move generations-line to gt-line(w-gen-count)
                    end-if
              end-read
           end-perform
           close generations-file
           if w-gen-count <= w-keep-count
              exit paragraph
           end-if
           compute w-drop-count = w-gen-count - w-keep-count
           perform varying w-gen-idx from 1 by 1
                 until w-gen-idx > w-drop-count
              perform remove-one-generation
           end-perform
           open output generations-new-file
           add 1 to w-drop-count
           perform varying w-gen-idx from w-drop-count by 1
                 until w-gen-idx > w-gen-count
              move gt-line(w-gen-idx) to generations-new-line
              write generations-new-line
           end-perform
           close generations-new-file
           call "C$DELETE" using w-generations-path, "S"
           call "C$COPY" using w-generations-new-path,
              w-generations-path, "S"
           call "C$DELETE" using w-generations-new-path, "S".

       remove-one-generation.
           move gt-line(w-gen-idx)(1:14) to w-old-generation
           move spaces to w-old-dir
           string function trim(w-backup-root) delimited by size
                  "/" delimited by size
                  w-old-generation delimited by size
                  into w-old-dir
           perform varying w-file-idx from 1 by 1
                 until w-file-idx > w-file-count
              move spaces to w-unload-path
              string function trim(w-old-dir) delimited by size
                     "/" delimited by size
                     function trim(bf-name(w-file-idx))
                        delimited by size
                     ".unl" delimited by size
                     into w-unload-path
              call "C$DELETE" using w-unload-path, "S"
           end-perform
           move spaces to w-manifest-path
           string function trim(w-old-dir) delimited by size
                  "/backup-manifest.txt" delimited by size
                  into w-manifest-path
           call "C$DELETE" using w-manifest-path, "S"
           call "CBL_DELETE_DIR" using w-old-dir
           display "data-backup: generation " w-old-generation
                   " removed".

      *> one line appended to run-summary.log, same token layout the
      *> other jobs use.
       write-run-summary.
           accept w-end-time from time
           compute w-elapsed-secs =
              function abs((w-end-time / 100) - (w-start-time / 100))
           open extend summary-output-file
           if ws-summary-status = "35"
              open output summary-output-file
           end-if
           move spaces to summary-line
           string "data-backup " delimited by size
                  w-run-date delimited by size
                  " generation=" delimited by size
                  w-generation delimited by size
                  " files=" delimited by size
                  w-files-present delimited by size
                  " records=" delimited by size
                  w-total-records delimited by size
                  " elapsed-secs=" delimited by size
                  w-elapsed-secs delimited by size
                  " status=" delimited by size
                  w-run-status delimited by size
                  into summary-line
           write summary-line
           close summary-output-file.
