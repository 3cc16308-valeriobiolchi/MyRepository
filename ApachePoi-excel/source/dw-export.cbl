       >>SOURCE FORMAT FREE
       program-id. dw-export.

      *>********************************************************************<*
      *>***** Nightly change-data export for the data warehouse. For   *****<*
      *>***** region-history.dat, budget.dat, exchange-rate.dat and    *****<*
      *>***** every version on master.dat it writes one "|" delimited  *****<*
      *>***** file into the day's archive directory: an H header       *****<*
      *>***** naming the file, the mode and the high-water mark it     *****<*
      *>***** runs from, one A/C/D line per record added, changed or   *****<*
      *>***** deleted since then, and a T trailer with the line count  *****<*
      *>***** and the count of each kind. None of the files carry a    *****<*
      *>***** change stamp, so the high-water mark is the image of     *****<*
      *>***** each file as it stood at the last export that went out   *****<*
      *>***** (dw-export/<file>.img, its stamp and record count on     *****<*
      *>***** dw-export/export-control.dat): the file is read in key   *****<*
      *>***** order against its image and every difference is a       *****<*
      *>***** change. The mark only moves once the files are           *****<*
      *>***** delivered, so a rerun after a failed night resends the   *****<*
      *>***** same delta. Delivery is the SFTP distribution the report *****<*
      *>***** jobs use (DISTRIBUTE_SFTP_*), into EXPORT_SFTP_DIR when  *****<*
      *>***** the warehouse lands elsewhere. EXPORT_MODE is DELTA (the *****<*
      *>***** default), FULL -- every record, for the first load or    *****<*
      *>***** after a history rebuild -- or RESEND, which delivers the *****<*
      *>***** files of the last export again without reading anything. *****<*
      *>***** A file with no image yet is always sent in full.         *****<*
      *>********************************************************************<*

       environment division.
       configuration section.
       repository.
           class j-jsch as "com.jcraft.jsch.JSch"
           class j-jschsession as "com.jcraft.jsch.Session"
           class j-channelsftp as "com.jcraft.jsch.ChannelSftp"
           .

       input-output section.
       file-control.
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
           select master-file assign to "master.dat"
               organization is indexed
               access mode is dynamic
               record key is mr-record-key
               alternate record key is mr-name with duplicates
               file status is ws-data-status.
           select image-file assign to w-image-path
               organization is line sequential
               file status is ws-image-status.
           select new-image-file assign to w-new-image-path
               organization is line sequential
               file status is ws-new-image-status.
           select export-file assign to w-export-path
               organization is line sequential
               file status is ws-export-status.
           select control-file assign to w-control-path
               organization is line sequential
               file status is ws-control-status.
           select control-new-file assign to w-control-new-path
               organization is line sequential
               file status is ws-control-new-status.
           select lock-marker-file assign to "master.lck"
               organization is line sequential
               file status is ws-marker-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  region-history-file.
       copy "region-history.cpy".

       fd  budget-file.
       copy "budget-record.cpy".

       fd  rate-file.
       copy "exchange-rate.cpy".

       fd  master-file.
       copy "master-record.cpy".

       fd  image-file.
       01  image-line          pic x(80).

       fd  new-image-file.
       01  new-image-line      pic x(80).

       fd  export-file.
       01  export-line         pic x(200).

       fd  control-file.
       01  control-line        pic x(300).

       fd  control-new-file.
       01  control-new-line    pic x(300).

       fd  lock-marker-file.
       01  lock-marker-line    pic x(80).

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       77 w-report-name        pic x(32) value "dw-export".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-state-dir          pic x(64) value "dw-export".
       77 w-run-date           pic x(8).
       77 w-export-stamp       pic x(14).
       77 w-archive-day-path   pic x(256).
       77 w-summary-path       pic x(256).
       77 w-image-path         pic x(128).
       77 w-new-image-path     pic x(128).
       77 w-export-path        pic x(256).
       77 w-control-path       pic x(128).
       77 w-control-new-path   pic x(128).
       77 ws-data-status       pic xx.
       77 ws-image-status      pic xx.
       77 ws-new-image-status  pic xx.
       77 ws-export-status     pic xx.
       77 ws-control-status    pic xx.
       77 ws-control-new-status pic xx.
       77 ws-marker-status     pic xx.
       77 ws-summary-status    pic xx.
       77 ws-control-eof       pic x value "N".
          88 control-at-eof        value "Y".

      *> EXPORT_MODE: DELTA, FULL or RESEND
       77 w-export-mode        pic x(6) value "DELTA".
          88 export-delta          value "DELTA".
          88 export-full           value "FULL".
          88 export-resend         value "RESEND".

      *> the exported files, in export order; the key length is how
      *> much of the record the balance-line compare matches on
       01 export-file-names.
          05 filler            pic x(32) value "region-history.dat".
          05 filler            pic 9(2)  value 16.
          05 filler            pic x(32) value "budget.dat".
          05 filler            pic 9(2)  value 14.
          05 filler            pic x(32) value "exchange-rate.dat".
          05 filler            pic 9(2)  value 11.
          05 filler            pic x(32) value "master.dat".
          05 filler            pic 9(2)  value 18.
       01 export-file-list redefines export-file-names.
          05 export-file-entry occurs 4 times.
             10 xf-name        pic x(32).
             10 xf-key-len     pic 9(2).
       77 w-file-count         pic 9(2) value 4.
       77 w-file-idx           pic 9(2).
       77 w-file-base          pic x(32).

      *> export-control.dat: file|mark|records|last export path --
      *> the mark is the stamp of the export the image belongs to
       01 control-table.
          05 control-entry occurs 4 times.
             10 xc-mark        pic x(14).
             10 xc-records     pic 9(9).
             10 xc-path        pic x(256).
             10 xc-new-records pic 9(9).
             10 xc-new-lines   pic 9(9).
             10 xc-new-path    pic x(256).
       77 w-ctl-name           pic x(32).
       77 w-ctl-mark           pic x(14).
       77 w-ctl-records        pic x(9).
       77 w-ctl-path           pic x(256).

      *> the balance line: the next record of the live file against
      *> the next record of its image
       77 w-cur-record         pic x(80).
       77 w-cur-eof            pic x.
          88 current-at-eof        value "Y".
       77 w-img-record         pic x(80).
       77 w-img-eof            pic x.
          88 image-at-eof          value "Y".
       77 w-key-len            pic 9(2).
       77 w-image-open         pic x.
          88 image-is-open         value "Y".
       77 w-data-open          pic x.
          88 data-is-open          value "Y".
       77 w-file-full          pic x.
          88 file-sent-full        value "Y".

      *> one delimited line, built from the record in w-fmt-record
       77 w-action             pic x.
       77 w-fmt-record         pic x(80).
       77 w-line-ptr           pic 9(3).
       77 w-edit-signed        pic -(8)9.999.
       77 w-edit-amount        pic z(9)9.999.
       77 w-edit-rate          pic z(3)9.9(6).
       77 w-edit-value         pic z(7)9.99.

      *> control counts for the trailer and the run summary
       77 w-line-count         pic 9(9).
       77 w-add-count          pic 9(9).
       77 w-change-count       pic 9(9).
       77 w-delete-count       pic 9(9).
       77 w-image-count        pic 9(9).
       77 w-total-lines        pic 9(9) value 0.
       77 w-files-sent         pic 9(2) value 0.

      *> the lock marker: wait out a batch step or master session
      *> that still holds it (EXPORT_LOCK_WAIT seconds, checked every
      *> five), so the export is one point in time across the files
       77 w-lock-wait-x        pic x(6).
       77 w-lock-wait          pic 9(6) value 600.
       77 w-lock-waited        pic 9(6).
       77 w-lock-held          pic x value "N".
          88 lock-held-by-us       value "Y".
       77 w-audit-user         pic x(20).

      *> delivery: the DISTRIBUTE_SFTP_* settings the report jobs use;
      *> no host means the files stay in the archive for collection
       77 w-sftp-host          pic x(64).
       77 w-sftp-port          pic 9(5) value 22.
       77 w-sftp-user          pic x(32).
       77 w-sftp-password      pic x(32).
       77 w-sftp-remote-path   pic x(128).
       77 w-sftp-known-hosts   pic x(128).
       77 w-jsch               object reference j-jsch.
       77 w-jsch-session       object reference j-jschsession.
       77 w-channel-sftp       object reference j-channelsftp.
       77 w-delivered          pic x value "N".
          88 export-delivered      value "Y".

       77 w-run-status         pic x(7) value "SUCCESS".
       77 w-start-time         pic 9(8).
       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

      *> every export file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
           move function current-date(1:8) to w-run-date
           move function current-date(1:14) to w-export-stamp
           perform get-export-config
           perform build-export-paths
           perform load-export-control
           if export-resend
              perform resend-last-export
           else
              perform acquire-batch-lock
              if lock-held-by-us
                 perform varying w-file-idx from 1 by 1
                       until w-file-idx > w-file-count
                       or w-run-status = "FAILED"
                    perform export-one-file
                 end-perform
                 perform remove-batch-lock
              end-if
              if w-run-status = "SUCCESS"
                 perform deliver-export
              end-if
              if w-run-status = "SUCCESS"
                 perform advance-high-water-marks
                 perform varying w-file-idx from 1 by 1
                       until w-file-idx > w-file-count
                    perform catalog-output
                 end-perform
                 display "dw-export: " w-files-sent " file(s), "
                         w-total-lines " change line(s), mark "
                         w-export-stamp
              end-if
           end-if
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

       get-export-config.
           accept w-export-mode from environment "EXPORT_MODE"
              on exception move "DELTA" to w-export-mode
           end-accept
           move function upper-case(function trim(w-export-mode))
              to w-export-mode
           if w-export-mode = spaces
              move "DELTA" to w-export-mode
           end-if
           if not export-delta and not export-full
              and not export-resend
              display "dw-export: EXPORT_MODE " w-export-mode
                      " not recognised, running DELTA"
              move "DELTA" to w-export-mode
           end-if
           accept w-lock-wait-x from environment "EXPORT_LOCK_WAIT"
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
           accept w-sftp-host from environment "DISTRIBUTE_SFTP_HOST"
              on exception move spaces to w-sftp-host
           end-accept
           accept w-sftp-user from environment "DISTRIBUTE_SFTP_USER"
              on exception move spaces to w-sftp-user
           end-accept
           accept w-sftp-password from environment "DISTRIBUTE_SFTP_PASSWORD"
              on exception move spaces to w-sftp-password
           end-accept
           accept w-sftp-known-hosts from environment "DISTRIBUTE_SFTP_KNOWN_HOSTS"
              on exception move spaces to w-sftp-known-hosts
           end-accept
           accept w-sftp-remote-path from environment "EXPORT_SFTP_DIR"
              on exception move spaces to w-sftp-remote-path
           end-accept
           if w-sftp-remote-path = spaces
              accept w-sftp-remote-path from environment "DISTRIBUTE_SFTP_DIR"
                 on exception move spaces to w-sftp-remote-path
              end-accept
           end-if.

       build-export-paths.
           string w-archive-dir delimited by space
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           call "C$MAKEDIR" using w-archive-dir
           call "C$MAKEDIR" using w-archive-day-path
           call "C$MAKEDIR" using w-state-dir
           string function trim(w-archive-day-path) delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path
           string function trim(w-state-dir) delimited by size
                  "/export-control.dat" delimited by size
                  into w-control-path
           string function trim(w-state-dir) delimited by size
                  "/export-control.new" delimited by size
                  into w-control-new-path.

      *> a file missing from export-control.dat (or no control file
      *> at all) has no mark yet and goes out in full
       load-export-control.
           perform varying w-file-idx from 1 by 1
                 until w-file-idx > w-file-count
              move spaces to xc-mark(w-file-idx) xc-path(w-file-idx)
                             xc-new-path(w-file-idx)
              move 0 to xc-records(w-file-idx)
                        xc-new-records(w-file-idx)
                        xc-new-lines(w-file-idx)
           end-perform
           open input control-file
           if ws-control-status not = "00"
              exit paragraph
           end-if
           move "N" to ws-control-eof
           perform until control-at-eof
              read control-file
                 at end
                    set control-at-eof to true
                 not at end
                    perform take-control-line
              end-read
           end-perform
           close control-file.

       take-control-line.
           move spaces to w-ctl-name w-ctl-mark w-ctl-records w-ctl-path
           unstring control-line delimited by "|"
              into w-ctl-name, w-ctl-mark, w-ctl-records, w-ctl-path
           perform varying w-file-idx from 1 by 1
                 until w-file-idx > w-file-count
              if w-ctl-name = xf-name(w-file-idx)
                 move w-ctl-mark to xc-mark(w-file-idx)
                 move function numval(w-ctl-records)
                    to xc-records(w-file-idx)
                 move w-ctl-path to xc-path(w-file-idx)
              end-if
           end-perform.

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
              display "dw-export: master files still busy after "
                      w-lock-wait " s: " function trim(lock-marker-line)
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           open output lock-marker-file
           move spaces to lock-marker-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|dw-export" delimited by size
                  into lock-marker-line
           write lock-marker-line
           close lock-marker-file
           set lock-held-by-us to true.

       remove-batch-lock.
           call "C$DELETE" using "master.lck", "S"
           move "N" to w-lock-held.

      *> ---- one file ---------------------------------------------------

      *> the live file is read in key order against the image of the
      *> last export: a key only on the file is an add, a key on both
      *> with different contents a change, a key only on the image a
      *> delete. The new image is written alongside and only replaces
      *> the old one once the export has gone out.
       export-one-file.
           move spaces to w-file-base
           unstring xf-name(w-file-idx) delimited by ".dat"
              into w-file-base
           move xf-key-len(w-file-idx) to w-key-len
           move spaces to w-image-path w-new-image-path w-export-path
           string function trim(w-state-dir) delimited by size
                  "/" delimited by size
                  function trim(w-file-base) delimited by size
                  ".img" delimited by size
                  into w-image-path
           string function trim(w-state-dir) delimited by size
                  "/" delimited by size
                  function trim(w-file-base) delimited by size
                  ".new" delimited by size
                  into w-new-image-path
           string function trim(w-archive-day-path) delimited by size
                  "/dw-" delimited by size
                  function trim(w-file-base) delimited by size
                  "-" delimited by size
                  w-export-stamp delimited by size
                  ".txt" delimited by size
                  into w-export-path
           move 0 to w-line-count w-add-count w-change-count
                     w-delete-count w-image-count
           move "N" to w-file-full
           if export-full or xc-mark(w-file-idx) = spaces
              set file-sent-full to true
           end-if
           open output export-file
           if ws-export-status not = "00"
              display "dw-export: cannot create "
                      function trim(w-export-path)
                      ", status=" ws-export-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           open output new-image-file
           if ws-new-image-status not = "00"
              display "dw-export: cannot create "
                      function trim(w-new-image-path)
                      ", status=" ws-new-image-status
              close export-file
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           perform open-current-file
           if w-run-status = "FAILED"
              close export-file new-image-file
              exit paragraph
           end-if
      *> an image that has gone missing cannot be compared against;
      *> the file goes out in full and the warehouse reloads it
           move "N" to w-img-eof w-image-open
           if not file-sent-full
              open input image-file
              if ws-image-status = "00"
                 set image-is-open to true
              else
                 set file-sent-full to true
              end-if
           end-if
           if file-sent-full
              set image-at-eof to true
           end-if
           perform write-export-header
           perform read-current-record
           perform read-image-record
           perform until current-at-eof and image-at-eof
              perform compare-one-key
           end-perform
           if image-is-open
              close image-file
           end-if
           perform close-current-file
           close new-image-file
           perform write-export-trailer
           close export-file
           move w-image-count to xc-new-records(w-file-idx)
           move w-line-count to xc-new-lines(w-file-idx)
           move w-export-path to xc-new-path(w-file-idx)
           add w-line-count to w-total-lines
           add 1 to w-files-sent
           display "dw-export: " function trim(xf-name(w-file-idx))
                   " adds=" w-add-count " changes=" w-change-count
                   " deletes=" w-delete-count.

       compare-one-key.
           evaluate true
           when image-at-eof
              move "A" to w-action
              perform export-current-record
           when current-at-eof
              perform export-deleted-record
           when w-cur-record(1:w-key-len) < w-img-record(1:w-key-len)
              move "A" to w-action
              perform export-current-record
           when w-cur-record(1:w-key-len) > w-img-record(1:w-key-len)
              perform export-deleted-record
           when other
              if w-cur-record not = w-img-record
                 move "C" to w-action
                 perform export-current-record
              else
                 perform keep-current-record
              end-if
              perform read-image-record
           end-evaluate.

       export-current-record.
           move w-cur-record to w-fmt-record
           perform write-export-line
           evaluate w-action
           when "A" add 1 to w-add-count
           when "C" add 1 to w-change-count
           end-evaluate
           perform keep-current-record.

      *> the record goes on the new image whether or not it changed
       keep-current-record.
           move w-cur-record to new-image-line
           write new-image-line
           add 1 to w-image-count
           perform read-current-record.

       export-deleted-record.
           move "D" to w-action
           move w-img-record to w-fmt-record
           perform write-export-line
           add 1 to w-delete-count
           perform read-image-record.

       read-image-record.
           if image-at-eof
              exit paragraph
           end-if
           read image-file
              at end
                 set image-at-eof to true
              not at end
                 move image-line to w-img-record
           end-read.

      *> a file that does not exist yet (status 35) exports as empty
       open-current-file.
           move "N" to w-cur-eof w-data-open
           evaluate w-file-idx
           when 1 open input region-history-file
           when 2 open input budget-file
           when 3 open input rate-file
           when 4 open input master-file
           end-evaluate
           if ws-data-status = "35"
              set current-at-eof to true
              exit paragraph
           end-if
           if ws-data-status not = "00"
              display "dw-export: cannot read "
                      function trim(xf-name(w-file-idx))
                      ", status=" ws-data-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           set data-is-open to true.

       read-current-record.
           if current-at-eof
              exit paragraph
           end-if
           move spaces to w-cur-record
           evaluate w-file-idx
           when 1
              read region-history-file next record
                 at end set current-at-eof to true
                 not at end move region-history-record to w-cur-record
              end-read
           when 2
              read budget-file next record
                 at end set current-at-eof to true
                 not at end move budget-record to w-cur-record
              end-read
           when 3
              read rate-file next record
                 at end set current-at-eof to true
                 not at end move exchange-rate-record to w-cur-record
              end-read
           when 4
              read master-file next record
                 at end set current-at-eof to true
                 not at end move master-record to w-cur-record
              end-read
           end-evaluate.

       close-current-file.
           if not data-is-open
              exit paragraph
           end-if
           evaluate w-file-idx
           when 1 close region-history-file
           when 2 close budget-file
           when 3 close rate-file
           when 4 close master-file
           end-evaluate.

      *> ---- the export lines -------------------------------------------

      *> H|file|FULL or DELTA|this export's stamp|mark it runs from
       write-export-header.
           move spaces to export-line
           move 1 to w-line-ptr
           string "H|" delimited by size
                  function trim(xf-name(w-file-idx)) delimited by size
                  "|" delimited by size
                  into export-line with pointer w-line-ptr
           if file-sent-full
              string "FULL" delimited by size
                     into export-line with pointer w-line-ptr
           else
              string "DELTA" delimited by size
                     into export-line with pointer w-line-ptr
           end-if
           string "|" delimited by size
                  w-export-stamp delimited by size
                  "|" delimited by size
                  xc-mark(w-file-idx) delimited by size
                  into export-line with pointer w-line-ptr
           write export-line.

      *> T|file|data lines|adds|changes|deletes
       write-export-trailer.
           move spaces to export-line
           string "T|" delimited by size
                  function trim(xf-name(w-file-idx)) delimited by size
                  "|" delimited by size
                  w-line-count delimited by size
                  "|" delimited by size
                  w-add-count delimited by size
                  "|" delimited by size
                  w-change-count delimited by size
                  "|" delimited by size
                  w-delete-count delimited by size
                  into export-line
           write export-line.

      *> action|the record's fields, amounts as signed decimals; a
      *> delete carries the record as it was last sent
       write-export-line.
           move spaces to export-line
           move 1 to w-line-ptr
           evaluate w-file-idx
           when 1 perform format-history-line
           when 2 perform format-budget-line
           when 3 perform format-rate-line
           when 4 perform format-master-line
           end-evaluate
           write export-line
           add 1 to w-line-count.

       format-history-line.
           move w-fmt-record to region-history-record
           move rh-total1 to w-edit-signed
           string w-action delimited by size
                  "|" delimited by size
                  rh-company delimited by size
                  "|" delimited by size
                  rh-region delimited by size
                  "|" delimited by size
                  rh-run-date delimited by size
                  "|" delimited by size
                  function trim(w-edit-signed) delimited by size
                  "|" delimited by size
                  into export-line with pointer w-line-ptr
           move rh-total2 to w-edit-signed
           string function trim(w-edit-signed) delimited by size
                  into export-line with pointer w-line-ptr.

       format-budget-line.
           move w-fmt-record to budget-record
           move bu-amount1 to w-edit-amount
           string w-action delimited by size
                  "|" delimited by size
                  bu-company delimited by size
                  "|" delimited by size
                  bu-region delimited by size
                  "|" delimited by size
                  bu-period delimited by size
                  "|" delimited by size
                  function trim(w-edit-amount) delimited by size
                  "|" delimited by size
                  into export-line with pointer w-line-ptr
           move bu-amount2 to w-edit-amount
           string function trim(w-edit-amount) delimited by size
                  into export-line with pointer w-line-ptr.

       format-rate-line.
           move w-fmt-record to exchange-rate-record
           move xr-rate to w-edit-rate
           string w-action delimited by size
                  "|" delimited by size
                  xr-currency delimited by size
                  "|" delimited by size
                  xr-eff-date delimited by size
                  "|" delimited by size
                  function trim(w-edit-rate) delimited by size
                  "|" delimited by size
                  xr-status delimited by size
                  into export-line.

       format-master-line.
           move w-fmt-record to master-record
           move mr-value to w-edit-value
           string w-action delimited by size
                  "|" delimited by size
                  function trim(mr-key) delimited by size
                  "|" delimited by size
                  mr-eff-from delimited by size
                  "|" delimited by size
                  function trim(mr-name) delimited by size
                  "|" delimited by size
                  function trim(w-edit-value) delimited by size
                  "|" delimited by size
                  mr-status delimited by size
                  "|" delimited by size
                  mr-eff-to delimited by size
                  into export-line.

      *> ---- delivery ---------------------------------------------------

      *> all four files go in one SFTP session; a failure leaves every
      *> mark where it was, so the next run sends the same delta again
       deliver-export.
           if w-sftp-host = spaces
              display "dw-export: no DISTRIBUTE_SFTP_HOST -- export"
                      " left in " function trim(w-archive-day-path)
              exit paragraph
           end-if
           try
              perform deliver-via-sftp
              set export-delivered to true
           catch exception
              display message exception-object:>getMessage()
              display "dw-export: delivery failed, marks not moved"
              move "FAILED" to w-run-status
           end-try.

      *> the files of the last export that went out, delivered again
      *> as they were; nothing is read and no mark moves
       resend-last-export.
           if xc-path(1) = spaces and xc-path(2) = spaces
              and xc-path(3) = spaces and xc-path(4) = spaces
              display "dw-export: no previous export to resend"
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           if w-sftp-host = spaces
              display "dw-export: no DISTRIBUTE_SFTP_HOST to resend to"
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           perform varying w-file-idx from 1 by 1
                 until w-file-idx > w-file-count
              move xc-path(w-file-idx) to xc-new-path(w-file-idx)
              if xc-path(w-file-idx) not = spaces
                 add 1 to w-files-sent
              end-if
           end-perform
           try
              perform deliver-via-sftp
              set export-delivered to true
              display "dw-export: resent " w-files-sent " file(s)"
           catch exception
              display message exception-object:>getMessage()
              display "dw-export: resend failed"
              move "FAILED" to w-run-status
           end-try.

      *> every file of the export that has a path goes in one session
       deliver-via-sftp.
           set w-jsch to j-jsch:>new()
           w-jsch:>setKnownHosts(function trim(w-sftp-known-hosts))
           set w-jsch-session to w-jsch:>getSession(function trim(w-sftp-user),
              function trim(w-sftp-host), w-sftp-port)
           w-jsch-session:>setPassword(function trim(w-sftp-password))
           w-jsch-session:>setConfig("StrictHostKeyChecking", "yes")
           w-jsch-session:>connect()
           set w-channel-sftp to w-jsch-session:>openChannel("sftp") as j-channelsftp
           w-channel-sftp:>connect()
           perform varying w-file-idx from 1 by 1
                 until w-file-idx > w-file-count
              if xc-new-path(w-file-idx) not = spaces
                 w-channel-sftp:>put(function trim(xc-new-path(w-file-idx)),
                    function trim(w-sftp-remote-path))
              end-if
           end-perform
           w-channel-sftp:>disconnect()
           w-jsch-session:>disconnect().

      *> ---- the high-water marks ---------------------------------------

      *> each new image replaces the old one and export-control.dat
      *> is rewritten through export-control.new, the way
      *> operator-maint replaces operators.dat
       advance-high-water-marks.
           perform varying w-file-idx from 1 by 1
                 until w-file-idx > w-file-count
              perform advance-one-mark
           end-perform
           open output control-new-file
           perform varying w-file-idx from 1 by 1
                 until w-file-idx > w-file-count
              move spaces to control-new-line
              string function trim(xf-name(w-file-idx))
                        delimited by size
                     "|" delimited by size
                     xc-mark(w-file-idx) delimited by size
                     "|" delimited by size
                     xc-records(w-file-idx) delimited by size
                     "|" delimited by size
                     function trim(xc-path(w-file-idx))
                        delimited by size
                     into control-new-line
              write control-new-line
           end-perform
           close control-new-file
           call "C$DELETE" using w-control-path, "S"
           call "C$COPY" using w-control-new-path, w-control-path, "S"
           call "C$DELETE" using w-control-new-path, "S".

       advance-one-mark.
           move spaces to w-file-base w-image-path w-new-image-path
           unstring xf-name(w-file-idx) delimited by ".dat"
              into w-file-base
           string function trim(w-state-dir) delimited by size
                  "/" delimited by size
                  function trim(w-file-base) delimited by size
                  ".img" delimited by size
                  into w-image-path
           string function trim(w-state-dir) delimited by size
                  "/" delimited by size
                  function trim(w-file-base) delimited by size
                  ".new" delimited by size
                  into w-new-image-path
           call "C$DELETE" using w-image-path, "S"
           call "C$COPY" using w-new-image-path, w-image-path, "S"
           call "C$DELETE" using w-new-image-path, "S"
           move w-export-stamp to xc-mark(w-file-idx)
           move xc-new-records(w-file-idx) to xc-records(w-file-idx)
           move xc-new-path(w-file-idx) to xc-path(w-file-idx).

      *> ---- catalog and run summary ------------------------------------

      *> each export file goes on the report catalog once it is out;
      *> a catalog that cannot be written is reported and the run
      *> carries on
       catalog-output.
           move spaces to catalog-parm
           move "A" to cp-function
           move xc-path(w-file-idx) to cp-path
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move xf-name(w-file-idx) to cp-extract
           move xc-new-lines(w-file-idx) to cp-rows
           move 0 to cp-rejects
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display "WARNING: not cataloged: " function trim(cp-path)
           end-if.

      *> one line appended to the day's run-summary.log, same token
      *> layout the other jobs use.
       write-run-summary.
           accept w-end-time from time
           compute w-elapsed-secs =
              function abs((w-end-time / 100) - (w-start-time / 100))
           open extend summary-output-file
           if ws-summary-status = "35"
              open output summary-output-file
           end-if
           move spaces to summary-line
           string function trim(w-report-name) delimited by size
                  " " delimited by size
                  w-run-date delimited by size
                  " mode=" delimited by size
                  function trim(w-export-mode) delimited by size
                  " mark=" delimited by size
                  w-export-stamp delimited by size
                  " files=" delimited by size
                  w-files-sent delimited by size
                  " rows=" delimited by size
                  w-total-lines delimited by size
                  " delivered=" delimited by size
                  w-delivered delimited by size
                  " elapsed-secs=" delimited by size
                  w-elapsed-secs delimited by size
                  " status=" delimited by size
                  w-run-status delimited by size
                  into summary-line
           write summary-line
           close summary-output-file.
