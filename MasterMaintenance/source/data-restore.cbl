       >>SOURCE FORMAT FREE
       program-id. data-restore.

      *>********************************************************************<*
      *>***** Brings back one data-backup generation as a set. The     *****<*
      *>***** generation's manifest must be complete (its END line)    *****<*
      *>***** and every unload file must still give the record count   *****<*
      *>***** and checksum the manifest recorded; one mismatch and     *****<*
      *>***** nothing is restored. Runs in BACKUP_RESTORE_DRY_RUN      *****<*
      *>***** (verify and list only) mode unless explicitly told       *****<*
      *>***** otherwise, like master-restore. A live restore needs a   *****<*
      *>***** real sign-on with the ADMIN role, holds the master.lck   *****<*
      *>***** marker, reloads every file the generation holds, proves  *****<*
      *>***** the reloaded counts and goes on the audit trail.         *****<*
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
           select lock-marker-file assign to "master.lck"
               organization is line sequential
               file status is ws-marker-status.

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

       fd  lock-marker-file.
       01  lock-marker-line    pic x(80).

       working-storage section.
       77  ws-data-status      pic xx.
       77  ws-unload-status    pic xx.
       77  ws-unload-eof       pic x value "N".
           88 unload-at-eof        value "Y".
       77  ws-manifest-status  pic xx.
       77  ws-manifest-eof     pic x value "N".
           88 manifest-at-eof      value "Y".
       77  ws-generations-status pic xx.
       77  ws-generations-eof  pic x value "N".
           88 generations-at-eof   value "Y".
       77  ws-marker-status    pic xx.

       77  w-dry-run           pic x value "Y".
           88 restore-dry-run  value "Y".
           88 restore-live     value "N".
       77  w-backup-root       pic x(64) value "backup".
       77  w-generation        pic x(14).
       77  w-gen-dir           pic x(128).
       77  w-unload-path       pic x(180).
       77  w-manifest-path     pic x(180).
       77  w-generations-path  pic x(128).

      *> the manifest: GEN|stamp|user, one FILE|name|state|records|
      *> checksum line per file, END|files|records
       77  w-parse-tag         pic x(4).
       77  w-parse-name        pic x(32).
       77  w-parse-state       pic x(7).
       77  w-parse-records     pic x(12).
       77  w-parse-checksum    pic x(12).
       77  w-end-seen          pic x value "N".
           88 manifest-complete    value "Y".
       77  w-end-files         pic 9(4).
       77  w-end-records       pic 9(9).
       77  w-set-count         pic 9(2) value 0.
       77  w-set-max           pic 9(2) value 20.
       77  w-set-idx           pic 9(2).
       01  restore-set-table.
           05 restore-entry occurs 20 times.
              10 rs-name       pic x(32).
              10 rs-state      pic x(7).
                 88 rs-present     value "PRESENT".
              10 rs-records    pic 9(9).
              10 rs-checksum   pic 9(10).
              10 rs-reloaded   pic 9(9).

      *> the same running hash data-backup recorded
       77  w-hash-work         pic 9(12).
       77  w-char-idx          pic 9(3).
       77  w-record-len        pic 9(3).
       77  w-file-records      pic 9(9).
       77  w-file-checksum     pic 9(10).
       77  w-total-records     pic 9(9) value 0.

       77  w-run-failed        pic x value "N".
           88 restore-failed       value "Y".
       77  w-lock-held         pic x value "N".
           88 lock-held-by-us      value "Y".

      *> audit lines go through audit-append, which chains the |h=
      *> suffix from the previous line before appending
       77  audit-line          pic x(200).
       01  audit-parm.
           05 ap-text          pic x(200).

      *> a live restore replaces every file in the set, so it needs a
      *> real sign-on and the ADMIN role; the dry run is open to
      *> anyone who can read the backup
       77  w-op-user           pic x(20).
       77  w-op-roles          pic x(40).
       01  signon-parm.
           05 so-program       pic x(20).
           05 so-user          pic x(20).
           05 so-roles         pic x(40).
           05 so-status        pic x(1).
       01  auth-parm.
           05 au-user          pic x(20).
           05 au-roles         pic x(40).
           05 au-program       pic x(20).
           05 au-function      pic x(12).
           05 au-role-needed   pic x(12).
           05 au-allowed       pic x(1).

       procedure division.
       main.
           perform get-restore-config
           if restore-live
              move "data-restore" to so-program
              call "operator-signon" using signon-parm
              if so-status not = "Y"
                 move 8 to return-code
                 goback
              end-if
              move so-user to w-op-user
              move so-roles to w-op-roles
              move w-op-user to au-user
              move w-op-roles to au-roles
              move "data-restore" to au-program
              move "live-restore" to au-function
              move "ADMIN" to au-role-needed
              call "operator-auth" using auth-parm
              if au-allowed not = "Y"
                 move 8 to return-code
                 goback
              end-if
           end-if
           perform choose-generation
           perform load-manifest
           perform verify-generation
           if restore-failed
              display "data-restore: generation " w-generation
                      " failed verification -- nothing restored"
              move 8 to return-code
              goback
           end-if
           if restore-dry-run
              perform list-restore-set
              display "data-restore (dry run): generation "
                      w-generation " verified, " w-total-records
                      " record(s) would be restored"
              goback
           end-if
           perform check-batch-lock
           if restore-failed
              move 8 to return-code
              goback
           end-if
           perform create-batch-lock
           perform varying w-set-idx from 1 by 1
                 until w-set-idx > w-set-count
              if rs-present(w-set-idx)
                 perform reload-one-file
              else
                 display "  " function trim(rs-name(w-set-idx))
                         " was absent when backed up -- left as is"
              end-if
           end-perform
           perform prove-reload-counts
           perform write-audit-record
           perform remove-batch-lock
           if restore-failed
              display "data-restore: generation " w-generation
                      " restore did NOT complete -- see above"
              move 8 to return-code
           else
              display "data-restore: generation " w-generation
                      " restored, " w-total-records " record(s)"
           end-if
           goback.

      *> BACKUP_RESTORE_DRY_RUN defaults to "Y" -- the operator has to
      *> opt into BACKUP_RESTORE_DRY_RUN=N before any file is touched.
       get-restore-config.
           accept w-dry-run from environment "BACKUP_RESTORE_DRY_RUN"
              on exception move "Y" to w-dry-run
           end-accept
           move function upper-case(w-dry-run) to w-dry-run
           if not restore-live
              set restore-dry-run to true
           end-if
           accept w-backup-root from environment "BACKUP_ROOT"
              on exception move "backup" to w-backup-root
           end-accept
           if w-backup-root = spaces
              move "backup" to w-backup-root
           end-if
           move spaces to w-generations-path
           string function trim(w-backup-root) delimited by size
                  "/generations.log" delimited by size
                  into w-generations-path.

      *> BACKUP_RESTORE_GENERATION or a prompt; blank takes the newest
      *> generation on generations.log
       choose-generation.
           accept w-generation from environment
              "BACKUP_RESTORE_GENERATION"
              on exception move spaces to w-generation
           end-accept
           if w-generation = spaces
              display "generation (yyyymmddhhmmss, blank = latest): "
                 with no advancing
              accept w-generation
           end-if
           if w-generation = spaces
              open input generations-file
              if ws-generations-status = "00"
                 move "N" to ws-generations-eof
                 perform until generations-at-eof
                    read generations-file
                       at end
                          set generations-at-eof to true
                       not at end
                          if generations-line not = spaces
                             move generations-line(1:14)
                                to w-generation
                          end-if
                    end-read
                 end-perform
                 close generations-file
              end-if
           end-if
           move spaces to w-gen-dir w-manifest-path
           string function trim(w-backup-root) delimited by size
                  "/" delimited by size
                  w-generation delimited by size
                  into w-gen-dir
           string function trim(w-gen-dir) delimited by size
                  "/backup-manifest.txt" delimited by size
                  into w-manifest-path.

       load-manifest.
           if w-generation = spaces
              display "data-restore: no backup generation to restore"
              set restore-failed to true
              exit paragraph
           end-if
           open input manifest-file
           if ws-manifest-status not = "00"
              display "data-restore: no manifest at "
                      function trim(w-manifest-path)
                      ", status=" ws-manifest-status
              set restore-failed to true
              exit paragraph
           end-if
           move "N" to ws-manifest-eof
           perform until manifest-at-eof
              read manifest-file
                 at end
                    set manifest-at-eof to true
                 not at end
                    perform take-manifest-line
              end-read
           end-perform
           close manifest-file.

       take-manifest-line.
           move spaces to w-parse-tag w-parse-name w-parse-state
                          w-parse-records w-parse-checksum
           unstring manifest-line delimited by "|"
              into w-parse-tag, w-parse-name, w-parse-state,
                   w-parse-records, w-parse-checksum
           evaluate w-parse-tag
           when "FILE"
              if w-set-count >= w-set-max
                 display "data-restore: manifest lists more than "
                         w-set-max " files"
                 set restore-failed to true
              else
                 add 1 to w-set-count
                 move w-parse-name to rs-name(w-set-count)
                 move w-parse-state to rs-state(w-set-count)
                 move function numval(w-parse-records)
                    to rs-records(w-set-count)
                 move function numval(w-parse-checksum)
                    to rs-checksum(w-set-count)
                 move 0 to rs-reloaded(w-set-count)
              end-if
           when "END"
              set manifest-complete to true
              move function numval(w-parse-name) to w-end-files
              move function numval(w-parse-state) to w-end-records
           end-evaluate.

      *> ---- verification -----------------------------------------------

      *> complete manifest, every file one this program can reload,
      *> and every unload file giving back its recorded count and
      *> checksum -- checked before anything is touched
       verify-generation.
           if restore-failed
              exit paragraph
           end-if
           if not manifest-complete
              display "data-restore: manifest has no END line -- the"
                      " backup did not finish"
              set restore-failed to true
              exit paragraph
           end-if
           if w-end-files not = w-set-count
              display "data-restore: manifest lists " w-set-count
                      " file(s), END line says " w-end-files
              set restore-failed to true
              exit paragraph
           end-if
           perform varying w-set-idx from 1 by 1
                 until w-set-idx > w-set-count
              perform verify-one-file
           end-perform
           if not restore-failed and w-total-records not = w-end-records
              display "data-restore: files hold " w-total-records
                      " record(s), END line says " w-end-records
              set restore-failed to true
           end-if.

       verify-one-file.
           evaluate rs-name(w-set-idx)
           when "master.dat"
           when "region-history.dat"
           when "budget.dat"
           when "exchange-rate.dat"
           when "fiscal-calendar.dat"
           when "master-archive.dat"
           when "processed-extracts.dat"
           when "operators.dat"
           when "commentary.dat"
           when "report-catalog.dat"
           when "recurring.dat"
           when "txn-detail.dat"
           when "master-pending.dat"
              continue
           when other
              display "  " function trim(rs-name(w-set-idx))
                      " is not a file this program can restore"
              set restore-failed to true
              exit paragraph
           end-evaluate
           perform build-unload-path
           move 0 to w-file-records
           move 17 to w-hash-work
           open input unload-file
           if ws-unload-status not = "00"
              display "  " function trim(rs-name(w-set-idx))
                      " MISSING unload file, status=" ws-unload-status
              set restore-failed to true
              exit paragraph
           end-if
           move "N" to ws-unload-eof
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    add 1 to w-file-records
                    perform add-record-to-checksum
              end-read
           end-perform
           close unload-file
           move w-hash-work to w-file-checksum
           add w-file-records to w-total-records
           if w-file-records not = rs-records(w-set-idx)
              or w-file-checksum not = rs-checksum(w-set-idx)
              display "  " function trim(rs-name(w-set-idx))
                      " MISMATCH: records " w-file-records
                      " checksum " w-file-checksum
                      ", manifest says " rs-records(w-set-idx)
                      " / " rs-checksum(w-set-idx)
              set restore-failed to true
           else
              display "  " function trim(rs-name(w-set-idx))
                      " verified, " w-file-records " record(s)"
           end-if.

       build-unload-path.
           move spaces to w-unload-path
           string function trim(w-gen-dir) delimited by size
                  "/" delimited by size
                  function trim(rs-name(w-set-idx)) delimited by size
                  ".unl" delimited by size
                  into w-unload-path.

      *> trailing spaces are not stored in the line-sequential unload,
      *> so they are left out of the checksum, as data-backup does
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

       list-restore-set.
           perform varying w-set-idx from 1 by 1
                 until w-set-idx > w-set-count
              if rs-present(w-set-idx)
                 display "WOULD RESTORE: "
                         function trim(rs-name(w-set-idx)) " ("
                         rs-records(w-set-idx) " record(s))"
              else
                 display "ABSENT IN BACKUP: "
                         function trim(rs-name(w-set-idx))
                         " (left as is)"
              end-if
           end-perform.

      *> ---- the batch lock ---------------------------------------------

      *> a marker already present means a batch run, a reorg or a
      *> backup holds the files; reloading underneath it would be the
      *> interleaving the marker exists to prevent
       check-batch-lock.
           open input lock-marker-file
           if ws-marker-status = "00"
              move spaces to lock-marker-line
              read lock-marker-file
                 at end continue
                 not at end continue
              end-read
              close lock-marker-file
              display "data-restore: master file busy: "
                      function trim(lock-marker-line)
              set restore-failed to true
           end-if.

       create-batch-lock.
           open output lock-marker-file
           move spaces to lock-marker-line
           string function trim(w-op-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|data-restore" delimited by size
                  into lock-marker-line
           write lock-marker-line
           close lock-marker-file
           set lock-held-by-us to true.

       remove-batch-lock.
           if lock-held-by-us
              call "C$DELETE" using "master.lck", "S"
              move "N" to w-lock-held
           end-if.

      *> ---- reloading --------------------------------------------------

      *> each file is rebuilt from empty (open output) and refilled
      *> from its unload file in key order
       reload-one-file.
           perform build-unload-path
           open input unload-file
           if ws-unload-status not = "00"
              display "  " function trim(rs-name(w-set-idx))
                      " unload file unreadable, status="
                      ws-unload-status
              set restore-failed to true
              exit paragraph
           end-if
           move "N" to ws-unload-eof
           evaluate rs-name(w-set-idx)
           when "master.dat"             perform reload-master-file
           when "region-history.dat"     perform reload-region-history
           when "budget.dat"             perform reload-budget-file
           when "exchange-rate.dat"      perform reload-rate-file
           when "fiscal-calendar.dat"    perform reload-period-file
           when "master-archive.dat"     perform reload-archive-file
           when "processed-extracts.dat" perform reload-processed-ctl
           when "operators.dat"          perform reload-operator-file
           when "commentary.dat"         perform reload-commentary-file
           when "report-catalog.dat"     perform reload-catalog-file
           when "recurring.dat"          perform reload-recurring-file
           when "txn-detail.dat"         perform reload-txn-detail
           when "master-pending.dat"     perform reload-pending-file
           end-evaluate
           close unload-file
           display "  " function trim(rs-name(w-set-idx))
                   " reloaded, " rs-reloaded(w-set-idx) " record(s)".

       reload-master-file.
           open output master-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to master-record
                    write master-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close master-file.

       reload-region-history.
           open output region-history-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to region-history-record
                    write region-history-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close region-history-file.

       reload-budget-file.
           open output budget-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to budget-record
                    write budget-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close budget-file.

       reload-rate-file.
           open output rate-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to exchange-rate-record
                    write exchange-rate-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close rate-file.

       reload-period-file.
           open output period-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to fiscal-calendar-record
                    write fiscal-calendar-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close period-file.

       reload-archive-file.
           open output archive-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to master-archive-record
                    write master-archive-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close archive-file.

       reload-processed-ctl.
           open output processed-ctl-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to ctl-line
                    write ctl-line
                    add 1 to rs-reloaded(w-set-idx)
              end-read
           end-perform
           close processed-ctl-file.

       reload-operator-file.
           open output operator-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to operator-line
                    write operator-line
                    add 1 to rs-reloaded(w-set-idx)
              end-read
           end-perform
           close operator-file.

       reload-commentary-file.
           open output commentary-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to commentary-record
                    write commentary-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close commentary-file.

       reload-catalog-file.
           open output catalog-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to report-catalog-record
                    write report-catalog-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close catalog-file.

       reload-recurring-file.
           open output recurring-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to recurring-entry-record
                    write recurring-entry-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close recurring-file.

       reload-txn-detail.
           open output txn-detail-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to txn-detail-record
                    write txn-detail-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close txn-detail-file.

       reload-pending-file.
           open output pending-file
           if ws-data-status not = "00"
              perform report-reload-open-error
              exit paragraph
           end-if
           perform until unload-at-eof
              read unload-file
                 at end
                    set unload-at-eof to true
                 not at end
                    move unload-line to master-pending-record
                    write master-pending-record
                       invalid key
                          perform report-reload-write-error
                       not invalid key
                          add 1 to rs-reloaded(w-set-idx)
                    end-write
              end-read
           end-perform
           close pending-file.

       report-reload-open-error.
           display "  " function trim(rs-name(w-set-idx))
                   " cannot be rebuilt, status=" ws-data-status
           set restore-failed to true.

       report-reload-write-error.
           display "  " function trim(rs-name(w-set-idx))
                   " reload write failed, status=" ws-data-status
           set restore-failed to true.

      *> every reloaded file has to hold exactly what the manifest
      *> says was backed up
       prove-reload-counts.
           perform varying w-set-idx from 1 by 1
                 until w-set-idx > w-set-count
              if rs-present(w-set-idx)
                 and rs-reloaded(w-set-idx) not = rs-records(w-set-idx)
                 display "data-restore: COUNTS DO NOT TIE -- "
                         function trim(rs-name(w-set-idx))
                         " backed up=" rs-records(w-set-idx)
                         " reloaded=" rs-reloaded(w-set-idx)
                 set restore-failed to true
              end-if
           end-perform.

      *> the restore itself goes on the audit trail: who brought back
      *> which generation and how many records came with it
       write-audit-record.
           move spaces to audit-line
           string function trim(w-op-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|RESTORE" delimited by size
                  "|BACKUP-SET" delimited by size
                  "|gen=" delimited by size
                  w-generation delimited by size
                  "|records=" delimited by size
                  w-total-records delimited by size
                  "|failed=" delimited by size
                  w-run-failed delimited by size
                  into audit-line
           move audit-line to ap-text
           call "audit-append" using audit-parm.
