       >>SOURCE FORMAT FREE
       program-id. company-convert.

      *>********************************************************************<*
      *>***** One-time conversion of the keyed history, budget,        *****<*
      *>***** calendar, transaction-detail and commentary files, and   *****<*
      *>***** of the adjustment register, to the layouts that carry a  *****<*
      *>***** company code in front of their keys. Every record on     *****<*
      *>***** region-history.dat, budget.dat, fiscal-calendar.dat,     *****<*
      *>***** txn-detail.dat, commentary.dat and                       *****<*
      *>***** adjustment-register.dat is unloaded in the old layout to *****<*
      *>***** <file>.pre-company.tmp, kept as <file>.pre-company.ready *****<*
      *>***** once the unload is whole, and the file is reloaded from  *****<*
      *>***** that copy with the company set to COMPANY_CODE (the home *****<*
      *>***** company when unset) -- the company every figure on file  *****<*
      *>***** so far belongs to. Only when the reload's read/written   *****<*
      *>***** counts tie does the copy become <file>.pre-company, kept *****<*
      *>***** as the way back and as the mark that the file is         *****<*
      *>***** converted: a file with that copy is skipped rather than  *****<*
      *>***** converted twice, and a file with only a .ready copy is   *****<*
      *>***** reloaded again from it, so a run that stopped part way   *****<*
      *>***** can simply be started again. Runs in CONVERT_DRY_RUN     *****<*
      *>***** (count-only) mode unless explicitly told otherwise, and  *****<*
      *>***** holds the master.lck marker while live, like             *****<*
      *>***** master-reorg, so no batch run can interleave with it.    *****<*
      *>***** Take a data-backup generation before the live run.       *****<*
      *>********************************************************************<*

       environment division.
       input-output section.
       file-control.
      *> the files as they are before conversion
           select old-history-file assign to "region-history.dat"
               organization is indexed
               access mode is dynamic
               record key is oh-record-key
               file status is ws-old-status.
           select old-budget-file assign to "budget.dat"
               organization is indexed
               access mode is dynamic
               record key is ob-record-key
               file status is ws-old-status.
           select old-period-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is of-period
               file status is ws-old-status.
           select old-detail-file assign to "txn-detail.dat"
               organization is indexed
               access mode is dynamic
               record key is ot-record-key
               file status is ws-old-status.
           select old-comment-file assign to "commentary.dat"
               organization is indexed
               access mode is dynamic
               record key is oc-record-key
               file status is ws-old-status.
           select old-adjreg-file assign to "adjustment-register.dat"
               organization is line sequential
               file status is ws-old-status.
      *> the same files in the company-keyed layouts
           select region-history-file assign to "region-history.dat"
               organization is indexed
               access mode is dynamic
               record key is rh-record-key
               file status is ws-new-status.
           select budget-file assign to "budget.dat"
               organization is indexed
               access mode is dynamic
               record key is bu-record-key
               file status is ws-new-status.
           select period-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-new-status.
           select txn-detail-file assign to "txn-detail.dat"
               organization is indexed
               access mode is dynamic
               record key is td-record-key
               file status is ws-new-status.
           select commentary-file assign to "commentary.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-record-key
               file status is ws-new-status.
           select adjustment-register-file
               assign to "adjustment-register.dat"
               organization is line sequential
               file status is ws-new-status.
           select staging-file assign to w-staging-path
               organization is sequential
               file status is ws-staging-status.
           select lock-marker-file assign to "master.lck"
               organization is line sequential
               file status is ws-marker-status.

       data division.
       file section.
       fd  old-history-file.
       01  old-history-record.
           05 oh-record-key.
              10 oh-region        pic x(4).
              10 oh-run-date      pic x(8).
           05 oh-total1           pic s9(8)v999.
           05 oh-total2           pic s9(8)v999.

       fd  old-budget-file.
       01  old-budget-record.
           05 ob-record-key.
              10 ob-region        pic x(4).
              10 ob-period        pic x(6).
           05 ob-amount1          pic 9(10)v999.
           05 ob-amount2          pic 9(10)v999.

       fd  old-period-file.
       01  old-period-record.
           05 of-period            pic x(6).
           05 of-rest              pic x(91).

       fd  old-detail-file.
       01  old-detail-record.
           05 ot-record-key.
              10 ot-region         pic x(4).
              10 ot-run-date       pic x(8).
              10 ot-extract        pic x(60).
              10 ot-row            pic 9(6).
           05 ot-rest              pic x(43).

       fd  old-comment-file.
       01  old-comment-record.
           05 oc-record-key.
              10 oc-level          pic x(1).
              10 oc-unit           pic x(4).
              10 oc-period         pic x(6).
           05 oc-rest              pic x(274).

       fd  old-adjreg-file.
       01  old-adjreg-record       pic x(141).

       fd  region-history-file.
       copy "region-history.cpy".

       fd  budget-file.
       copy "budget-record.cpy".

       fd  period-file.
       copy "fiscal-calendar.cpy".

       fd  txn-detail-file.
       copy "txn-detail.cpy".

       fd  commentary-file.
       copy "commentary-record.cpy".

       fd  adjustment-register-file.
       copy "adjustment-register.cpy".

      *> old-layout records, padded to the longest (commentary's)
       fd  staging-file.
       01  staging-record      pic x(285).

       fd  lock-marker-file.
       01  lock-marker-line    pic x(80).

       working-storage section.
       77  ws-old-status       pic xx.
       77  ws-new-status       pic xx.
       77  ws-staging-status   pic xx.
       77  ws-marker-status    pic xx.
       77  ws-old-eof          pic x value "N".
           88 old-at-eof           value "Y".
       77  ws-staging-eof      pic x value "N".
           88 staging-at-eof       value "Y".

       77  w-dry-run           pic x value "Y".
           88 convert-dry-run  value "Y".
           88 convert-live     value "N".
       77  w-home-company      pic x(4) value "0001".
       77  w-company           pic x(4).
       77  w-audit-user        pic x(20).
       77  w-staging-path      pic x(64).
      *> each file's unload goes to <base>.pre-company.tmp, becomes
      *> <base>.pre-company.ready once it is complete, and becomes
      *> <base>.pre-company only when the reload from it has tied
       77  w-staging-base      pic x(40).
       77  w-partial-path      pic x(64).
       77  w-ready-path        pic x(64).
       77  w-final-path        pic x(64).
       77  w-file-label        pic x(20).

      *> audit lines go through audit-append, which chains the |h=
      *> suffix from the previous line before appending
       77  audit-line          pic x(200).
       01  audit-parm.
           05 ap-text          pic x(200).

       77  w-read-count        pic 9(9).
       77  w-write-count       pic 9(9).
       77  w-history-count     pic 9(9) value 0.
       77  w-budget-count      pic 9(9) value 0.
       77  w-period-count      pic 9(9) value 0.
       77  w-detail-count      pic 9(9) value 0.
       77  w-comment-count     pic 9(9) value 0.
       77  w-adjreg-count      pic 9(9) value 0.
       77  w-run-failed        pic x value "N".
           88 convert-failed       value "Y".
      *> set afresh for each file: C = already converted on an
      *> earlier run and left alone; U = unloaded by this run, R =
      *> unloaded by an earlier run that stopped before the reload
      *> tied, so the reload is done again from that copy; X = the
      *> unload copy could not be created
       77  w-file-state        pic x value space.
           88 file-converted-before value "C".
           88 file-unloaded        value "U" "R".
           88 file-unload-resumed  value "R".
           88 staging-open-failed  value "X".
       77  w-staging-found     pic x.
           88 staging-found        value "Y".

       procedure division.
       main.
           perform get-convert-config
           perform check-batch-lock
           if convert-failed
              move 8 to return-code
              goback
           end-if
           if convert-live
              perform create-batch-lock
           end-if
           perform convert-region-history
           perform convert-budgets
           perform convert-calendar
           perform convert-txn-detail
           perform convert-commentary
           perform convert-adjust-register
           if convert-live
              perform write-audit-record
              perform remove-batch-lock
           end-if
           if convert-dry-run
              display "company-convert (dry run): would convert "
                 w-history-count " history, " w-budget-count
                 " budget, " w-period-count " calendar, "
                 w-detail-count " detail, " w-comment-count
                 " commentary and " w-adjreg-count
                 " adjustment record(s) to company " w-company
           else
              display "company-convert: converted "
                 w-history-count " history, " w-budget-count
                 " budget, " w-period-count " calendar, "
                 w-detail-count " detail, " w-comment-count
                 " commentary and " w-adjreg-count
                 " adjustment record(s) to company " w-company
           end-if
           if convert-failed
              move 8 to return-code
           end-if
           goback.

      *> CONVERT_DRY_RUN defaults to "Y" (count-only) -- a maintainer
      *> has to opt into CONVERT_DRY_RUN=N before any file is touched.
      *> COMPANY_CODE names the company the figures on file belong
      *> to; blank is the home company.
       get-convert-config.
           accept w-dry-run from environment "CONVERT_DRY_RUN"
              on exception move "Y" to w-dry-run
           end-accept
           move function upper-case(w-dry-run) to w-dry-run
           if not convert-live
              set convert-dry-run to true
           end-if
           accept w-company from environment "COMPANY_CODE"
              on exception move spaces to w-company
           end-accept
           move function upper-case(w-company) to w-company
           if w-company = spaces
              move w-home-company to w-company
           end-if
           accept w-audit-user from environment "USER"
              on exception
                 accept w-audit-user from environment "USERNAME"
                    on exception move "UNKNOWN" to w-audit-user
                 end-accept
           end-accept.

      *> a marker already present means a batch run or a reorg holds
      *> the files; converting underneath it would lose its updates.
       check-batch-lock.
           open input lock-marker-file
           if ws-marker-status = "00"
              move spaces to lock-marker-line
              read lock-marker-file
                 at end continue
                 not at end continue
              end-read
              close lock-marker-file
              display "company-convert: files busy: "
                      function trim(lock-marker-line)
              set convert-failed to true
           end-if.

       create-batch-lock.
           open output lock-marker-file
           move spaces to lock-marker-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|company-convert" delimited by size
                  into lock-marker-line
           write lock-marker-line
           close lock-marker-file.

       remove-batch-lock.
           call "C$DELETE" using "master.lck", "S".

      *> a .pre-company copy already there means the file was
      *> converted before; opening it in the old layout now would
      *> fail or, worse, unload the converted records as old ones,
      *> so it is left alone and the run goes on to the next file.
      *> A .ready copy means an earlier run unloaded the file whole
      *> but stopped before its reload tied: the live file may be
      *> old, empty or half reloaded, so it is reloaded again from
      *> that copy. A .tmp copy on its own is an unload that never
      *> finished and is simply written again.
       check-staging-state.
           move space to w-file-state
           move spaces to w-partial-path w-ready-path w-final-path
           string function trim(w-staging-base) delimited by size
                  ".pre-company.tmp" delimited by size
                  into w-partial-path
           string function trim(w-staging-base) delimited by size
                  ".pre-company.ready" delimited by size
                  into w-ready-path
           string function trim(w-staging-base) delimited by size
                  ".pre-company" delimited by size
                  into w-final-path
           move w-ready-path to w-staging-path
           perform probe-staging-path
           if staging-found
              move w-final-path to w-staging-path
              perform probe-staging-path
              if staging-found
      *> stopped while the tied reload's copy was being kept
                 if convert-live
                    call "C$COPY" using w-ready-path, w-final-path, "S"
                    call "C$DELETE" using w-ready-path, "S"
                 end-if
                 display "company-convert: "
                         function trim(w-file-label)
                         " already converted ("
                         function trim(w-final-path)
                         " exists), skipped"
                 set file-converted-before to true
                 exit paragraph
              end-if
              move w-partial-path to w-staging-path
              perform probe-staging-path
      *> stopped while the finished unload was being kept
              if staging-found and convert-live
                 call "C$COPY" using w-partial-path, w-ready-path, "S"
                 call "C$DELETE" using w-partial-path, "S"
              end-if
              display "company-convert: " function trim(w-file-label)
                      " was unloaded by an earlier run, reloading from "
                      function trim(w-ready-path)
              set file-unload-resumed to true
              exit paragraph
           end-if
           move w-final-path to w-staging-path
           perform probe-staging-path
           if staging-found
              display "company-convert: " function trim(w-file-label)
                      " already converted ("
                      function trim(w-final-path)
                      " exists), skipped"
              set file-converted-before to true
           end-if.

       probe-staging-path.
           move "N" to w-staging-found
           open input staging-file
           if ws-staging-status = "00"
              close staging-file
              set staging-found to true
           end-if.

      *> the unload copy has to exist before anything is written to
      *> it; a file that cannot have one is not converted at all
       open-staging-unload.
           move w-partial-path to w-staging-path
           open output staging-file
           if ws-staging-status not = "00"
              display "company-convert: cannot create "
                      function trim(w-staging-path)
                      ", status=" ws-staging-status ", "
                      function trim(w-file-label) " not converted"
              set staging-open-failed to true
              set convert-failed to true
           end-if.

      *> only a complete unload is kept under the .ready name
       finish-unload.
           close staging-file
           call "C$COPY" using w-partial-path, w-ready-path, "S"
           call "C$DELETE" using w-partial-path, "S"
           set file-unloaded to true.

      *> the live file is only re-created once the copy it is
      *> reloaded from has been opened
       open-staging-reload.
           move w-ready-path to w-staging-path
           move 0 to w-write-count
           if file-unload-resumed
              move 0 to w-read-count
           end-if
           open input staging-file
           if ws-staging-status not = "00"
              display "company-convert: cannot open "
                      function trim(w-staging-path)
                      ", status=" ws-staging-status ", "
                      function trim(w-file-label) " not reloaded"
              move space to w-file-state
              set convert-failed to true
           end-if.

      *> ---- region-history.dat -----------------------------------------

       convert-region-history.
           move "region-history.dat" to w-file-label
           move "region-history" to w-staging-base
           perform check-staging-state
           if file-converted-before
              exit paragraph
           end-if
           if not file-unloaded
              perform unload-region-history
              if not file-unloaded
                 exit paragraph
              end-if
           end-if
           if convert-dry-run
              exit paragraph
           end-if
           perform open-staging-reload
           if not file-unloaded
              exit paragraph
           end-if
           open output region-history-file
           move "N" to ws-staging-eof
           perform until staging-at-eof
              read staging-file
                 at end
                    set staging-at-eof to true
                 not at end
                    if file-unload-resumed
                       add 1 to w-read-count
                    end-if
                    move staging-record to old-history-record
                    move w-company to rh-company
                    move oh-region to rh-region
                    move oh-run-date to rh-run-date
                    move oh-total1 to rh-total1
                    move oh-total2 to rh-total2
                    write region-history-record
                       invalid key
                          display "company-convert: history write"
                                  " failed, key=" rh-record-key
                       not invalid key
                          add 1 to w-write-count
                    end-write
              end-read
           end-perform
           close region-history-file
           close staging-file
           move w-read-count to w-history-count
           perform prove-file-counts.

       unload-region-history.
           open input old-history-file
           if ws-old-status = "35"
              display "company-convert: no region-history.dat, "
                      "nothing to convert"
              exit paragraph
           end-if
           if ws-old-status not = "00"
              display "company-convert: cannot open region-history.dat"
                      " in the old layout, status=" ws-old-status
              set convert-failed to true
              exit paragraph
           end-if
           move 0 to w-read-count w-write-count
           if convert-live
              perform open-staging-unload
              if staging-open-failed
                 close old-history-file
                 exit paragraph
              end-if
           end-if
           move "N" to ws-old-eof
           move low-values to oh-record-key
           start old-history-file key is not less than oh-record-key
              invalid key
                 set old-at-eof to true
           end-start
           perform until old-at-eof
              read old-history-file next record
                 at end
                    set old-at-eof to true
                 not at end
                    add 1 to w-read-count
                    if convert-live
                       move old-history-record to staging-record
                       write staging-record
                    end-if
              end-read
           end-perform
           close old-history-file
           move w-read-count to w-history-count
           if convert-live
              perform finish-unload
           end-if.

      *> ---- budget.dat -------------------------------------------------

       convert-budgets.
           move "budget.dat" to w-file-label
           move "budget" to w-staging-base
           perform check-staging-state
           if file-converted-before
              exit paragraph
           end-if
           if not file-unloaded
              perform unload-budgets
              if not file-unloaded
                 exit paragraph
              end-if
           end-if
           if convert-dry-run
              exit paragraph
           end-if
           perform open-staging-reload
           if not file-unloaded
              exit paragraph
           end-if
           open output budget-file
           move "N" to ws-staging-eof
           perform until staging-at-eof
              read staging-file
                 at end
                    set staging-at-eof to true
                 not at end
                    if file-unload-resumed
                       add 1 to w-read-count
                    end-if
                    move staging-record to old-budget-record
                    move w-company to bu-company
                    move ob-region to bu-region
                    move ob-period to bu-period
                    move ob-amount1 to bu-amount1
                    move ob-amount2 to bu-amount2
                    write budget-record
                       invalid key
                          display "company-convert: budget write"
                                  " failed, key=" bu-record-key
                       not invalid key
                          add 1 to w-write-count
                    end-write
              end-read
           end-perform
           close budget-file
           close staging-file
           move w-read-count to w-budget-count
           perform prove-file-counts.

       unload-budgets.
           open input old-budget-file
           if ws-old-status = "35"
              display "company-convert: no budget.dat, "
                      "nothing to convert"
              exit paragraph
           end-if
           if ws-old-status not = "00"
              display "company-convert: cannot open budget.dat"
                      " in the old layout, status=" ws-old-status
              set convert-failed to true
              exit paragraph
           end-if
           move 0 to w-read-count w-write-count
           if convert-live
              perform open-staging-unload
              if staging-open-failed
                 close old-budget-file
                 exit paragraph
              end-if
           end-if
           move "N" to ws-old-eof
           move low-values to ob-record-key
           start old-budget-file key is not less than ob-record-key
              invalid key
                 set old-at-eof to true
           end-start
           perform until old-at-eof
              read old-budget-file next record
                 at end
                    set old-at-eof to true
                 not at end
                    add 1 to w-read-count
                    if convert-live
                       move old-budget-record to staging-record
                       write staging-record
                    end-if
              end-read
           end-perform
           close old-budget-file
           move w-read-count to w-budget-count
           if convert-live
              perform finish-unload
           end-if.

      *> ---- fiscal-calendar.dat ----------------------------------------

      *> everything after the period is carried across unchanged
       convert-calendar.
           move "fiscal-calendar.dat" to w-file-label
           move "fiscal-calendar" to w-staging-base
           perform check-staging-state
           if file-converted-before
              exit paragraph
           end-if
           if not file-unloaded
              perform unload-calendar
              if not file-unloaded
                 exit paragraph
              end-if
           end-if
           if convert-dry-run
              exit paragraph
           end-if
           perform open-staging-reload
           if not file-unloaded
              exit paragraph
           end-if
           open output period-file
           move "N" to ws-staging-eof
           perform until staging-at-eof
              read staging-file
                 at end
                    set staging-at-eof to true
                 not at end
                    if file-unload-resumed
                       add 1 to w-read-count
                    end-if
                    move staging-record to old-period-record
                    move w-company to fc-company
                    move of-period to fc-period
                    move of-rest
                       to fiscal-calendar-record(11:91)
                    write fiscal-calendar-record
                       invalid key
                          display "company-convert: calendar write"
                                  " failed, key=" fc-record-key
                       not invalid key
                          add 1 to w-write-count
                    end-write
              end-read
           end-perform
           close period-file
           close staging-file
           move w-read-count to w-period-count
           perform prove-file-counts.

       unload-calendar.
           open input old-period-file
           if ws-old-status = "35"
              display "company-convert: no fiscal-calendar.dat, "
                      "nothing to convert"
              exit paragraph
           end-if
           if ws-old-status not = "00"
              display "company-convert: cannot open fiscal-calendar.dat"
                      " in the old layout, status=" ws-old-status
              set convert-failed to true
              exit paragraph
           end-if
           move 0 to w-read-count w-write-count
           if convert-live
              perform open-staging-unload
              if staging-open-failed
                 close old-period-file
                 exit paragraph
              end-if
           end-if
           move "N" to ws-old-eof
           move low-values to of-period
           start old-period-file key is not less than of-period
              invalid key
                 set old-at-eof to true
           end-start
           perform until old-at-eof
              read old-period-file next record
                 at end
                    set old-at-eof to true
                 not at end
                    add 1 to w-read-count
                    if convert-live
                       move old-period-record to staging-record
                       write staging-record
                    end-if
              end-read
           end-perform
           close old-period-file
           move w-read-count to w-period-count
           if convert-live
              perform finish-unload
           end-if.

      *> ---- txn-detail.dat ---------------------------------------------

      *> everything after the key is carried across unchanged
       convert-txn-detail.
           move "txn-detail.dat" to w-file-label
           move "txn-detail" to w-staging-base
           perform check-staging-state
           if file-converted-before
              exit paragraph
           end-if
           if not file-unloaded
              perform unload-txn-detail
              if not file-unloaded
                 exit paragraph
              end-if
           end-if
           if convert-dry-run
              exit paragraph
           end-if
           perform open-staging-reload
           if not file-unloaded
              exit paragraph
           end-if
           open output txn-detail-file
           move "N" to ws-staging-eof
           perform until staging-at-eof
              read staging-file
                 at end
                    set staging-at-eof to true
                 not at end
                    if file-unload-resumed
                       add 1 to w-read-count
                    end-if
                    move staging-record to old-detail-record
                    move w-company to td-company
                    move ot-region to td-region
                    move ot-run-date to td-run-date
                    move ot-extract to td-extract
                    move ot-row to td-row
                    move ot-rest to txn-detail-record(83:43)
                    write txn-detail-record
                       invalid key
                          display "company-convert: detail write"
                                  " failed, key=" td-record-key
                       not invalid key
                          add 1 to w-write-count
                    end-write
              end-read
           end-perform
           close txn-detail-file
           close staging-file
           move w-read-count to w-detail-count
           perform prove-file-counts.

       unload-txn-detail.
           open input old-detail-file
           if ws-old-status = "35"
              display "company-convert: no txn-detail.dat, "
                      "nothing to convert"
              exit paragraph
           end-if
           if ws-old-status not = "00"
              display "company-convert: cannot open txn-detail.dat"
                      " in the old layout, status=" ws-old-status
              set convert-failed to true
              exit paragraph
           end-if
           move 0 to w-read-count w-write-count
           if convert-live
              perform open-staging-unload
              if staging-open-failed
                 close old-detail-file
                 exit paragraph
              end-if
           end-if
           move "N" to ws-old-eof
           move low-values to ot-record-key
           start old-detail-file key is not less than ot-record-key
              invalid key
                 set old-at-eof to true
           end-start
           perform until old-at-eof
              read old-detail-file next record
                 at end
                    set old-at-eof to true
                 not at end
                    add 1 to w-read-count
                    if convert-live
                       move old-detail-record to staging-record
                       write staging-record
                    end-if
              end-read
           end-perform
           close old-detail-file
           move w-read-count to w-detail-count
           if convert-live
              perform finish-unload
           end-if.

      *> ---- commentary.dat ---------------------------------------------

      *> everything after the key is carried across unchanged
       convert-commentary.
           move "commentary.dat" to w-file-label
           move "commentary" to w-staging-base
           perform check-staging-state
           if file-converted-before
              exit paragraph
           end-if
           if not file-unloaded
              perform unload-commentary
              if not file-unloaded
                 exit paragraph
              end-if
           end-if
           if convert-dry-run
              exit paragraph
           end-if
           perform open-staging-reload
           if not file-unloaded
              exit paragraph
           end-if
           open output commentary-file
           move "N" to ws-staging-eof
           perform until staging-at-eof
              read staging-file
                 at end
                    set staging-at-eof to true
                 not at end
                    if file-unload-resumed
                       add 1 to w-read-count
                    end-if
                    move staging-record to old-comment-record
                    move w-company to cm-company
                    move oc-level to cm-level
                    move oc-unit to cm-unit
                    move oc-period to cm-period
                    move oc-rest to commentary-record(16:274)
                    write commentary-record
                       invalid key
                          display "company-convert: commentary write"
                                  " failed, key=" cm-record-key
                       not invalid key
                          add 1 to w-write-count
                    end-write
              end-read
           end-perform
           close commentary-file
           close staging-file
           move w-read-count to w-comment-count
           perform prove-file-counts.

       unload-commentary.
           open input old-comment-file
           if ws-old-status = "35"
              display "company-convert: no commentary.dat, "
                      "nothing to convert"
              exit paragraph
           end-if
           if ws-old-status not = "00"
              display "company-convert: cannot open commentary.dat"
                      " in the old layout, status=" ws-old-status
              set convert-failed to true
              exit paragraph
           end-if
           move 0 to w-read-count w-write-count
           if convert-live
              perform open-staging-unload
              if staging-open-failed
                 close old-comment-file
                 exit paragraph
              end-if
           end-if
           move "N" to ws-old-eof
           move low-values to oc-record-key
           start old-comment-file key is not less than oc-record-key
              invalid key
                 set old-at-eof to true
           end-start
           perform until old-at-eof
              read old-comment-file next record
                 at end
                    set old-at-eof to true
                 not at end
                    add 1 to w-read-count
                    if convert-live
                       move old-comment-record to staging-record
                       write staging-record
                    end-if
              end-read
           end-perform
           close old-comment-file
           move w-read-count to w-comment-count
           if convert-live
              perform finish-unload
           end-if.

      *> ---- adjustment-register.dat ------------------------------------

      *> a plain line file: each old line goes across whole behind
      *> the company code
       convert-adjust-register.
           move "adjustment-register.dat" to w-file-label
           move "adjustment-register" to w-staging-base
           perform check-staging-state
           if file-converted-before
              exit paragraph
           end-if
           if not file-unloaded
              perform unload-adjust-register
              if not file-unloaded
                 exit paragraph
              end-if
           end-if
           if convert-dry-run
              exit paragraph
           end-if
           perform open-staging-reload
           if not file-unloaded
              exit paragraph
           end-if
           open output adjustment-register-file
           move "N" to ws-staging-eof
           perform until staging-at-eof
              read staging-file
                 at end
                    set staging-at-eof to true
                 not at end
                    if file-unload-resumed
                       add 1 to w-read-count
                    end-if
                    move staging-record to old-adjreg-record
                    move spaces to adjustment-register-record
                    move w-company to ar-company
                    move old-adjreg-record
                       to adjustment-register-record(5:141)
                    write adjustment-register-record
                    add 1 to w-write-count
              end-read
           end-perform
           close adjustment-register-file
           close staging-file
           move w-read-count to w-adjreg-count
           perform prove-file-counts.

       unload-adjust-register.
           open input old-adjreg-file
           if ws-old-status = "35"
              display "company-convert: no adjustment-register.dat, "
                      "nothing to convert"
              exit paragraph
           end-if
           if ws-old-status not = "00"
              display "company-convert: cannot open "
                      "adjustment-register.dat in the old layout, "
                      "status=" ws-old-status
              set convert-failed to true
              exit paragraph
           end-if
           move 0 to w-read-count w-write-count
           if convert-live
              perform open-staging-unload
              if staging-open-failed
                 close old-adjreg-file
                 exit paragraph
              end-if
           end-if
           move "N" to ws-old-eof
           perform until old-at-eof
              read old-adjreg-file
                 at end
                    set old-at-eof to true
                 not at end
                    add 1 to w-read-count
                    if convert-live
                       move old-adjreg-record to staging-record
                       write staging-record
                    end-if
              end-read
           end-perform
           close old-adjreg-file
           move w-read-count to w-adjreg-count
           if convert-live
              perform finish-unload
           end-if.

      *> every record unloaded has to be back on the converted file;
      *> if not, the .ready copy holds the whole file as it was and
      *> the next run reloads from it. Only a file that ties keeps
      *> its copy as .pre-company, which marks it converted.
       prove-file-counts.
           if w-write-count not = w-read-count
              display "company-convert: COUNTS DO NOT TIE for "
                      function trim(w-file-label) " -- read="
                      w-read-count " written=" w-write-count
                      ", the original is in "
                      function trim(w-ready-path)
              set convert-failed to true
           else
              call "C$COPY" using w-ready-path, w-final-path, "S"
              call "C$DELETE" using w-ready-path, "S"
              display "company-convert: " function trim(w-file-label)
                      " " w-write-count " record(s) converted"
           end-if.

      *> the conversion goes on the audit trail: who ran it, when,
      *> for which company and how many records each file carried.
       write-audit-record.
           move spaces to audit-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|CONVERT" delimited by size
                  "|COMPANY-FILES" delimited by size
                  "|company=" delimited by size
                  w-company delimited by size
                  "|history=" delimited by size
                  w-history-count delimited by size
                  "|budgets=" delimited by size
                  w-budget-count delimited by size
                  "|periods=" delimited by size
                  w-period-count delimited by size
                  "|details=" delimited by size
                  w-detail-count delimited by size
                  "|comments=" delimited by size
                  w-comment-count delimited by size
                  "|adjustments=" delimited by size
                  w-adjreg-count delimited by size
                  "|status=" delimited by size
                  w-run-failed delimited by size
                  into audit-line
           move audit-line to ap-text
           call "audit-append" using audit-parm.
