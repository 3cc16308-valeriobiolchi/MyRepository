       >>SOURCE FORMAT FREE
       program-id. history-rebuild.

      *>********************************************************************<*
      *>***** Rebuilds region-history.dat for a run-date range from    *****<*
      *>***** what actually went in: every extract on                  *****<*
      *>***** processed-extracts.dat run inside the range and not      *****<*
      *>***** since reversed is found again under its intake           *****<*
      *>***** directory's processed/ by its fingerprint and replayed   *****<*
      *>***** through excel-sample (EXCEL_REPLAY_LIST) -- the same     *****<*
      *>***** validation, the master versions in force for its rows,   *****<*
      *>***** dated its original run date -- into a shadow history     *****<*
      *>***** file; cost-allocate's movements are added back from      *****<*
      *>***** their balance-control R records. The shadow is compared  *****<*
      *>***** with the live file and every region/date that differs   *****<*
      *>***** goes on the DIFFERENCES workbook in the archive. Runs in *****<*
      *>***** REBUILD_DRY_RUN (report-only) mode unless explicitly     *****<*
      *>***** told otherwise, in the spirit of report-purge; live, it  *****<*
      *>***** replaces the range's live records with the rebuilt       *****<*
      *>***** ones, keeping a before-image of everything it changed,   *****<*
      *>***** and refuses outright when any extract could not be found *****<*
      *>***** or replayed -- a rebuild missing an extract would drop   *****<*
      *>***** real money from the history.                             *****<*
      *>********************************************************************<*

       environment division.
       configuration section.
       repository.
           class j-cell as "org.apache.poi.ss.usermodel.Cell"
           class j-cellstyle as "org.apache.poi.ss.usermodel.CellStyle"
           class j-row as "org.apache.poi.ss.usermodel.Row"
           class j-sheet as "org.apache.poi.ss.usermodel.Sheet"
           class j-workbook as "org.apache.poi.ss.usermodel.Workbook"
           class j-xssfworkbook as "org.apache.poi.xssf.usermodel.XSSFWorkbook"
           class j-xssffont as "org.apache.poi.xssf.usermodel.XSSFFont"
           class j-output as "java.io.FileOutputStream"
           class j-file as "java.io.File"
           class j-crc32 as "java.util.zip.CRC32"
           class j-files as "java.nio.file.Files"
           .

       input-output section.
       file-control.
           select processed-ctl-file assign to "processed-extracts.dat"
               organization is line sequential
               file status is ws-ctl-status.
           select report-defs-file assign to "report-defs.dat"
               organization is line sequential
               file status is ws-defs-status.
           select replay-list-file assign to w-replay-list-path
               organization is line sequential
               file status is ws-replay-status.
           select region-history-file assign to "region-history.dat"
               organization is indexed
               access mode is dynamic
               record key is rh-record-key
               file status is ws-history-status.
           select shadow-file assign to "region-history-shadow.dat"
               organization is indexed
               access mode is dynamic
               record key is sh-record-key
               file status is ws-shadow-status.
           select balance-control-file assign to "balance-control.dat"
               organization is line sequential
               file status is ws-balance-status.
           select before-image-file assign to w-before-path
               organization is sequential
               file status is ws-before-status.
           select lock-marker-file assign to "master.lck"
               organization is line sequential
               file status is ws-marker-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  processed-ctl-file.
       01  ctl-line            pic x(200).

       fd  report-defs-file.
       01  defs-line           pic x(400).

       fd  replay-list-file.
       01  replay-line         pic x(300).

       fd  region-history-file.
       copy "region-history.cpy".

      *> excel-sample's replay writes this file through its own
      *> region-history FD, so the layout is region-history-record's
       fd  shadow-file.
       01  shadow-record.
           05 sh-record-key.
              10 sh-company       pic x(4).
              10 sh-region        pic x(4).
              10 sh-run-date      pic x(8).
           05 sh-total1           pic s9(8)v999.
           05 sh-total2           pic s9(8)v999.

       fd  balance-control-file.
       copy "balance-control.cpy".

      *> the live records a rebuild replaced or removed, as they were
       fd  before-image-file.
       01  before-record       pic x(38).

       fd  lock-marker-file.
       01  lock-marker-line    pic x(80).

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       77 w-report-name        pic x(32) value "history-rebuild".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-run-date           pic x(8).
       77 w-archive-day-path   pic x(256).
       77 w-archive-subdir     object reference j-file.
       77 w-output-path        pic x(256).
       77 w-summary-path       pic x(256).
       77 w-before-path        pic x(256).
       77 w-replay-list-path   pic x(64) value "history-replay.dat".
       77 ws-ctl-status        pic xx.
       77 ws-defs-status       pic xx.
       77 ws-replay-status     pic xx.
       77 ws-history-status    pic xx.
       77 ws-shadow-status     pic xx.
       77 ws-balance-status    pic xx.
       77 ws-before-status     pic xx.
       77 ws-marker-status     pic xx.
       77 ws-summary-status    pic xx.
       77 ws-ctl-eof           pic x value "N".
          88 ctl-at-eof            value "Y".
       77 ws-defs-eof          pic x value "N".
          88 defs-at-eof           value "Y".
       77 ws-balance-eof       pic x value "N".
          88 balance-at-eof        value "Y".
       77 ws-live-eof          pic x value "N".
          88 live-done             value "Y".
       77 ws-shadow-eof        pic x value "N".
          88 shadow-done           value "Y".

       77 w-dry-run            pic x value "Y".
          88 rebuild-dry-run       value "Y".
          88 rebuild-live          value "N".
       77 w-from-date          pic x(8).
       77 w-to-date            pic x(8).
       77 w-audit-user         pic x(20).

      *> the intake directories extracts are filed under: the
      *> EXCEL_INTAKE_DIR default plus every report definition's own,
      *> each with the company its extracts are processed for (the
      *> definition's 14th field, else COMPANY_CODE, else the home
      *> company) so a replay posts them to the same company again
       77 w-dir-count          pic 9(2) value 0.
       77 w-dir-max            pic 9(2) value 20.
       77 w-dir-idx            pic 9(2).
       77 w-dir-slot           pic 9(2).
       01 intake-dir-table.
          05 intake-dir-entry occurs 20 times.
             10 id-dir            pic x(64).
             10 id-company        pic x(4).
       77 w-new-dir            pic x(64).
       77 w-new-company        pic x(4).
       77 w-def-name           pic x(32).
       77 w-def-dir            pic x(64).
       77 w-def-skip           pic x(128).
       77 w-def-company        pic x(4).
       77 w-home-company       pic x(4) value "0001".
       77 w-env-company        pic x(4).
       77 w-found-company      pic x(4).

      *> the extracts to replay, in processed-extracts.dat order
       77 w-replay-count       pic 9(4) value 0.
       77 w-replay-max         pic 9(4) value 2000.
       77 w-replay-idx         pic 9(4).
       77 w-missing-count      pic 9(4) value 0.
       77 w-reversed-count     pic 9(4) value 0.
       77 w-listed-dropped     pic 9(4) value 0.
       01 replay-table.
          05 replay-entry occurs 2000 times.
             10 rp-name           pic x(128).
             10 rp-run-date       pic x(8).
             10 rp-kind           pic x.
             10 rp-path           pic x(200).
             10 rp-found          pic x.
             10 rp-company        pic x(4).

       77 w-ctl-fingerprint    pic x(160).
       77 w-ctl-run-date       pic x(8).
       77 w-ctl-records-x      pic x(10).
       77 w-ctl-flag           pic x(10).
       77 w-fp-name            pic x(128).
       77 w-name-len           pic 9(4).

      *> locating the filed copy: processed/<name>, or
      *> processed/hhmmss-<name> when the name was already filed,
      *> with size and CRC32 confirming it is the same content
       77 w-search-dir         pic x(200).
       77 w-search-pattern     pic x(130).
       77 w-listdir-handle     usage handle.
       77 w-list-name          pic x(128).
       77 w-found-path         pic x(200).
       77 w-candidate-path     pic x(200).
       77 w-candidate-file     object reference j-file.
       77 w-candidate-size     pic 9(12).
       77 w-candidate-crc      pic 9(10).
       77 w-candidate-print    pic x(160).
       77 w-crc32              object reference j-crc32.

       77 w-replay-rc          pic 9(4) value 0.
       77 w-replay-ok          pic x value "Y".
          88 replay-succeeded      value "Y".
       77 w-alloc-count        pic 9(6) value 0.

      *> every region/date where the rebuilt history and the live one
      *> disagree. L = on the live file only, N = rebuilt only,
      *> D = both, different totals.
       77 w-diff-count         pic 9(5) value 0.
       77 w-diff-max           pic 9(5) value 5000.
       77 w-diff-idx           pic 9(5).
       77 w-diff-dropped       pic 9(5) value 0.
       77 w-match-count        pic 9(6) value 0.
       01 difference-table.
          05 difference-entry occurs 5000 times.
             10 df-company        pic x(4).
             10 df-region         pic x(4).
             10 df-run-date       pic x(8).
             10 df-kind           pic x.
             10 df-live1          pic s9(8)v999.
             10 df-live2          pic s9(8)v999.
             10 df-new1           pic s9(8)v999.
             10 df-new2           pic s9(8)v999.
       77 w-new-kind           pic x.
       77 w-diff-amount        pic s9(9)v999.

       77 w-replaced-count     pic 9(5) value 0.
       77 w-removed-count      pic 9(5) value 0.
       77 w-added-count        pic 9(5) value 0.
       77 w-applied            pic x value "N".

       77 audit-line           pic x(200).
       01 audit-parm.
          05 ap-text           pic x(200).

       77 w-row-num            pic 9(6).
       77 w-workbook           object reference j-workbook.
       77 w-xssfworkbook       object reference j-xssfworkbook.
       77 w-xssffont           object reference j-xssffont.
       77 w-cellstyle-bold     object reference j-cellstyle.
       77 w-sheet              object reference j-sheet.
       77 w-row                object reference j-row.
       77 w-cell               object reference j-cell.
       77 w-output             object reference j-output.

       77 w-total-rows-written pic 9(6) value 0.
       77 w-catalog-rows       pic 9(6).
       77 w-run-status         pic x(7) value "SUCCESS".
       77 w-start-time         pic 9(8).
       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
           move function current-date(1:8) to w-run-date
           perform get-rebuild-config
           perform build-archive-path
           if w-run-status = "SUCCESS" and rebuild-live
              perform check-batch-lock
           end-if
           if w-run-status = "SUCCESS"
              perform load-intake-dirs
              perform collect-replay-extracts
              perform write-replay-list
              perform run-replay
              perform add-allocation-movements
              perform compare-histories
              perform write-rebuild-workbook
              if w-missing-count > 0 or not replay-succeeded
                 move "FAILED" to w-run-status
              end-if
              if rebuild-live
                 perform apply-rebuild
              end-if
           end-if
           if rebuild-dry-run
              display "history-rebuild (dry run): " w-replay-count
                 " extract(s) replayed, " w-missing-count
                 " not found, " w-diff-count
                 " region/date(s) differ, status=" w-run-status
           else
              display "history-rebuild: " w-replay-count
                 " extract(s) replayed, " w-replaced-count
                 " replaced, " w-added-count " added, "
                 w-removed-count " removed, status=" w-run-status
           end-if
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

      *> REBUILD_DRY_RUN defaults to "Y" (report-only) -- a maintainer
      *> has to opt into REBUILD_DRY_RUN=N before this program touches
      *> region-history.dat. The range comes from REBUILD_FROM_DATE /
      *> REBUILD_TO_DATE or prompts; the through date defaults to the
      *> from date (one run date).
       get-rebuild-config.
           accept w-dry-run from environment "REBUILD_DRY_RUN"
              on exception move "Y" to w-dry-run
           end-accept
           move function upper-case(w-dry-run) to w-dry-run
           if not rebuild-live
              set rebuild-dry-run to true
           end-if
           accept w-from-date from environment "REBUILD_FROM_DATE"
              on exception move spaces to w-from-date
           end-accept
           if function trim(w-from-date) = spaces
              display "rebuild history from run date (yyyymmdd): "
                 with no advancing
              accept w-from-date
           end-if
           accept w-to-date from environment "REBUILD_TO_DATE"
              on exception move spaces to w-to-date
           end-accept
           if function trim(w-to-date) = spaces
              display "through run date [" w-from-date "]: "
                 with no advancing
              accept w-to-date
           end-if
           if function trim(w-to-date) = spaces
              move w-from-date to w-to-date
           end-if
           if w-from-date not numeric or w-to-date not numeric
              display "history-rebuild refused: dates must be yyyymmdd"
              move "FAILED" to w-run-status
           else
              if w-to-date < w-from-date
                 display "history-rebuild refused: through date "
                         w-to-date " is before " w-from-date
                 move "FAILED" to w-run-status
              end-if
           end-if
           accept w-audit-user from environment "USER"
              on exception
                 accept w-audit-user from environment "USERNAME"
                    on exception move "UNKNOWN" to w-audit-user
                 end-accept
           end-accept.

       build-archive-path.
           string w-archive-dir delimited by size
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           set w-archive-subdir to j-file:>new(w-archive-day-path)
           w-archive-subdir:>mkdirs()
           string w-archive-day-path delimited by size
                  "/history-rebuild-" delimited by size
                  w-from-date delimited by size
                  "-" delimited by size
                  w-to-date delimited by size
                  ".xlsx" delimited by size
                  into w-output-path
           string w-archive-day-path delimited by size
                  "/region-history-before-" delimited by size
                  w-from-date delimited by size
                  "-" delimited by size
                  w-to-date delimited by size
                  ".dat" delimited by size
                  into w-before-path
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

      *> a batch run holding the master marker is writing history
      *> right now; replacing the range underneath it would lose
      *> whatever it adds.
       check-batch-lock.
           open input lock-marker-file
           if ws-marker-status = "00"
              move spaces to lock-marker-line
              read lock-marker-file
                 at end continue
                 not at end continue
              end-read
              close lock-marker-file
              display "history-rebuild: batch running: "
                      function trim(lock-marker-line)
              move "FAILED" to w-run-status
           end-if.

      *> same parse excel-sample applies to report-defs.dat: the
      *> intake directory is the second field, blank meaning the
      *> default
       load-intake-dirs.
           accept w-env-company from environment "COMPANY_CODE"
              on exception move spaces to w-env-company
           end-accept
           move function upper-case(w-env-company) to w-env-company
           if w-env-company = spaces
              move w-home-company to w-env-company
           end-if
           accept w-new-dir from environment "EXCEL_INTAKE_DIR"
              on exception move "input" to w-new-dir
           end-accept
           if function trim(w-new-dir) = spaces
              move "input" to w-new-dir
           end-if
           move w-env-company to w-new-company
           perform add-intake-dir
           open input report-defs-file
           if ws-defs-status = "00"
              move "N" to ws-defs-eof
              perform until defs-at-eof
                 read report-defs-file
                    at end
                       set defs-at-eof to true
                    not at end
                       if function trim(defs-line) not = spaces
                          and defs-line(1:1) not = "*"
                          move spaces to w-def-name w-def-dir
                                         w-def-company
                          unstring defs-line delimited by "|"
                             into w-def-name, w-def-dir, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-company
                          if function trim(w-def-dir) not = spaces
                             move w-def-dir to w-new-dir
                             move function upper-case(w-def-company)
                                to w-new-company
                             if w-new-company = spaces
                                move w-env-company to w-new-company
                             end-if
                             perform add-intake-dir
                          end-if
                       end-if
                 end-read
              end-perform
              close report-defs-file
           end-if.

       add-intake-dir.
           move 0 to w-dir-slot
           perform varying w-dir-idx from 1 by 1
                 until w-dir-idx > w-dir-count or w-dir-slot not = 0
              if id-dir(w-dir-idx) = w-new-dir
                 move w-dir-idx to w-dir-slot
              end-if
           end-perform
           if w-dir-slot = 0 and w-dir-count < w-dir-max
              add 1 to w-dir-count
              move w-new-dir to id-dir(w-dir-count)
              move w-new-company to id-company(w-dir-count)
           end-if.

      *> fingerprint|run date|records[|REVERSED|date]: a reversed run
      *> and its reversal net to nothing on the history, so the
      *> original is left out here and excel-sample passes over the
      *> reversal itself.
       collect-replay-extracts.
           open input processed-ctl-file
           if ws-ctl-status not = "00"
              display "history-rebuild: processed-extracts.dat "
                      "unavailable, status=" ws-ctl-status
              exit paragraph
           end-if
           move "N" to ws-ctl-eof
           perform until ctl-at-eof
              read processed-ctl-file
                 at end
                    set ctl-at-eof to true
                 not at end
                    move spaces to w-ctl-fingerprint w-ctl-run-date
                                   w-ctl-records-x w-ctl-flag
                    unstring ctl-line delimited by "|"
                       into w-ctl-fingerprint, w-ctl-run-date,
                            w-ctl-records-x, w-ctl-flag
                    if w-ctl-run-date >= w-from-date
                       and w-ctl-run-date <= w-to-date
                       if w-ctl-flag = "REVERSED"
                          add 1 to w-reversed-count
                       else
                          perform add-replay-extract
                       end-if
                    end-if
              end-read
           end-perform
           close processed-ctl-file.

       add-replay-extract.
           if w-replay-count >= w-replay-max
              add 1 to w-listed-dropped
              add 1 to w-missing-count
              exit paragraph
           end-if
           add 1 to w-replay-count
           move spaces to w-fp-name
           unstring w-ctl-fingerprint delimited by ":"
              into w-fp-name
           move w-fp-name to rp-name(w-replay-count)
           move w-ctl-run-date to rp-run-date(w-replay-count)
           move "D" to rp-kind(w-replay-count)
           move function length(function trim(w-fp-name))
              to w-name-len
           if w-name-len > 5
              if function upper-case(w-fp-name(w-name-len - 4:5))
                    = ".XLSX"
                 move "X" to rp-kind(w-replay-count)
              end-if
           end-if
           move spaces to w-found-path
           perform varying w-dir-idx from 1 by 1
                 until w-dir-idx > w-dir-count
                    or w-found-path not = spaces
              perform search-processed-dir
           end-perform
           move w-found-path to rp-path(w-replay-count)
           move w-found-company to rp-company(w-replay-count)
           if w-found-path = spaces
              move "N" to rp-found(w-replay-count)
              add 1 to w-missing-count
              display "history-rebuild: " function trim(w-fp-name)
                      " run " w-ctl-run-date
                      " not found under any processed/ directory"
           else
              move "Y" to rp-found(w-replay-count)
           end-if.

       search-processed-dir.
           move spaces to w-search-dir w-search-pattern
           string function trim(id-dir(w-dir-idx)) delimited by size
                  "/processed" delimited by size
                  into w-search-dir
           string "*" delimited by size
                  function trim(w-fp-name) delimited by size
                  into w-search-pattern
           call "C$LIST-DIRECTORY" using 1,
                function trim(w-search-dir),
                function trim(w-search-pattern)
                giving w-listdir-handle
           if w-listdir-handle not = null
              move spaces to w-list-name
              call "C$LIST-DIRECTORY" using 2, w-listdir-handle,
                   w-list-name
              perform until w-list-name = spaces
                 if w-found-path = spaces
                    perform consider-filed-copy
                 end-if
                 move spaces to w-list-name
                 call "C$LIST-DIRECTORY" using 2, w-listdir-handle,
                      w-list-name
              end-perform
              call "C$LIST-DIRECTORY" using 3, w-listdir-handle
           end-if.

      *> the fingerprint is built exactly as excel-sample's
      *> build-input-fingerprint builds it, under the intake name
       consider-filed-copy.
           if w-list-name not = w-fp-name
              if w-list-name(1:6) not numeric
                 or w-list-name(7:1) not = "-"
                 or w-list-name(8:121) not = w-fp-name
                 exit paragraph
              end-if
           end-if
           move spaces to w-candidate-path
           string function trim(w-search-dir) delimited by size
                  "/" delimited by size
                  function trim(w-list-name) delimited by size
                  into w-candidate-path
           set w-candidate-file to
              j-file:>new(function trim(w-candidate-path))
           move w-candidate-file:>length() to w-candidate-size
           set w-crc32 to j-crc32:>new()
           w-crc32:>update(j-files:>readAllBytes(
              w-candidate-file:>toPath()))
           move w-crc32:>getValue() to w-candidate-crc
           move spaces to w-candidate-print
           string function trim(w-fp-name) delimited by size
                  ":" delimited by size
                  w-candidate-size delimited by size
                  ":" delimited by size
                  w-candidate-crc delimited by size
                  into w-candidate-print
           if w-candidate-print = w-ctl-fingerprint
              move w-candidate-path to w-found-path
              move id-company(w-dir-idx) to w-found-company
           end-if.

      *> path|kind|original run date|intake name|company, the layout
      *> excel-sample's replay reads
       write-replay-list.
           open output replay-list-file
           perform varying w-replay-idx from 1 by 1
                 until w-replay-idx > w-replay-count
              if rp-found(w-replay-idx) = "Y"
                 move spaces to replay-line
                 string function trim(rp-path(w-replay-idx))
                        delimited by size
                        "|" delimited by size
                        rp-kind(w-replay-idx) delimited by size
                        "|" delimited by size
                        rp-run-date(w-replay-idx) delimited by size
                        "|" delimited by size
                        function trim(rp-name(w-replay-idx))
                        delimited by size
                        "|" delimited by size
                        rp-company(w-replay-idx) delimited by size
                        into replay-line
                 write replay-line
              end-if
           end-perform
           close replay-list-file.

      *> excel-sample is CALLed the way job-step-runner calls a step,
      *> its return code taken and the program cancelled so the next
      *> live run starts from fresh storage.
       run-replay.
           call "C$DELETE" using "region-history-shadow.dat", "I"
           if w-replay-count = w-missing-count
              exit paragraph
           end-if
           set environment "EXCEL_REPLAY_LIST" to w-replay-list-path
           move 0 to return-code
           call "excel-sample"
              on exception
                 display "history-rebuild: excel-sample could not "
                         "be loaded"
                 move "N" to w-replay-ok
           end-call
           move return-code to w-replay-rc
           move 0 to return-code
           cancel "excel-sample"
           set environment "EXCEL_REPLAY_LIST" to " "
           if w-replay-rc not = 0
              display "history-rebuild: replay ended rc=" w-replay-rc
                      ", see history-replay lines on run-summary.log"
              move "N" to w-replay-ok
           end-if.

      *> cost-allocate's movements never came from an extract; its R
      *> records carry exactly what it added to each region's day.
       add-allocation-movements.
           open input balance-control-file
           if ws-balance-status not = "00"
              exit paragraph
           end-if
           perform open-shadow-for-update
           if ws-shadow-status not = "00"
              close balance-control-file
              exit paragraph
           end-if
           move "N" to ws-balance-eof
           perform until balance-at-eof
              read balance-control-file
                 at end
                    set balance-at-eof to true
                 not at end
                    if bc-record-type = "R"
                       and bc-extract(1:11) = "allocation-"
                       and bc-run-date >= w-from-date
                       and bc-run-date <= w-to-date
                       perform add-one-allocation
                    end-if
              end-read
           end-perform
           close balance-control-file
           close shadow-file.

       open-shadow-for-update.
           open i-o shadow-file
           if ws-shadow-status = "35"
              open output shadow-file
              close shadow-file
              open i-o shadow-file
           end-if
           if ws-shadow-status not = "00"
              display "history-rebuild: shadow history open failed, "
                      "status=" ws-shadow-status
              move "N" to w-replay-ok
           end-if.

       add-one-allocation.
           add 1 to w-alloc-count
           if bc-company = spaces
              move w-home-company to sh-company
           else
              move bc-company to sh-company
           end-if
           move bc-region to sh-region
           move bc-run-date to sh-run-date
           read shadow-file
              invalid key
                 move bc-amount1 to sh-total1
                 move bc-amount2 to sh-total2
                 write shadow-record
              not invalid key
                 add bc-amount1 to sh-total1
                 add bc-amount2 to sh-total2
                 rewrite shadow-record
           end-read.

      *> both files are keyed company + region + run date, so one
      *> merge pass lines them up; the live file holds every date, the
      *> shadow only the range. A record of zero totals is the same as
      *> no record (a reversed day leaves one behind).
       compare-histories.
           move "N" to ws-live-eof ws-shadow-eof
           open input region-history-file
           if ws-history-status not = "00"
              set live-done to true
           else
              move low-values to rh-record-key
              start region-history-file
                    key is not less than rh-record-key
                 invalid key
                    set live-done to true
              end-start
           end-if
           open input shadow-file
           if ws-shadow-status not = "00"
              set shadow-done to true
           else
              move low-values to sh-record-key
              start shadow-file key is not less than sh-record-key
                 invalid key
                    set shadow-done to true
              end-start
           end-if
           perform read-next-live
           perform read-next-shadow
           perform until live-done and shadow-done
              evaluate true
              when shadow-done
                 or (not live-done and rh-record-key < sh-record-key)
                 if rh-total1 not = 0 or rh-total2 not = 0
                    move "L" to w-new-kind
                    perform add-difference
                 end-if
                 perform read-next-live
              when live-done
                 or sh-record-key < rh-record-key
                 if sh-total1 not = 0 or sh-total2 not = 0
                    move "N" to w-new-kind
                    perform add-difference
                 end-if
                 perform read-next-shadow
              when other
                 if rh-total1 = sh-total1 and rh-total2 = sh-total2
                    add 1 to w-match-count
                 else
                    move "D" to w-new-kind
                    perform add-difference
                 end-if
                 perform read-next-live
                 perform read-next-shadow
              end-evaluate
           end-perform
           if ws-history-status not = "35"
              close region-history-file
           end-if
           if ws-shadow-status not = "35"
              close shadow-file
           end-if.

       read-next-live.
           if live-done
              exit paragraph
           end-if
           read region-history-file next record
              at end
                 set live-done to true
           end-read
           perform until live-done
                 or (rh-run-date >= w-from-date
                     and rh-run-date <= w-to-date)
              read region-history-file next record
                 at end
                    set live-done to true
              end-read
           end-perform.

       read-next-shadow.
           if shadow-done
              exit paragraph
           end-if
           read shadow-file next record
              at end
                 set shadow-done to true
           end-read.

       add-difference.
           if w-diff-count >= w-diff-max
              add 1 to w-diff-dropped
              exit paragraph
           end-if
           add 1 to w-diff-count
           move w-new-kind to df-kind(w-diff-count)
           move 0 to df-live1(w-diff-count) df-live2(w-diff-count)
                     df-new1(w-diff-count) df-new2(w-diff-count)
           if w-new-kind = "N"
              move sh-company to df-company(w-diff-count)
              move sh-region to df-region(w-diff-count)
              move sh-run-date to df-run-date(w-diff-count)
           else
              move rh-company to df-company(w-diff-count)
              move rh-region to df-region(w-diff-count)
              move rh-run-date to df-run-date(w-diff-count)
              move rh-total1 to df-live1(w-diff-count)
              move rh-total2 to df-live2(w-diff-count)
           end-if
           if w-new-kind not = "L"
              move sh-total1 to df-new1(w-diff-count)
              move sh-total2 to df-new2(w-diff-count)
           end-if.

      *> live mode only, and only from a complete replay: the records
      *> that differ are replaced by the rebuilt ones, each old record
      *> copied to the before-image first, and the whole change goes
      *> on the audit trail. The master marker is checked again and
      *> held while the live file is rewritten (the replay itself runs
      *> batch code that takes the marker, so it cannot be held
      *> from the start) and is released on every way out.
       apply-rebuild.
           if w-run-status not = "SUCCESS"
              display "history-rebuild: live records NOT replaced -- "
                      "an extract was not found or did not replay"
              exit paragraph
           end-if
           if w-diff-dropped > 0
              display "history-rebuild: live records NOT replaced -- "
                      "more differences than one run holds, "
                      "rebuild a shorter range"
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           if w-diff-count = 0
              exit paragraph
           end-if
           perform check-batch-lock
           if w-run-status not = "SUCCESS"
              display "history-rebuild: live records NOT replaced -- "
                      "the files are in use"
              exit paragraph
           end-if
           perform create-batch-lock
           open output before-image-file
           open i-o region-history-file
           if ws-history-status = "35"
              open output region-history-file
              close region-history-file
              open i-o region-history-file
           end-if
           if ws-history-status not = "00"
              display "history-rebuild: region-history open failed, "
                      "status=" ws-history-status
              close before-image-file
              perform remove-batch-lock
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           perform varying w-diff-idx from 1 by 1
                 until w-diff-idx > w-diff-count
              perform apply-one-difference
           end-perform
           close region-history-file
           close before-image-file
           perform remove-batch-lock
           move "Y" to w-applied
           perform write-audit-record
           move w-before-path to cp-path
           compute w-catalog-rows = w-replaced-count + w-removed-count
           perform catalog-output.

       create-batch-lock.
           open output lock-marker-file
           move spaces to lock-marker-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|history-rebuild" delimited by size
                  into lock-marker-line
           write lock-marker-line
           close lock-marker-file.

       remove-batch-lock.
           call "C$DELETE" using "master.lck", "S".

       apply-one-difference.
           move df-company(w-diff-idx) to rh-company
           move df-region(w-diff-idx) to rh-region
           move df-run-date(w-diff-idx) to rh-run-date
           read region-history-file
              invalid key
                 move df-new1(w-diff-idx) to rh-total1
                 move df-new2(w-diff-idx) to rh-total2
                 write region-history-record
                 add 1 to w-added-count
              not invalid key
                 move region-history-record to before-record
                 write before-record
                 if df-kind(w-diff-idx) = "L"
                    delete region-history-file record
                    add 1 to w-removed-count
                 else
                    move df-new1(w-diff-idx) to rh-total1
                    move df-new2(w-diff-idx) to rh-total2
                    rewrite region-history-record
                    add 1 to w-replaced-count
                 end-if
           end-read.

       write-audit-record.
           move spaces to audit-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|REBUILD" delimited by size
                  "|REGION-HISTORY" delimited by size
                  "|from=" delimited by size
                  w-from-date delimited by size
                  "|to=" delimited by size
                  w-to-date delimited by size
                  "|replaced=" delimited by size
                  w-replaced-count delimited by size
                  "|added=" delimited by size
                  w-added-count delimited by size
                  "|removed=" delimited by size
                  w-removed-count delimited by size
                  into audit-line
           move audit-line to ap-text
           call "audit-append" using audit-parm.

       write-rebuild-workbook.
           try
              set w-xssfworkbook to j-xssfworkbook:>new()
              set w-workbook to w-xssfworkbook
              set w-xssffont to w-xssfworkbook:>createFont()
              w-xssffont:>setBold(true)
              set w-cellstyle-bold to w-workbook:>createCellStyle()
              w-cellstyle-bold:>setFont(w-xssffont)
              perform write-differences-sheet
              perform write-extracts-sheet
              set w-output to j-output:>new(
                 j-file:>new(function trim(w-output-path)))
              w-workbook:>write(w-output)
              w-output:>close()
              display w-output-path " created"
              move w-output-path to cp-path
              move w-total-rows-written to w-catalog-rows
              perform catalog-output
           catch exception
              display message exception-object:>getMessage()
              move "FAILED" to w-run-status
           end-try.

       write-differences-sheet.
           set w-sheet to w-workbook:>createSheet("DIFFERENCES")
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("History rebuild for run dates")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-from-date)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue(w-to-date)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           if rebuild-dry-run
              w-cell:>setCellValue("DRY RUN - live file unchanged")
           else
              w-cell:>setCellValue("LIVE")
           end-if
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Company")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Region")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("Run date")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("Live total1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue("Rebuilt total1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue("Difference1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           w-cell:>setCellValue("Live total2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           w-cell:>setCellValue("Rebuilt total2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(8)
           w-cell:>setCellValue("Difference2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(9)
           w-cell:>setCellValue("Finding")
           w-cell:>setCellStyle(w-cellstyle-bold)
           perform varying w-diff-idx from 1 by 1
                 until w-diff-idx > w-diff-count
              perform write-difference-row
           end-perform
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("DIFFERENCES")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-diff-count)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("matching")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue(w-match-count)
           w-cell:>setCellStyle(w-cellstyle-bold)
           if w-diff-dropped > 0
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue("NOT LISTED")
              w-cell:>setCellStyle(w-cellstyle-bold)
              set w-cell to w-row:>createCell(1)
              w-cell:>setCellValue(w-diff-dropped)
              w-cell:>setCellStyle(w-cellstyle-bold)
           end-if.

       write-difference-row.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(df-company(w-diff-idx))
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(df-region(w-diff-idx))
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue(df-run-date(w-diff-idx))
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue(df-live1(w-diff-idx))
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue(df-new1(w-diff-idx))
           compute w-diff-amount = df-new1(w-diff-idx)
                                 - df-live1(w-diff-idx)
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue(w-diff-amount)
           set w-cell to w-row:>createCell(6)
           w-cell:>setCellValue(df-live2(w-diff-idx))
           set w-cell to w-row:>createCell(7)
           w-cell:>setCellValue(df-new2(w-diff-idx))
           compute w-diff-amount = df-new2(w-diff-idx)
                                 - df-live2(w-diff-idx)
           set w-cell to w-row:>createCell(8)
           w-cell:>setCellValue(w-diff-amount)
           set w-cell to w-row:>createCell(9)
           evaluate df-kind(w-diff-idx)
           when "L"
              w-cell:>setCellValue("on live file only")
           when "N"
              w-cell:>setCellValue("missing from live file")
           when other
              w-cell:>setCellValue("totals differ")
           end-evaluate
           add 1 to w-total-rows-written.

      *> what the rebuild was made of, so a difference can be traced
      *> to the extract that does (or does not) explain it
       write-extracts-sheet.
           set w-sheet to w-workbook:>createSheet("EXTRACTS")
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Extract")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Run date")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("Filed copy")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("Company")
           w-cell:>setCellStyle(w-cellstyle-bold)
           perform varying w-replay-idx from 1 by 1
                 until w-replay-idx > w-replay-count
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue(
                 function trim(rp-name(w-replay-idx)))
              set w-cell to w-row:>createCell(1)
              w-cell:>setCellValue(rp-run-date(w-replay-idx))
              set w-cell to w-row:>createCell(2)
              if rp-found(w-replay-idx) = "Y"
                 w-cell:>setCellValue(
                    function trim(rp-path(w-replay-idx)))
              else
                 w-cell:>setCellValue("NOT FOUND")
                 w-cell:>setCellStyle(w-cellstyle-bold)
              end-if
              set w-cell to w-row:>createCell(3)
              w-cell:>setCellValue(rp-company(w-replay-idx))
           end-perform
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("reversed runs left out")
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-reversed-count)
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("allocation movements added")
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-alloc-count)
           if w-listed-dropped > 0
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue("extracts beyond the run's capacity")
              w-cell:>setCellStyle(w-cellstyle-bold)
              set w-cell to w-row:>createCell(1)
              w-cell:>setCellValue(w-listed-dropped)
              w-cell:>setCellStyle(w-cellstyle-bold)
           end-if
           if not replay-succeeded
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue("REPLAY FAILED - see run-summary.log")
              w-cell:>setCellStyle(w-cellstyle-bold)
           end-if.

      *> catalog entry for the file named in cp-path; a catalog that
      *> cannot be written is reported and the run carries on
       catalog-output.
           move "A" to cp-function
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "processed-extracts.dat" to cp-extract
           move w-catalog-rows to cp-rows
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
                  " from=" delimited by size
                  w-from-date delimited by size
                  " to=" delimited by size
                  w-to-date delimited by size
                  " extracts=" delimited by size
                  w-replay-count delimited by size
                  " not-found=" delimited by size
                  w-missing-count delimited by size
                  " differences=" delimited by size
                  w-diff-count delimited by size
                  " applied=" delimited by size
                  w-applied delimited by size
                  " elapsed-secs=" delimited by size
                  w-elapsed-secs delimited by size
                  " status=" delimited by size
                  w-run-status delimited by size
                  into summary-line
           write summary-line
           close summary-output-file.
