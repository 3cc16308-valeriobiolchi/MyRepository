       program-id. report-purge.

      *>********************************************************************<*
      *>***** Scheduled retention job for the report outputs: every    *****<*
      *>***** file on the report catalog (report-catalog.dat) still    *****<*
      *>***** LIVE and older than the retention period, whichever job  *****<*
      *>***** wrote it, plus the fixed names excel-sample and          *****<*
      *>***** docx-table wrote before there was a catalog. Aged        *****<*
      *>***** reports move to compressed cold storage with a manifest  *****<*
      *>***** (report-restore.cbl brings them back); nothing is        *****<*
      *>***** deleted outright. Runs in PURGE_DRY_RUN (list-only) mode *****<*
      *>***** unless explicitly told otherwise.                        *****<*
      *>********************************************************************<*

       environment division.
           select report-defs-file assign to w-defs-path
               organization is line sequential
               file status is ws-defs-status.
           select catalog-file assign to "report-catalog.dat"
               organization is indexed
               access mode is dynamic
               record key is rc-path
               alternate record key is rc-report-key with duplicates
               file status is ws-catalog-status.
           select candidate-file assign to w-candidate-list-path
               organization is line sequential
               file status is ws-candidate-status.

       data division.
       file section.
       fd  report-defs-file.
       01  defs-line           pic x(400).

       fd  catalog-file.
       copy "report-catalog.cpy".

       fd  candidate-file.
       01  candidate-line      pic x(256).

       working-storage section.

      *> excel-sample archives one dated subdirectory per run under
       77 w-word-file          pic x(128) value "sample-table.docx".
       77 w-report-name        pic x(32) value "excel-sample".

      *> every job that writes an output puts it on the report
      *> catalog, so the catalog is the list of what there is to age
      *> off: each LIVE entry whose run date is before the cutoff is a
      *> candidate, whatever report or job wrote it. The fixed-name
      *> probes below still run for archive days from before the
      *> catalog; a probed file the catalog knows about is left to the
      *> catalog's entry. Candidates go to a work list first, so the
      *> catalog is closed again before catalog-record updates it.
       77 ws-catalog-status    pic xx.
       77 ws-catalog-eof       pic x value "N".
          88 catalog-at-eof        value "Y".
       77 w-catalog-open       pic x value "N".
          88 catalog-available     value "Y".
       77 w-candidate-list-path pic x(64) value "report-purge.lst".
       77 ws-candidate-status  pic xx.
       77 ws-candidate-eof     pic x value "N".
          88 candidate-at-eof      value "Y".
       77 w-cutoff-date        pic x(8).
       77 w-cutoff-offset      pic s9(5).
       77 w-cutoff-calendar    object reference j-gregorian.
       77 w-list-file          object reference j-file.

       77 w-now-millis         usage comp-2.
       77 w-cutoff-millis      usage comp-2.
       77 w-file-millis        usage comp-2.
      *> names from report-defs.dat, the same parse excel-sample and
      *> reject-review use, falling back to the compiled-in name when
      *> no definitions file exists, so the seven-year policy applies
      *> to everything the system produces. The GL posting files carry
      *> the company of the definition (field 14; blank is the company
      *> the run is for, COMPANY_CODE or else the home company).
       77 w-defs-path          pic x(64) value "report-defs.dat".
       77 ws-defs-status       pic xx.
       77 ws-defs-eof          pic x value "N".
          88 defs-at-eof           value "Y".
       77 w-def-name           pic x(32).
       77 w-def-skip           pic x(128).
       77 w-def-company        pic x(4).
       77 w-home-company       pic x(4) value "0001".
       77 w-env-company        pic x(4).
       77 w-name-count         pic 9(2) value 0.
       77 w-name-max           pic 9(2) value 20.
       77 w-name-idx           pic 9(2).
       01 purge-name-table.
          05 purge-name-entry occurs 20 times.
             10 pn-name        pic x(32).
             10 pn-company     pic x(4).

      *> an archived file's report catalog entry (catalog-record)
      *> follows it to cold storage, so the catalog still finds it
      *> and catalog-inquiry can offer the restore
       copy "catalog-parm.cpy".

       procedure division.
       main.
                 w-now-millis - (w-retention-days * 86400000)
              set w-calendar to j-gregorian:>new()
              set w-simpledateformat to j-simpledateformat:>new("yyyyMMdd")
              perform compute-cutoff-date
              perform open-candidate-list
              perform list-cataloged-files
              perform purge-excel-archive
              perform purge-word-file
              perform close-catalog-if-open
              close candidate-file
              perform purge-listed-candidates
           catch exception
              display message exception-object:>getMessage()
              move "FAILED" to w-run-status
              move "sample-table.docx" to w-word-file
           end-if.

       compute-cutoff-date.
           set w-cutoff-calendar to j-gregorian:>new()
           compute w-cutoff-offset = 0 - w-retention-days
           w-cutoff-calendar:>add(j-calendar:>DATE, w-cutoff-offset)
           move w-simpledateformat:>format(w-cutoff-calendar:>getTime())
              to w-cutoff-date.

       open-candidate-list.
           open output candidate-file
           move "N" to w-catalog-open
           open input catalog-file
           if ws-catalog-status = "00"
              set catalog-available to true
           end-if.

       close-catalog-if-open.
           if catalog-available
              close catalog-file
              move "N" to w-catalog-open
           end-if.

      *> every LIVE catalog entry from before the cutoff date
       list-cataloged-files.
           if not catalog-available
              exit paragraph
           end-if
           move "N" to ws-catalog-eof
           move low-values to rc-path
           start catalog-file key is not less than rc-path
              invalid key
                 set catalog-at-eof to true
           end-start
           perform until catalog-at-eof
              read catalog-file next record
                 at end
                    set catalog-at-eof to true
                 not at end
                    if rc-live and rc-run-date < w-cutoff-date
                       move rc-path to candidate-line
                       write candidate-line
                    end-if
              end-read
           end-perform.

      *> a probed name goes on the list only when the catalog has no
      *> entry for it (an archive day from before the catalog)
       list-probed-file.
           if catalog-available
              move w-candidate-path to rc-path
              read catalog-file
                 invalid key
                    move w-candidate-path to candidate-line
                    write candidate-line
              end-read
           else
              move w-candidate-path to candidate-line
              write candidate-line
           end-if.

      *> the aged files themselves: each listed path still there and
      *> older than the retention period is archived (or, in a dry
      *> run, listed); the work list is removed afterwards
       purge-listed-candidates.
           open input candidate-file
           move "N" to ws-candidate-eof
           perform until candidate-at-eof
              read candidate-file
                 at end
                    set candidate-at-eof to true
                 not at end
                    move candidate-line to w-candidate-path
                    perform purge-candidate-file
              end-read
           end-perform
           close candidate-file
           set w-list-file to j-file:>new(function trim(w-candidate-list-path))
           w-list-file:>delete().

      *> walks backward one calendar day at a time from today, for up
      *> to PURGE_LOOKBACK_DAYS, checking each archive/yyyymmdd/
      *> directory excel-sample may have created for that run date.
      *> back to the compiled-in default name, the pre-definitions
      *> behavior.
       load-report-names.
           accept w-env-company from environment "COMPANY_CODE"
              on exception move spaces to w-env-company
           end-accept
           move function upper-case(w-env-company) to w-env-company
           if w-env-company = spaces
              move w-home-company to w-env-company
           end-if
           move 0 to w-name-count
           open input report-defs-file
           if ws-defs-status = "00"
                    not at end
                       if function trim(defs-line) not = spaces
                          and defs-line(1:1) not = "*"
                          move spaces to w-def-name w-def-company
                          unstring defs-line delimited by "|"
                             into w-def-name, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-company
                          if function trim(w-def-name) not = spaces
                             and w-name-count < w-name-max
                             add 1 to w-name-count
                             move w-def-name to pn-name(w-name-count)
                             move function upper-case(w-def-company)
                                to pn-company(w-name-count)
                             if pn-company(w-name-count) = spaces
                                move w-env-company
                                   to pn-company(w-name-count)
                             end-if
                          end-if
                       end-if
                 end-read
           if w-name-count = 0
              move 1 to w-name-count
              move w-report-name to pn-name(1)
              move w-env-company to pn-company(1)
           end-if.

      *> the writers always use these fixed names for a given report
           string function trim(w-scan-dir) delimited by size
                  "/region-rollup.xlsx" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/ops-trend.xlsx" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/daily-pack-" delimited by size
                  w-scan-date delimited by size
                  ".pdf" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/pack-cover.docx" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/pack-cover.docx.pdf" delimited by size
                  into w-candidate-path
           perform list-probed-file.

       check-one-report-files.
           string function trim(w-scan-dir) delimited by size
                  function trim(pn-name(w-name-idx)) delimited by size
                  ".xlsx" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/" delimited by size
                  function trim(pn-name(w-name-idx)) delimited by size
                  ".xls" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/" delimited by size
                  function trim(pn-name(w-name-idx)) delimited by size
                  ".csv" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/glpost-" delimited by size
                  function trim(pn-name(w-name-idx)) delimited by size
                  ".dat" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/glpost-" delimited by size
                  function trim(pn-name(w-name-idx)) delimited by size
                  "-reversal.dat" delimited by size
                  into w-candidate-path
           perform list-probed-file

      *> the per-company posting files; the two names above are the
      *> ones archive days from before the company split still hold
           string function trim(w-scan-dir) delimited by size
                  "/glpost-" delimited by size
                  function trim(pn-name(w-name-idx)) delimited by size
                  "-" delimited by size
                  pn-company(w-name-idx) delimited by size
                  ".dat" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/glpost-" delimited by size
                  function trim(pn-name(w-name-idx)) delimited by size
                  "-" delimited by size
                  pn-company(w-name-idx) delimited by size
                  "-reversal.dat" delimited by size
                  into w-candidate-path
           perform list-probed-file

           string function trim(w-scan-dir) delimited by size
                  "/" delimited by size
                  function trim(pn-name(w-name-idx)) delimited by size
                  "-annotated.xlsx" delimited by size
                  into w-candidate-path
           perform list-probed-file.

      *> docx-table has no date-stamped archive of its own yet, so its
      *> single output file is aged off by its own lastModified time.
       purge-word-file.
           move w-word-file to w-candidate-path
           perform list-probed-file.

       purge-candidate-file.
           set w-candidate-file to j-file:>new(function trim(w-candidate-path))
           w-candidate-file:>delete()
           display "ARCHIVED: " function trim(w-candidate-path)
                   " -> " function trim(w-cold-path)
           perform catalog-cold-copy
           add 1 to w-purge-count.

       catalog-cold-copy.
           move spaces to catalog-parm
           move "L" to cp-function
           move w-candidate-path to cp-path
           move "COLD" to cp-location
           move w-cold-path to cp-cold-path
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display "WARNING: not cataloged: " function trim(cp-path)
           end-if.

       write-manifest-record.
           move w-simpledateformat:>format(
              j-gregorian:>new():>getTime()) to w-purge-date
