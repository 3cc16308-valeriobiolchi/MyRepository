      *>***** file, for undated outputs like sample-table.docx),       *****<*
      *>***** gunzips each match back to its original path, and        *****<*
      *>***** leaves the cold copy and manifest untouched so the       *****<*
      *>***** restore can be repeated. REPORT_RESTORE_PATH names one   *****<*
      *>***** archived file exactly and skips the prompts -- that is   *****<*
      *>***** how catalog-inquiry restores a purged catalog entry.     *****<*
      *>***** Each restored file goes back on the catalog as LIVE.     *****<*
      *>********************************************************************<*

       environment division.
       77  w-entry-size        pic x(12).
       77  w-entry-cold        pic x(256).

       77  w-restore-path      pic x(128).
       77  w-exact-match       pic x value "N".
           88 exact-path-match     value "Y".

       77  w-restored-count    pic 9(4) value 0.
       77  w-orig-file         object reference j-file.
       77  w-parent-file       object reference j-file.
       77  w-gzip-stream       object reference j-gzipin.

      *> a restored file is live again as far as the report catalog
      *> (catalog-record) is concerned
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-cold-root from environment "PURGE_COLD_ROOT"
                  "/manifest.log" delimited by size
                  into w-manifest-path

           move spaces to w-restore-path
           accept w-restore-path from environment "REPORT_RESTORE_PATH"
              on exception move spaces to w-restore-path
           end-accept
           move "N" to w-exact-match
           if w-restore-path not = spaces
              set exact-path-match to true
              move w-restore-path to w-wanted-prefix
           else
              perform prompt-for-report
           end-if
           if function trim(w-wanted-prefix) = spaces
              display "nothing to restore: give a report name"
           end-if
           goback.

       prompt-for-report.
           display "report name (e.g. excel-sample): " with no advancing
           accept w-restore-name
           display "report date (yyyymmdd, blank for undated): "
              with no advancing
           accept w-restore-date
           if w-restore-date not = spaces
              move spaces to w-wanted-prefix
              string "archive/" delimited by size
                     w-restore-date delimited by size
                     "/" delimited by size
                     function trim(w-restore-name) delimited by size
                     into w-wanted-prefix
           else
              move w-restore-name to w-wanted-prefix
           end-if.

       restore-if-matching.
           move spaces to w-orig-path w-entry-date
                          w-entry-size w-entry-cold
           unstring manifest-line delimited by "|"
              into w-orig-path, w-entry-date, w-entry-size,
                   w-entry-cold
           if exact-path-match
              if w-orig-path = w-wanted-prefix
                 perform restore-one-file
              end-if
           else
              if w-orig-path(1:w-prefix-len) =
                    w-wanted-prefix(1:w-prefix-len)
                 perform restore-one-file
              end-if
           end-if.

      *> gunzip the cold copy back to its original path (re-creating
                      " (archived " w-entry-date ", "
                      function trim(w-entry-size) " bytes)"
              add 1 to w-restored-count
              perform catalog-restored-file
           catch exception
              display message exception-object:>getMessage()
           end-try.

       catalog-restored-file.
           move spaces to catalog-parm
           move "L" to cp-function
           move w-orig-path to cp-path
           move "LIVE" to cp-location
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display "WARNING: not cataloged: " function trim(cp-path)
           end-if.
