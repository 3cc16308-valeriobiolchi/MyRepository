       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
              j-file:>new(function trim(w-output-path)))
           w-workbook:>write(w-output)
           w-output:>close()
           display w-output-path " created"
           move w-output-path to cp-path
           perform catalog-output.

       build-sources-sheet.
           set w-sheet to w-workbook:>createSheet("SOURCES")
              end-if
           end-perform.

      *> catalog entry for the file named in cp-path; a catalog that
      *> cannot be written is reported and the run carries on
       catalog-output.
           move "A" to cp-function
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "reject-*.txt" to cp-extract
           move w-total-rows-written to cp-rows
           move w-total-rejects to cp-rejects
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
