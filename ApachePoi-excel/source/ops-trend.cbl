       77 w-cell               object reference j-cell.
       77 w-output             object reference j-output.

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           move function current-date(1:8) to w-run-date
              j-file:>new(function trim(w-output-path)))
           w-workbook:>write(w-output)
           w-output:>close()
           display w-output-path " created"
           move w-output-path to cp-path
           perform catalog-output.

       write-runs-header.
           set w-cell to w-row:>createCell(0)
                 end-if
              end-if
           end-if.

      *> catalog entry for the file named in cp-path; a catalog that
      *> cannot be written is reported and the run carries on
       catalog-output.
           move "A" to cp-function
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "run-summary.log" to cp-extract
           move w-run-count to cp-rows
           move 0 to cp-rejects
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display "WARNING: not cataloged: " function trim(cp-path)
           end-if.
