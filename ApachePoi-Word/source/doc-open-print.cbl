          88 holdq-at-eof         value "Y".
       77 w-delivery-status   pic x(60).

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-doc-path from environment "DOC_OPEN_PRINT_FILE"
              w-merger:>mergeDocuments()
              display message "daily pack bound: "
                 function trim(w-pack-pdf-path)
              perform catalog-output
           end-if.

      *> the finished document goes on the report catalog
      *> (catalog-record); a catalog that cannot be written is
      *> reported and the run carries on
       catalog-output.
           move spaces to catalog-parm
           move "A" to cp-function
           move w-pack-pdf-path to cp-path
           move "daily-pack" to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move w-archive-day-path to cp-extract
           move w-pack-count to cp-rows
           move 0 to cp-rejects
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display message "WARNING: not cataloged: " function trim(cp-path)
           end-if.

      *> every .docx the night left in the dated archive, plus
