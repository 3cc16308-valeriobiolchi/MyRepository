       77 w-mailMultipart      object reference MimeMultipart.
       77 w-mailDataSource     object reference FileDataSource.

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
         display message "salca"

         perform distribute-report
         perform catalog-output

       catch exception
         display message exception-object:>getMessage()
           w-mailMessage:>setContent(w-mailMultipart)
           Transport:>send(w-mailMessage).

      *> the finished document goes on the report catalog
      *> (catalog-record) once its hold state is known; a catalog
      *> that cannot be written is reported and the run carries on
       catalog-output.
           move spaces to catalog-parm
           move "A" to cp-function
           move w-docx-path to cp-path
           move "docx-table" to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move w-input-path to cp-extract
           move w-data-row-count to cp-rows
           move 0 to cp-rejects
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display message "WARNING: not cataloged: " function trim(cp-path)
           end-if.

      *> one line appended to run-summary.log per run: table/row counts,
      *> elapsed time, and final status -- so an unattended overnight
      *> run leaves something to check besides scrollback.
