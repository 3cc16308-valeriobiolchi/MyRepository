       77  w-mail-multipart    object reference j-mimemultipart.
       77  w-mail-datasource   object reference j-filedatasource.

      *> the report catalog (catalog-record) carries each output's
      *> approval state; it is refreshed from the rewritten queue
       copy "catalog-parm.cpy".

       procedure division.
       main.
           perform get-reviewer
           end-perform
           if queue-changed
              perform rewrite-hold-queue
              perform sync-catalog-approvals
           end-if
           display " "
           display "report-approve: " w-pending-seen " pending seen, "
                   w-rejected-count " rejected"
           goback.

       sync-catalog-approvals.
           move spaces to catalog-parm
           move "S" to cp-function
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display "WARNING: report catalog approvals not updated"
           end-if.

      *> identity now comes from operator-signon (operators.dat); a
      *> failed sign-on leaves w-reviewer spaces and the session ends.
       get-reviewer.
