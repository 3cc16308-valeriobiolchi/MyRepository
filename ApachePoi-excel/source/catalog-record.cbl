       >>SOURCE FORMAT FREE
       program-id. catalog-record.

      *>********************************************************************<*
      *>***** Keeps the report catalog (report-catalog.dat), CALLed    *****<*
      *>***** with catalog-parm.cpy. A: a report job has just written  *****<*
      *>***** an output file -- catalog it (or re-catalog it, a rerun  *****<*
      *>***** overwrites the same path) as LIVE, with its approval     *****<*
      *>***** state as hold-queue.dat has it right now. L: the file    *****<*
      *>***** moved between the archive and cold storage; an entry     *****<*
      *>***** that predates the catalog is created from its path       *****<*
      *>***** (archive/yyyymmdd/<report>.ext). S: refresh every        *****<*
      *>***** entry's approval state from the hold queue after         *****<*
      *>***** report-approve's decisions. A catalog that cannot be     *****<*
      *>***** written comes back "E"; callers report it and carry on,  *****<*
      *>***** the output itself is unaffected.                         *****<*
      *>********************************************************************<*

       environment division.
       input-output section.
       file-control.
           select catalog-file assign to "report-catalog.dat"
               organization is indexed
               access mode is dynamic
               record key is rc-path
               alternate record key is rc-report-key with duplicates
               file status is ws-catalog-status.
           select hold-queue-file assign to "hold-queue.dat"
               organization is line sequential
               file status is ws-hold-status.

       data division.
       file section.
       fd  catalog-file.
       copy "report-catalog.cpy".

       fd  hold-queue-file.
       copy "hold-queue.cpy".

       working-storage section.
       77  ws-catalog-status   pic xx.
       77  ws-hold-status      pic xx.
       77  ws-hold-eof         pic x value "N".
           88 hold-at-eof          value "Y".
       77  w-entry-found       pic x value "N".
           88 entry-on-file        value "Y".
       77  w-approval          pic x(8).
       77  w-approval-user     pic x(20).
       01  path-part-table.
           05 w-path-part      pic x(200) occurs 4 times.
       77  w-file-name         pic x(200).
       77  w-part-idx          pic 9(1).

       linkage section.
       copy "catalog-parm.cpy".

       procedure division using catalog-parm.
       main.
           move "Y" to cp-result
           perform open-catalog-file
           if ws-catalog-status not = "00"
              move "E" to cp-result
              goback
           end-if
           evaluate true
           when cp-add-output
              perform add-output-entry
           when cp-set-location
              perform set-entry-location
           when cp-sync-approvals
              perform sync-approval-states
           when other
              move "E" to cp-result
           end-evaluate
           close catalog-file
           goback.

       open-catalog-file.
           open i-o catalog-file
           if ws-catalog-status = "35"
              open output catalog-file
              close catalog-file
              open i-o catalog-file
           end-if.

       add-output-entry.
           move cp-path to rc-path
           perform read-catalog-entry
           move cp-path to rc-path
           move cp-report to rc-report
           move cp-run-date to rc-run-date
           move function current-date(9:6) to rc-run-time
           move cp-regions to rc-regions
           move cp-extract to rc-extract
           move cp-rows to rc-rows
           move cp-rejects to rc-rejects
           perform find-hold-state
           move w-approval to rc-approval
           move w-approval-user to rc-approval-user
           set rc-live to true
           move spaces to rc-cold-path
           move function current-date(1:14) to rc-cataloged-stamp
           perform store-catalog-entry.

       set-entry-location.
           move cp-path to rc-path
           perform read-catalog-entry
           if not entry-on-file
              perform derive-entry-from-path
              perform find-hold-state
              move w-approval to rc-approval
              move w-approval-user to rc-approval-user
              move function current-date(1:14) to rc-cataloged-stamp
           end-if
           move cp-location to rc-location
           if rc-cold
              move cp-cold-path to rc-cold-path
           end-if
           perform store-catalog-entry.

      *> the hold queue is in queue order, so every line for a path
      *> is applied in turn and the latest decision is what stays
       sync-approval-states.
           open input hold-queue-file
           if ws-hold-status not = "00"
              exit paragraph
           end-if
           move "N" to ws-hold-eof
           perform until hold-at-eof
              read hold-queue-file
                 at end
                    set hold-at-eof to true
                 not at end
                    move hq-path to rc-path
                    perform read-catalog-entry
                    if entry-on-file
                       move hq-status to rc-approval
                       move hq-decision-user to rc-approval-user
                       rewrite report-catalog-record
                          invalid key
                             move "E" to cp-result
                       end-rewrite
                    end-if
              end-read
           end-perform
           close hold-queue-file.

       read-catalog-entry.
           move "N" to w-entry-found
           read catalog-file
              invalid key
                 continue
              not invalid key
                 set entry-on-file to true
           end-read.

       store-catalog-entry.
           if entry-on-file
              rewrite report-catalog-record
                 invalid key
                    move "E" to cp-result
              end-rewrite
           else
              write report-catalog-record
                 invalid key
                    move "E" to cp-result
              end-write
           end-if.

      *> latest hold-queue line for this path; none means the report
      *> was never held
       find-hold-state.
           move "NOT HELD" to w-approval
           move spaces to w-approval-user
           open input hold-queue-file
           if ws-hold-status not = "00"
              exit paragraph
           end-if
           move "N" to ws-hold-eof
           perform until hold-at-eof
              read hold-queue-file
                 at end
                    set hold-at-eof to true
                 not at end
                    if hq-path = cp-path
                       move hq-status to w-approval
                       move hq-decision-user to w-approval-user
                    end-if
              end-read
           end-perform
           close hold-queue-file.

      *> archive/yyyymmdd/<report>.ext gives the run date and report
      *> name; an undated file (sample-table.docx) is its own name
       derive-entry-from-path.
           move spaces to report-catalog-record
           move cp-path to rc-path
           move 0 to rc-rows rc-rejects
           move spaces to w-path-part(1) w-path-part(2)
                          w-path-part(3) w-path-part(4)
           unstring cp-path delimited by "/"
              into w-path-part(1), w-path-part(2),
                   w-path-part(3), w-path-part(4)
           move w-path-part(1) to w-file-name
           perform varying w-part-idx from 2 by 1
                 until w-part-idx > 4
              if w-path-part(w-part-idx) not = spaces
                 move w-path-part(w-part-idx) to w-file-name
              end-if
           end-perform
           if w-path-part(2)(1:8) is numeric
              move w-path-part(2)(1:8) to rc-run-date
           end-if
           unstring w-file-name delimited by "."
              into rc-report.
