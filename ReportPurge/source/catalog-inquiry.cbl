       >>SOURCE FORMAT FREE
       program-id. catalog-inquiry.

      *>********************************************************************<*
      *>***** Inquiry over the report catalog (report-catalog.dat)     *****<*
      *>***** that every report job adds its outputs to. Searches by   *****<*
      *>***** report, region, run-date range and source extract, and   *****<*
      *>***** pages through the matches with their row and reject      *****<*
      *>***** counts, approval state and whether the file is still in  *****<*
      *>***** the live archive or was purged to cold storage. A purged *****<*
      *>***** entry can be restored from the result list: the file's   *****<*
      *>***** exact path is handed to report-restore, which brings it  *****<*
      *>***** back and marks the entry LIVE again.                     *****<*
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

       data division.
       file section.
       fd  catalog-file.
       copy "report-catalog.cpy".

       working-storage section.
       77  ws-catalog-status   pic xx.
       77  ws-catalog-eof      pic x value "N".
           88 catalog-at-eof       value "Y".
       77  w-command           pic x value space.

      *> search filters: blank means "any"
       77  w-filt-report       pic x(32).
       77  w-filt-region       pic x(4).
       77  w-filt-from         pic x(8).
       77  w-filt-to           pic x(8).
       77  w-filt-extract      pic x(60).
       77  w-filt-len          pic 9(3).
       77  w-tally             pic 9(3).
       77  w-match             pic x.
           88 entry-matches        value "Y".

      *> the matches are collected and the catalog closed before the
      *> list is shown, so a restore (which updates the catalog) never
      *> runs against an open scan
       77  w-result-count      pic 9(3) value 0.
       77  w-result-max        pic 9(3) value 200.
       77  w-result-idx        pic 9(3).
       77  w-result-overflow   pic x value "N".
           88 results-overflowed   value "Y".
       01  result-table.
           05 result-entry occurs 200 times.
              10 ct-path       pic x(200).
              10 ct-report     pic x(32).
              10 ct-run-date   pic x(8).
              10 ct-regions    pic x(60).
              10 ct-extract    pic x(60).
              10 ct-rows       pic 9(6).
              10 ct-rejects    pic 9(6).
              10 ct-approval   pic x(8).
              10 ct-location   pic x(4).

       77  w-page-count        pic 9(2).
       77  w-page-size         pic 9(2) value 10.
       77  w-page-cmd          pic x.
       77  w-list-done         pic x value "N".
           88 list-done            value "Y".
       77  w-pick              pic 9(3).
       77  w-restore-rc        pic 9(4).

       procedure division.
       main.
           perform until w-command = "Q"
              display " "
              display "Report catalog -- S)earch Q)uit"
              display "Command: " with no advancing
              accept w-command
              move function upper-case(w-command) to w-command
              evaluate w-command
              when "S" perform run-search
              when "Q" continue
              when other
                 display "unrecognized command."
              end-evaluate
           end-perform
           goback.

      *> ---- search -----------------------------------------------------

       run-search.
           display "report (blank = any): " with no advancing
           accept w-filt-report
           display "region (blank = any): " with no advancing
           accept w-filt-region
           move function upper-case(w-filt-region) to w-filt-region
           display "run date from (yyyymmdd, blank = open): "
              with no advancing
           accept w-filt-from
           display "run date to (yyyymmdd, blank = open): "
              with no advancing
           accept w-filt-to
           display "source extract contains (blank = any): "
              with no advancing
           accept w-filt-extract
           move 0 to w-result-count
           move "N" to w-result-overflow
           open input catalog-file
           if ws-catalog-status not = "00"
              display "no report catalog to search, status="
                      ws-catalog-status
              exit paragraph
           end-if
           if w-filt-report not = spaces
              perform scan-one-report
           else
              perform scan-whole-catalog
           end-if
           close catalog-file
           display " "
           display w-result-count " catalog entr(y/ies) found"
           if results-overflowed
              display "only the first " w-result-max
                      " are listed -- narrow the search"
           end-if
           if w-result-count > 0
              perform list-results
           end-if.

      *> a report name goes straight to its entries through the
      *> alternate key, starting at the "from" date when one is given
       scan-one-report.
           move w-filt-report to rc-report
           if w-filt-from not = spaces
              move w-filt-from to rc-run-date
           else
              move low-values to rc-run-date
           end-if
           start catalog-file key is not less than rc-report-key
              invalid key
                 exit paragraph
           end-start
           move "N" to ws-catalog-eof
           perform until catalog-at-eof or results-overflowed
              read catalog-file next record
                 at end
                    set catalog-at-eof to true
                 not at end
                    if rc-report not = w-filt-report
                       set catalog-at-eof to true
                    else
                       perform keep-if-matching
                    end-if
              end-read
           end-perform.

       scan-whole-catalog.
           move low-values to rc-path
           start catalog-file key is not less than rc-path
              invalid key
                 exit paragraph
           end-start
           move "N" to ws-catalog-eof
           perform until catalog-at-eof or results-overflowed
              read catalog-file next record
                 at end
                    set catalog-at-eof to true
                 not at end
                    perform keep-if-matching
              end-read
           end-perform.

       keep-if-matching.
           perform check-search-filters
           if entry-matches
              if w-result-count >= w-result-max
                 set results-overflowed to true
              else
                 add 1 to w-result-count
                 move rc-path to ct-path(w-result-count)
                 move rc-report to ct-report(w-result-count)
                 move rc-run-date to ct-run-date(w-result-count)
                 move rc-regions to ct-regions(w-result-count)
                 move rc-extract to ct-extract(w-result-count)
                 move rc-rows to ct-rows(w-result-count)
                 move rc-rejects to ct-rejects(w-result-count)
                 move rc-approval to ct-approval(w-result-count)
                 move rc-location to ct-location(w-result-count)
              end-if
           end-if.

      *> a report that covers every region is cataloged as ALL and
      *> answers any region search
       check-search-filters.
           set entry-matches to true
           if w-filt-report not = spaces
              and rc-report not = w-filt-report
              move "N" to w-match
           end-if
           if w-filt-from not = spaces
              and rc-run-date < w-filt-from
              move "N" to w-match
           end-if
           if w-filt-to not = spaces
              and rc-run-date > w-filt-to
              move "N" to w-match
           end-if
           if w-filt-region not = spaces
              and rc-regions not = "ALL"
              move function length(function trim(w-filt-region))
                 to w-filt-len
              move 0 to w-tally
              inspect rc-regions tallying w-tally
                 for all w-filt-region(1:w-filt-len)
              if w-tally = 0
                 move "N" to w-match
              end-if
           end-if
           if w-filt-extract not = spaces
              move function length(function trim(w-filt-extract))
                 to w-filt-len
              move 0 to w-tally
              inspect rc-extract tallying w-tally
                 for all w-filt-extract(1:w-filt-len)
              if w-tally = 0
                 move "N" to w-match
              end-if
           end-if.

      *> ---- result list ------------------------------------------------

       list-results.
           move 0 to w-page-count
           move "N" to w-list-done
           perform varying w-result-idx from 1 by 1
                 until w-result-idx > w-result-count or list-done
              perform show-result-entry
              add 1 to w-page-count
              if w-page-count >= w-page-size
                 or w-result-idx = w-result-count
                 move 0 to w-page-count
                 perform prompt-after-page
              end-if
           end-perform.

       show-result-entry.
           display w-result-idx ". " ct-run-date(w-result-idx) " "
                   ct-report(w-result-idx) " rows="
                   ct-rows(w-result-idx) " rejects="
                   ct-rejects(w-result-idx) " "
                   ct-approval(w-result-idx) " "
                   ct-location(w-result-idx)
           display "     " function trim(ct-path(w-result-idx))
           display "     regions "
                   function trim(ct-regions(w-result-idx))
                   "  from " function trim(ct-extract(w-result-idx)).

       prompt-after-page.
           if w-result-idx < w-result-count
              display "-- more -- N)ext R)estore Q)uit: "
                 with no advancing
           else
              display "-- end -- R)estore Q)uit: " with no advancing
           end-if
           accept w-page-cmd
           move function upper-case(w-page-cmd) to w-page-cmd
           evaluate w-page-cmd
           when "R"
              perform restore-listed-entry
              if w-result-idx = w-result-count
                 set list-done to true
              end-if
           when "Q"
              set list-done to true
           end-evaluate.

      *> only a COLD entry has anything to restore; report-restore is
      *> given the exact path, restores that one file and updates the
      *> catalog itself
       restore-listed-entry.
           display "entry number to restore: " with no advancing
           move 0 to w-pick
           accept w-pick
           if w-pick = 0 or w-pick > w-result-count
              display "no entry " w-pick " on this list."
              exit paragraph
           end-if
           if ct-location(w-pick) not = "COLD"
              display "entry " w-pick " is in the live archive --"
                      " nothing to restore."
              exit paragraph
           end-if
           set environment "REPORT_RESTORE_PATH" to ct-path(w-pick)
           move 0 to return-code
           call "report-restore"
              on exception
                 display "catalog-inquiry: report-restore could not "
                         "be loaded"
                 move 8 to return-code
           end-call
           move return-code to w-restore-rc
           move 0 to return-code
           cancel "report-restore"
           set environment "REPORT_RESTORE_PATH" to " "
           if w-restore-rc = 0
              move "LIVE" to ct-location(w-pick)
           else
              display "catalog-inquiry: restore ended rc=" w-restore-rc
           end-if.
