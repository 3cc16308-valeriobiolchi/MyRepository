       >>SOURCE FORMAT FREE
       program-id. standing-entries.

      *>********************************************************************<*
      *>***** Standing-entry generator, run by the job chain ahead of  *****<*
      *>***** excel-sample on the first processing day of each fiscal  *****<*
      *>***** period (run rule PERIOD-START). Every active entry on    *****<*
      *>***** recurring.dat (maintained in recurring-maint) whose      *****<*
      *>***** start and end periods cover the period and whose         *****<*
      *>***** frequency falls due in it becomes one data row of an     *****<*
      *>***** extract in the excel-input.cpy layout -- COMPANY header  *****<*
      *>***** first, TRAILER control count last -- dropped into the    *****<*
      *>***** excel-sample intake directory, so rent, leases and fixed *****<*
      *>***** service charges go through the same validation, history  *****<*
      *>***** and GL path as the rows the branches used to key by      *****<*
      *>***** hand. Each generated entry is stamped with the period    *****<*
      *>***** (re-last-period), and an entry already stamped for the   *****<*
      *>***** period is never generated again. The extract is built    *****<*
      *>***** under a .tmp name, the entries are stamped from it, and  *****<*
      *>***** only then is it renamed into the intake, so a run        *****<*
      *>***** interrupted at any point is finished by the next run in  *****<*
      *>***** the same period instead of repeating or losing rows.     *****<*
      *>***** Every company with entries on recurring.dat gets its own *****<*
      *>***** extract: for the period today falls in on that company's *****<*
      *>***** calendar (STANDING_PERIOD names a yyyymm to generate for *****<*
      *>***** instead), dropped into the intake directory of that      *****<*
      *>***** company's report definition (report-defs.dat field 2 of  *****<*
      *>***** the active line whose field 14 is the company).          *****<*
      *>********************************************************************<*

       environment division.
       configuration section.
       repository.
           class j-file as "java.io.File"
           .

       input-output section.
       file-control.
           select recurring-file assign to "recurring.dat"
               organization is indexed
               access mode is dynamic
               record key is re-record-key
               file status is ws-recurring-status.
           select period-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-period-status.
           select extract-file assign to w-work-path
               organization is sequential
               file status is ws-extract-status.
           select report-defs-file assign to "report-defs.dat"
               organization is line sequential
               file status is ws-defs-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  recurring-file.
       copy "recurring-entry.cpy".

       fd  period-file.
       copy "fiscal-calendar.cpy".

       fd  extract-file.
       copy "excel-input.cpy".

       fd  report-defs-file.
       01  defs-line           pic x(400).

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       77 w-report-name        pic x(32) value "standing-entries".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-run-date           pic x(8).
       77 w-run-time           pic 9(8).
       77 w-archive-day-path   pic x(256).
       77 w-archive-subdir     object reference j-file.
       77 w-summary-path       pic x(256).
       77 ws-recurring-status  pic xx.
       77 ws-period-status     pic xx.
       77 ws-extract-status    pic xx.
       77 ws-summary-status    pic xx.
       77 ws-defs-status       pic xx.
       77 ws-recurring-eof     pic x value "N".
          88 recurring-at-eof      value "Y".
       77 ws-period-eof        pic x value "N".
          88 period-scan-done      value "Y".
       77 ws-extract-eof       pic x value "N".
          88 extract-at-eof        value "Y".
       77 ws-defs-eof          pic x value "N".
          88 defs-at-eof           value "Y".

      *> every company with entries on recurring.dat, generated for
      *> one after another; w-company is the one in hand. A report
      *> definition with no company of its own (field 14) is for
      *> COMPANY_CODE, else the home company, as in excel-sample.
       77 w-home-company       pic x(4) value "0001".
       77 w-env-company        pic x(4).
       77 w-company            pic x(4).
       77 w-company-count      pic 9(2) value 0.
       77 w-company-max        pic 9(2) value 20.
       77 w-company-idx        pic 9(2).
       77 w-last-company       pic x(4) value spaces.
       01 standing-company-table.
          05 sc-company        pic x(4) occurs 20 times.

      *> the period generated for and the entry date its rows carry
      *> (the period's first day, or the calendar month's when the
      *> company keeps no calendar period for it); STANDING_PERIOD
      *> holds every company to the one named
       77 w-period-override    pic x(6).
       77 w-period             pic x(6).
       77 w-entry-date         pic x(8).

      *> the extract: built as <intake>/standing-pppppp-cccc.tmp
      *> (excel-sample only sweeps *.dat), renamed to
      *> standing-pppppp-cccc-<run date><run time>.dat once its
      *> entries are stamped
       77 w-intake-dir         pic x(64).
       77 w-default-intake-dir pic x(64).
       77 w-intake-found       pic x value "N".
          88 intake-dir-found      value "Y".
       77 w-def-dir            pic x(64).
       77 w-def-skip           pic x(128).
       77 w-def-active         pic x(1).
       77 w-def-company        pic x(4).
       77 w-intake-subdir      object reference j-file.
       77 w-work-path          pic x(256).
       77 w-drop-path          pic x(256).
       77 w-drop-name          pic x(60).
       77 w-work-probe         object reference j-file.
       77 w-drop-file          object reference j-file.
       77 w-work-complete      pic x value "N".
          88 work-file-complete    value "Y".

      *> due-date arithmetic: months from the entry's start period to
      *> the period, against the frequency's interval
       77 w-period-months      pic 9(6).
       77 w-start-months       pic 9(6).
       77 w-months-elapsed     pic 9(6).
       77 w-interval           pic 9(2).
       77 w-quotient           pic 9(6).
       77 w-remainder          pic 9(2).
       77 w-entry-due          pic x value "N".
          88 entry-is-due          value "Y".

       77 w-entries-read       pic 9(6) value 0.
       77 w-entries-due        pic 9(6) value 0.
       77 w-already-generated  pic 9(6) value 0.
       77 w-rows-written       pic 9(6) value 0.
       77 w-stamped            pic 9(6) value 0.
      *> w-run-status is the company in hand's; w-step-status the
      *> whole run's, failed when any company's run failed
       77 w-run-status         pic x(7) value "SUCCESS".
       77 w-step-status        pic x(7) value "SUCCESS".
       77 w-start-time         pic 9(8).
       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

       procedure division.
       main.
           accept w-start-time from time
           move function current-date(1:8) to w-run-date
           move w-start-time to w-run-time
           perform get-standing-config
           perform build-archive-paths
           perform load-standing-companies
           perform generate-for-company
              varying w-company-idx from 1 by 1
              until w-company-idx > w-company-count
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-step-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

      *> one company's whole run, as the step used to make for the
      *> one company it was given: its period, its intake, its .tmp
      *> and drop, its run-summary line
       generate-for-company.
           move sc-company(w-company-idx) to w-company
           move "SUCCESS" to w-run-status
           move "N" to w-work-complete
           move 0 to w-entries-read w-entries-due w-already-generated
                     w-rows-written w-stamped
           move spaces to w-work-path w-drop-path w-drop-name
           perform get-standing-period
           perform check-standing-period
           if w-run-status = "SUCCESS"
              perform resolve-company-intake
           end-if
           perform build-standing-paths
           if w-run-status = "SUCCESS"
              perform check-interrupted-run
           end-if
           if w-run-status = "SUCCESS" and not work-file-complete
              perform generate-due-entries
           end-if
           if w-run-status = "SUCCESS" and w-rows-written > 0
              perform stamp-generated-entries
           end-if
           if w-run-status = "SUCCESS" and w-rows-written > 0
              perform drop-into-intake
           end-if
           perform write-run-summary
           if w-run-status = "FAILED"
              move "FAILED" to w-step-status
           end-if.

      *> the default intake directory is excel-sample's
      *> (EXCEL_INTAKE_DIR, "input" when unset), so a drop there is
      *> picked up by the same night's sweep
       get-standing-config.
           accept w-env-company from environment "COMPANY_CODE"
              on exception move spaces to w-env-company
           end-accept
           move function upper-case(w-env-company) to w-env-company
           if w-env-company = spaces
              move w-home-company to w-env-company
           end-if
           accept w-default-intake-dir
              from environment "EXCEL_INTAKE_DIR"
              on exception move "input" to w-default-intake-dir
           end-accept
           if function trim(w-default-intake-dir) = spaces
              move "input" to w-default-intake-dir
           end-if
           accept w-period-override from environment "STANDING_PERIOD"
              on exception move spaces to w-period-override
           end-accept.

      *> the companies in recurring.dat's key order; none (or no
      *> file) still makes one pass for the run's own company, so the
      *> run-summary line says nothing was due
       load-standing-companies.
           open input recurring-file
           if ws-recurring-status = "00"
              move low-values to re-record-key
              move "N" to ws-recurring-eof
              start recurring-file key is not less than re-record-key
                 invalid key
                    set recurring-at-eof to true
              end-start
              perform until recurring-at-eof
                 read recurring-file next record
                    at end
                       set recurring-at-eof to true
                    not at end
                       if re-company not = w-last-company
                          move re-company to w-last-company
                          perform add-standing-company
                       end-if
                 end-read
              end-perform
              close recurring-file
           end-if
           if w-company-count = 0
              move 1 to w-company-count
              move w-env-company to sc-company(1)
           end-if.

       add-standing-company.
           if w-company-count >= w-company-max
              display "standing-entries: company table full (max "
                      w-company-max "), company " re-company
                      " not generated"
              move "FAILED" to w-step-status
           else
              add 1 to w-company-count
              move re-company to sc-company(w-company-count)
           end-if.

      *> STANDING_PERIOD catches up a period whose first processing
      *> day was missed; unset, the period today falls in on the
      *> company's calendar (the calendar month outside every period)
       get-standing-period.
           move w-period-override to w-period
           if function trim(w-period) = spaces
              perform find-current-period
           end-if.

       find-current-period.
           move w-run-date(1:6) to w-period
           open input period-file
           if ws-period-status = "00"
              move "N" to ws-period-eof
              move w-company to fc-company
              move low-values to fc-period
              start period-file key is not less than fc-record-key
                 invalid key
                    set period-scan-done to true
              end-start
              perform until period-scan-done
                 read period-file next record
                    at end
                       set period-scan-done to true
                    not at end
                       if fc-company not = w-company
                          set period-scan-done to true
                       else
                          if fc-start-date <= w-run-date
                             and fc-end-date >= w-run-date
                             move fc-period to w-period
                             set period-scan-done to true
                          end-if
                       end-if
                 end-read
              end-perform
              close period-file
           end-if.

      *> the rows are dated the period's first day; a closed period
      *> is refused outright -- excel-sample would reject every row
      *> against the period lock anyway, and nothing may be stamped
      *> for a period that never received it
       check-standing-period.
           if w-period not numeric
              or w-period(5:2) < "01" or w-period(5:2) > "12"
              display "standing-entries: period " w-period
                      " is not yyyymm"
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move spaces to w-entry-date
           string w-period delimited by size
                  "01" delimited by size
                  into w-entry-date
           open input period-file
           if ws-period-status = "00"
              move w-company to fc-company
              move w-period to fc-period
              read period-file
                 invalid key
                    continue
                 not invalid key
                    if fc-status = "C"
                       display "standing-entries: period " w-period
                               " is closed, nothing generated"
                       move "FAILED" to w-run-status
                    else
                       move fc-start-date to w-entry-date
                    end-if
              end-read
              close period-file
           end-if.

      *> the intake the company's extracts are swept from: field 2 of
      *> the first active report-defs.dat line for the company (blank
      *> meaning the default directory), the same parse
      *> history-rebuild makes. The default directory alone is only
      *> the run's own company's -- excel-sample refuses an extract
      *> whose COMPANY header is not its definition's company -- so
      *> another company with no definition is reported, and its
      *> entries stay unstamped until it has one.
       resolve-company-intake.
           move w-default-intake-dir to w-intake-dir
           move "N" to w-intake-found
           open input report-defs-file
           if ws-defs-status = "00"
              move "N" to ws-defs-eof
              perform until defs-at-eof or intake-dir-found
                 read report-defs-file
                    at end
                       set defs-at-eof to true
                    not at end
                       if function trim(defs-line) not = spaces
                          and defs-line(1:1) not = "*"
                          perform match-company-definition
                       end-if
                 end-read
              end-perform
              close report-defs-file
           end-if
           if not intake-dir-found
              and w-company not = w-env-company
              display "standing-entries: no report definition takes "
                      "company " w-company "'s extracts, nothing "
                      "generated for " w-period
              move "FAILED" to w-run-status
           end-if.

       match-company-definition.
           move spaces to w-def-dir w-def-active w-def-company
           unstring defs-line delimited by "|"
              into w-def-skip, w-def-dir, w-def-skip,
                   w-def-skip, w-def-skip, w-def-skip,
                   w-def-skip, w-def-skip, w-def-active,
                   w-def-skip, w-def-skip, w-def-skip,
                   w-def-skip, w-def-company
           move function upper-case(w-def-company) to w-def-company
           if w-def-company = spaces
              move w-env-company to w-def-company
           end-if
           if w-def-company = w-company
              and function upper-case(w-def-active) not = "N"
              set intake-dir-found to true
              if function trim(w-def-dir) not = spaces
                 move w-def-dir to w-intake-dir
              end-if
           end-if.

       build-archive-paths.
           string w-archive-dir delimited by size
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           set w-archive-subdir to j-file:>new(w-archive-day-path)
           w-archive-subdir:>mkdirs()
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

       build-standing-paths.
           set w-intake-subdir to j-file:>new(function trim(w-intake-dir))
           w-intake-subdir:>mkdirs()
           string function trim(w-intake-dir) delimited by size
                  "/standing-" delimited by size
                  w-period delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  ".tmp" delimited by size
                  into w-work-path
           string "standing-" delimited by size
                  w-period delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  "-" delimited by size
                  w-run-date delimited by size
                  w-run-time(1:6) delimited by size
                  ".dat" delimited by size
                  into w-drop-name
           string function trim(w-intake-dir) delimited by size
                  "/" delimited by size
                  function trim(w-drop-name) delimited by size
                  into w-drop-path.

      *> a .tmp left by an earlier run for this period: one that ends
      *> in its TRAILER was complete, and its entries may already be
      *> partly stamped -- it is finished (stamped and dropped) rather
      *> than generated again. One without a TRAILER stopped while it
      *> was being written, before anything was stamped, and is simply
      *> built afresh.
       check-interrupted-run.
           open input extract-file
           if ws-extract-status not = "00"
              exit paragraph
           end-if
           move "N" to ws-extract-eof
           perform until extract-at-eof
              read extract-file
                 at end
                    set extract-at-eof to true
                 not at end
                    if function trim(et-marker) = "TRAILER"
                       set work-file-complete to true
                       move et-expected-count to w-rows-written
                    end-if
              end-read
           end-perform
           close extract-file
           if work-file-complete
              display "standing-entries: completing the interrupted "
                      "run for " w-period ", " w-rows-written
                      " row(s)"
           end-if.

      *> one data row per entry due in the period, after the COMPANY
      *> header, closed with the TRAILER count excel-sample reconciles
      *> against; nothing is left behind when nothing is due
       generate-due-entries.
           open input recurring-file
           if ws-recurring-status = "35"
              display "standing-entries: no recurring.dat, nothing due"
              exit paragraph
           end-if
           if ws-recurring-status not = "00"
              display "standing-entries: recurring.dat unavailable, "
                      "status=" ws-recurring-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           open output extract-file
           if ws-extract-status not = "00"
              display "standing-entries: cannot create "
                      function trim(w-work-path) ", status="
                      ws-extract-status
              close recurring-file
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move spaces to excel-company-record
           move "COMPANY" to co-marker
           move w-company to co-company
           write excel-company-record
           move w-company to re-company
           move low-values to re-region re-label
           move "N" to ws-recurring-eof
           start recurring-file key is not less than re-record-key
              invalid key
                 set recurring-at-eof to true
           end-start
           perform until recurring-at-eof
              read recurring-file next record
                 at end
                    set recurring-at-eof to true
                 not at end
                    if re-company not = w-company
                       set recurring-at-eof to true
                    else
                       add 1 to w-entries-read
                       perform check-entry-due
                       if entry-is-due
                          perform write-entry-row
                       end-if
                    end-if
              end-read
           end-perform
           close recurring-file
           move spaces to excel-trailer-record
           move "TRAILER" to et-marker
           move w-rows-written to et-expected-count
           write excel-trailer-record
           close extract-file
           if w-rows-written = 0
              call "C$DELETE" using w-work-path, "S"
              display "standing-entries: no entries due for " w-period
           end-if.

      *> active, inside its start/end periods, not yet generated for
      *> this period, and on one of its frequency's months counted
      *> from the start period
       check-entry-due.
           move "N" to w-entry-due
           if not re-is-active
              or re-start-period > w-period
              or (re-end-period not = spaces
                  and re-end-period < w-period)
              exit paragraph
           end-if
           if re-last-period not = spaces
              and re-last-period >= w-period
              add 1 to w-already-generated
              exit paragraph
           end-if
           evaluate true
           when re-monthly     move 1 to w-interval
           when re-quarterly   move 3 to w-interval
           when re-half-yearly move 6 to w-interval
           when re-annually    move 12 to w-interval
           when other
              display "standing-entries: entry " re-region " "
                      re-label " has no valid frequency, skipped"
              exit paragraph
           end-evaluate
           compute w-period-months =
              function numval(w-period(1:4)) * 12
              + function numval(w-period(5:2))
           compute w-start-months =
              function numval(re-start-period(1:4)) * 12
              + function numval(re-start-period(5:2))
           compute w-months-elapsed = w-period-months - w-start-months
           divide w-months-elapsed by w-interval
              giving w-quotient remainder w-remainder
           if w-remainder = 0
              set entry-is-due to true
              add 1 to w-entries-due
           end-if.

       write-entry-row.
           move spaces to excel-input-record
           move re-label to ei-label
           move re-amount1 to ei-amount1
           move re-amount2 to ei-amount2
           move w-entry-date to ei-entry-date
           move re-region to ei-region
           write excel-input-record
           add 1 to w-rows-written.

      *> every row of the finished .tmp marks its entry generated for
      *> the period. Stamping the same period twice is harmless, which
      *> is what lets an interrupted run simply do it again.
       stamp-generated-entries.
           open i-o recurring-file
           if ws-recurring-status not = "00"
              display "standing-entries: recurring.dat unavailable "
                      "for stamping, status=" ws-recurring-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           open input extract-file
           if ws-extract-status not = "00"
              display "standing-entries: cannot reopen "
                      function trim(w-work-path) " for stamping, status="
                      ws-extract-status
              close recurring-file
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move "N" to ws-extract-eof
           perform until extract-at-eof
              read extract-file
                 at end
                    set extract-at-eof to true
                 not at end
                    if function trim(et-marker) not = "TRAILER"
                       and function trim(co-marker) not = "COMPANY"
                       perform stamp-one-entry
                    end-if
              end-read
           end-perform
           close extract-file
           close recurring-file.

       stamp-one-entry.
           move w-company to re-company
           move ei-region to re-region
           move ei-label to re-label
           read recurring-file
              invalid key
                 display "WARNING: standing entry " ei-region " "
                         ei-label " no longer on recurring.dat"
              not invalid key
                 move w-period to re-last-period
                 rewrite recurring-entry-record
                    invalid key
                       display "WARNING: standing entry " ei-region
                               " " ei-label " could not be stamped"
                    not invalid key
                       add 1 to w-stamped
                 end-rewrite
           end-read.

      *> the rename is what hands the extract to excel-sample: until it
      *> happens the sweep cannot see it, and once it has the .tmp is
      *> gone, so the period's entries reach the intake exactly once
       drop-into-intake.
           set w-work-probe to j-file:>new(function trim(w-work-path))
           set w-drop-file to j-file:>new(function trim(w-drop-path))
           if not w-work-probe:>renameTo(w-drop-file)
              display "standing-entries: could not move "
                      function trim(w-work-path) " into the intake"
                      " as " function trim(w-drop-name)
              move "FAILED" to w-run-status
           else
              display function trim(w-drop-path) " created, "
                      w-rows-written " row(s) for " w-period
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
           if w-rows-written = 0 or w-run-status not = "SUCCESS"
              move "none" to w-drop-name
           end-if
           move spaces to summary-line
           string function trim(w-report-name) delimited by size
                  " " delimited by size
                  w-run-date delimited by size
                  " period=" delimited by size
                  w-period delimited by size
                  " company=" delimited by size
                  w-company delimited by size
                  " entries=" delimited by size
                  w-entries-read delimited by size
                  " due=" delimited by size
                  w-entries-due delimited by size
                  " already-generated=" delimited by size
                  w-already-generated delimited by size
                  " rows=" delimited by size
                  w-rows-written delimited by size
                  " elapsed-secs=" delimited by size
                  w-elapsed-secs delimited by size
                  " status=" delimited by size
                  w-run-status delimited by size
                  " extract=" delimited by size
                  function trim(w-drop-name) delimited by size
                  into summary-line
           write summary-line
           close summary-output-file.
