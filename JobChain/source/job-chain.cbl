
      *>********************************************************************<*
      *>***** Nightly job-chain controller. Drives the batch window    *****<*
      *>***** (standing-entries on the first processing day of each    *****<*
      *>***** fiscal period, then excel-sample, docx-table, doc-open-  *****<*
      *>***** print, report-purge, data-backup and dw-export by        *****<*
      *>***** default, or whatever jobchain.ctl lists) as one chain. A *****<*
      *>***** control line is name|after|timeout-secs|rule: steps      *****<*
      *>***** whose "after" dependencies are all complete run          *****<*
      *>***** concurrently, each on its own thread through job-step-   *****<*
      *>***** runner, so region-rollup and ops-trend no longer wait on *****<*
      *>***** each other -- the serial chain had become the bottleneck *****<*
      *>***** of a four-hour batch window. A step that exceeds its     *****<*
      *>***** timeout is stopped and logged END FAILED with the        *****<*
      *>***** timeout spelled out. A step whose calendar run rule      *****<*
      *>***** (run-rule.cbl) says it is not due tonight is logged      *****<*
      *>***** SKIPPED and counts as complete for its dependents. Every *****<*
      *>***** step gets START/END lines in the persistent job log; a   *****<*
      *>***** failing step stops new launches and skips its            *****<*
      *>***** dependents. A rerun on the same date resumes from the    *****<*
      *>***** incomplete steps instead of regenerating -- and          *****<*
      *>***** redistributing -- reports that already went out.         *****<*
      *>********************************************************************<*

       environment division.
       data division.
       file section.
       fd  control-file.
       01  control-line        pic x(200).

       fd  joblog-file.
       01  joblog-line         pic x(160).
       77  w-step-max          pic 9(2) value 16.

      *> per step: the parsed control fields, the scheduler state
      *> (W waiting, R running, Y done, F failed, S skipped, C not
      *> due today by its calendar run rule), the
      *> thread handle and launch time, and this step's own parameter
      *> area for job-step-runner -- each thread must see its own
      *> program name and result path, never a shared buffer.
              10 js-name       pic x(32).
              10 js-after      pic x(96).
              10 js-timeout    pic 9(5).
              10 js-rule       pic x(32).
              10 js-state      pic x.
              10 js-rc         pic 9(4).
              10 js-handle     usage handle.
       77  w-parse-name        pic x(32).
       77  w-parse-after       pic x(96).
       77  w-parse-timeout     pic x(8).
       77  w-parse-rule        pic x(32).
       77  w-after-token       pic x(96).
       77  w-prev-step         pic x(32).

       77  w-steps-run         pic 9(2) value 0.
       77  w-steps-skipped     pic 9(2) value 0.
       77  w-steps-failed      pic 9(2) value 0.
       77  w-steps-not-due     pic 9(2) value 0.
       77  w-running-count     pic 9(2).
       77  w-launched-one      pic x.
           88 launched-one         value "Y".
           05 al-message       pic x(120).
           05 al-escalate      pic x(1).

      *> calendar run rule check, shared with ops-console through the
      *> run-rule subprogram
       01  run-rule-parm.
           05 rr-rule          pic x(32).
           05 rr-run-date      pic x(8).
           05 rr-due           pic x(1).
           05 rr-reason        pic x(40).

      *> JOBCHAIN_FORCE=Y ignores the restart state and runs the whole
      *> chain again -- the deliberate operator override for the rare
      *> same-day full rerun (knowing that already-distributed reports
           if not force-rerun
              perform load-restart-state
           end-if
           perform apply-run-rules
           perform run-chain-scheduler
           perform skip-unrunnable-steps
           if w-steps-failed > 0 or w-steps-skipped > 0
              move 8 to return-code
           else
              display "job-chain: chain complete, " w-steps-run
                      " step(s) run, " w-steps-not-due
                      " not due by calendar"
              move "CLEAR" to al-severity
              move "job-chain" to al-source
              move "chain complete" to al-message
           end-call
           cancel "alert-send".

      *> jobchain.ctl lists one step per line: name|after|timeout|rule.
      *> "after" is a comma-separated list of step names this one
      *> waits for; a blank (or absent) after field means "after the
      *> previous control line", so an old-format file of bare names
      *> step launching at once. Concurrency is declared, never
      *> assumed: "-" or "NONE" in the after field marks a step
      *> dependency-free and immediately runnable. timeout is in
      *> seconds; blank or zero means no timeout. rule is the step's
      *> calendar run rule (see run-rule); blank runs every night.
       load-job-control.
           move spaces to w-prev-step
           open input control-file
              end-perform
              close control-file
           else
      *> standing entries go first, on the period's first processing
      *> day only, so their extract is in the intake for excel-sample
              move "standing-entries|-||PERIOD-START" to control-line
              perform add-chain-step
              move "excel-sample" to control-line
              perform add-chain-step
              move "docx-table" to control-line
              perform add-chain-step
              move "report-purge" to control-line
              perform add-chain-step
              move "data-backup" to control-line
              perform add-chain-step
              move "dw-export" to control-line
              perform add-chain-step
           end-if.

       add-chain-step.
                      "), ignoring " function trim(control-line)
           else
              move spaces to w-parse-name w-parse-after
                             w-parse-timeout w-parse-rule
              unstring control-line delimited by "|"
                 into w-parse-name, w-parse-after, w-parse-timeout,
                      w-parse-rule
              add 1 to w-step-count
              move w-parse-name to js-name(w-step-count)
              move function upper-case(function trim(w-parse-after))
                 move function numval(w-parse-timeout)
                    to js-timeout(w-step-count)
              end-if
              move w-parse-rule to js-rule(w-step-count)
              move "W" to js-state(w-step-count)
              move 0 to js-rc(w-step-count)
              move w-parse-name to js-rp-program(w-step-count)
              end-perform
           end-if.

      *> a step whose run rule says it is not due today is set aside
      *> before anything launches: logged SKIPPED with the calendar
      *> reason and treated as complete by its dependents, so
      *> region-rollup still runs on the nights period-close does not.
      *> It is not written to jobchain.sta -- a rerun the same day
      *> reaches the same answer. A rule that cannot be read (or no
      *> run-rule module to read it) skips the step loudly, as an
      *> unknown dependency does, rather than run a month-end step
      *> every night.
       apply-run-rules.
           perform varying w-step-idx from 1 by 1
                 until w-step-idx > w-step-count
              if js-state(w-step-idx) = "W"
                 and function trim(js-rule(w-step-idx)) not = spaces
                 perform check-step-run-rule
              end-if
           end-perform.

       check-step-run-rule.
           move js-rule(w-step-idx) to rr-rule
           move w-run-date to rr-run-date
           move "Y" to rr-due
           move spaces to rr-reason
           call "run-rule" using run-rule-parm
              on exception
                 move "E" to rr-due
                 move "run rule module unavailable" to rr-reason
           end-call
           evaluate rr-due
           when "Y"
              continue
           when "N"
              move "C" to js-state(w-step-idx)
              add 1 to w-steps-not-due
              move js-name(w-step-idx) to w-step-program
              move 0 to w-step-rc
              move "SKIPPED" to w-log-event
              move rr-reason to w-log-reason
              perform write-job-log
           when other
              display "job-chain: step "
                      function trim(js-name(w-step-idx))
                      " has a bad run rule: "
                      function trim(rr-reason)
                      " -- check jobchain.ctl"
              move rr-reason to w-skip-reason
              perform skip-one-step
           end-evaluate.

      *> the scheduler: launch every waiting step whose dependencies
      *> are complete, then poll the running ones (finished result
      *> file, or timeout) once a second until nothing is running and
              end-perform
           end-if.

      *> all named dependencies complete (or not due by the calendar)
      *> = ready; any dependency failed or skipped = this step can
      *> never run and is skipped too (its own dependents then
      *> cascade the same way). A
      *> dependency naming no step at all is a control-file typo and
      *> skips the step loudly -- treating it as satisfied would
      *> silently run the step concurrent with whatever it was meant
                 move "Y" to w-dep-matched
                 evaluate js-state(w-dep-scan)
                 when "Y"
                 when "C"
                    continue
                 when "F"
                 when "S"
