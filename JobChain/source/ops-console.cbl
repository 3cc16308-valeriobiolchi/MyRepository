
      *>********************************************************************<*
      *>***** Live operations console for the batch window: one        *****<*
      *>***** interactive screen, in the master-maint menu style, that *****<*
      *>***** reads what the morning check used to assemble from five  *****<*
      *>***** files -- each chain step's position and rc from          *****<*
      *>***** jobchain.ctl/jobchain.sta/jobchain.log (or that its      *****<*
      *>***** calendar run rule skips it tonight), extracts still      *****<*
      *>***** waiting in the intake directories report-defs.dat        *****<*
      *>***** sweeps, PENDING hold-queue entries with their reject     *****<*
      *>***** counts, and the day's FAILED runs from run-summary.log.  *****<*
       data division.
       file section.
       fd  control-file.
       01  control-line        pic x(200).

       fd  state-file.
       01  state-line          pic x(60).

      *> chain steps: name (first |-field of a control line, so a
      *> control file carrying dependency fields reads the same here),
      *> the calendar run rule (fourth field), done flag from
      *> jobchain.sta, and the last logged event/rc from today's
      *> jobchain.log lines.
       77  w-step-count        pic 9(2) value 0.
       77  w-step-max          pic 9(2) value 32.
       77  w-step-idx          pic 9(2).
       01  console-step-table.
           05 cs-entry occurs 32 times.
              10 cs-name       pic x(32).
              10 cs-rule       pic x(32).
              10 cs-done       pic x.
              10 cs-event      pic x(12).
              10 cs-rc         pic x(6).
       77  w-log-step          pic x(32).
       77  w-log-event         pic x(12).
       77  w-log-rc            pic x(10).
       77  w-ctl-after         pic x(96).
       77  w-ctl-timeout       pic x(8).

      *> the same calendar check job-chain makes, so a step the
      *> calendar sets aside tonight reads as skipped-by-calendar
      *> here before and after the chain runs, never as pending
       01  run-rule-parm.
           05 rr-rule          pic x(32).
           05 rr-run-date      pic x(8).
           05 rr-due           pic x(1).
           05 rr-reason        pic x(40).

      *> intake directories from report-defs.dat (field 2), with the
      *> count of extracts waiting in each; no definitions file means
                          and w-step-count < w-step-max
                          add 1 to w-step-count
                          move spaces to cs-name(w-step-count)
                          move spaces to cs-rule(w-step-count)
                          unstring control-line delimited by "|"
                             into cs-name(w-step-count), w-ctl-after,
                                  w-ctl-timeout, cs-rule(w-step-count)
                          move "N" to cs-done(w-step-count)
                          move spaces to cs-event(w-step-count)
                          move spaces to cs-rc(w-step-count)
              close control-file
           else
      *> same fallback chain job-chain itself runs out of the box
              move 7 to w-step-count
              move "standing-entries" to cs-name(1)
              move "excel-sample" to cs-name(2)
              move "docx-table" to cs-name(3)
              move "doc-open-print" to cs-name(4)
              move "report-purge" to cs-name(5)
              move "data-backup" to cs-name(6)
              move "dw-export" to cs-name(7)
              perform varying w-step-idx from 1 by 1
                    until w-step-idx > 7
                 move spaces to cs-rule(w-step-idx)
                 move "N" to cs-done(w-step-idx)
                 move spaces to cs-event(w-step-idx)
                 move spaces to cs-rc(w-step-idx)
              end-perform
              move "PERIOD-START" to cs-rule(1)
           end-if.

       load-chain-state.
           end-if
           perform varying w-step-idx from 1 by 1
                 until w-step-idx > w-step-count
              perform check-step-run-rule
              evaluate true
              when cs-done(w-step-idx) = "Y"
                 display "  " cs-name(w-step-idx) " COMPLETE rc="
                         cs-rc(w-step-idx)
              when rr-due = "N"
                 display "  " cs-name(w-step-idx)
                         " skipped-by-calendar ("
                         function trim(rr-reason) ")"
              when rr-due = "E"
                 display "  " cs-name(w-step-idx)
                         " BAD RUN RULE: " function trim(rr-reason)
              when cs-event(w-step-idx) = spaces
                 display "  " cs-name(w-step-idx) " not started"
              when other
              end-evaluate
           end-perform.

       check-step-run-rule.
           move "Y" to rr-due
           move spaces to rr-reason
           if function trim(cs-rule(w-step-idx)) not = spaces
              move cs-rule(w-step-idx) to rr-rule
              move w-run-date to rr-run-date
              call "run-rule" using run-rule-parm
                 on exception
                    move "E" to rr-due
                    move "run rule module unavailable" to rr-reason
              end-call
           end-if.

      *> ---- waiting intake ---------------------------------------------

       show-intake-section.
