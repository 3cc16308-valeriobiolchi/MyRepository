       >>SOURCE FORMAT FREE
       program-id. run-rule.

      *>********************************************************************<*
      *>***** Calendar run rule for one job-chain step: CALLed with    *****<*
      *>***** the rule from the step's jobchain.ctl line and the run   *****<*
      *>***** date, it answers whether the step is due today. The      *****<*
      *>***** rules read fiscal-calendar.dat, so month-end steps       *****<*
      *>***** follow the fiscal periods and their holidays instead of  *****<*
      *>***** being edited in and out of the control file by hand:     *****<*
      *>*****   DAILY         every night (also a blank rule)          *****<*
      *>*****   PERIOD-START  first processing day of the period       *****<*
      *>*****   PERIOD-END    last processing day of the period        *****<*
      *>*****   WEEKLY-ddd    on the named day (MON ... SUN)           *****<*
      *>*****   NO-HOLIDAY    never on one of the period's holidays    *****<*
      *>***** A processing day is a day of the period that is not one  *****<*
      *>***** of its fc-holiday dates. Rules combine with "+" (for     *****<*
      *>***** example WEEKLY-FRI+NO-HOLIDAY) and all must be met. A    *****<*
      *>***** date outside every calendar period falls back to the     *****<*
      *>***** calendar month with no holidays. job-chain skips a step  *****<*
      *>***** that is not due and ops-console shows it as              *****<*
      *>***** skipped-by-calendar; a rule it cannot read comes back    *****<*
      *>***** "E" so the chain skips the step loudly rather than       *****<*
      *>***** guessing. The calendar is the one of the company the     *****<*
      *>***** chain runs for (COMPANY_CODE, else the home company).    *****<*
      *>********************************************************************<*

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-calendar-status.

       data division.
       file section.
       fd  calendar-file.
       copy "fiscal-calendar.cpy".

       working-storage section.
       77  ws-calendar-status  pic xx.
       77  ws-calendar-eof     pic x value "N".
           88 calendar-scan-done   value "Y".

      *> the period the run date falls in, loaded once per run date
       77  w-loaded-date       pic x(8) value spaces.
       77  w-home-company      pic x(4) value "0001".
       77  w-company           pic x(4).
       77  w-period-start      pic x(8).
       77  w-period-end        pic x(8).
       01  w-holiday-table.
           05 w-holiday        pic x(8) occurs 5 times.
       77  w-holiday-idx       pic 9(1).
       77  w-first-proc-date   pic x(8).
       77  w-last-proc-date    pic x(8).
       77  w-today-holiday     pic x value "N".
           88 today-is-holiday     value "Y".

       77  w-rule              pic x(32).
       01  rule-split-table.
           05 rule-token       pic x(16) occurs 3 times.
       77  w-token-idx         pic 9(1).
       77  w-token             pic x(16).

       77  w-date-9            pic 9(8).
       77  w-date-int          pic 9(8).
       77  w-probe-date        pic x(8).
       77  w-probe-holiday     pic x.
           88 probe-is-holiday     value "Y".
       77  w-weekday           pic 9(1).
       77  w-want-day          pic 9(1).
       01  weekday-names       pic x(21) value "MONTUEWEDTHUFRISATSUN".
       01  weekday-table redefines weekday-names.
           05 weekday-name     pic x(3) occurs 7 times.

       linkage section.
       01  run-rule-parm.
           05 rr-rule          pic x(32).
           05 rr-run-date      pic x(8).
      *> Y = due today; N = not due (skipped by calendar);
      *> E = the rule could not be read
           05 rr-due           pic x(1).
           05 rr-reason        pic x(40).

       procedure division using run-rule-parm.
       main.
           move "Y" to rr-due
           move spaces to rr-reason
           move function upper-case(function trim(rr-rule)) to w-rule
           if w-rule = spaces or w-rule = "DAILY"
              goback
           end-if
           if rr-run-date not = w-loaded-date
              perform load-run-period
           end-if
           move spaces to rule-split-table
           unstring w-rule delimited by "+"
              into rule-token(1), rule-token(2), rule-token(3)
           perform varying w-token-idx from 1 by 1
                 until w-token-idx > 3 or rr-due not = "Y"
              if rule-token(w-token-idx) not = spaces
                 move rule-token(w-token-idx) to w-token
                 perform check-one-rule
              end-if
           end-perform
           goback.

       check-one-rule.
           evaluate true
           when w-token = "DAILY"
              continue
           when w-token = "NO-HOLIDAY"
              if today-is-holiday
                 move "N" to rr-due
                 move "calendar: fiscal holiday" to rr-reason
              end-if
           when w-token = "PERIOD-START"
              if rr-run-date not = w-first-proc-date
                 move "N" to rr-due
                 string "calendar: period starts " delimited by size
                        w-first-proc-date delimited by size
                        into rr-reason
              end-if
           when w-token = "PERIOD-END"
              if rr-run-date not = w-last-proc-date
                 move "N" to rr-due
                 string "calendar: period ends " delimited by size
                        w-last-proc-date delimited by size
                        into rr-reason
              end-if
           when w-token(1:7) = "WEEKLY-"
              perform check-weekly-rule
           when other
              move "E" to rr-due
              string "unknown run rule " delimited by size
                     function trim(w-token) delimited by size
                     into rr-reason
           end-evaluate.

       check-weekly-rule.
           move 0 to w-want-day
           perform varying w-weekday from 1 by 1
                 until w-weekday > 7
              if weekday-name(w-weekday) = w-token(8:3)
                 move w-weekday to w-want-day
              end-if
           end-perform
           if w-want-day = 0 or w-token(11:6) not = spaces
              move "E" to rr-due
              string "unknown run rule " delimited by size
                     function trim(w-token) delimited by size
                     into rr-reason
              exit paragraph
           end-if
      *> day 1 of the integer calendar (1601-01-01) was a Monday
           move rr-run-date to w-date-9
           compute w-weekday =
              function mod(function integer-of-date(w-date-9) - 1, 7)
              + 1
           if w-weekday not = w-want-day
              move "N" to rr-due
              string "calendar: runs " delimited by size
                     weekday-name(w-want-day) delimited by size
                     " only" delimited by size
                     into rr-reason
           end-if.

      *> the period holding the run date: its own yyyymm is tried
      *> first, then every period of the company (a fiscal month need
      *> not match the calendar month); none at all means the
      *> calendar month.
       load-run-period.
           move rr-run-date to w-loaded-date
           move spaces to w-period-start w-period-end
           move spaces to w-holiday-table
           accept w-company from environment "COMPANY_CODE"
              on exception move spaces to w-company
           end-accept
           move function upper-case(w-company) to w-company
           if w-company = spaces
              move w-home-company to w-company
           end-if
           open input calendar-file
           if ws-calendar-status = "00"
              move w-company to fc-company
              move rr-run-date(1:6) to fc-period
              read calendar-file
                 invalid key
                    continue
                 not invalid key
                    perform take-period-if-current
              end-read
              if w-period-start = spaces
                 move "N" to ws-calendar-eof
                 move w-company to fc-company
                 move low-values to fc-period
                 start calendar-file key is not less than fc-record-key
                    invalid key
                       set calendar-scan-done to true
                 end-start
                 perform until calendar-scan-done
                    read calendar-file next record
                       at end
                          set calendar-scan-done to true
                       not at end
                          if fc-company not = w-company
                             set calendar-scan-done to true
                          else
                             perform take-period-if-current
                             if w-period-start not = spaces
                                set calendar-scan-done to true
                             end-if
                          end-if
                    end-read
                 end-perform
              end-if
              close calendar-file
           end-if
           if w-period-start = spaces
              perform default-calendar-month
           end-if
           perform find-processing-days.

       take-period-if-current.
           if fc-start-date <= rr-run-date
              and fc-end-date >= rr-run-date
              move fc-start-date to w-period-start
              move fc-end-date to w-period-end
              perform varying w-holiday-idx from 1 by 1
                    until w-holiday-idx > 5
                 move fc-holiday(w-holiday-idx)
                    to w-holiday(w-holiday-idx)
              end-perform
           end-if.

      *> first of the month through the day before next month's first
       default-calendar-month.
           string rr-run-date(1:6) delimited by size
                  "01" delimited by size
                  into w-period-start
           move rr-run-date to w-date-9
           compute w-date-int = function integer-of-date(w-date-9)
           move rr-run-date to w-period-end
           perform until w-period-end(1:6) not = rr-run-date(1:6)
              add 1 to w-date-int
              move function date-of-integer(w-date-int) to w-date-9
              move w-date-9 to w-period-end
           end-perform
           subtract 1 from w-date-int
           move function date-of-integer(w-date-int) to w-date-9
           move w-date-9 to w-period-end.

      *> step in from each end of the period past its holidays
       find-processing-days.
           move w-period-start to w-probe-date
           perform check-probe-holiday
           perform until not probe-is-holiday
                 or w-probe-date >= w-period-end
              move w-probe-date to w-date-9
              compute w-date-int = function integer-of-date(w-date-9) + 1
              move function date-of-integer(w-date-int) to w-date-9
              move w-date-9 to w-probe-date
              perform check-probe-holiday
           end-perform
           move w-probe-date to w-first-proc-date
           move w-period-end to w-probe-date
           perform check-probe-holiday
           perform until not probe-is-holiday
                 or w-probe-date <= w-period-start
              move w-probe-date to w-date-9
              compute w-date-int = function integer-of-date(w-date-9) - 1
              move function date-of-integer(w-date-int) to w-date-9
              move w-date-9 to w-probe-date
              perform check-probe-holiday
           end-perform
           move w-probe-date to w-last-proc-date
           move rr-run-date to w-probe-date
           perform check-probe-holiday
           move w-probe-holiday to w-today-holiday.

       check-probe-holiday.
           move "N" to w-probe-holiday
           perform varying w-holiday-idx from 1 by 1
                 until w-holiday-idx > 5
              if w-holiday(w-holiday-idx) = w-probe-date
                 and w-probe-date not = spaces
                 set probe-is-holiday to true
              end-if
           end-perform.
