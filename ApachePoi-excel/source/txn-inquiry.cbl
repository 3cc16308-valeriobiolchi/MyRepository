       >>SOURCE FORMAT FREE
       program-id. txn-inquiry.

      *>********************************************************************<*
      *>***** Drill-down from a region figure to the rows behind it.   *****<*
      *>***** Give it a region and a run date (a daily figure), a      *****<*
      *>***** run-date range (a month-to-date figure off the rollup),  *****<*
      *>***** or a fiscal period (a period-close or budget-variance    *****<*
      *>***** figure, same fc-start/fc-end window those workbooks      *****<*
      *>***** accumulate by) and it lists every row on txn-detail.dat  *****<*
      *>***** that went into it, then the extracts the figure is made  *****<*
      *>***** of with their row counts and totals, then the same       *****<*
      *>***** window's region-history.dat totals so the two can be     *****<*
      *>***** seen to tie -- instead of opening a month of archived    *****<*
      *>***** workbooks by hand. Region codes are only unique within a *****<*
      *>***** company, so the company is asked for first (the home     *****<*
      *>***** company by default) and the period is read off its own   *****<*
      *>***** calendar.                                                *****<*
      *>********************************************************************<*

       environment division.
       input-output section.
       file-control.
           select txn-detail-file assign to "txn-detail.dat"
               organization is indexed
               access mode is dynamic
               record key is td-record-key
               file status is ws-detail-status.
           select region-history-file assign to "region-history.dat"
               organization is indexed
               access mode is dynamic
               record key is rh-record-key
               file status is ws-history-status.
           select fiscal-calendar-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-calendar-status.

       data division.
       file section.
       fd  txn-detail-file.
       copy "txn-detail.cpy".

       fd  region-history-file.
       copy "region-history.cpy".

       fd  fiscal-calendar-file.
       copy "fiscal-calendar.cpy".

       working-storage section.
       77  ws-detail-status    pic xx.
       77  ws-history-status   pic xx.
       77  ws-calendar-status  pic xx.
       77  ws-detail-eof       pic x value "N".
           88 detail-scan-done     value "Y".
       77  ws-history-eof      pic x value "N".
           88 history-scan-done    value "Y".
       77  w-inquiry-done      pic x value "N".
           88 inquiry-done         value "Y".

       77  w-region            pic x(4).
       77  w-company           pic x(4).
       77  w-home-company      pic x(4) value "0001".
       77  w-answer            pic x(20).
       77  w-from-date         pic x(8).
       77  w-to-date           pic x(8).
       77  w-period            pic x(6).
       77  w-window-text       pic x(40).

       77  w-row-count         pic 9(6).
       77  w-reversed-count    pic 9(6).
       77  w-total1            pic s9(12)v999.
       77  w-total2            pic s9(12)v999.
       77  w-hist-total1       pic s9(12)v999.
       77  w-hist-total2       pic s9(12)v999.
       77  w-hist-days         pic 9(4).
       77  w-amount1-ed        pic -(11)9.999.
       77  w-amount2-ed        pic -(11)9.999.
       77  w-row-flag          pic x(10).

      *> the extracts that make up the figure, in the order first met
      *> (run date order, since the detail is keyed by run date)
       77  w-extract-count     pic 9(4) value 0.
       77  w-extract-max       pic 9(4) value 500.
       77  w-extract-idx       pic 9(4).
       77  w-extract-slot      pic 9(4).
       01  extract-table.
           05 extract-entry occurs 500 times.
              10 xt-run-date      pic x(8).
              10 xt-extract       pic x(60).
              10 xt-rows          pic 9(6).
              10 xt-total1        pic s9(12)v999.
              10 xt-total2        pic s9(12)v999.

       procedure division.
       main.
           perform until inquiry-done
              display " "
              display "region (blank = quit): " with no advancing
              accept w-region
              move function upper-case(w-region) to w-region
              if w-region = spaces
                 set inquiry-done to true
                 exit perform
              end-if
              display "company [" w-home-company "]: " with no advancing
              accept w-company
              move function upper-case(w-company) to w-company
              if w-company = spaces
                 move w-home-company to w-company
              end-if
              perform get-inquiry-window
              if w-from-date not = spaces
                 perform list-detail-rows
                 perform show-extract-summary
                 perform show-history-figure
              end-if
           end-perform
           goback.

      *> yyyymmdd is one run date (a daily figure), yyyymm is a fiscal
      *> period's window off fiscal-calendar.dat (the calendar month
      *> when the period isn't on the calendar), and either can be
      *> cut off at a through date -- a month-to-date figure is the
      *> period with the rollup's run date as the through date.
       get-inquiry-window.
           move spaces to w-from-date w-to-date w-period w-window-text
           display "run date (yyyymmdd) or period (yyyymm) [today]: "
              with no advancing
           accept w-answer
           evaluate true
           when function trim(w-answer) = spaces
              move function current-date(1:8) to w-from-date
              move w-from-date to w-to-date
           when function length(function trim(w-answer)) = 6
              move w-answer(1:6) to w-period
              perform load-period-window
           when function length(function trim(w-answer)) = 8
              move w-answer(1:8) to w-from-date
              move w-from-date to w-to-date
           when other
              display "enter yyyymmdd or yyyymm"
              exit paragraph
           end-evaluate
           display "through run date [" w-to-date "]: "
              with no advancing
           accept w-answer
           if function trim(w-answer) not = spaces
              move w-answer(1:8) to w-to-date
           end-if
           if w-to-date < w-from-date
              display "through date is before the start of the window"
              move spaces to w-from-date
              exit paragraph
           end-if
           string "run dates " delimited by size
                  w-from-date delimited by size
                  " to " delimited by size
                  w-to-date delimited by size
                  into w-window-text.

       load-period-window.
           string w-period delimited by size
                  "01" delimited by size
                  into w-from-date
           string w-period delimited by size
                  "31" delimited by size
                  into w-to-date
           open input fiscal-calendar-file
           if ws-calendar-status = "00"
              move w-company to fc-company
              move w-period to fc-period
              read fiscal-calendar-file
                 invalid key
                    continue
                 not invalid key
                    move fc-start-date to w-from-date
                    move fc-end-date to w-to-date
              end-read
              close fiscal-calendar-file
           end-if.

      *> every detail row for the region inside the window, in key
      *> order (run date, extract, row). Rows a reversal backed out
      *> are listed, marked, and left out of the totals.
       list-detail-rows.
           move 0 to w-row-count w-reversed-count w-extract-count
           move 0 to w-total1 w-total2
           open input txn-detail-file
           if ws-detail-status not = "00"
              display "txn-detail.dat unavailable, status="
                      ws-detail-status
              exit paragraph
           end-if
           display " "
           display "company " w-company " region " w-region ", "
                   function trim(w-window-text)
           display "run date extract                       "
                   "  row label      entry date"
                   "      amount1          amount2"
           move "N" to ws-detail-eof
           move spaces to td-record-key
           move w-company to td-company
           move w-region to td-region
           move w-from-date to td-run-date
           move low-values to td-extract
           move 0 to td-row
           start txn-detail-file key is not less than td-record-key
              invalid key
                 set detail-scan-done to true
           end-start
           perform until detail-scan-done
              read txn-detail-file next record
                 at end
                    set detail-scan-done to true
                 not at end
                    if td-company not = w-company
                       or td-region not = w-region
                       or td-run-date > w-to-date
                       set detail-scan-done to true
                    else
                       perform show-one-detail-row
                    end-if
              end-read
           end-perform
           close txn-detail-file
           if w-row-count = 0 and w-reversed-count = 0
              display "   no detail rows for this region and window"
           end-if.

       show-one-detail-row.
           move td-amount1 to w-amount1-ed
           move td-amount2 to w-amount2-ed
           if td-status = "R"
              move "(reversed)" to w-row-flag
              add 1 to w-reversed-count
           else
              move spaces to w-row-flag
      *> a prior-period adjustment names the closed period it fixes
              if td-adj-period not = spaces
                 string "adj " td-adj-period delimited by size
                        into w-row-flag
              end-if
              add 1 to w-row-count
              add td-amount1 to w-total1
              add td-amount2 to w-total2
              perform add-to-extract-table
           end-if
           display td-run-date " " td-extract(1:30) " " td-row " "
                   td-label " " td-entry-date " "
                   w-amount1-ed " " w-amount2-ed " " w-row-flag.

       add-to-extract-table.
           move 0 to w-extract-slot
           perform varying w-extract-idx from 1 by 1
                 until w-extract-idx > w-extract-count
                    or w-extract-slot not = 0
              if xt-run-date(w-extract-idx) = td-run-date
                 and xt-extract(w-extract-idx) = td-extract
                 move w-extract-idx to w-extract-slot
              end-if
           end-perform
           if w-extract-slot = 0
              if w-extract-count < w-extract-max
                 add 1 to w-extract-count
                 move w-extract-count to w-extract-slot
                 move td-run-date to xt-run-date(w-extract-slot)
                 move td-extract to xt-extract(w-extract-slot)
                 move 0 to xt-rows(w-extract-slot)
                 move 0 to xt-total1(w-extract-slot)
                 move 0 to xt-total2(w-extract-slot)
              end-if
           end-if
           if w-extract-slot not = 0
              add 1 to xt-rows(w-extract-slot)
              add td-amount1 to xt-total1(w-extract-slot)
              add td-amount2 to xt-total2(w-extract-slot)
           end-if.

       show-extract-summary.
           if w-extract-count > 0
              display " "
              display "extracts making up the figure:"
              perform varying w-extract-idx from 1 by 1
                    until w-extract-idx > w-extract-count
                 move xt-total1(w-extract-idx) to w-amount1-ed
                 move xt-total2(w-extract-idx) to w-amount2-ed
                 display "   " xt-run-date(w-extract-idx) " "
                         function trim(xt-extract(w-extract-idx))
                         " rows=" xt-rows(w-extract-idx)
                         " " w-amount1-ed " " w-amount2-ed
              end-perform
           end-if
           move w-total1 to w-amount1-ed
           move w-total2 to w-amount2-ed
           display "detail total: rows=" w-row-count
                   " " w-amount1-ed " " w-amount2-ed
           if w-reversed-count > 0
              display "   (" w-reversed-count
                      " reversed row(s) not counted)"
           end-if.

      *> the figure the reports actually print comes from the history
      *> file; showing it next to the detail total makes a difference
      *> (history keyed by hand, rows from before the detail file
      *> existed) visible straight away.
       show-history-figure.
           move 0 to w-hist-total1 w-hist-total2 w-hist-days
           open input region-history-file
           if ws-history-status not = "00"
              display "region-history.dat unavailable, status="
                      ws-history-status
              exit paragraph
           end-if
           move "N" to ws-history-eof
           move w-company to rh-company
           move w-region to rh-region
           move w-from-date to rh-run-date
           start region-history-file key is not less than rh-record-key
              invalid key
                 set history-scan-done to true
           end-start
           perform until history-scan-done
              read region-history-file next record
                 at end
                    set history-scan-done to true
                 not at end
                    if rh-company not = w-company
                       or rh-region not = w-region
                       or rh-run-date > w-to-date
                       set history-scan-done to true
                    else
                       add 1 to w-hist-days
                       add rh-total1 to w-hist-total1
                       add rh-total2 to w-hist-total2
                    end-if
              end-read
           end-perform
           close region-history-file
           move w-hist-total1 to w-amount1-ed
           move w-hist-total2 to w-amount2-ed
           display "history total: days=" w-hist-days
                   " " w-amount1-ed " " w-amount2-ed
           if w-hist-total1 not = w-total1
              or w-hist-total2 not = w-total2
              display "   history and detail differ for this window"
           end-if.
