
      *>********************************************************************<*
      *>***** Month-end close job. Marks one fiscal-calendar period    *****<*
      *>***** closed (who and when, audited like a maintenance change) *****<*
      *>***** and produces the final close workbook for that period    *****<*
      *>***** from region-history.dat -- one row per company and       *****<*
      *>***** region with the period's accumulated totals, a subtotal  *****<*
      *>***** per company and a group total -- so finance signs off    *****<*
      *>***** against a generated workbook, not a hand-built one. Each *****<*
      *>***** company closes its own period against its own calendar:  *****<*
      *>***** COMPANY_CODE names the one to close, unset closes every  *****<*
      *>***** company that still has the period open. Once the flag is *****<*
      *>***** set, excel-sample's batch path refuses any extract of    *****<*
      *>***** that company dated inside the period. Where FX           *****<*
      *>***** revaluation is in use the period must have been revalued *****<*
      *>***** by fx-revalue first, for every company being closed.     *****<*
      *>********************************************************************<*

       environment division.
           select period-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-period-status.
           select region-history-file assign to "region-history.dat"
               organization is indexed
               access mode is dynamic
               record key is rh-record-key
               file status is ws-history-status.
           select reval-control-file assign to "fx-revaluation.dat"
               organization is line sequential
               file status is ws-reval-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.
       fd  region-history-file.
       copy "region-history.cpy".

      *> fx-revalue's record of the periods it has revalued
       fd  reval-control-file.
       01  reval-control-line  pic x(80).

       fd  summary-output-file.
       01  summary-line        pic x(200).

       77 w-archive-subdir     object reference j-file.
       77 w-output-path        pic x(256).
       77 w-summary-path       pic x(256).

      *> finance's branded template, applied by template-render when
      *> report-defs.dat names one for this report
       01 template-parm.
          05 tp-report-name    pic x(32).
          05 tp-workbook-path  pic x(256).
          05 tp-entity         pic x(40).
          05 tp-period         pic x(20).
          05 tp-prepared-by    pic x(20).
          05 tp-result         pic x(1).
          05 tp-first-row      pic 9(5).
          05 tp-message        pic x(120).

       77 ws-period-status     pic xx.
       77 ws-history-status    pic xx.
       77 ws-summary-status    pic xx.
       77 ws-reval-status      pic xx.
       77 ws-history-eof       pic x value "N".
          88 history-at-eof        value "Y".
       77 ws-reval-eof         pic x value "N".
          88 reval-at-eof          value "Y".
       77 w-reval-period       pic x(6).
       77 w-reval-skip         pic x(20).
       77 w-reval-company      pic x(4).

      *> audit lines go through audit-append, which chains the |h=
      *> suffix from the previous line before appending
       77 w-close-user         pic x(20).
       77 w-old-status         pic x(1).

      *> the companies being closed, each with its own calendar
      *> window: COMPANY_CODE names one, unset takes every company
      *> whose calendar has the period still open
       77 w-home-company       pic x(4) value "0001".
       77 w-env-company        pic x(4).
       77 ws-period-eof        pic x value "N".
          88 period-at-eof         value "Y".
       77 w-company-count      pic 9(2) value 0.
       77 w-company-max        pic 9(2) value 20.
       77 w-company-slot       pic 9(2).
       01 company-table.
          05 company-entry occurs 20 times indexed by co-idx.
             10 co-company       pic x(4).
             10 co-start-date    pic x(8).
             10 co-end-date      pic x(8).
             10 co-revalued      pic x.

      *> prior-month default for the close prompt, same year/month
      *> arithmetic region-rollup uses.
       01 w-lm-ym.
       77 w-region-max         pic 9(4) value 500.
       01 close-table.
          05 close-entry occurs 500 times indexed by close-idx.
             10 cl-company       pic x(4).
             10 cl-region        pic x(4).
             10 cl-total1        pic s9(10)v999 value 0.
             10 cl-total2        pic s9(10)v999 value 0.

       77 w-num                pic s9(11)v999.
       77 w-grand1             pic s9(12)v999 value 0.
       77 w-grand2             pic s9(12)v999 value 0.
       77 w-sub-company        pic x(4).
       77 w-sub1               pic s9(12)v999 value 0.
       77 w-sub2               pic s9(12)v999 value 0.
       77 w-total-label        pic x(16).
       77 w-row-num            pic 9(6).

       77 w-workbook           object reference j-workbook.
       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
           move function current-date(1:8) to w-run-date
           perform get-close-user
           perform get-close-period
           perform get-close-company
           perform build-archive-path
           open i-o period-file
           if ws-period-status not = "00"
              move 8 to return-code
              goback
           end-if
           perform collect-close-companies
           if w-run-status = "SUCCESS"
              perform check-period-revalued
           end-if
           if w-run-status = "SUCCESS"
              perform build-close-workbook
           end-if
           if w-run-status = "SUCCESS"
              perform mark-period-closed
                 varying co-idx from 1 by 1
                 until co-idx > w-company-count
           end-if
           close period-file
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
              end-if
           end-if.

      *> COMPANY_CODE closes that one company; unset closes them all
       get-close-company.
           accept w-env-company from environment "COMPANY_CODE"
              on exception move spaces to w-env-company
           end-accept
           move function upper-case(w-env-company) to w-env-company.

       default-to-last-month.
           move function numval(w-run-date(1:4)) to w-lm-year
           move function numval(w-run-date(5:2)) to w-lm-month
           string w-archive-day-path delimited by size
                  "/period-close-" delimited by size
                  w-close-period delimited by size
                  into w-output-path
           if w-env-company not = spaces
              string function trim(w-output-path) delimited by size
                     "-" delimited by size
                     w-env-company delimited by size
                     ".xlsx" delimited by size
                     into w-output-path
           else
              string function trim(w-output-path) delimited by size
                     ".xlsx" delimited by size
                     into w-output-path
           end-if
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

      *> a named company must have the period on its calendar and
      *> still open. Without one, every company whose calendar
      *> carries the period is closed; one that is already closed is
      *> passed over, and there must be at least one left to close.
       collect-close-companies.
           move 0 to w-company-count
           if w-env-company not = spaces
              move w-env-company to fc-company
              move w-close-period to fc-period
              read period-file
                 invalid key
                    display "period-close: period " w-close-period
                            " is not on company " w-env-company
                            "'s fiscal calendar"
                    move "FAILED" to w-run-status
                 not invalid key
                    if fc-status = "C"
                       display "period-close: period " w-close-period
                               " of company " w-env-company
                               " already closed by "
                               function trim(fc-closed-by)
                               " at " fc-closed-stamp
                       move "FAILED" to w-run-status
                    else
                       perform add-close-company
                    end-if
              end-read
              exit paragraph
           end-if
           move low-values to fc-record-key
           start period-file key is not less than fc-record-key
              invalid key
                 set period-at-eof to true
              not invalid key
                 move "N" to ws-period-eof
           end-start
           perform until period-at-eof
              read period-file next record
                 at end
                    set period-at-eof to true
                 not at end
                    if fc-period = w-close-period
                       if fc-status = "C"
                          display "period-close: period "
                                  w-close-period " of company "
                                  fc-company " already closed by "
                                  function trim(fc-closed-by)
                       else
                          perform add-close-company
                       end-if
                    end-if
              end-read
           end-perform
           if w-company-count = 0 and w-run-status = "SUCCESS"
              display "period-close: period " w-close-period
                      " is not open on any company's fiscal calendar"
              move "FAILED" to w-run-status
           end-if.

       add-close-company.
           if w-company-count >= w-company-max
              display "period-close: company table full (max "
                      w-company-max "), dropping company=" fc-company
              move "FAILED" to w-run-status
           else
              add 1 to w-company-count
              move fc-company to co-company(w-company-count)
              move fc-start-date to co-start-date(w-company-count)
              move fc-end-date to co-end-date(w-company-count)
              move "N" to co-revalued(w-company-count)
           end-if.

      *> the FX revaluation has to be booked before the month is
      *> signed off. A site that has never revalued (no
      *> fx-revaluation.dat) has no foreign-currency regions to
      *> restate and closes as before; once revaluation is in use,
      *> a company whose period fx-revalue has not recorded is
      *> refused. A line without a company is the home company's.
       check-period-revalued.
           open input reval-control-file
           if ws-reval-status not = "00"
              exit paragraph
           end-if
           move "N" to ws-reval-eof
           perform until reval-at-eof
              read reval-control-file
                 at end
                    set reval-at-eof to true
                 not at end
                    move spaces to w-reval-period w-reval-company
                    unstring reval-control-line
                       delimited by "|" into w-reval-period,
                          w-reval-skip, w-reval-skip, w-reval-skip,
                          w-reval-skip, w-reval-company
                    if w-reval-company = spaces
                       move w-home-company to w-reval-company
                    end-if
                    if w-reval-period = w-close-period
                       perform varying co-idx from 1 by 1
                             until co-idx > w-company-count
                          if co-company(co-idx) = w-reval-company
                             move "Y" to co-revalued(co-idx)
                          end-if
                       end-perform
                    end-if
              end-read
           end-perform
           close reval-control-file
           perform varying co-idx from 1 by 1
                 until co-idx > w-company-count
              if co-revalued(co-idx) not = "Y"
                 display "period-close: period " w-close-period
                         " of company " co-company(co-idx)
                         " has not been revalued (fx-revalue), close"
                         " refused"
                 move "FAILED" to w-run-status
              end-if
           end-perform.

      *> accumulate every region-history record of a company being
      *> closed that falls inside that company's start/end window,
      *> then write the CLOSE sheet: one row per company and region
      *> with the period totals, a bolded subtotal per company and a
      *> bolded group total.
       build-close-workbook.
           open input region-history-file
           if ws-history-status not = "00"
                 at end
                    set history-at-eof to true
                 not at end
                    move 0 to w-company-slot
                    perform varying co-idx from 1 by 1
                          until co-idx > w-company-count
                       if co-company(co-idx) = rh-company
                          move co-idx to w-company-slot
                       end-if
                    end-perform
                    if w-company-slot not = 0
                       if rh-run-date >= co-start-date(w-company-slot)
                          and rh-run-date <= co-end-date(w-company-slot)
                          perform accumulate-close-record
                       end-if
                    end-if
              end-read
           end-perform.
              w-workbook:>write(w-output)
              w-output:>close()
              display w-output-path " created"
              move w-output-path to cp-path
              perform catalog-output
              perform render-report-template
           catch exception
              display message exception-object:>getMessage()
              move "FAILED" to w-run-status
           end-try.

      *> a template that cannot be applied leaves the plain workbook
      *> in place and says so -- the report itself is still good.
       render-report-template.
           move spaces to template-parm
           move w-report-name to tp-report-name
           move w-output-path to tp-workbook-path
           string w-close-period(1:4) delimited by size
                  "-" delimited by size
                  w-close-period(5:2) delimited by size
                  into tp-period
           move w-close-user to tp-prepared-by
           call "template-render" using template-parm
              on exception
                 move "E" to tp-result
                 move "template-render not available" to tp-message
           end-call
           if tp-result = "E"
              display "period-close: report template not applied: "
                      function trim(tp-message)
           end-if.

       accumulate-close-record.
           move 0 to w-region-slot
           perform varying close-idx from 1 by 1
                 until close-idx > w-region-count
              if cl-company(close-idx) = rh-company
                 and cl-region(close-idx) = rh-region
                 move close-idx to w-region-slot
              end-if
           end-perform
              else
                 add 1 to w-region-count
                 move w-region-count to w-region-slot
                 move rh-company to cl-company(w-region-slot)
                 move rh-region to cl-region(w-region-slot)
                 move 0 to cl-total1(w-region-slot)
                 move 0 to cl-total2(w-region-slot)
              add rh-total2 to cl-total2(w-region-slot)
           end-if.

      *> history is keyed company first, so the slots come in company
      *> order and a change of company closes off the subtotal
       write-close-sheet.
           set w-sheet to w-workbook:>createSheet("CLOSE")
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Company")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Region")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("Period total 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("Period total 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           move 0 to w-grand1
           move 0 to w-grand2
           move 0 to w-sub1
           move 0 to w-sub2
           move spaces to w-sub-company
           perform varying close-idx from 1 by 1
                 until close-idx > w-region-count
              if cl-company(close-idx) not = w-sub-company
                 if w-sub-company not = spaces
                    perform write-company-subtotal-row
                 end-if
                 move cl-company(close-idx) to w-sub-company
              end-if
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue(cl-company(close-idx))
              set w-cell to w-row:>createCell(1)
              w-cell:>setCellValue(cl-region(close-idx))
              set w-cell to w-row:>createCell(2)
              move cl-total1(close-idx) to w-num
              w-cell:>setCellValue(w-num as double)
              set w-cell to w-row:>createCell(3)
              move cl-total2(close-idx) to w-num
              w-cell:>setCellValue(w-num as double)
              add cl-total1(close-idx) to w-sub1 w-grand1
              add cl-total2(close-idx) to w-sub2 w-grand2
              add 1 to w-total-rows-written
           end-perform
           if w-sub-company not = spaces
              perform write-company-subtotal-row
           end-if
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("GROUP TOTAL")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           move w-grand1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           move w-grand2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-total-rows-written.

       write-company-subtotal-row.
           move spaces to w-total-label
           string "CO " delimited by size
                  w-sub-company delimited by size
                  " TOTAL" delimited by size
                  into w-total-label
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(w-total-label)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           move w-sub1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           move w-sub2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           move 0 to w-sub1
           move 0 to w-sub2
           add 1 to w-total-rows-written.

      *> the close itself only happens after the workbook is safely on
      *> disk -- a failed workbook write must not leave the period
      *> locked with nothing for finance to sign off against. Each
      *> company's record is read again for the rewrite.
       mark-period-closed.
           move co-company(co-idx) to fc-company
           move w-close-period to fc-period
           read period-file
              invalid key
                 display "period-close: could not mark " w-close-period
                         " of company " co-company(co-idx) " closed"
                 move "FAILED" to w-run-status
                 exit paragraph
           end-read
           move fc-status to w-old-status
           move "C" to fc-status
           move w-close-user to fc-closed-by
           rewrite fiscal-calendar-record
              invalid key
                 display "period-close: could not mark " w-close-period
                         " of company " fc-company " closed"
                 move "FAILED" to w-run-status
              not invalid key
                 display "period " w-close-period " of company "
                         fc-company " closed by "
                         function trim(w-close-user)
                 perform write-audit-record
           end-rewrite.

      *> same pipe-delimited shape the maintenance screens write, with
      *> PERD-company-period as the key, so the close shows up in
      *> audit-inquiry next to every other calendar change.
       write-audit-record.
           move spaces to audit-line
                  function current-date delimited by size
                  "|CLOSE" delimited by size
                  "|PERD-" delimited by size
                  fc-company delimited by size
                  "-" delimited by size
                  fc-period delimited by size
                  "|old-status=" delimited by size
                  w-old-status delimited by size
           move audit-line to ap-text
           call "audit-append" using audit-parm.

      *> catalog entry for the file named in cp-path; a catalog that
      *> cannot be written is reported and the run carries on
       catalog-output.
           move "A" to cp-function
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "region-history.dat" to cp-extract
           move w-total-rows-written to cp-rows
           move 0 to cp-rejects
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display "WARNING: not cataloged: " function trim(cp-path)
           end-if.

      *> one line appended to the day's run-summary.log, same token
      *> layout the other jobs use.
       write-run-summary.
                  w-run-date delimited by size
                  " period=" delimited by size
                  w-close-period delimited by size
                  " companies=" delimited by size
                  w-company-count delimited by size
                  " rows=" delimited by size
                  w-total-rows-written delimited by size
                  " elapsed-secs=" delimited by size
