       >>SOURCE FORMAT FREE
       program-id. fx-revalue.

      *>********************************************************************<*
      *>***** Month-end FX revaluation. The daily sheets convert each  *****<*
      *>***** row at the rate in force on its entry date; at month end *****<*
      *>***** finance restates every foreign-currency region's balance *****<*
      *>***** at the closing rate and books the difference. For each   *****<*
      *>***** region whose CCY- master entry names a currency other    *****<*
      *>***** than the corporate one, this job takes the period's      *****<*
      *>***** local totals from region-history.dat, their converted    *****<*
      *>***** value as booked (each txn-detail.dat row at its entry-   *****<*
      *>***** date rate, anything on the history without a detail row  *****<*
      *>***** at its run-date rate) and the same local totals at the   *****<*
      *>***** rate in force on the period's last day, and books the    *****<*
      *>***** difference as unrealised gain (FXG-) or loss (FXL-)      *****<*
      *>***** against the region's GLD- account in a balanced GL       *****<*
      *>***** posting file, with a REVALUATION workbook grouped by     *****<*
      *>***** currency. One company per run (COMPANY_CODE, the home    *****<*
      *>***** company when unset), against that company's own          *****<*
      *>***** calendar, history and GL feed. It runs before period-    *****<*
      *>***** close, which will not close a period that has not been   *****<*
      *>***** revalued; a closed period, a missing closing rate, or a  *****<*
      *>***** second run of the same period for the company (fx-       *****<*
      *>***** revaluation.dat) is refused.                             *****<*
      *>********************************************************************<*

       environment division.
       configuration section.
       repository.
           class j-cell as "org.apache.poi.ss.usermodel.Cell"
           class j-cellstyle as "org.apache.poi.ss.usermodel.CellStyle"
           class j-row as "org.apache.poi.ss.usermodel.Row"
           class j-sheet as "org.apache.poi.ss.usermodel.Sheet"
           class j-workbook as "org.apache.poi.ss.usermodel.Workbook"
           class j-xssfworkbook as "org.apache.poi.xssf.usermodel.XSSFWorkbook"
           class j-xssffont as "org.apache.poi.xssf.usermodel.XSSFFont"
           class j-output as "java.io.FileOutputStream"
           class j-file as "java.io.File"
           .

       input-output section.
       file-control.
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
           select txn-detail-file assign to "txn-detail.dat"
               organization is indexed
               access mode is dynamic
               record key is td-record-key
               file status is ws-detail-status.
           select exchange-rate-file assign to "exchange-rate.dat"
               organization is indexed
               access mode is dynamic
               record key is xr-record-key
               file status is ws-rate-status.
           select master-file assign to "master.dat"
               organization is indexed
               access mode is dynamic
               record key is mr-record-key
               alternate record key is mr-name with duplicates
               file status is ws-master-status.
           select gl-posting-file assign to w-glpost-path
               organization is sequential
               file status is ws-glpost-status.
           select reval-control-file assign to "fx-revaluation.dat"
               organization is line sequential
               file status is ws-reval-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  period-file.
       copy "fiscal-calendar.cpy".

       fd  region-history-file.
       copy "region-history.cpy".

       fd  txn-detail-file.
       copy "txn-detail.cpy".

       fd  exchange-rate-file.
       copy "exchange-rate.cpy".

       fd  master-file.
       copy "master-record.cpy".

       fd  gl-posting-file.
       copy "gl-posting.cpy".

      *> one line per revalued period: period|run date|user|regions|
      *> net gain -- period-close looks for the period here, and a
      *> second revaluation of the same month is refused
       fd  reval-control-file.
       01  reval-control-line  pic x(80).

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       copy "company-lookup-ws.cpy".

       77 w-report-name        pic x(32) value "fx-revalue".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-run-date           pic x(8).
       77 w-archive-day-path   pic x(256).
       77 w-archive-subdir     object reference j-file.
       77 w-output-path        pic x(256).
       77 w-summary-path       pic x(256).
       77 w-glpost-path        pic x(256).
       77 w-glpost-probe       object reference j-file.
       77 ws-period-status     pic xx.
       77 ws-history-status    pic xx.
       77 ws-detail-status     pic xx.
       77 ws-rate-status       pic xx.
       77 ws-master-status     pic xx.
       77 ws-glpost-status     pic xx.
       77 ws-reval-status      pic xx.
       77 ws-summary-status    pic xx.
       77 ws-history-eof       pic x value "N".
          88 history-at-eof        value "Y".
       77 ws-detail-eof        pic x value "N".
          88 detail-at-eof         value "Y".
       77 ws-master-eof        pic x value "N".
          88 master-at-eof         value "Y".
       77 ws-reval-eof         pic x value "N".
          88 reval-at-eof          value "Y".
       77 w-reval-period       pic x(6).
       77 w-reval-user         pic x(20).
       77 w-period-start       pic x(8).
       77 w-period-end         pic x(8).
       77 w-ctl-period         pic x(6).
       77 w-ctl-skip           pic x(20).
       77 w-ctl-company        pic x(4).

      *> the company revalued: COMPANY_CODE, else the home company
       77 w-home-company       pic x(4) value "0001".
       77 w-company            pic x(4).

      *> prior-month default for the period prompt, same year/month
      *> arithmetic period-close uses -- the revaluation runs after
      *> the month ends and before it is closed.
       01 w-lm-ym.
          05 w-lm-year         pic 9(4).
          05 w-lm-month        pic 9(2).

      *> the corporate reporting currency, EXCEL_CORP_CURRENCY as the
      *> daily sheets use it
       77 w-corp-currency      pic x(3) value "USD".

      *> one slot per foreign-currency region, kept in currency then
      *> region order for the workbook's grouping
       77 w-reval-count        pic 9(4) value 0.
       77 w-reval-max          pic 9(4) value 500.
       77 w-reval-idx          pic 9(4).
       77 w-reval-slot         pic 9(4).
       01 reval-table.
          05 reval-entry occurs 500 times.
             10 rv-sort-key.
                15 rv-currency     pic x(3).
                15 rv-region       pic x(4).
             10 rv-local1          pic s9(12)v999.
             10 rv-local2          pic s9(12)v999.
             10 rv-book1           pic s9(12)v999.
             10 rv-book2           pic s9(12)v999.
             10 rv-close-rate      pic 9(4)v9(6).
             10 rv-closing1        pic s9(12)v999.
             10 rv-closing2        pic s9(12)v999.
             10 rv-gain            pic s9(10)v99.

      *> every region with a currency entry for the company, plain
      *> CCY-rrrr or company-qualified CYccccrrrr, before each one's
      *> entry in force is resolved through company-lookup.cpy
       77 w-ccy-scan           pic x(6).
       77 w-ccy-scan-len       pic 9(2).
       77 w-ccy-unit           pic x(4).
       77 w-ccy-count          pic 9(4) value 0.
       77 w-ccy-idx            pic 9(4).
       01 ccy-region-table.
          05 ccy-region        pic x(4) occurs 500 times.

      *> the region being placed in the revaluation table
       77 w-held-region        pic x(4) value spaces.
       77 w-held-currency      pic x(3).

      *> one history day's figures while its detail rows are walked
       77 w-day-date           pic x(8).
       77 w-day-total1         pic s9(8)v999.
       77 w-day-total2         pic s9(8)v999.
       77 w-day-detail1        pic s9(10)v999.
       77 w-day-detail2        pic s9(10)v999.
       77 w-conv1              pic s9(10)v999.
       77 w-conv2              pic s9(10)v999.

      *> rate lookup: latest rate for w-rate-currency not after
      *> w-rate-date, with a one-entry memo as excel-sample keeps
       77 ws-rate-eof          pic x value "N".
          88 rate-scan-done        value "Y".
       77 w-rate-currency      pic x(3).
       77 w-rate-date          pic x(8).
       77 w-rate-value         pic 9(4)v9(6).
       77 w-rate-found         pic x value "N".
          88 rate-found            value "Y".
       77 w-rate-cache-key     pic x(11) value spaces.
       77 w-rate-cache-value   pic 9(4)v9(6).
       77 w-rate-cache-found   pic x.
       77 w-rate-this-key      pic x(11).
       77 w-rate-warned        pic x value "N".
          88 rate-miss-warned      value "Y".

      *> master lookups (GL accounts, division), the same
      *> version-in-force scan every master consumer uses
       77 ws-version-eof       pic x value "N".
          88 version-scan-done     value "Y".
       77 w-lookup-key         pic x(10).
       77 w-lookup-date        pic x(8).
       77 w-version-found      pic x value "N".
          88 master-version-found  value "Y".
       77 w-found-name         pic x(30).

      *> GL posting work fields, as excel-sample's
       77 w-gl-by-division     pic x value "N".
          88 gl-by-division        value "Y".
       77 w-gl-ok              pic x value "Y".
          88 gl-accounts-resolved  value "Y".
       77 w-gl-lookup          pic x(10).
       77 w-gl-account         pic x(10).
       77 w-gl-suffix          pic x(4).
       77 w-gl-region          pic x(4).
       77 w-gl-amount          pic s9(10)v99.
       77 w-gl-debit-prefix    pic x(4).
       77 w-gl-credit-prefix   pic x(4).
       77 w-gl-count           pic 9(6).
       77 w-gl-debits          pic 9(12)v99.
       77 w-gl-credits         pic 9(12)v99.

       77 w-num                pic s9(13)v999.
       77 w-rate-num           pic 9(4)v9(6).
       77 w-row-num            pic 9(6).
       77 w-group-label        pic x(20).
       77 w-group-currency     pic x(3).
       77 w-group-book         pic s9(13)v999.
       77 w-group-closing      pic s9(13)v999.
       77 w-group-gain         pic s9(12)v99.
       77 w-grand-book         pic s9(13)v999.
       77 w-grand-closing      pic s9(13)v999.
       77 w-grand-gain         pic s9(12)v99 value 0.
       77 w-gain-ed            pic -(11)9.99.

       77 w-workbook           object reference j-workbook.
       77 w-xssfworkbook       object reference j-xssfworkbook.
       77 w-xssffont           object reference j-xssffont.
       77 w-cellstyle-bold     object reference j-cellstyle.
       77 w-sheet              object reference j-sheet.
       77 w-row                object reference j-row.
       77 w-cell               object reference j-cell.
       77 w-output             object reference j-output.

       77 w-total-rows-written pic 9(6) value 0.
       77 w-run-status         pic x(7) value "SUCCESS".
       77 w-start-time         pic 9(8).
       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
           move function current-date(1:8) to w-run-date
           perform get-reval-user
           perform get-reval-config
           perform get-reval-period
           perform build-archive-path
           perform check-reval-period
           if w-run-status = "SUCCESS"
              perform check-already-revalued
           end-if
           if w-run-status = "SUCCESS"
              perform load-foreign-regions
           end-if
           if w-run-status = "SUCCESS" and w-reval-count > 0
              perform revalue-regions
           end-if
           if w-run-status = "SUCCESS" and w-reval-count > 0
              perform write-reval-workbook
           end-if
           if w-run-status = "SUCCESS" and w-reval-count > 0
              perform write-reval-gl
           end-if
           if w-run-status = "SUCCESS"
              perform record-revaluation
           end-if
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

       get-reval-user.
           accept w-reval-user from environment "USER"
              on exception
                 accept w-reval-user from environment "USERNAME"
                    on exception move "UNKNOWN" to w-reval-user
                 end-accept
           end-accept.

      *> the corporate currency and the GL's division-level switch,
      *> read the way excel-sample reads them
       get-reval-config.
           accept w-corp-currency from environment "EXCEL_CORP_CURRENCY"
              on exception move "USD" to w-corp-currency
           end-accept
           move function upper-case(w-corp-currency) to w-corp-currency
           if w-corp-currency = spaces
              move "USD" to w-corp-currency
           end-if
           accept w-gl-by-division from environment "EXCEL_GL_BY_DIVISION"
              on exception move "N" to w-gl-by-division
           end-accept
           move function upper-case(w-gl-by-division)
              to w-gl-by-division
           accept w-company from environment "COMPANY_CODE"
              on exception move spaces to w-company
           end-accept
           move function upper-case(w-company) to w-company
           if w-company = spaces
              move w-home-company to w-company
           end-if.

      *> FX_REVALUE_PERIOD names the yyyymm to revalue (the chain's
      *> month-end step sets it); unset falls back to an operator
      *> prompt defaulting to last month, as period-close does.
       get-reval-period.
           accept w-reval-period from environment "FX_REVALUE_PERIOD"
              on exception move spaces to w-reval-period
           end-accept
           if function trim(w-reval-period) = spaces
              perform default-to-last-month
              display "period to revalue (yyyymm) [" w-reval-period
                      "]: " with no advancing
              accept w-reval-period
              if function trim(w-reval-period) = spaces
                 perform default-to-last-month
              end-if
           end-if.

       default-to-last-month.
           move function numval(w-run-date(1:4)) to w-lm-year
           move function numval(w-run-date(5:2)) to w-lm-month
           if w-lm-month = 1
              subtract 1 from w-lm-year
              move 12 to w-lm-month
           else
              subtract 1 from w-lm-month
           end-if
           move w-lm-ym to w-reval-period.

       build-archive-path.
           string w-archive-dir delimited by size
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           set w-archive-subdir to j-file:>new(w-archive-day-path)
           w-archive-subdir:>mkdirs()
           string w-archive-day-path delimited by size
                  "/fx-revaluation-" delimited by size
                  w-reval-period delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  ".xlsx" delimited by size
                  into w-output-path
           string w-archive-day-path delimited by size
                  "/glpost-fxreval-" delimited by size
                  w-reval-period delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  ".dat" delimited by size
                  into w-glpost-path
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

      *> the period must be on the company's calendar and still open
      *> -- once it is closed the balances finance signed off are
      *> final
       check-reval-period.
           open input period-file
           if ws-period-status not = "00"
              display "fx-revalue: no fiscal calendar, status="
                      ws-period-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move w-company to fc-company
           move w-reval-period to fc-period
           read period-file
              invalid key
                 display "fx-revalue: period " w-reval-period
                         " is not on company " w-company
                         "'s fiscal calendar"
                 move "FAILED" to w-run-status
              not invalid key
                 if fc-status = "C"
                    display "fx-revalue: period " w-reval-period
                            " is closed, revaluation refused"
                    move "FAILED" to w-run-status
                 else
                    move fc-start-date to w-period-start
                    move fc-end-date to w-period-end
                 end-if
           end-read
           close period-file.

       check-already-revalued.
           open input reval-control-file
           if ws-reval-status = "00"
              move "N" to ws-reval-eof
              perform until reval-at-eof
                 read reval-control-file
                    at end
                       set reval-at-eof to true
                    not at end
                       move spaces to w-ctl-period w-ctl-company
                       unstring reval-control-line
                          delimited by "|" into w-ctl-period,
                             w-ctl-skip, w-ctl-skip, w-ctl-skip,
                             w-ctl-skip, w-ctl-company
                       if w-ctl-company = spaces
                          move w-home-company to w-ctl-company
                       end-if
                       if w-ctl-period = w-reval-period
                          and w-ctl-company = w-company
                          display "fx-revalue: period "
                                  w-reval-period
                                  " already revalued: "
                                  function trim(reval-control-line)
                          move "FAILED" to w-run-status
                          set reval-at-eof to true
                       end-if
                 end-read
              end-perform
              close reval-control-file
           end-if.

      *> every region whose currency entry in force on the period's
      *> last day names a currency other than the corporate one. The
      *> regions come from the company's qualified CYcccc keys and,
      *> for the home company, the plain CCY- keys; each is then
      *> resolved the way excel-sample resolves the booking currency,
      *> so a region with both entries is taken at the qualified one.
       load-foreign-regions.
           open input master-file
           if ws-master-status not = "00"
              display "fx-revalue: master.dat unavailable, status="
                      ws-master-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move 0 to w-ccy-count
           move spaces to w-ccy-scan
           string "CY" delimited by size
                  w-company delimited by size
                  into w-ccy-scan
           move 6 to w-ccy-scan-len
           perform collect-currency-regions
           if w-company = w-home-company
              move "CCY-" to w-ccy-scan
              move 4 to w-ccy-scan-len
              perform collect-currency-regions
           end-if
           perform varying w-ccy-idx from 1 by 1
                   until w-ccy-idx > w-ccy-count
              move "CCY-" to w-lookup-prefix
              move ccy-region(w-ccy-idx) to w-lookup-unit
              move w-company to w-lookup-company
              move w-period-end to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move ccy-region(w-ccy-idx) to w-held-region
                 move w-found-name(1:3) to w-held-currency
                 perform place-held-region
              end-if
           end-perform
           close master-file
           if w-reval-count = 0
              display "fx-revalue: no region books in a currency other "
                      "than " w-corp-currency ", nothing to revalue"
           end-if.

      *> the region of every key starting w-ccy-scan, once each
       collect-currency-regions.
           move spaces to mr-record-key
           move w-ccy-scan to mr-key
           move "N" to ws-master-eof
           start master-file key is not less than mr-record-key
              invalid key
                 set master-at-eof to true
           end-start
           perform until master-at-eof
              read master-file next record
                 at end
                    set master-at-eof to true
                 not at end
                    if mr-key(1:w-ccy-scan-len)
                          not = w-ccy-scan(1:w-ccy-scan-len)
                       set master-at-eof to true
                    else
                       move mr-key(w-ccy-scan-len + 1:4) to w-ccy-unit
                       perform add-currency-region
                    end-if
              end-read
           end-perform.

       add-currency-region.
           perform varying w-ccy-idx from 1 by 1
                   until w-ccy-idx > w-ccy-count
              if ccy-region(w-ccy-idx) = w-ccy-unit
                 exit paragraph
              end-if
           end-perform
           if w-ccy-count >= w-reval-max
              display "fx-revalue: region table full (max "
                      w-reval-max "), region " w-ccy-unit
              move "FAILED" to w-run-status
           else
              add 1 to w-ccy-count
              move w-ccy-unit to ccy-region(w-ccy-count)
           end-if.

      *> insert the held region in currency/region order
       place-held-region.
           if w-held-region not = spaces
              and w-held-currency not = w-corp-currency
              and w-held-currency not = spaces
              if w-reval-count >= w-reval-max
                 display "fx-revalue: region table full (max "
                         w-reval-max "), region " w-held-region
                 move "FAILED" to w-run-status
              else
                 add 1 to w-reval-count
                 move w-reval-count to w-reval-slot
                 perform until w-reval-slot = 1
                    if rv-currency(w-reval-slot - 1) < w-held-currency
                       or (rv-currency(w-reval-slot - 1)
                              = w-held-currency
                           and rv-region(w-reval-slot - 1)
                              < w-held-region)
                       exit perform
                    end-if
                    move reval-entry(w-reval-slot - 1)
                       to reval-entry(w-reval-slot)
                    subtract 1 from w-reval-slot
                 end-perform
                 initialize reval-entry(w-reval-slot)
                 move w-held-currency to rv-currency(w-reval-slot)
                 move w-held-region to rv-region(w-reval-slot)
              end-if
           end-if
           move spaces to w-held-region w-held-currency.

      *> booked value and closing value for every foreign region,
      *> then the difference rounded to the cent
       revalue-regions.
           open input region-history-file
           if ws-history-status not = "00"
              display "fx-revalue: no totals history, status="
                      ws-history-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           open input txn-detail-file
           open input exchange-rate-file
           if ws-rate-status not = "00"
              display "fx-revalue: exchange-rate file unavailable, "
                      "status=" ws-rate-status
              move "FAILED" to w-run-status
              close region-history-file
              if ws-detail-status = "00"
                 close txn-detail-file
              end-if
              exit paragraph
           end-if
           perform varying w-reval-idx from 1 by 1
                 until w-reval-idx > w-reval-count
              perform accumulate-booked-value
              move rv-currency(w-reval-idx) to w-rate-currency
              move w-period-end to w-rate-date
              perform find-exchange-rate
              if not rate-found
                 display "fx-revalue: no closing rate for "
                         rv-currency(w-reval-idx) " at " w-period-end
                         ", revaluation refused"
                 move "FAILED" to w-run-status
              end-if
              move w-rate-value to rv-close-rate(w-reval-idx)
              compute rv-closing1(w-reval-idx) rounded =
                 rv-local1(w-reval-idx) * w-rate-value
              compute rv-closing2(w-reval-idx) rounded =
                 rv-local2(w-reval-idx) * w-rate-value
              compute rv-gain(w-reval-idx) rounded =
                 rv-closing1(w-reval-idx) + rv-closing2(w-reval-idx)
                 - rv-book1(w-reval-idx) - rv-book2(w-reval-idx)
           end-perform
           close region-history-file
           close exchange-rate-file
           if ws-detail-status = "00"
              close txn-detail-file
           end-if.

      *> the region's history days inside the period; each day's
      *> detail rows are converted at their entry-date rates, exactly
      *> as the daily sheet did, and whatever part of the day's total
      *> has no detail behind it (an allocation, history from before
      *> the detail file) at the rate in force on the run date.
       accumulate-booked-value.
           move "N" to ws-history-eof
           move w-company to rh-company
           move rv-region(w-reval-idx) to rh-region
           move w-period-start to rh-run-date
           start region-history-file key is not less than rh-record-key
              invalid key
                 set history-at-eof to true
           end-start
           perform until history-at-eof
              read region-history-file next record
                 at end
                    set history-at-eof to true
                 not at end
                    if rh-company not = w-company
                       or rh-region not = rv-region(w-reval-idx)
                       or rh-run-date > w-period-end
                       set history-at-eof to true
                    else
                       move rh-run-date to w-day-date
                       move rh-total1 to w-day-total1
                       move rh-total2 to w-day-total2
                       add rh-total1 to rv-local1(w-reval-idx)
                       add rh-total2 to rv-local2(w-reval-idx)
                       perform accumulate-day-detail
                    end-if
              end-read
           end-perform.

       accumulate-day-detail.
           move 0 to w-day-detail1 w-day-detail2
           if ws-detail-status = "00"
              move "N" to ws-detail-eof
              move spaces to td-record-key
              move w-company to td-company
              move rv-region(w-reval-idx) to td-region
              move w-day-date to td-run-date
              move low-values to td-extract
              move 0 to td-row
              start txn-detail-file key is not less than td-record-key
                 invalid key
                    set detail-at-eof to true
              end-start
              perform until detail-at-eof
                 read txn-detail-file next record
                    at end
                       set detail-at-eof to true
                    not at end
                       if td-company not = w-company
                          or td-region not = rv-region(w-reval-idx)
                          or td-run-date not = w-day-date
                          set detail-at-eof to true
                       else
                          if td-status not = "R"
                             move rv-currency(w-reval-idx)
                                to w-rate-currency
                             move td-entry-date to w-rate-date
                             perform find-booked-rate
                             compute w-conv1 rounded =
                                td-amount1 * w-rate-value
                             compute w-conv2 rounded =
                                td-amount2 * w-rate-value
                             add td-amount1 to w-day-detail1
                             add td-amount2 to w-day-detail2
                             add w-conv1 to rv-book1(w-reval-idx)
                             add w-conv2 to rv-book2(w-reval-idx)
                          end-if
                       end-if
                 end-read
              end-perform
           end-if
           if w-day-detail1 not = w-day-total1
              or w-day-detail2 not = w-day-total2
              move rv-currency(w-reval-idx) to w-rate-currency
              move w-day-date to w-rate-date
              perform find-booked-rate
              compute w-conv1 rounded =
                 (w-day-total1 - w-day-detail1) * w-rate-value
              compute w-conv2 rounded =
                 (w-day-total2 - w-day-detail2) * w-rate-value
              add w-conv1 to rv-book1(w-reval-idx)
              add w-conv2 to rv-book2(w-reval-idx)
           end-if.

      *> a booked amount with no rate on file was converted 1:1 by the
      *> daily run, so it is valued 1:1 here too (with one warning)
       find-booked-rate.
           perform find-exchange-rate
           if not rate-found
              move 1 to w-rate-value
              if not rate-miss-warned
                 display "fx-revalue: WARNING no exchange rate for "
                         w-rate-currency " at " w-rate-date
                         ", booked value taken 1:1"
                 set rate-miss-warned to true
              end-if
           end-if.

      *> latest rate for the currency whose effective date is not
      *> after the date asked for -- the file is keyed currency +
      *> date, so an ascending scan keeps the last qualifying rate.
       find-exchange-rate.
           move spaces to w-rate-this-key
           string w-rate-currency delimited by size
                  w-rate-date delimited by size
                  into w-rate-this-key
           if w-rate-this-key = w-rate-cache-key
              move w-rate-cache-value to w-rate-value
              move w-rate-cache-found to w-rate-found
              exit paragraph
           end-if
           move 1 to w-rate-value
           move "N" to w-rate-found
           move w-rate-currency to xr-currency
           move "00000000" to xr-eff-date
           move "N" to ws-rate-eof
           start exchange-rate-file key is not less than xr-record-key
              invalid key
                 set rate-scan-done to true
           end-start
           perform until rate-scan-done
              read exchange-rate-file next record
                 at end
                    set rate-scan-done to true
                 not at end
                    if xr-currency not = w-rate-currency
                       or xr-eff-date > w-rate-date
                       set rate-scan-done to true
                    else
                       move xr-rate to w-rate-value
                       set rate-found to true
                    end-if
              end-read
           end-perform
           move w-rate-this-key to w-rate-cache-key
           move w-rate-value to w-rate-cache-value
           move w-rate-found to w-rate-cache-found.

       write-reval-workbook.
           try
              set w-xssfworkbook to j-xssfworkbook:>new()
              set w-workbook to w-xssfworkbook
              set w-xssffont to w-xssfworkbook:>createFont()
              w-xssffont:>setBold(true)
              set w-cellstyle-bold to w-workbook:>createCellStyle()
              w-cellstyle-bold:>setFont(w-xssffont)
              perform write-reval-sheet
              set w-output to j-output:>new(
                 j-file:>new(function trim(w-output-path)))
              w-workbook:>write(w-output)
              w-output:>close()
              display w-output-path " created"
              move w-output-path to cp-path
              perform catalog-output
           catch exception
              display message exception-object:>getMessage()
              move "FAILED" to w-run-status
           end-try.

      *> a row per region, grouped by currency with a subtotal after
      *> each currency's regions and a grand total in the corporate
      *> currency at the bottom.
       write-reval-sheet.
           set w-sheet to w-workbook:>createSheet("REVALUATION")
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("FX revaluation for period")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-reval-period)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue(w-corp-currency)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Currency")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Region")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("Local 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("Local 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue("Booked value")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue("Closing rate")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           w-cell:>setCellValue("At closing rate")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           w-cell:>setCellValue("Unrealised gain/loss")
           w-cell:>setCellStyle(w-cellstyle-bold)
           move 0 to w-grand-book w-grand-closing w-grand-gain
           move 0 to w-group-book w-group-closing w-group-gain
           move spaces to w-group-currency
           perform varying w-reval-idx from 1 by 1
                 until w-reval-idx > w-reval-count
              if rv-currency(w-reval-idx) not = w-group-currency
                 and w-group-currency not = spaces
                 perform write-currency-subtotal
              end-if
              move rv-currency(w-reval-idx) to w-group-currency
              perform write-reval-region-row
           end-perform
           perform write-currency-subtotal
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("TOTAL")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           move w-grand-book to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           move w-grand-closing to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           move w-grand-gain to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-total-rows-written.

       write-reval-region-row.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(rv-currency(w-reval-idx))
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(rv-region(w-reval-idx))
           set w-cell to w-row:>createCell(2)
           move rv-local1(w-reval-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(3)
           move rv-local2(w-reval-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(4)
           compute w-num = rv-book1(w-reval-idx) + rv-book2(w-reval-idx)
           w-cell:>setCellValue(w-num as double)
           add w-num to w-group-book w-grand-book
           set w-cell to w-row:>createCell(5)
           move rv-close-rate(w-reval-idx) to w-rate-num
           w-cell:>setCellValue(w-rate-num as double)
           set w-cell to w-row:>createCell(6)
           compute w-num =
              rv-closing1(w-reval-idx) + rv-closing2(w-reval-idx)
           w-cell:>setCellValue(w-num as double)
           add w-num to w-group-closing w-grand-closing
           set w-cell to w-row:>createCell(7)
           move rv-gain(w-reval-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           add rv-gain(w-reval-idx) to w-group-gain w-grand-gain
           add 1 to w-total-rows-written.

       write-currency-subtotal.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           move spaces to w-group-label
           string "TOTAL " delimited by size
                  w-group-currency delimited by size
                  into w-group-label
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(w-group-label)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           move w-group-book to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           move w-group-closing to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           move w-group-gain to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-row-num
           add 1 to w-total-rows-written
           move 0 to w-group-book w-group-closing w-group-gain.

      *> one pair per region with a difference, dated the period's
      *> last day: a gain debits the region's GLD- account and credits
      *> its FXG- unrealised-gain account, a loss debits FXL- and
      *> credits GLD-. Account resolution follows the daily feed
      *> (division level under EXCEL_GL_BY_DIVISION=Y); an account
      *> missing from master or an unbalanced file deletes the file
      *> and fails the run.
       write-reval-gl.
           open input master-file
           if ws-master-status not = "00"
              display "fx-revalue: master.dat unavailable, status="
                      ws-master-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           open output gl-posting-file
           move 0 to w-gl-debits
           move 0 to w-gl-credits
           move 0 to w-gl-count
           move "Y" to w-gl-ok
           perform varying w-reval-idx from 1 by 1
                 until w-reval-idx > w-reval-count
              if rv-gain(w-reval-idx) not = 0
                 perform write-reval-gl-pair
              end-if
           end-perform
           move spaces to gl-posting-record
           move "T" to gt-record-type
           move w-gl-count to gt-record-count
           move w-gl-debits to gt-total-debits
           move w-gl-credits to gt-total-credits
           move w-company to gt-company
           write gl-posting-record
           close gl-posting-file
           close master-file
           if not gl-accounts-resolved
              or w-gl-debits not = w-gl-credits
              display "fx-revalue: GL posting file rejected: debits="
                      w-gl-debits " credits=" w-gl-credits
                      " accounts-ok=" w-gl-ok
              set w-glpost-probe to
                 j-file:>new(function trim(w-glpost-path))
              w-glpost-probe:>delete()
              move "FAILED" to w-run-status
           else
              display w-glpost-path " created"
              move w-glpost-path to cp-path
              perform catalog-output
           end-if.

       write-reval-gl-pair.
           move rv-region(w-reval-idx) to w-gl-region
           move rv-region(w-reval-idx) to w-gl-suffix
           if gl-by-division
              move "DIV-" to w-lookup-prefix
              move rv-region(w-reval-idx) to w-lookup-unit
              move w-company to w-lookup-company
              move w-period-end to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:4) to w-gl-suffix
              end-if
           end-if
           if rv-gain(w-reval-idx) < 0
              compute w-gl-amount = 0 - rv-gain(w-reval-idx)
              move "FXL-" to w-gl-debit-prefix
              move "GLD-" to w-gl-credit-prefix
           else
              move rv-gain(w-reval-idx) to w-gl-amount
              move "GLD-" to w-gl-debit-prefix
              move "FXG-" to w-gl-credit-prefix
           end-if
           move spaces to w-gl-lookup
           string w-gl-debit-prefix delimited by size
                  w-gl-suffix delimited by size
                  into w-gl-lookup
           perform lookup-gl-account
           if gl-accounts-resolved
              move spaces to gl-posting-record
              move "D" to gp-record-type
              move w-gl-account to gp-account
              move w-gl-region to gp-region
              move w-company to gp-company
              move w-gl-amount to gp-debit
              move 0 to gp-credit
              move w-period-end to gp-post-date
              write gl-posting-record
              add 1 to w-gl-count
              add w-gl-amount to w-gl-debits
              move spaces to w-gl-lookup
              string w-gl-credit-prefix delimited by size
                     w-gl-suffix delimited by size
                     into w-gl-lookup
              perform lookup-gl-account
           end-if
           if gl-accounts-resolved
              move spaces to gl-posting-record
              move "C" to gp-record-type
              move w-gl-account to gp-account
              move w-gl-region to gp-region
              move w-company to gp-company
              move 0 to gp-debit
              move w-gl-amount to gp-credit
              move w-period-end to gp-post-date
              write gl-posting-record
              add 1 to w-gl-count
              add w-gl-amount to w-gl-credits
           end-if.

      *> the company's own entry for the account code, or the plain
      *> code for the home company (company-lookup.cpy)
       lookup-gl-account.
           move w-gl-lookup(1:4) to w-lookup-prefix
           move w-gl-lookup(5:4) to w-lookup-unit
           move w-company to w-lookup-company
           move w-period-end to w-lookup-date
           perform find-company-master-version
           if master-version-found
              move w-found-name(1:10) to w-gl-account
           else
              display "fx-revalue: GL account code not on master: "
                      w-gl-lookup
              move "N" to w-gl-ok
           end-if.

      *> same version-in-force rule excel-sample's find-master-version
      *> applies.
       find-master-version.
           move "N" to w-version-found
           move "N" to ws-version-eof
           move w-lookup-key to mr-key
           move "00000000" to mr-eff-from
           start master-file key is not less than mr-record-key
              invalid key
                 set version-scan-done to true
           end-start
           perform until version-scan-done
              read master-file next record
                 at end
                    set version-scan-done to true
                 not at end
                    if mr-key not = w-lookup-key
                       set version-scan-done to true
                    else
                       if mr-eff-from <= w-lookup-date
                          and (mr-eff-to = spaces
                               or mr-eff-to >= w-lookup-date)
                          set master-version-found to true
                          move mr-name to w-found-name
                       end-if
                    end-if
              end-read
           end-perform.

      *> recorded even when no region needed revaluing, so
      *> period-close sees the month was dealt with
       record-revaluation.
           open extend reval-control-file
           if ws-reval-status = "35"
              open output reval-control-file
           end-if
           move w-grand-gain to w-gain-ed
           move spaces to reval-control-line
           string w-reval-period delimited by size
                  "|" delimited by size
                  w-run-date delimited by size
                  "|" delimited by size
                  function trim(w-reval-user) delimited by size
                  "|" delimited by size
                  w-reval-count delimited by size
                  "|" delimited by size
                  function trim(w-gain-ed) delimited by size
                  "|" delimited by size
                  w-company delimited by size
                  into reval-control-line
           write reval-control-line
           close reval-control-file
           display "period " w-reval-period " revalued for company "
                   w-company ": "
                   w-reval-count " region(s), net gain/loss "
                   function trim(w-gain-ed) " " w-corp-currency.

      *> catalog entry for the file named in cp-path; a catalog that
      *> cannot be written is reported and the run carries on
       catalog-output.
           move "A" to cp-function
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "txn-detail.dat" to cp-extract
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
           accept w-end-time from time
           compute w-elapsed-secs =
              function abs((w-end-time / 100) - (w-start-time / 100))
           open extend summary-output-file
           if ws-summary-status = "35"
              open output summary-output-file
           end-if
           move spaces to summary-line
           string function trim(w-report-name) delimited by size
                  " " delimited by size
                  w-run-date delimited by size
                  " period=" delimited by size
                  w-reval-period delimited by size
                  " regions=" delimited by size
                  w-reval-count delimited by size
                  " rows=" delimited by size
                  w-total-rows-written delimited by size
                  " elapsed-secs=" delimited by size
                  w-elapsed-secs delimited by size
                  " status=" delimited by size
                  w-run-status delimited by size
                  into summary-line
           write summary-line
           close summary-output-file.

       copy "company-lookup.cpy".
