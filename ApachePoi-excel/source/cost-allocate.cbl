       >>SOURCE FORMAT FREE
       program-id. cost-allocate.

      *>********************************************************************<*
      *>***** Month-end shared-cost allocation. Corporate overhead     *****<*
      *>***** lands on pool pseudo-regions; this job takes each        *****<*
      *>***** pool's totals for one fiscal period from                 *****<*
      *>***** region-history.dat and spreads them over the receiving   *****<*
      *>***** regions by the driver percentages on master.dat -- one   *****<*
      *>***** effective-dated entry per pool and receiver, keyed       *****<*
      *>***** pppp->rrrr with the percentage in mr-value, maintained   *****<*
      *>***** in master-maint (and approved in master-approve) like    *****<*
      *>***** the CCY- and DIV- entries. A pool is any region with     *****<*
      *>***** drivers in force at the period's end. The allocation is  *****<*
      *>***** booked like an extract would be: each region's movement  *****<*
      *>***** (receivers up by their share, the pool down by what it   *****<*
      *>***** gave away) goes into the history, a balanced GL posting  *****<*
      *>***** file in the gl-posting.cpy layout and balance-control    *****<*
      *>***** for daily-balance's proof, and the ALLOCATION workbook   *****<*
      *>***** shows pool, driver and share per region. Nothing is      *****<*
      *>***** written when a pool's drivers do not add up to 100%,     *****<*
      *>***** when the period is closed, or when it was already        *****<*
      *>***** allocated (allocation-control.dat). One company per run  *****<*
      *>***** (COMPANY_CODE, the home company when unset): its own     *****<*
      *>***** calendar, history, GL feed and balance-control records;  *****<*
      *>***** the driver entries are the group's.                      *****<*
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
           select master-file assign to "master.dat"
               organization is indexed
               access mode is dynamic
               record key is mr-record-key
               alternate record key is mr-name with duplicates
               file status is ws-master-status.
           select gl-posting-file assign to w-glpost-path
               organization is sequential
               file status is ws-glpost-status.
           select balance-control-file assign to "balance-control.dat"
               organization is line sequential
               file status is ws-balance-status.
           select allocation-control-file
               assign to "allocation-control.dat"
               organization is line sequential
               file status is ws-alloc-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  period-file.
       copy "fiscal-calendar.cpy".

       fd  region-history-file.
       copy "region-history.cpy".

       fd  master-file.
       copy "master-record.cpy".

       fd  gl-posting-file.
       copy "gl-posting.cpy".

       fd  balance-control-file.
       copy "balance-control.cpy".

      *> one line per allocated period: period|run date|posting date|
      *> user|company -- the guard against spreading the same month
      *> twice
       fd  allocation-control-file.
       01  allocation-control-line  pic x(80).

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       copy "company-lookup-ws.cpy".

       77 w-report-name        pic x(32) value "cost-allocate".
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
       77 ws-master-status     pic xx.
       77 ws-glpost-status     pic xx.
       77 ws-balance-status    pic xx.
       77 ws-alloc-status      pic xx.
       77 ws-summary-status    pic xx.
       77 ws-history-eof       pic x value "N".
          88 history-at-eof        value "Y".
       77 ws-master-eof        pic x value "N".
          88 master-at-eof         value "Y".
       77 ws-period-eof        pic x value "N".
          88 period-scan-done      value "Y".
       77 ws-alloc-eof         pic x value "N".
          88 alloc-at-eof          value "Y".
       77 w-alloc-period       pic x(6).
       77 w-alloc-user         pic x(20).
       77 w-extract-name       pic x(60).
       77 w-period-start       pic x(8).
       77 w-period-end         pic x(8).
      *> the allocation posts on the run date when the job runs
      *> inside the period, otherwise on the period's last day
       77 w-post-date          pic x(8).
       77 w-ctl-period         pic x(6).
       77 w-ctl-skip           pic x(20).
       77 w-ctl-company        pic x(4).

      *> the company allocated: COMPANY_CODE, else the home company
       77 w-home-company       pic x(4) value "0001".
       77 w-company            pic x(4).

      *> driver entries in force at the period end, in key order, so
      *> each pool's receivers sit together
       77 w-driver-count       pic 9(4) value 0.
       77 w-driver-max         pic 9(4) value 500.
       77 w-driver-idx         pic 9(4).
       01 driver-table.
          05 driver-entry occurs 500 times.
             10 dv-key.
                15 dv-pool         pic x(4).
                15 filler          pic x(2).
                15 dv-receiver     pic x(4).
             10 dv-eff-from        pic x(8).
             10 dv-pct             pic 9(3)v99.
             10 dv-share1          pic s9(12)v999.
             10 dv-share2          pic s9(12)v999.

      *> one slot per pool: driver total and the period's totals
       77 w-pool-count         pic 9(4) value 0.
       77 w-pool-max           pic 9(4) value 50.
       77 w-pool-idx           pic 9(4).
       77 w-pool-slot          pic 9(4).
       01 pool-table.
          05 pool-entry occurs 50 times.
             10 pl-pool            pic x(4).
             10 pl-pct-sum         pic 9(5)v99.
             10 pl-drivers         pic 9(4).
             10 pl-total1          pic s9(12)v999.
             10 pl-total2          pic s9(12)v999.
             10 pl-left1           pic s9(12)v999.
             10 pl-left2           pic s9(12)v999.
             10 pl-seen            pic 9(4).

      *> each region's net movement from the allocation -- what the
      *> history, the GL pair and the balance-control record carry
       77 w-move-count         pic 9(4) value 0.
       77 w-move-max           pic 9(4) value 500.
       77 w-move-idx           pic 9(4).
       77 w-move-slot          pic 9(4).
       77 w-move-region        pic x(4).
       77 w-move-amount1       pic s9(12)v999.
       77 w-move-amount2       pic s9(12)v999.
       01 movement-table.
          05 movement-entry occurs 500 times.
             10 mv-region          pic x(4).
             10 mv-net1            pic s9(12)v999.
             10 mv-net2            pic s9(12)v999.

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

      *> period-prompt default: the period today falls in
       77 w-default-period     pic x(6).

       77 w-num                pic s9(13)v999.
       77 w-pct-num            pic 9(3)v99.
       77 w-row-num            pic 9(6).
       77 w-pool-label         pic x(20).
       77 w-grand1             pic s9(13)v999.
       77 w-grand2             pic s9(13)v999.

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
           perform get-alloc-user
           perform get-alloc-config
           perform get-alloc-period
           perform build-archive-path
           perform check-alloc-period
           if w-run-status = "SUCCESS"
              perform check-already-allocated
           end-if
           if w-run-status = "SUCCESS"
              perform load-drivers
           end-if
           if w-run-status = "SUCCESS"
              perform check-driver-totals
           end-if
           if w-run-status = "SUCCESS" and w-pool-count > 0
              perform load-pool-totals
           end-if
           if w-run-status = "SUCCESS" and w-pool-count > 0
              perform compute-shares
              perform write-allocation-workbook
           end-if
           if w-run-status = "SUCCESS" and w-move-count > 0
              perform write-allocation-gl
           end-if
           if w-run-status = "SUCCESS" and w-move-count > 0
              perform write-allocation-history
              perform write-balance-control
              perform record-allocation
           end-if
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

       get-alloc-user.
           accept w-alloc-user from environment "USER"
              on exception
                 accept w-alloc-user from environment "USERNAME"
                    on exception move "UNKNOWN" to w-alloc-user
                 end-accept
           end-accept.

      *> account resolution at division level, the same switch
      *> excel-sample's GL feed honours
       get-alloc-config.
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

      *> ALLOCATE_PERIOD names the yyyymm to allocate (the chain's
      *> month-end step sets it); unset falls back to an operator
      *> prompt defaulting to the period today falls in -- the
      *> allocation runs before that period is closed.
       get-alloc-period.
           accept w-alloc-period from environment "ALLOCATE_PERIOD"
              on exception move spaces to w-alloc-period
           end-accept
           if function trim(w-alloc-period) = spaces
              perform find-current-period
              display "period to allocate (yyyymm) ["
                      w-default-period "]: " with no advancing
              accept w-alloc-period
              if function trim(w-alloc-period) = spaces
                 move w-default-period to w-alloc-period
              end-if
           end-if
           move spaces to w-extract-name
           string "allocation-" delimited by size
                  w-alloc-period delimited by size
                  into w-extract-name.

       find-current-period.
           move w-run-date(1:6) to w-default-period
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
                             move fc-period to w-default-period
                             set period-scan-done to true
                          end-if
                       end-if
                 end-read
              end-perform
              close period-file
           end-if.

       build-archive-path.
           string w-archive-dir delimited by size
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           set w-archive-subdir to j-file:>new(w-archive-day-path)
           w-archive-subdir:>mkdirs()
           string w-archive-day-path delimited by size
                  "/allocation-" delimited by size
                  w-alloc-period delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  ".xlsx" delimited by size
                  into w-output-path
           string w-archive-day-path delimited by size
                  "/glpost-allocation-" delimited by size
                  w-alloc-period delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  ".dat" delimited by size
                  into w-glpost-path
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

      *> the period must be on the company's calendar and still open:
      *> spreading
      *> cost into a signed-off month is the reopening period-close
      *> exists to stop
       check-alloc-period.
           open input period-file
           if ws-period-status not = "00"
              display "cost-allocate: no fiscal calendar, status="
                      ws-period-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move w-company to fc-company
           move w-alloc-period to fc-period
           read period-file
              invalid key
                 display "cost-allocate: period " w-alloc-period
                         " is not on company " w-company
                         "'s fiscal calendar"
                 move "FAILED" to w-run-status
              not invalid key
                 if fc-status = "C"
                    display "cost-allocate: period " w-alloc-period
                            " is closed, allocation refused"
                    move "FAILED" to w-run-status
                 else
                    move fc-start-date to w-period-start
                    move fc-end-date to w-period-end
                    if w-run-date >= fc-start-date
                       and w-run-date <= fc-end-date
                       move w-run-date to w-post-date
                    else
                       move fc-end-date to w-post-date
                    end-if
                 end-if
           end-read
           close period-file.

       check-already-allocated.
           open input allocation-control-file
           if ws-alloc-status = "00"
              move "N" to ws-alloc-eof
              perform until alloc-at-eof
                 read allocation-control-file
                    at end
                       set alloc-at-eof to true
                    not at end
                       move spaces to w-ctl-period w-ctl-company
                       unstring allocation-control-line
                          delimited by "|" into w-ctl-period,
                             w-ctl-skip, w-ctl-skip, w-ctl-skip,
                             w-ctl-company
                       if w-ctl-company = spaces
                          move w-home-company to w-ctl-company
                       end-if
                       if w-ctl-period = w-alloc-period
                          and w-ctl-company = w-company
                          display "cost-allocate: period "
                                  w-alloc-period
                                  " already allocated: "
                                  function trim(allocation-control-line)
                          move "FAILED" to w-run-status
                          set alloc-at-eof to true
                       end-if
                 end-read
              end-perform
              close allocation-control-file
           end-if.

      *> every pppp->rrrr entry whose version is in force on the
      *> period's last day; the file is keyed key + eff-from, so a
      *> later qualifying version of the same key replaces the one
      *> before it (latest eff-from wins, as everywhere else).
       load-drivers.
           open input master-file
           if ws-master-status not = "00"
              display "cost-allocate: master.dat unavailable, status="
                      ws-master-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move low-values to mr-record-key
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
                    if mr-key(5:2) = "->"
                       and mr-eff-from <= w-period-end
                       and (mr-eff-to = spaces
                            or mr-eff-to >= w-period-end)
                       perform add-driver-entry
                    end-if
              end-read
           end-perform
           close master-file
           if w-driver-count = 0
              display "cost-allocate: no allocation drivers in force"
                      " at " w-period-end ", nothing to allocate"
           end-if.

       add-driver-entry.
           if w-driver-count > 0
              if dv-key(w-driver-count) = mr-key
                 move mr-eff-from to dv-eff-from(w-driver-count)
                 move mr-value to dv-pct(w-driver-count)
                 exit paragraph
              end-if
           end-if
           if w-driver-count >= w-driver-max
              display "cost-allocate: driver table full (max "
                      w-driver-max ")"
              move "FAILED" to w-run-status
              set master-at-eof to true
              exit paragraph
           end-if
           add 1 to w-driver-count
           move mr-key to dv-key(w-driver-count)
           move mr-eff-from to dv-eff-from(w-driver-count)
           move mr-value to dv-pct(w-driver-count)
           move 0 to dv-share1(w-driver-count)
           move 0 to dv-share2(w-driver-count).

      *> each pool's drivers must add up to exactly 100%, and no pool
      *> may name itself as a receiver -- otherwise part of the cost
      *> would vanish or be counted twice. Every failing pool is
      *> listed before the run is refused.
       check-driver-totals.
           perform varying w-driver-idx from 1 by 1
                 until w-driver-idx > w-driver-count
              move dv-pool(w-driver-idx) to w-move-region
              perform find-pool-slot
              if w-pool-slot not = 0
                 add dv-pct(w-driver-idx) to pl-pct-sum(w-pool-slot)
                 add 1 to pl-drivers(w-pool-slot)
                 if dv-receiver(w-driver-idx) = dv-pool(w-driver-idx)
                    or dv-receiver(w-driver-idx) = spaces
                    display "cost-allocate: driver "
                            dv-key(w-driver-idx)
                            " does not name another region"
                    move "FAILED" to w-run-status
                 end-if
              end-if
           end-perform
           perform varying w-pool-idx from 1 by 1
                 until w-pool-idx > w-pool-count
              if pl-pct-sum(w-pool-idx) not = 100
                 display "cost-allocate: drivers for pool "
                         pl-pool(w-pool-idx) " total "
                         pl-pct-sum(w-pool-idx)
                         "%, not 100%"
                 move "FAILED" to w-run-status
              end-if
           end-perform
           if w-run-status = "FAILED"
              display "cost-allocate: allocation refused, nothing "
                      "written for " w-alloc-period
           end-if.

       find-pool-slot.
           move 0 to w-pool-slot
           perform varying w-pool-idx from 1 by 1
                 until w-pool-idx > w-pool-count
              if pl-pool(w-pool-idx) = w-move-region
                 move w-pool-idx to w-pool-slot
              end-if
           end-perform
           if w-pool-slot = 0
              if w-pool-count >= w-pool-max
                 display "cost-allocate: pool table full (max "
                         w-pool-max "), pool " w-move-region
                 move "FAILED" to w-run-status
              else
                 add 1 to w-pool-count
                 move w-pool-count to w-pool-slot
                 move w-move-region to pl-pool(w-pool-slot)
                 move 0 to pl-pct-sum(w-pool-slot)
                 move 0 to pl-drivers(w-pool-slot)
                 move 0 to pl-total1(w-pool-slot)
                 move 0 to pl-total2(w-pool-slot)
                 move 0 to pl-left1(w-pool-slot)
                 move 0 to pl-left2(w-pool-slot)
                 move 0 to pl-seen(w-pool-slot)
              end-if
           end-if.

      *> the pools' history records inside the period window
       load-pool-totals.
           open input region-history-file
           if ws-history-status not = "00"
              display "cost-allocate: no totals history, status="
                      ws-history-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           perform varying w-pool-idx from 1 by 1
                 until w-pool-idx > w-pool-count
              move w-company to rh-company
              move pl-pool(w-pool-idx) to rh-region
              move w-period-start to rh-run-date
              move "N" to ws-history-eof
              start region-history-file
                    key is not less than rh-record-key
                 invalid key
                    set history-at-eof to true
              end-start
              perform until history-at-eof
                 read region-history-file next record
                    at end
                       set history-at-eof to true
                    not at end
                       if rh-company not = w-company
                          or rh-region not = pl-pool(w-pool-idx)
                          or rh-run-date > w-period-end
                          set history-at-eof to true
                       else
                          add rh-total1 to pl-total1(w-pool-idx)
                          add rh-total2 to pl-total2(w-pool-idx)
                       end-if
                 end-read
              end-perform
           end-perform
           close region-history-file.

      *> each receiver's share rounded to the mill; the pool's last
      *> receiver takes what is left so the shares add back to the
      *> pool total exactly and the pool nets to zero.
       compute-shares.
           perform varying w-pool-idx from 1 by 1
                 until w-pool-idx > w-pool-count
              move pl-total1(w-pool-idx) to pl-left1(w-pool-idx)
              move pl-total2(w-pool-idx) to pl-left2(w-pool-idx)
           end-perform
           perform varying w-driver-idx from 1 by 1
                 until w-driver-idx > w-driver-count
              move dv-pool(w-driver-idx) to w-move-region
              perform find-pool-slot
              add 1 to pl-seen(w-pool-slot)
              if pl-seen(w-pool-slot) = pl-drivers(w-pool-slot)
                 move pl-left1(w-pool-slot) to dv-share1(w-driver-idx)
                 move pl-left2(w-pool-slot) to dv-share2(w-driver-idx)
              else
                 compute dv-share1(w-driver-idx) rounded =
                    pl-total1(w-pool-slot) * dv-pct(w-driver-idx) / 100
                 compute dv-share2(w-driver-idx) rounded =
                    pl-total2(w-pool-slot) * dv-pct(w-driver-idx) / 100
              end-if
              subtract dv-share1(w-driver-idx) from pl-left1(w-pool-slot)
              subtract dv-share2(w-driver-idx) from pl-left2(w-pool-slot)
              if dv-share1(w-driver-idx) not = 0
                 or dv-share2(w-driver-idx) not = 0
                 move dv-receiver(w-driver-idx) to w-move-region
                 move dv-share1(w-driver-idx) to w-move-amount1
                 move dv-share2(w-driver-idx) to w-move-amount2
                 perform add-region-movement
                 move dv-pool(w-driver-idx) to w-move-region
                 compute w-move-amount1 = 0 - dv-share1(w-driver-idx)
                 compute w-move-amount2 = 0 - dv-share2(w-driver-idx)
                 perform add-region-movement
              end-if
           end-perform.

       add-region-movement.
           move 0 to w-move-slot
           perform varying w-move-idx from 1 by 1
                 until w-move-idx > w-move-count
              if mv-region(w-move-idx) = w-move-region
                 move w-move-idx to w-move-slot
              end-if
           end-perform
           if w-move-slot = 0
              if w-move-count >= w-move-max
                 display "cost-allocate: region table full (max "
                         w-move-max "), region " w-move-region
                 move "FAILED" to w-run-status
                 exit paragraph
              end-if
              add 1 to w-move-count
              move w-move-count to w-move-slot
              move w-move-region to mv-region(w-move-slot)
              move 0 to mv-net1(w-move-slot)
              move 0 to mv-net2(w-move-slot)
           end-if
           add w-move-amount1 to mv-net1(w-move-slot)
           add w-move-amount2 to mv-net2(w-move-slot).

       write-allocation-workbook.
           try
              set w-xssfworkbook to j-xssfworkbook:>new()
              set w-workbook to w-xssfworkbook
              set w-xssffont to w-xssfworkbook:>createFont()
              w-xssffont:>setBold(true)
              set w-cellstyle-bold to w-workbook:>createCellStyle()
              w-cellstyle-bold:>setFont(w-xssffont)
              perform write-allocation-sheet
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

      *> one block per pool: the pool's period totals, then a row per
      *> receiver with its driver and share, then the allocated total
      *> (always the pool total -- the last receiver takes the
      *> rounding).
       write-allocation-sheet.
           set w-sheet to w-workbook:>createSheet("ALLOCATION")
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Shared-cost allocation for period")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-alloc-period)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Pool")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Receiver")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("Driver %")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("Share 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue("Share 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           move 0 to w-grand1 w-grand2
           perform varying w-pool-idx from 1 by 1
                 until w-pool-idx > w-pool-count
              perform write-pool-block
           end-perform
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("TOTAL ALLOCATED")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           move w-grand1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           move w-grand2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-total-rows-written.

       write-pool-block.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(pl-pool(w-pool-idx))
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("(pool total)")
           set w-cell to w-row:>createCell(3)
           move pl-total1(w-pool-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(4)
           move pl-total2(w-pool-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           add 1 to w-total-rows-written
           perform varying w-driver-idx from 1 by 1
                 until w-driver-idx > w-driver-count
              if dv-pool(w-driver-idx) = pl-pool(w-pool-idx)
                 add 1 to w-row-num
                 set w-row to w-sheet:>createRow(w-row-num)
                 set w-cell to w-row:>createCell(0)
                 w-cell:>setCellValue(pl-pool(w-pool-idx))
                 set w-cell to w-row:>createCell(1)
                 w-cell:>setCellValue(dv-receiver(w-driver-idx))
                 set w-cell to w-row:>createCell(2)
                 move dv-pct(w-driver-idx) to w-num
                 w-cell:>setCellValue(w-num as double)
                 set w-cell to w-row:>createCell(3)
                 move dv-share1(w-driver-idx) to w-num
                 w-cell:>setCellValue(w-num as double)
                 set w-cell to w-row:>createCell(4)
                 move dv-share2(w-driver-idx) to w-num
                 w-cell:>setCellValue(w-num as double)
                 add dv-share1(w-driver-idx) to w-grand1
                 add dv-share2(w-driver-idx) to w-grand2
                 add 1 to w-total-rows-written
              end-if
           end-perform
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           move spaces to w-pool-label
           string "ALLOCATED " delimited by size
                  pl-pool(w-pool-idx) delimited by size
                  into w-pool-label
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(w-pool-label)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           move pl-pct-sum(w-pool-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           compute w-num = pl-total1(w-pool-idx) - pl-left1(w-pool-idx)
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           compute w-num = pl-total2(w-pool-idx) - pl-left2(w-pool-idx)
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-row-num
           add 1 to w-total-rows-written.

      *> one pair per region for its net movement, exactly as the
      *> extract feed posts a region's net: debit the region account
      *> and credit its clearing account, swapped for a negative net
      *> (the pool's). The receivers' clearing credits and the
      *> pool's clearing debit offset, so the file nets to zero; an
      *> unresolvable account deletes it and refuses the run before
      *> the history is touched.
       write-allocation-gl.
           open input master-file
           if ws-master-status not = "00"
              display "cost-allocate: master.dat unavailable, status="
                      ws-master-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           open output gl-posting-file
           move 0 to w-gl-debits
           move 0 to w-gl-credits
           move 0 to w-gl-count
           move "Y" to w-gl-ok
           perform varying w-move-idx from 1 by 1
                 until w-move-idx > w-move-count
              perform write-allocation-gl-pair
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
              display "cost-allocate: GL posting file rejected: debits="
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

       write-allocation-gl-pair.
           compute w-gl-amount rounded =
              mv-net1(w-move-idx) + mv-net2(w-move-idx)
           move mv-region(w-move-idx) to w-gl-region
           move mv-region(w-move-idx) to w-gl-suffix
           if gl-by-division
              move "DIV-" to w-lookup-prefix
              move mv-region(w-move-idx) to w-lookup-unit
              move w-company to w-lookup-company
              move w-post-date to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:4) to w-gl-suffix
              end-if
           end-if
           if w-gl-amount < 0
              compute w-gl-amount = 0 - w-gl-amount
              move "GLC-" to w-gl-debit-prefix
              move "GLD-" to w-gl-credit-prefix
           else
              move "GLD-" to w-gl-debit-prefix
              move "GLC-" to w-gl-credit-prefix
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
              move w-post-date to gp-post-date
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
              move w-post-date to gp-post-date
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
           move w-post-date to w-lookup-date
           perform find-company-master-version
           if master-version-found
              move w-found-name(1:10) to w-gl-account
           else
              display "cost-allocate: GL account code not on master: "
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

      *> the movements go into the posting date's history records,
      *> accumulating onto whatever the day's extracts already wrote,
      *> so the rollup, the close and the variance all see the
      *> overhead where it now belongs.
       write-allocation-history.
           open i-o region-history-file
           if ws-history-status = "35"
              open output region-history-file
              close region-history-file
              open i-o region-history-file
           end-if
           if ws-history-status not = "00"
              display "cost-allocate: region-history open failed, "
                      "status=" ws-history-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           perform varying w-move-idx from 1 by 1
                 until w-move-idx > w-move-count
              move w-company to rh-company
              move mv-region(w-move-idx) to rh-region
              move w-post-date to rh-run-date
              read region-history-file
                 invalid key
                    move mv-net1(w-move-idx) to rh-total1
                    move mv-net2(w-move-idx) to rh-total2
                    write region-history-record
                 not invalid key
                    add mv-net1(w-move-idx) to rh-total1
                    add mv-net2(w-move-idx) to rh-total2
                    rewrite region-history-record
              end-read
           end-perform
           close region-history-file.

      *> the allocation's E/R/G records under its own extract name,
      *> so daily-balance proves its history and GL legs like any
      *> extract's.
       write-balance-control.
           open extend balance-control-file
           if ws-balance-status = "35"
              open output balance-control-file
           end-if
           move spaces to balance-control-record
           move "E" to bc-record-type
           move w-post-date to bc-run-date
           move w-extract-name to bc-extract
           move w-company to bc-company
           move w-driver-count to bc-count1
           move w-driver-count to bc-count2
           move 0 to bc-count3
           move 0 to bc-amount1 bc-amount2
           write balance-control-record
           perform varying w-move-idx from 1 by 1
                 until w-move-idx > w-move-count
              move spaces to balance-control-record
              move "R" to bc-record-type
              move w-post-date to bc-run-date
              move w-extract-name to bc-extract
              move w-company to bc-company
              move mv-region(w-move-idx) to bc-region
              move 0 to bc-count1 bc-count2 bc-count3
              move mv-net1(w-move-idx) to bc-amount1
              move mv-net2(w-move-idx) to bc-amount2
              write balance-control-record
           end-perform
           move spaces to balance-control-record
           move "G" to bc-record-type
           move w-post-date to bc-run-date
           move w-extract-name to bc-extract
           move w-company to bc-company
           move 0 to bc-count1 bc-count2 bc-count3
           move w-gl-debits to bc-amount1
           move w-gl-credits to bc-amount2
           write balance-control-record
           close balance-control-file.

       record-allocation.
           open extend allocation-control-file
           if ws-alloc-status = "35"
              open output allocation-control-file
           end-if
           move spaces to allocation-control-line
           string w-alloc-period delimited by size
                  "|" delimited by size
                  w-run-date delimited by size
                  "|" delimited by size
                  w-post-date delimited by size
                  "|" delimited by size
                  function trim(w-alloc-user) delimited by size
                  "|" delimited by size
                  w-company delimited by size
                  into allocation-control-line
           write allocation-control-line
           close allocation-control-file
           display "period " w-alloc-period " allocated for company "
                   w-company ": "
                   w-pool-count " pool(s), " w-move-count
                   " region(s) posted on " w-post-date.

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
                  w-alloc-period delimited by size
                  " pools=" delimited by size
                  w-pool-count delimited by size
                  " drivers=" delimited by size
                  w-driver-count delimited by size
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
