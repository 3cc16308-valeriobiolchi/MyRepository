       >>SOURCE FORMAT FREE
       program-id. exec-dashboard.

      *>********************************************************************<*
      *>***** Daily one-page executive dashboard. Reads the per-region *****<*
      *>***** totals history (region-history.dat), the budget file     *****<*
      *>***** (budget.dat), the approval hold queue (hold-queue.dat)   *****<*
      *>***** and the day's reject-*.txt files, and produces one       *****<*
      *>***** workbook in the dated archive: a DASHBOARD sheet with    *****<*
      *>***** the key figures and native charts -- month-to-date by    *****<*
      *>***** division against budget, the 30-day trend per division   *****<*
      *>***** and the top reject sources -- plus the regions held for  *****<*
      *>***** out-of-pattern amounts, with the trend series on a TREND *****<*
      *>***** sheet behind it. Each company's regions roll up to that  *****<*
      *>***** company's divisions through its DIV- master entries the  *****<*
      *>***** way region-rollup does; the figures are amount 1, the    *****<*
      *>***** primary measure. The same key figures go to a one-page   *****<*
      *>***** exec-dashboard.docx next to the workbook, which is what  *****<*
      *>***** doc-open-print's daily pack binds (it renders Word       *****<*
      *>***** documents only).                                         *****<*
      *>********************************************************************<*

       environment division.
       configuration section.
       repository.
           class j-cell as "org.apache.poi.ss.usermodel.Cell"
           class j-cellstyle as "org.apache.poi.ss.usermodel.CellStyle"
           class j-row as "org.apache.poi.ss.usermodel.Row"
           class j-sheet as "org.apache.poi.ss.usermodel.Sheet"
           class j-workbook as "org.apache.poi.ss.usermodel.Workbook"
           class j-dataformat as "org.apache.poi.ss.usermodel.DataFormat"
           class j-drawing as "org.apache.poi.ss.usermodel.Drawing"
           class j-clientanchor as "org.apache.poi.ss.usermodel.ClientAnchor"
           class j-chart as "org.apache.poi.ss.usermodel.charts.Chart"
           class j-chartlegend as "org.apache.poi.ss.usermodel.charts.ChartLegend"
           class j-legendposition as "org.apache.poi.ss.usermodel.charts.LegendPosition"
           class j-linechartdata as "org.apache.poi.ss.usermodel.charts.LineChartData"
           class j-linechartseries as "org.apache.poi.ss.usermodel.charts.LineChartSeries"
           class j-chartaxis as "org.apache.poi.ss.usermodel.charts.ChartAxis"
           class j-valueaxis as "org.apache.poi.ss.usermodel.charts.ValueAxis"
           class j-axisposition as "org.apache.poi.ss.usermodel.charts.AxisPosition"
           class j-axiscrosses as "org.apache.poi.ss.usermodel.charts.AxisCrosses"
           class j-chartdatasource as "org.apache.poi.ss.usermodel.charts.ChartDataSource"
           class j-datasources as "org.apache.poi.ss.usermodel.charts.DataSources"
           class j-cellrangeaddress as "org.apache.poi.ss.util.CellRangeAddress"
           class j-xssfworkbook as "org.apache.poi.xssf.usermodel.XSSFWorkbook"
           class j-xssffont as "org.apache.poi.xssf.usermodel.XSSFFont"
           class j-xwpfdocument as "org.apache.poi.xwpf.usermodel.XWPFDocument"
           class j-xwpfparagraph as "org.apache.poi.xwpf.usermodel.XWPFParagraph"
           class j-xwpfrun as "org.apache.poi.xwpf.usermodel.XWPFRun"
           class j-output as "java.io.FileOutputStream"
           class j-file as "java.io.File"
           .

       input-output section.
       file-control.
           select region-history-file assign to "region-history.dat"
               organization is indexed
               access mode is dynamic
               record key is rh-record-key
               file status is ws-history-status.
           select budget-file assign to "budget.dat"
               organization is indexed
               access mode is dynamic
               record key is bu-record-key
               file status is ws-budget-status.
           select master-file assign to "master.dat"
               organization is indexed
               access mode is dynamic
               record key is mr-record-key
               alternate record key is mr-name with duplicates
               file status is ws-master-status.
           select hold-queue-file assign to "hold-queue.dat"
               organization is line sequential
               file status is ws-hold-status.
           select reject-input-file assign to w-reject-path
               organization is line sequential
               file status is ws-reject-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  region-history-file.
       copy "region-history.cpy".

       fd  budget-file.
       copy "budget-record.cpy".

       fd  master-file.
       copy "master-record.cpy".

       fd  hold-queue-file.
       copy "hold-queue.cpy".

       fd  reject-input-file.
       copy "excel-reject.cpy".

       fd  summary-output-file.
       01  summary-line           pic x(200).

       working-storage section.
       copy "company-lookup-ws.cpy".

       77 w-report-name        pic x(32) value "exec-dashboard".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-run-date           pic x(8).
       77 w-run-date-text      pic x(10).
       77 w-archive-day-path   pic x(256).
       77 w-archive-subdir     object reference j-file.
       77 w-output-path        pic x(256).
       77 w-docx-path          pic x(256).
       77 w-summary-path       pic x(256).
       77 w-reject-path        pic x(256).
       77 ws-history-status    pic xx.
       77 ws-budget-status     pic xx.
       77 ws-master-status     pic xx.
       77 ws-hold-status       pic xx.
       77 ws-reject-status     pic xx.
       77 ws-summary-status    pic xx.
       77 ws-history-eof       pic x value "N".
          88 history-at-eof        value "Y".
       77 ws-budget-eof        pic x value "N".
          88 budget-at-eof         value "Y".
       77 ws-hold-eof          pic x value "N".
          88 hold-at-eof           value "Y".
       77 ws-reject-eof        pic x value "N".
          88 reject-at-eof         value "Y".

      *> month-to-date window and the 30-day trend window, both
      *> ending today
       77 w-cur-start          pic x(8).
       77 w-cur-period         pic x(6).
       77 w-trend-days         pic 9(2) value 30.
       77 w-trend-start        pic x(8).
       77 w-today-int          pic 9(8).
       77 w-trend-start-int    pic 9(8).
       77 w-date-9             pic 9(8).
       77 w-date-int           pic 9(8).
       77 w-day-idx            pic 9(2).

      *> master lookups for the division of each region, the same
      *> version-in-force scan every master consumer uses
       77 w-master-open        pic x value "N".
          88 hierarchy-available   value "Y".
       77 ws-version-eof       pic x value "N".
          88 version-scan-done     value "Y".
       77 w-lookup-key         pic x(10).
       77 w-lookup-date        pic x(8).
       77 w-version-found      pic x value "N".
          88 master-version-found  value "Y".
       77 w-found-name         pic x(30).

      *> one slot per company + region seen in the history or the
      *> budget, each pointing at its division's slot -- region and
      *> division codes are per company, so two companies' NORT are
      *> two regions and, unless their DIV- entries say otherwise,
      *> two divisions
       77 w-region-count       pic 9(4) value 0.
       77 w-region-max         pic 9(4) value 500.
       77 w-region-slot        pic 9(4).
       77 w-region-idx         pic 9(4).
       77 w-lookup-region      pic x(4).
       77 w-prev-region        pic x(4) value spaces.
       77 w-prev-company       pic x(4) value spaces.
       01 dash-region-table.
          05 dash-region-entry occurs 500 times.
             10 dr-company       pic x(4).
             10 dr-region        pic x(4).
             10 dr-div-slot      pic 9(2).

       77 w-div-count          pic 9(2) value 0.
       77 w-div-max            pic 9(2) value 60.
       77 w-div-slot           pic 9(2).
       77 w-div-idx            pic 9(2).
       77 w-lookup-div         pic x(4).
      *> dv-label is what the sheets and document show: the division
      *> code for the home company's, cccc/dddd for another company's
       01 dash-division-table.
          05 dash-division-entry occurs 60 times.
             10 dv-company       pic x(4).
             10 dv-division      pic x(4).
             10 dv-label         pic x(9).
             10 dv-mtd1          pic s9(12)v999.
             10 dv-budget1       pic 9(12)v999.
             10 dv-day1          pic s9(12)v999 occurs 30 times.

      *> regions the out-of-pattern guard has held: PENDING queue
      *> entries whose reason excel-sample wrote as "region rrrr ..."
      *> -- one line per region and report, not per format file
       77 w-held-count         pic 9(2) value 0.
       77 w-held-max           pic 9(2) value 50.
       77 w-held-idx           pic 9(2).
       77 w-held-found         pic x.
          88 held-already-listed   value "Y".
       01 held-region-table.
          05 held-entry occurs 50 times.
             10 hd-region        pic x(4).
             10 hd-report        pic x(32).
             10 hd-run-date      pic x(8).
             10 hd-reason        pic x(80).

      *> today's rejects per intake source (reject-<source>.txt)
       77 w-listdir-handle     usage handle.
       77 w-reject-name        pic x(128).
       77 w-source-name        pic x(32).
       77 w-source-count       pic 9(3) value 0.
       77 w-source-max         pic 9(3) value 64.
       77 w-source-idx         pic 9(3).
       77 w-source-slot        pic 9(3).
       01 reject-source-table.
          05 reject-source-entry occurs 64 times.
             10 sc-source      pic x(32).
             10 sc-count       pic 9(8).
             10 sc-listed      pic x.
       77 w-top-max            pic 9(2) value 10.
       77 w-top-count          pic 9(2) value 0.
       77 w-rank-idx           pic 9(3).
       77 w-best-idx           pic 9(3).
       77 w-best-count         pic 9(8).
       77 w-total-rejects      pic 9(8) value 0.

      *> key figures
       77 w-mtd-total1         pic s9(13)v999 value 0.
       77 w-mtd-budget1        pic 9(13)v999 value 0.
       77 w-budget-pct         pic s9(5)v99 value 0.
       77 w-variance           pic s9(13)v999.

      *> the workbook
       77 w-workbook           object reference j-workbook.
       77 w-xssfworkbook       object reference j-xssfworkbook.
       77 w-xssffont           object reference j-xssffont.
       77 w-dataformat         object reference j-dataformat.
       77 w-cellstyle-bold     object reference j-cellstyle.
       77 w-cellstyle-title    object reference j-cellstyle.
       77 w-cellstyle-amount   object reference j-cellstyle.
       77 w-dash-sheet         object reference j-sheet.
       77 w-trend-sheet        object reference j-sheet.
       77 w-sheet              object reference j-sheet.
       77 w-row                object reference j-row.
       77 w-cell               object reference j-cell.
       77 w-output             object reference j-output.
       77 w-row-num            pic 9(6).
       77 w-col-num            int.
       77 w-num                pic s9(13)v999.
       77 w-label              pic x(40).

      *> chart placement: the data rows/columns on w-sheet a chart
      *> plots, and the anchor block it occupies on the dashboard
       77 w-drawing            object reference j-drawing.
       77 w-anchor             object reference j-clientanchor.
       77 w-chart              object reference j-chart.
       77 w-legend             object reference j-chartlegend.
       77 w-line-data          object reference j-linechartdata.
       77 w-series             object reference j-linechartseries.
       77 w-bottom-axis        object reference j-chartaxis.
       77 w-left-axis          object reference j-valueaxis.
       77 w-xs                 object reference j-chartdatasource.
       77 w-ys                 object reference j-chartdatasource.
       77 w-cat-first-row      int.
       77 w-cat-last-row       int.
       77 w-title-row          int.
       77 w-ser-first-col      int.
       77 w-ser-last-col       int.
       77 w-ser-col            int.
       77 w-anchor-col1        int.
       77 w-anchor-row1        int.
       77 w-anchor-col2        int.
       77 w-anchor-row2        int.
       77 w-zero               int.
       77 w-series-title       pic x(40).
       77 w-div-first-row      pic 9(6).
       77 w-rej-first-row      pic 9(6).

      *> the one-page document for the daily pack
       77 w-doc                object reference j-xwpfdocument.
       77 w-doc-para           object reference j-xwpfparagraph.
       77 w-doc-run            object reference j-xwpfrun.
       77 w-doc-text           pic x(160).
       77 w-amount-ed          pic -(12)9.99.
       77 w-budget-ed          pic -(12)9.99.
       77 w-pct-ed             pic -(4)9.99.
       77 w-count-ed           pic z(7)9.

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
           string w-run-date(1:4) delimited by size
                  "-" delimited by size
                  w-run-date(5:2) delimited by size
                  "-" delimited by size
                  w-run-date(7:2) delimited by size
                  into w-run-date-text
           perform compute-windows
           perform build-archive-paths
           open input region-history-file
           if ws-history-status not = "00"
              display "exec-dashboard: no totals history, status="
                      ws-history-status
              move "FAILED" to w-run-status
              perform write-run-summary
              move 8 to return-code
              goback
           end-if
           open input master-file
           if ws-master-status = "00"
              set hierarchy-available to true
           end-if
           perform collect-history
           close region-history-file
           perform collect-budgets
           if hierarchy-available
              close master-file
           end-if
           perform collect-held-regions
           perform collect-day-rejects
           try
              perform build-dashboard-workbook
              perform build-dashboard-document
           catch exception
              display message exception-object:>getMessage()
              move "FAILED" to w-run-status
           end-try
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

       compute-windows.
           move w-run-date to w-cur-start
           move "01" to w-cur-start(7:2)
           move w-run-date(1:6) to w-cur-period
           move w-run-date to w-date-9
           compute w-today-int = function integer-of-date(w-date-9)
           compute w-trend-start-int = w-today-int - w-trend-days + 1
           move function date-of-integer(w-trend-start-int) to w-date-9
           move w-date-9 to w-trend-start.

       build-archive-paths.
           string w-archive-dir delimited by size
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           set w-archive-subdir to j-file:>new(w-archive-day-path)
           w-archive-subdir:>mkdirs()
           string w-archive-day-path delimited by size
                  "/" delimited by size
                  function trim(w-report-name) delimited by size
                  ".xlsx" delimited by size
                  into w-output-path
           string w-archive-day-path delimited by size
                  "/" delimited by size
                  function trim(w-report-name) delimited by size
                  ".docx" delimited by size
                  into w-docx-path
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

      *> ---- collection -------------------------------------------------

      *> the history is keyed company + region + run date, so the
      *> region (and its division) is resolved once per region, not
      *> per record. The dashboard is the group's: every company's
      *> history and budgets count, each region under its own
      *> company's DIV- entry (company-lookup.cpy).
       collect-history.
           move low-values to rh-record-key
           start region-history-file key is not less than rh-record-key
              invalid key
                 set history-at-eof to true
              not invalid key
                 move "N" to ws-history-eof
           end-start
           perform until history-at-eof
              read region-history-file next record
                 at end
                    set history-at-eof to true
                 not at end
                    if rh-run-date >= w-cur-start
                       or rh-run-date >= w-trend-start
                       perform take-history-record
                    end-if
              end-read
           end-perform.

       take-history-record.
           if rh-run-date > w-run-date
              exit paragraph
           end-if
           if rh-region not = w-prev-region
              or rh-company not = w-prev-company
              move rh-company to w-lookup-company
              move rh-region to w-lookup-region
              perform find-or-create-region
              move rh-company to w-prev-company
              move rh-region to w-prev-region
           end-if
           if w-region-slot = 0
              exit paragraph
           end-if
           move dr-div-slot(w-region-slot) to w-div-slot
           if rh-run-date >= w-cur-start
              add rh-total1 to dv-mtd1(w-div-slot)
              add rh-total1 to w-mtd-total1
           end-if
           if rh-run-date >= w-trend-start
              move rh-run-date to w-date-9
              compute w-day-idx =
                 function integer-of-date(w-date-9)
                 - w-trend-start-int + 1
              add rh-total1 to dv-day1(w-div-slot w-day-idx)
           end-if.

       collect-budgets.
           open input budget-file
           if ws-budget-status not = "00"
              display "exec-dashboard: no budget file, status="
                      ws-budget-status
              exit paragraph
           end-if
           move low-values to bu-record-key
           start budget-file key is not less than bu-record-key
              invalid key
                 set budget-at-eof to true
              not invalid key
                 move "N" to ws-budget-eof
           end-start
           perform until budget-at-eof
              read budget-file next record
                 at end
                    set budget-at-eof to true
                 not at end
                    if bu-period = w-cur-period
                       move bu-company to w-lookup-company
                       move bu-region to w-lookup-region
                       perform find-or-create-region
                       if w-region-slot not = 0
                          move dr-div-slot(w-region-slot) to w-div-slot
                          add bu-amount1 to dv-budget1(w-div-slot)
                          add bu-amount1 to w-mtd-budget1
                       end-if
                    end-if
              end-read
           end-perform
           close budget-file.

       find-or-create-region.
           move 0 to w-region-slot
           perform varying w-region-idx from 1 by 1
                 until w-region-idx > w-region-count
                    or w-region-slot not = 0
              if dr-region(w-region-idx) = w-lookup-region
                 and dr-company(w-region-idx) = w-lookup-company
                 move w-region-idx to w-region-slot
              end-if
           end-perform
           if w-region-slot not = 0
              exit paragraph
           end-if
           perform resolve-region-division
           perform find-or-create-division
           if w-div-slot = 0
              exit paragraph
           end-if
           if w-region-count >= w-region-max
              display "exec-dashboard: region table full (max "
                      w-region-max "), dropping region=" w-lookup-region
              exit paragraph
           end-if
           add 1 to w-region-count
           move w-region-count to w-region-slot
           move w-lookup-company to dr-company(w-region-slot)
           move w-lookup-region to dr-region(w-region-slot)
           move w-div-slot to dr-div-slot(w-region-slot).

      *> a region with no DIV- entry stands as its own division, as on
      *> region-rollup's DIVISION sheet
       resolve-region-division.
           move w-lookup-region to w-lookup-div
           if hierarchy-available
              move "DIV-" to w-lookup-prefix
              move w-lookup-region to w-lookup-unit
              move w-run-date to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:4) to w-lookup-div
              end-if
           end-if.

       find-or-create-division.
           move 0 to w-div-slot
           perform varying w-div-idx from 1 by 1
                 until w-div-idx > w-div-count
              if dv-division(w-div-idx) = w-lookup-div
                 and dv-company(w-div-idx) = w-lookup-company
                 move w-div-idx to w-div-slot
              end-if
           end-perform
           if w-div-slot = 0
              if w-div-count >= w-div-max
                 display "exec-dashboard: division table full (max "
                         w-div-max "), dropping division=" w-lookup-div
              else
                 add 1 to w-div-count
                 move w-div-count to w-div-slot
                 initialize dash-division-entry(w-div-slot)
                 move w-lookup-company to dv-company(w-div-slot)
                 move w-lookup-div to dv-division(w-div-slot)
                 if w-lookup-company = w-lookup-home
                    move w-lookup-div to dv-label(w-div-slot)
                 else
                    string w-lookup-company delimited by size
                           "/" delimited by size
                           w-lookup-div delimited by size
                           into dv-label(w-div-slot)
                 end-if
              end-if
           end-if.

      *> version-in-force lookup, same scan-ascending last-qualifying
      *> rule excel-sample's find-master-version applies.
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

       collect-held-regions.
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
                    if hq-status = "PENDING"
                       and hq-hold-reason(1:7) = "region "
                       perform take-held-region
                    end-if
              end-read
           end-perform
           close hold-queue-file.

       take-held-region.
           move "N" to w-held-found
           perform varying w-held-idx from 1 by 1
                 until w-held-idx > w-held-count
              if hd-region(w-held-idx) = hq-hold-reason(8:4)
                 and hd-report(w-held-idx) = hq-report
                 set held-already-listed to true
              end-if
           end-perform
           if not held-already-listed and w-held-count < w-held-max
              add 1 to w-held-count
              move hq-hold-reason(8:4) to hd-region(w-held-count)
              move hq-report to hd-report(w-held-count)
              move hq-run-date to hd-run-date(w-held-count)
              move hq-hold-reason to hd-reason(w-held-count)
           end-if.

      *> the intake source is the report name baked into the reject
      *> file's own name, reject-<source>.txt, as on reject-scorecard
       collect-day-rejects.
           call "C$LIST-DIRECTORY" using 1,
                function trim(w-archive-day-path), "reject-*.txt"
                giving w-listdir-handle
           if w-listdir-handle = null
              exit paragraph
           end-if
           move spaces to w-reject-name
           call "C$LIST-DIRECTORY" using 2, w-listdir-handle,
                w-reject-name
           perform until w-reject-name = spaces
              perform tally-one-reject-file
              move spaces to w-reject-name
              call "C$LIST-DIRECTORY" using 2, w-listdir-handle,
                   w-reject-name
           end-perform
           call "C$LIST-DIRECTORY" using 3, w-listdir-handle.

       tally-one-reject-file.
           move spaces to w-source-name
           unstring w-reject-name(8:121) delimited by ".txt"
              into w-source-name
           move spaces to w-reject-path
           string function trim(w-archive-day-path) delimited by size
                  "/" delimited by size
                  function trim(w-reject-name) delimited by size
                  into w-reject-path
           perform find-source-slot
           open input reject-input-file
           if ws-reject-status = "00"
              move "N" to ws-reject-eof
              perform until reject-at-eof
                 read reject-input-file
                    at end
                       set reject-at-eof to true
                    not at end
                       add 1 to w-total-rejects
                       if w-source-slot not = 0
                          add 1 to sc-count(w-source-slot)
                       end-if
                 end-read
              end-perform
              close reject-input-file
           end-if.

       find-source-slot.
           move 0 to w-source-slot
           perform varying w-source-idx from 1 by 1
                 until w-source-idx > w-source-count
              if sc-source(w-source-idx) = w-source-name
                 move w-source-idx to w-source-slot
              end-if
           end-perform
           if w-source-slot = 0 and w-source-count < w-source-max
              add 1 to w-source-count
              move w-source-count to w-source-slot
              move w-source-name to sc-source(w-source-slot)
              move 0 to sc-count(w-source-slot)
              move "N" to sc-listed(w-source-slot)
           end-if.

      *> ---- the workbook -----------------------------------------------

       build-dashboard-workbook.
           set w-xssfworkbook to j-xssfworkbook:>new()
           set w-workbook to w-xssfworkbook
           perform create-dashboard-styles
           set w-dash-sheet to w-workbook:>createSheet("DASHBOARD")
           set w-trend-sheet to w-workbook:>createSheet("TREND")
           set w-sheet to w-dash-sheet
           perform write-key-figures
           perform write-division-block
           perform write-held-block
           perform write-reject-block
           perform write-trend-sheet
           w-dash-sheet:>setColumnWidth(0, 6400)
           w-dash-sheet:>setColumnWidth(3, 5000)
           move 0 to w-zero
           set w-drawing to w-dash-sheet:>createDrawingPatriarch()
           perform chart-division-budget
           perform chart-division-trend
           perform chart-reject-sources
           set w-output to j-output:>new(
              j-file:>new(function trim(w-output-path)))
           w-workbook:>write(w-output)
           w-output:>close()
           display w-output-path " created"
           move w-output-path to cp-path
           perform catalog-output.

       create-dashboard-styles.
           set w-dataformat to w-workbook:>createDataFormat()
           set w-xssffont to w-xssfworkbook:>createFont()
           w-xssffont:>setBold(true)
           set w-cellstyle-bold to w-workbook:>createCellStyle()
           w-cellstyle-bold:>setFont(w-xssffont)
           set w-xssffont to w-xssfworkbook:>createFont()
           w-xssffont:>setBold(true)
           w-xssffont:>setFontHeightInPoints(16)
           set w-cellstyle-title to w-workbook:>createCellStyle()
           w-cellstyle-title:>setFont(w-xssffont)
           set w-cellstyle-amount to w-workbook:>createCellStyle()
           w-cellstyle-amount:>setDataFormat(w-dataformat:>getFormat("#,##0.00")).

       write-key-figures.
           if w-mtd-budget1 > 0
              compute w-budget-pct rounded =
                 w-mtd-total1 * 100 / w-mtd-budget1
           end-if
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           move spaces to w-label
           string "EXECUTIVE DASHBOARD " delimited by size
                  w-run-date-text delimited by size
                  into w-label
           w-cell:>setCellValue(function trim(w-label))
           w-cell:>setCellStyle(w-cellstyle-title)
           move 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Key figures")
           w-cell:>setCellStyle(w-cellstyle-bold)
           move "Month-to-date total" to w-label
           move w-mtd-total1 to w-num
           perform write-figure-row
           move "Month-to-date budget" to w-label
           move w-mtd-budget1 to w-num
           perform write-figure-row
           move "Actual as % of budget" to w-label
           move w-budget-pct to w-num
           perform write-figure-row
           move "Divisions" to w-label
           move w-div-count to w-num
           perform write-figure-row
           move "Regions held (out of pattern)" to w-label
           move w-held-count to w-num
           perform write-figure-row
           move "Rejects today" to w-label
           move w-total-rejects to w-num
           perform write-figure-row.

       write-figure-row.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(function trim(w-label))
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-amount)
           add 1 to w-total-rows-written.

      *> division, MTD actual, MTD budget, variance -- columns 0-2
      *> are what the first chart plots
       write-division-block.
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           move "Division" to w-label
           move 0 to w-col-num
           perform write-heading-cell
           move "MTD actual" to w-label
           move 1 to w-col-num
           perform write-heading-cell
           move "MTD budget" to w-label
           move 2 to w-col-num
           perform write-heading-cell
           move "Variance" to w-label
           move 3 to w-col-num
           perform write-heading-cell
           compute w-div-first-row = w-row-num + 1
           perform varying w-div-idx from 1 by 1
                 until w-div-idx > w-div-count
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue(function trim(dv-label(w-div-idx)))
              set w-cell to w-row:>createCell(1)
              move dv-mtd1(w-div-idx) to w-num
              w-cell:>setCellValue(w-num as double)
              w-cell:>setCellStyle(w-cellstyle-amount)
              set w-cell to w-row:>createCell(2)
              move dv-budget1(w-div-idx) to w-num
              w-cell:>setCellValue(w-num as double)
              w-cell:>setCellStyle(w-cellstyle-amount)
              set w-cell to w-row:>createCell(3)
              compute w-num = dv-mtd1(w-div-idx) - dv-budget1(w-div-idx)
              w-cell:>setCellValue(w-num as double)
              w-cell:>setCellStyle(w-cellstyle-amount)
              add 1 to w-total-rows-written
           end-perform.

       write-held-block.
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           move "Held region" to w-label
           move 0 to w-col-num
           perform write-heading-cell
           move "Report" to w-label
           move 1 to w-col-num
           perform write-heading-cell
           move "Run date" to w-label
           move 2 to w-col-num
           perform write-heading-cell
           move "Reason" to w-label
           move 3 to w-col-num
           perform write-heading-cell
           if w-held-count = 0
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue("(none)")
           end-if
           perform varying w-held-idx from 1 by 1
                 until w-held-idx > w-held-count
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue(hd-region(w-held-idx))
              set w-cell to w-row:>createCell(1)
              w-cell:>setCellValue(function trim(hd-report(w-held-idx)))
              set w-cell to w-row:>createCell(2)
              w-cell:>setCellValue(hd-run-date(w-held-idx))
              set w-cell to w-row:>createCell(3)
              w-cell:>setCellValue(function trim(hd-reason(w-held-idx)))
              add 1 to w-total-rows-written
           end-perform.

      *> the top sources by today's reject count, largest first
       write-reject-block.
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           move "Reject source" to w-label
           move 0 to w-col-num
           perform write-heading-cell
           move "Rejects" to w-label
           move 1 to w-col-num
           perform write-heading-cell
           compute w-rej-first-row = w-row-num + 1
           move 0 to w-top-count
           perform varying w-rank-idx from 1 by 1
                 until w-rank-idx > w-top-max
                    or w-rank-idx > w-source-count
              perform find-top-source
              if w-best-idx not = 0
                 add 1 to w-top-count
                 add 1 to w-row-num
                 set w-row to w-sheet:>createRow(w-row-num)
                 set w-cell to w-row:>createCell(0)
                 w-cell:>setCellValue(function trim(sc-source(w-best-idx)))
                 set w-cell to w-row:>createCell(1)
                 move sc-count(w-best-idx) to w-num
                 w-cell:>setCellValue(w-num as double)
                 move "Y" to sc-listed(w-best-idx)
                 add 1 to w-total-rows-written
              end-if
           end-perform.

       find-top-source.
           move 0 to w-best-idx
           move 0 to w-best-count
           perform varying w-source-idx from 1 by 1
                 until w-source-idx > w-source-count
              if sc-listed(w-source-idx) not = "Y"
                 and sc-count(w-source-idx) > w-best-count
                 move sc-count(w-source-idx) to w-best-count
                 move w-source-idx to w-best-idx
              end-if
           end-perform.

       write-heading-cell.
           set w-cell to w-row:>createCell(w-col-num)
           w-cell:>setCellValue(function trim(w-label))
           w-cell:>setCellStyle(w-cellstyle-bold).

      *> one row per day of the window, one column per division
       write-trend-sheet.
           set w-sheet to w-trend-sheet
           set w-row to w-sheet:>createRow(0)
           move "Date" to w-label
           move 0 to w-col-num
           perform write-heading-cell
           perform varying w-div-idx from 1 by 1
                 until w-div-idx > w-div-count
              move dv-label(w-div-idx) to w-label
              move w-div-idx to w-col-num
              perform write-heading-cell
           end-perform
           perform varying w-day-idx from 1 by 1
                 until w-day-idx > w-trend-days
              set w-row to w-sheet:>createRow(w-day-idx)
              compute w-date-int = w-trend-start-int + w-day-idx - 1
              move function date-of-integer(w-date-int) to w-date-9
              move spaces to w-label
              string w-date-9(1:4) delimited by size
                     "-" delimited by size
                     w-date-9(5:2) delimited by size
                     "-" delimited by size
                     w-date-9(7:2) delimited by size
                     into w-label
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue(function trim(w-label))
              perform varying w-div-idx from 1 by 1
                    until w-div-idx > w-div-count
                 move w-div-idx to w-col-num
                 set w-cell to w-row:>createCell(w-col-num)
                 move dv-day1(w-div-idx w-day-idx) to w-num
                 w-cell:>setCellValue(w-num as double)
                 w-cell:>setCellStyle(w-cellstyle-amount)
              end-perform
              add 1 to w-total-rows-written
           end-perform
           set w-sheet to w-dash-sheet.

      *> ---- charts -----------------------------------------------------

       chart-division-budget.
           if w-div-count = 0
              exit paragraph
           end-if
           set w-sheet to w-dash-sheet
           move w-div-first-row to w-cat-first-row
           compute w-cat-last-row = w-div-first-row + w-div-count - 1
           compute w-title-row = w-div-first-row - 1
           move 1 to w-ser-first-col
           move 2 to w-ser-last-col
           move 6 to w-anchor-col1
           move 0 to w-anchor-row1
           move 16 to w-anchor-col2
           move 16 to w-anchor-row2
           perform add-line-chart.

       chart-division-trend.
           if w-div-count = 0
              exit paragraph
           end-if
           set w-sheet to w-trend-sheet
           move 1 to w-cat-first-row
           move w-trend-days to w-cat-last-row
           move 0 to w-title-row
           move 1 to w-ser-first-col
           move w-div-count to w-ser-last-col
           move 6 to w-anchor-col1
           move 17 to w-anchor-row1
           move 16 to w-anchor-col2
           move 33 to w-anchor-row2
           perform add-line-chart.

       chart-reject-sources.
           if w-top-count = 0
              exit paragraph
           end-if
           set w-sheet to w-dash-sheet
           move w-rej-first-row to w-cat-first-row
           compute w-cat-last-row = w-rej-first-row + w-top-count - 1
           compute w-title-row = w-rej-first-row - 1
           move 1 to w-ser-first-col
           move 1 to w-ser-last-col
           move 6 to w-anchor-col1
           move 34 to w-anchor-row1
           move 16 to w-anchor-col2
           move 50 to w-anchor-row2
           perform add-line-chart.

      *> one line chart on the dashboard's drawing: categories from
      *> column 0 of w-sheet, one series per column from
      *> w-ser-first-col to w-ser-last-col titled from w-title-row
       add-line-chart.
           set w-anchor to w-drawing:>createAnchor(w-zero, w-zero,
              w-zero, w-zero, w-anchor-col1, w-anchor-row1,
              w-anchor-col2, w-anchor-row2)
           set w-chart to w-drawing:>createChart(w-anchor)
           set w-legend to w-chart:>getOrCreateLegend()
           w-legend:>setPosition(j-legendposition:>BOTTOM)
           set w-line-data to
              w-chart:>getChartDataFactory():>createLineChartData()
           set w-bottom-axis to
              w-chart:>getChartAxisFactory():>createCategoryAxis(
                 j-axisposition:>BOTTOM)
           set w-left-axis to
              w-chart:>getChartAxisFactory():>createValueAxis(
                 j-axisposition:>LEFT)
           w-left-axis:>setCrosses(j-axiscrosses:>AUTO_ZERO)
           set w-xs to j-datasources:>fromStringCellRange(w-sheet,
              j-cellrangeaddress:>new(w-cat-first-row, w-cat-last-row,
                 w-zero, w-zero))
           perform varying w-ser-col from w-ser-first-col by 1
                 until w-ser-col > w-ser-last-col
              set w-ys to j-datasources:>fromNumericCellRange(w-sheet,
                 j-cellrangeaddress:>new(w-cat-first-row,
                    w-cat-last-row, w-ser-col, w-ser-col))
              set w-series to w-line-data:>addSeries(w-xs, w-ys)
              set w-cell to w-sheet:>getRow(w-title-row):>getCell(w-ser-col)
              move w-cell:>getStringCellValue() to w-series-title
              w-series:>setTitle(function trim(w-series-title))
           end-perform
           w-chart:>plot(w-line-data, w-bottom-axis, w-left-axis).

      *> ---- the pack page ----------------------------------------------

       build-dashboard-document.
           set w-doc to j-xwpfdocument:>new()
           move spaces to w-doc-text
           string "EXECUTIVE DASHBOARD - " delimited by size
                  w-run-date-text delimited by size
                  into w-doc-text
           perform add-doc-line
           move w-mtd-total1 to w-amount-ed
           move w-mtd-budget1 to w-budget-ed
           move w-budget-pct to w-pct-ed
           move spaces to w-doc-text
           string "Month-to-date total " delimited by size
                  function trim(w-amount-ed) delimited by size
                  " against budget " delimited by size
                  function trim(w-budget-ed) delimited by size
                  " (" delimited by size
                  function trim(w-pct-ed) delimited by size
                  "%)" delimited by size
                  into w-doc-text
           perform add-doc-line
           move "By division (actual / budget):" to w-doc-text
           perform add-doc-line
           perform varying w-div-idx from 1 by 1
                 until w-div-idx > w-div-count
              move dv-mtd1(w-div-idx) to w-amount-ed
              move dv-budget1(w-div-idx) to w-budget-ed
              move spaces to w-doc-text
              string "  " delimited by size
                     function trim(dv-label(w-div-idx))
                     delimited by size
                     "  " delimited by size
                     function trim(w-amount-ed) delimited by size
                     " / " delimited by size
                     function trim(w-budget-ed) delimited by size
                     into w-doc-text
              perform add-doc-line
           end-perform
           move w-held-count to w-count-ed
           move spaces to w-doc-text
           string "Regions held for out-of-pattern amounts: "
                  delimited by size
                  function trim(w-count-ed) delimited by size
                  into w-doc-text
           perform add-doc-line
           perform varying w-held-idx from 1 by 1
                 until w-held-idx > w-held-count
              move spaces to w-doc-text
              string "  " delimited by size
                     function trim(hd-reason(w-held-idx))
                     delimited by size
                     into w-doc-text
              perform add-doc-line
           end-perform
           move w-total-rejects to w-count-ed
           move spaces to w-doc-text
           string "Rejects today: " delimited by size
                  function trim(w-count-ed) delimited by size
                  into w-doc-text
           perform add-doc-line
           perform varying w-source-idx from 1 by 1
                 until w-source-idx > w-source-count
              move "N" to sc-listed(w-source-idx)
           end-perform
           perform varying w-rank-idx from 1 by 1
                 until w-rank-idx > w-top-count
              perform find-top-source
              if w-best-idx not = 0
                 move sc-count(w-best-idx) to w-count-ed
                 move spaces to w-doc-text
                 string "  " delimited by size
                        function trim(sc-source(w-best-idx))
                        delimited by size
                        "  " delimited by size
                        function trim(w-count-ed) delimited by size
                        into w-doc-text
                 perform add-doc-line
                 move "Y" to sc-listed(w-best-idx)
              end-if
           end-perform
           move "Charts: exec-dashboard.xlsx in the same archive day."
              to w-doc-text
           perform add-doc-line
           set w-output to j-output:>new(
              j-file:>new(function trim(w-docx-path)))
           w-doc:>write(w-output)
           w-output:>close()
           display w-docx-path " created"
           move w-docx-path to cp-path
           perform catalog-output.

       add-doc-line.
           set w-doc-para to w-doc:>createParagraph()
           set w-doc-run to w-doc-para:>createRun()
           w-doc-run:>setText(function trim(w-doc-text)).

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
           if w-summary-path = spaces
              move "run-summary.log" to w-summary-path
           end-if
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
                  " rows=" delimited by size
                  w-total-rows-written delimited by size
                  " divisions=" delimited by size
                  w-div-count delimited by size
                  " held=" delimited by size
                  w-held-count delimited by size
                  " rejects=" delimited by size
                  w-total-rejects delimited by size
                  " elapsed-secs=" delimited by size
                  w-elapsed-secs delimited by size
                  " status=" delimited by size
                  w-run-status delimited by size
                  into summary-line
           write summary-line
           close summary-output-file.

       copy "company-lookup.cpy".
