      *>***** Budget-versus-actual variance workbook: joins the keyed  *****<*
      *>***** budget file budget-maint.cbl maintains against the       *****<*
      *>***** actuals excel-sample accumulates in region-history.dat.  *****<*
      *>***** One VARIANCE sheet: per company and region, month-to-    *****<*
      *>***** date actual against the period's budget, how much of the *****<*
      *>***** full-year budget is already consumed, and an OVER BUDGET *****<*
      *>***** flag when a region crosses the configurable threshold,   *****<*
      *>***** with a subtotal per company and a group total --         *****<*
      *>***** replacing the spreadsheet an analyst rebuilt from the    *****<*
      *>***** rollup SUMMARY sheet every month.                        *****<*
      *>********************************************************************<*
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

       77 ws-summary-status    pic xx.
       77 ws-history-status    pic xx.
       77 ws-budget-status     pic xx.
       77 w-region-slot        pic 9(4).
       77 w-region-max         pic 9(4) value 500.
       77 w-lookup-region      pic x(4).
       77 w-lookup-company     pic x(4).
       01 variance-table.
          05 variance-entry occurs 500 times indexed by var-idx.
             10 bv-company       pic x(4).
             10 bv-region        pic x(4).
      *> actuals are signed nets (credit rows net off within the
      *> region), so a region can run below zero against its budget
             10 bv-mtd1          pic s9(10)v999 value 0.
             10 bv-mtd2          pic s9(10)v999 value 0.
             10 bv-ytd1          pic s9(12)v999 value 0.
             10 bv-ytd2          pic s9(12)v999 value 0.
             10 bv-budget1       pic 9(10)v999 value 0.
             10 bv-budget2       pic 9(10)v999 value 0.
             10 bv-year-budget1  pic 9(12)v999 value 0.
             10 bv-year-budget2  pic 9(12)v999 value 0.

      *> region codes repeat between companies, so the slots are
      *> keyed company + region and the sheet is written a company at
      *> a time, in the order the companies were first seen
       77 w-company-count      pic 9(2) value 0.
       77 w-company-max        pic 9(2) value 20.
       77 w-company-slot       pic 9(2).
       01 company-table.
          05 company-entry occurs 20 times indexed by co-idx.
             10 co-company       pic x(4).

      *> company subtotal and group total accumulators
       01 variance-totals.
          05 vt-sub.
             10 vt-sub-mtd1        pic s9(12)v999.
             10 vt-sub-mtd2        pic s9(12)v999.
             10 vt-sub-ytd1        pic s9(13)v999.
             10 vt-sub-budget1     pic 9(12)v999.
             10 vt-sub-budget2     pic 9(12)v999.
             10 vt-sub-year1       pic 9(13)v999.
          05 vt-grand.
             10 vt-grand-mtd1      pic s9(12)v999.
             10 vt-grand-mtd2      pic s9(12)v999.
             10 vt-grand-ytd1      pic s9(13)v999.
             10 vt-grand-budget1   pic 9(12)v999.
             10 vt-grand-budget2   pic 9(12)v999.
             10 vt-grand-year1     pic 9(13)v999.
       01 variance-total-row.
          05 vr-mtd1            pic s9(12)v999.
          05 vr-mtd2            pic s9(12)v999.
          05 vr-ytd1            pic s9(13)v999.
          05 vr-budget1         pic 9(12)v999.
          05 vr-budget2         pic 9(12)v999.
          05 vr-year1           pic 9(13)v999.
       77 w-total-label        pic x(16).

       77 w-num                pic s9(13)v999.
       77 w-pct                pic s9(5)v99.
       77 w-row-num            pic 9(6).
       77 w-flag-text          pic x(12).
       77 w-over-count         pic 9(4) value 0.
       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
           end-if.

       accumulate-actual-record.
           move rh-company to w-lookup-company
           move rh-region to w-lookup-region
           perform find-or-create-variance-slot
           if w-region-slot not = 0
           end-if.

       accumulate-budget-record.
           move bu-company to w-lookup-company
           move bu-region to w-lookup-region
           perform find-or-create-variance-slot
           if w-region-slot not = 0
           move 0 to w-region-slot
           perform varying var-idx from 1 by 1
                 until var-idx > w-region-count
              if bv-company(var-idx) = w-lookup-company
                 and bv-region(var-idx) = w-lookup-region
                 move var-idx to w-region-slot
              end-if
           end-perform
           if w-region-slot = 0
              if w-region-count >= w-region-max
                 display "budget-variance: region table full (max "
                         w-region-max "), dropping company="
                         w-lookup-company " region=" w-lookup-region
                 move "FAILED" to w-run-status
              else
                 add 1 to w-region-count
                 move w-region-count to w-region-slot
                 move w-lookup-company to bv-company(w-region-slot)
                 move w-lookup-region to bv-region(w-region-slot)
                 move 0 to bv-mtd1(w-region-slot)
                 move 0 to bv-mtd2(w-region-slot)
                 move 0 to bv-budget2(w-region-slot)
                 move 0 to bv-year-budget1(w-region-slot)
                 move 0 to bv-year-budget2(w-region-slot)
                 perform find-or-create-company
              end-if
           end-if.

       find-or-create-company.
           move 0 to w-company-slot
           perform varying co-idx from 1 by 1
                 until co-idx > w-company-count
              if co-company(co-idx) = w-lookup-company
                 move co-idx to w-company-slot
              end-if
           end-perform
           if w-company-slot = 0
              if w-company-count >= w-company-max
                 display "budget-variance: company table full (max "
                         w-company-max "), dropping company="
                         w-lookup-company
                 move "FAILED" to w-run-status
              else
                 add 1 to w-company-count
                 move w-lookup-company to co-company(w-company-count)
              end-if
           end-if.

              move 0 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              perform write-variance-header
              initialize vt-grand
              perform write-company-block
                 varying co-idx from 1 by 1
                 until co-idx > w-company-count
              move vt-grand to variance-total-row
              move "GROUP TOTAL" to w-total-label
              perform write-variance-total-row
              set w-output to j-output:>new(
                 j-file:>new(function trim(w-output-path)))
              w-workbook:>write(w-output)
              w-output:>close()
              display w-output-path " created ("
                      w-over-count " region(s) over budget)"
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
           string w-cur-period(1:4) delimited by size
                  "-" delimited by size
                  w-cur-period(5:2) delimited by size
                  into tp-period
           call "template-render" using template-parm
              on exception
                 move "E" to tp-result
                 move "template-render not available" to tp-message
           end-call
           if tp-result = "E"
              display "budget-variance: report template not applied: "
                      function trim(tp-message)
           end-if.

       write-variance-header.
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Company")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Region")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("MTD actual 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("MTD budget 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue("Variance 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue("MTD actual 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           w-cell:>setCellValue("MTD budget 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           w-cell:>setCellValue("Variance 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(8)
           w-cell:>setCellValue("Year budget 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(9)
           w-cell:>setCellValue("Year consumed %")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(10)
           w-cell:>setCellValue("Flag")
           w-cell:>setCellStyle(w-cellstyle-bold).

           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(bv-company(var-idx))
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(bv-region(var-idx))
           set w-cell to w-row:>createCell(2)
           move bv-mtd1(var-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(3)
           move bv-budget1(var-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(4)
           compute w-num = bv-mtd1(var-idx) - bv-budget1(var-idx)
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(5)
           move bv-mtd2(var-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(6)
           move bv-budget2(var-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(7)
           compute w-num = bv-mtd2(var-idx) - bv-budget2(var-idx)
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(8)
           move bv-year-budget1(var-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(9)
           if bv-year-budget1(var-idx) > 0
              compute w-pct rounded =
                 bv-ytd1(var-idx) * 100 / bv-year-budget1(var-idx)
           move w-pct to w-num
           w-cell:>setCellValue(w-num as double)
           perform compute-over-budget-flag
           set w-cell to w-row:>createCell(10)
           w-cell:>setCellValue(function trim(w-flag-text))
           if w-flag-text not = spaces
              w-cell:>setCellStyle(w-cellstyle-bold)
           end-if
           add bv-mtd1(var-idx) to vt-sub-mtd1 vt-grand-mtd1
           add bv-mtd2(var-idx) to vt-sub-mtd2 vt-grand-mtd2
           add bv-ytd1(var-idx) to vt-sub-ytd1 vt-grand-ytd1
           add bv-budget1(var-idx) to vt-sub-budget1 vt-grand-budget1
           add bv-budget2(var-idx) to vt-sub-budget2 vt-grand-budget2
           add bv-year-budget1(var-idx) to vt-sub-year1 vt-grand-year1
           add 1 to w-total-rows-written.

      *> one company's regions followed by its subtotal
       write-company-block.
           initialize vt-sub
           perform varying var-idx from 1 by 1
                 until var-idx > w-region-count
              if bv-company(var-idx) = co-company(co-idx)
                 perform write-variance-row
              end-if
           end-perform
           move vt-sub to variance-total-row
           move spaces to w-total-label
           string "CO " delimited by size
                  co-company(co-idx) delimited by size
                  " TOTAL" delimited by size
                  into w-total-label
           perform write-variance-total-row.

      *> a bolded total line: the same columns as a region row, less
      *> the flag
       write-variance-total-row.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(w-total-label)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           move vr-mtd1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           move vr-budget1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           compute w-num = vr-mtd1 - vr-budget1
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           move vr-mtd2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           move vr-budget2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           compute w-num = vr-mtd2 - vr-budget2
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(8)
           move vr-year1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(9)
           if vr-year1 > 0
              compute w-pct rounded = vr-ytd1 * 100 / vr-year1
           else
              move 0 to w-pct
           end-if
           move w-pct to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-total-rows-written.

      *> the flag fires when month-to-date actuals cross the period
              add 1 to w-over-count
           end-if.

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
