      *>***** a SUMMARY sheet comparing each region's month-to-date    *****<*
      *>***** totals against the same period last month -- replacing   *****<*
      *>***** the analyst's rebuild from thirty archived workbooks.    *****<*
      *>***** Regions are reported within their company (region codes  *****<*
      *>***** are only unique inside one); on the SUMMARY sheet each   *****<*
      *>***** company closes with its own subtotal, and a group total  *****<*
      *>***** across every company ends it.                            *****<*
      *>********************************************************************<*

       environment division.
       01  summary-line           pic x(200).

       working-storage section.
       copy "company-lookup-ws.cpy".

       77 w-report-name        pic x(32) value "region-rollup".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-run-date           pic x(8).
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
       77 ws-history-eof       pic x value "N".
       77 w-lm-start           pic x(8).
       77 w-lm-end             pic x(8).

      *> one accumulator slot per company + region seen in either
      *> window -- sized for hundreds of regions and looked up through
      *> the sorted key index below (binary search) instead of the old
      *> forty-slot linear scan per history record.
       77 w-region-count       pic 9(4) value 0.
       77 w-region-slot        pic 9(4).
       77 w-region-max         pic 9(4) value 500.
       01 rollup-table.
          05 rollup-entry occurs 500 times indexed by rollup-idx.
             10 ru-company-code  pic x(4).
             10 ru-region        pic x(4).
             10 ru-mtd1          pic s9(10)v999 value 0.
             10 ru-mtd2          pic s9(10)v999 value 0.
             10 ru-lm1           pic s9(10)v999 value 0.
             10 ru-lm2           pic s9(10)v999 value 0.
      *> hierarchy for the DIVISION sheet: region rolls up to
      *> division (the company's DIV-rrrr on the master, division
      *> code in mr-name's first four characters) and division to
      *> the company its history carries. ru-company is only the
      *> name the company's CMP-dddd entry gives the division's
      *> company, shown on the region rows -- division codes are
      *> per company, so grouping is always on ru-company-code. A
      *> region with no DIV- entry stands as its own division and a
      *> division with no CMP- entry shows the company code, so the
      *> sheet degrades gracefully where the hierarchy hasn't been
      *> keyed yet.
             10 ru-division      pic x(4).
             10 ru-company       pic x(10).
             10 ru-div-done      pic x.

      *> sorted company + region -> slot index over the rollup table,
      *> kept in order by insertion so the per-record lookup is a
      *> binary SEARCH ALL (same shape as excel-sample's).
       01 rollup-key-index.
          05 rki-entry occurs 1 to 500 times
                depending on w-region-count
                ascending key is rki-key
                indexed by rki-idx.
             10 rki-key          pic x(8).
             10 rki-slot         pic 9(4).
       01 w-slot-key.
          05 w-slot-company     pic x(4).
          05 w-slot-region      pic x(4).
       77 w-rki-insert          pic 9(4).
       77 w-rki-shift           pic 9(4).
       77 w-rki-done            pic x.
          88 master-version-found  value "Y".
       77 w-found-name         pic x(30).

      *> grouping work fields for the DIVISION sheet: each loop walks
      *> the sorted key index (the -pos fields) so companies and their
      *> regions come out in code order, and works on the slot found
       77 w-grp-outer-pos      pic 9(4).
       77 w-grp-mid-pos        pic 9(4).
       77 w-grp-inner-pos      pic 9(4).
       77 w-grp-outer          pic 9(4).
       77 w-grp-mid            pic 9(4).
       77 w-grp-inner          pic 9(4).
       77 w-grp-company        pic x(4).
       77 w-grp-division       pic x(4).
       77 w-div-sub1           pic s9(12)v999.
       77 w-div-sub2           pic s9(12)v999.
       77 w-cmp-sub1           pic s9(12)v999.
       77 w-cmp-sub2           pic s9(12)v999.
       77 w-grp-label          pic x(16).

       77 w-num                pic s9(11)v999.
       77 w-grand1             pic s9(12)v999 value 0.
       77 w-grand2             pic s9(12)v999 value 0.

      *> per-company subtotals on the SUMMARY sheet: the slots come
      *> out of the keyed scan in company order, so a change of
      *> company closes the previous one's subtotal row
       77 w-sub-company        pic x(4).
       77 w-sub1               pic s9(12)v999 value 0.
       77 w-sub2               pic s9(12)v999 value 0.
       77 w-sub-lm1            pic s9(12)v999 value 0.
       77 w-sub-lm2            pic s9(12)v999 value 0.
       77 w-grand-lm1          pic s9(12)v999 value 0.
       77 w-grand-lm2          pic s9(12)v999 value 0.

       77 w-workbook           object reference j-workbook.
       77 w-xssfworkbook       object reference j-xssfworkbook.
       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
              w-workbook:>write(w-output)
              w-output:>close()
              display w-output-path " created"
              move w-output-path to cp-path
              perform catalog-output
              perform render-report-template
           catch exception
              display message exception-object:>getMessage()
              move "FAILED" to w-run-status
                  "/run-summary.log" delimited by size
                  into w-summary-path.

      *> a template that cannot be applied leaves the plain workbook
      *> in place and says so -- the report itself is still good.
       render-report-template.
           move spaces to template-parm
           move w-report-name to tp-report-name
           move w-output-path to tp-workbook-path
           string "MTD " delimited by size
                  w-run-date(1:4) delimited by size
                  "-" delimited by size
                  w-run-date(5:2) delimited by size
                  "-" delimited by size
                  w-run-date(7:2) delimited by size
                  into tp-period
           call "template-render" using template-parm
              on exception
                 move "E" to tp-result
                 move "template-render not available" to tp-message
           end-call
           if tp-result = "E"
              display "region-rollup: report template not applied: "
                      function trim(tp-message)
           end-if.

       create-bold-style.
           set w-xssffont to w-xssfworkbook:>createFont()
           w-xssffont:>setBold(true)
           set w-cellstyle-bold to w-workbook:>createCellStyle()
           w-cellstyle-bold:>setFont(w-xssffont).

      *> the history file is keyed company + region + run date, so one
      *> ascending scan comes back grouped by company and region in
      *> date order -- the running month-to-date columns fall out of
      *> the accumulator slots as the rows are written.
       build-daily-sheet.
           set w-sheet to w-workbook:>createSheet("DAILY")
           move 0 to w-row-num

       write-daily-header.
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Company")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Region")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("Date")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("Total 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue("Total 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue("MTD 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           w-cell:>setCellValue("MTD 2")
           w-cell:>setCellStyle(w-cellstyle-bold).


       find-or-create-rollup-slot.
           move 0 to w-region-slot
           move rh-company to w-slot-company
           move rh-region to w-slot-region
           if w-region-count > 0
              set rki-idx to 1
              search all rki-entry
                 at end
                    continue
                 when rki-key(rki-idx) = w-slot-key
                    move rki-slot(rki-idx) to w-region-slot
              end-search
           end-if
              else
                 add 1 to w-region-count
                 move w-region-count to w-region-slot
                 move rh-company to ru-company-code(w-region-slot)
                 move rh-region to ru-region(w-region-slot)
                 move 0 to ru-mtd1(w-region-slot)
                 move 0 to ru-mtd2(w-region-slot)
           end-if.

      *> slide the tail of the sorted index up one and drop the new
      *> company + region in at its place -- paid once per distinct
      *> region, not once per history record.
       insert-rollup-key.
           move w-region-count to w-rki-insert
           move "N" to w-rki-done
           perform until w-rki-insert = 1 or rki-insert-done
              compute w-rki-shift = w-rki-insert - 1
              if rki-key(w-rki-shift) > w-slot-key
                 move rki-entry(w-rki-shift)
                    to rki-entry(w-rki-insert)
                 move w-rki-shift to w-rki-insert
                 set rki-insert-done to true
              end-if
           end-perform
           move w-slot-key to rki-key(w-rki-insert)
           move w-region-slot to rki-slot(w-rki-insert).

       write-daily-row.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(rh-company)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(rh-region)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue(rh-run-date)
           set w-cell to w-row:>createCell(3)
           move rh-total1 to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(4)
           move rh-total2 to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(5)
           move ru-mtd1(w-region-slot) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(6)
           move ru-mtd2(w-region-slot) to w-num
           w-cell:>setCellValue(w-num as double)
           add 1 to w-total-rows-written.

      *> one row per region: month-to-date totals, same-period totals
      *> from last month, and the movement between the two -- each
      *> company's regions closed by that company's subtotal row, and
      *> a group total row across every company at the bottom.
       build-summary-sheet.
           set w-sheet to w-workbook:>createSheet("SUMMARY")
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           perform write-summary-header
           move 0 to w-grand1 w-grand2 w-grand-lm1 w-grand-lm2
           move 0 to w-sub1 w-sub2 w-sub-lm1 w-sub-lm2
           if w-region-count > 0
              move ru-company-code(1) to w-sub-company
           end-if
           perform varying rollup-idx from 1 by 1
                 until rollup-idx > w-region-count
              if ru-company-code(rollup-idx) not = w-sub-company
                 perform write-company-subtotal-row
                 move ru-company-code(rollup-idx) to w-sub-company
              end-if
              perform write-summary-row
              add ru-mtd1(rollup-idx) to w-sub1 w-grand1
              add ru-mtd2(rollup-idx) to w-sub2 w-grand2
              add ru-lm1(rollup-idx) to w-sub-lm1 w-grand-lm1
              add ru-lm2(rollup-idx) to w-sub-lm2 w-grand-lm2
           end-perform
           if w-region-count > 0
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
           set w-cell to w-row:>createCell(4)
           move w-grand-lm1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           move w-grand-lm2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-total-rows-written.

       write-company-subtotal-row.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           move spaces to w-grp-label
           string "CO " delimited by size
                  w-sub-company delimited by size
                  " TOTAL" delimited by size
                  into w-grp-label
           w-cell:>setCellValue(function trim(w-grp-label))
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           move w-sub1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           move w-sub2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           move w-sub-lm1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           move w-sub-lm2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-total-rows-written
           move 0 to w-sub1 w-sub2 w-sub-lm1 w-sub-lm2.

       write-summary-header.
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Company")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Region")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("MTD 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("MTD 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue("Last month 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue("Last month 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           w-cell:>setCellValue("Change 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           w-cell:>setCellValue("Change 2")
           w-cell:>setCellStyle(w-cellstyle-bold).

           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(ru-company-code(rollup-idx))
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(ru-region(rollup-idx))
           set w-cell to w-row:>createCell(2)
           move ru-mtd1(rollup-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(3)
           move ru-mtd2(rollup-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(4)
           move ru-lm1(rollup-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(5)
           move ru-lm2(rollup-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(6)
           compute w-num = ru-mtd1(rollup-idx) - ru-lm1(rollup-idx)
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(7)
           compute w-num = ru-mtd2(rollup-idx) - ru-lm2(rollup-idx)
           w-cell:>setCellValue(w-num as double)
           add 1 to w-total-rows-written.
           perform varying rollup-idx from 1 by 1
                 until rollup-idx > w-region-count
              move ru-region(rollup-idx) to ru-division(rollup-idx)
              move ru-company-code(rollup-idx) to ru-company(rollup-idx)
              move "N" to ru-div-done(rollup-idx)
              if hierarchy-available
                 move "DIV-" to w-lookup-prefix
                 move ru-region(rollup-idx) to w-lookup-unit
                 move ru-company-code(rollup-idx) to w-lookup-company
                 move w-run-date to w-lookup-date
                 perform find-company-master-version
                 if master-version-found
                    move w-found-name(1:4)
                       to ru-division(rollup-idx)
                 end-if
                 move "CMP-" to w-lookup-prefix
                 move ru-division(rollup-idx) to w-lookup-unit
                 perform find-company-master-version
                 if master-version-found
                    move w-found-name(1:10)
                       to ru-company(rollup-idx)
           perform write-division-header
           move 0 to w-grand1
           move 0 to w-grand2
           perform varying w-grp-outer-pos from 1 by 1
                 until w-grp-outer-pos > w-region-count
              move rki-slot(w-grp-outer-pos) to w-grp-outer
              if ru-div-done(w-grp-outer) not = "Y"
                 move ru-company-code(w-grp-outer) to w-grp-company
                 perform write-company-group
              end-if
           end-perform
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("GROUP TOTAL")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           move w-grand1 to w-num
       write-company-group.
           move 0 to w-cmp-sub1
           move 0 to w-cmp-sub2
           perform varying w-grp-mid-pos from 1 by 1
                 until w-grp-mid-pos > w-region-count
              move rki-slot(w-grp-mid-pos) to w-grp-mid
              if ru-company-code(w-grp-mid) = w-grp-company
                 and ru-div-done(w-grp-mid) not = "Y"
                 move ru-division(w-grp-mid) to w-grp-division
                 perform write-division-group
       write-division-group.
           move 0 to w-div-sub1
           move 0 to w-div-sub2
           perform varying w-grp-inner-pos from 1 by 1
                 until w-grp-inner-pos > w-region-count
              move rki-slot(w-grp-inner-pos) to w-grp-inner
              if ru-division(w-grp-inner) = w-grp-division
                 and ru-company-code(w-grp-inner) = w-grp-company
                 and ru-div-done(w-grp-inner) not = "Y"
                 move "Y" to ru-div-done(w-grp-inner)
                 perform write-division-region-row
           add ru-mtd2(w-grp-inner) to w-grand2
           add 1 to w-total-rows-written.

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
      *> layout the other jobs use, so the overnight scheduler's log
      *> reader sees this job too.
                  into summary-line
           write summary-line
           close summary-output-file.

       copy "company-lookup.cpy".
