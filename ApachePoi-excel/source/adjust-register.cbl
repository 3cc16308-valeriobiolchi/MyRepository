       >>SOURCE FORMAT FREE
       program-id. adjust-register.

      *>********************************************************************<*
      *>***** Monthly prior-period adjustment register. Lists every    *****<*
      *>***** adjustment excel-sample booked into one fiscal period    *****<*
      *>***** (adjustment-register.dat), ordered by the closed period  *****<*
      *>***** each one relates to, then region: original period,       *****<*
      *>***** region, submitter, extract, date booked, rows and        *****<*
      *>***** amounts, with a subtotal per original period and a       *****<*
      *>***** grand total -- what finance needs to explain the late    *****<*
      *>***** money in this month's figures without reopening the      *****<*
      *>***** months it belongs to. Reversed adjustments show with     *****<*
      *>***** their offsetting line so the register nets to the        *****<*
      *>***** books. One company per run (COMPANY_CODE, the home       *****<*
      *>***** company when unset), named in the workbook file.         *****<*
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
           select adjustment-register-file
               assign to "adjustment-register.dat"
               organization is line sequential
               file status is ws-adjreg-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  adjustment-register-file.
       copy "adjustment-register.cpy".

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       77 w-report-name        pic x(32) value "adjust-register".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-run-date           pic x(8).
       77 w-archive-day-path   pic x(256).
       77 w-archive-subdir     object reference j-file.
       77 w-output-path        pic x(256).
       77 w-summary-path       pic x(256).
       77 ws-adjreg-status     pic xx.
       77 ws-summary-status    pic xx.
       77 ws-adjreg-eof        pic x value "N".
          88 adjreg-at-eof         value "Y".
       77 w-register-period    pic x(6).

      *> the company reported: COMPANY_CODE, else the home company
       77 w-home-company       pic x(4) value "0001".
       77 w-company            pic x(4).

      *> prior-month default for the period prompt, same year/month
      *> arithmetic period-close uses.
       01 w-lm-ym.
          05 w-lm-year         pic 9(4).
          05 w-lm-month        pic 9(2).

      *> the period's register lines, kept in original period +
      *> region + booked-date order by insertion as they are read
       77 w-entry-count        pic 9(4) value 0.
       77 w-entry-max          pic 9(4) value 2000.
       77 w-entry-idx          pic 9(4).
       77 w-entry-insert       pic 9(4).
       77 w-entry-shift        pic 9(4).
       77 w-insert-done        pic x.
          88 insert-done           value "Y".
       01 w-new-sort-key       pic x(18).
       01 register-table.
          05 register-entry occurs 2000 times.
             10 rg-sort-key.
                15 rg-orig-period  pic x(6).
                15 rg-region       pic x(4).
                15 rg-run-date     pic x(8).
             10 rg-submitter       pic x(20).
             10 rg-extract         pic x(60).
             10 rg-rows            pic 9(6).
             10 rg-amount1         pic s9(12)v999.
             10 rg-amount2         pic s9(12)v999.
             10 rg-status          pic x(1).

       77 w-num                pic s9(13)v999.
       77 w-sub1               pic s9(13)v999.
       77 w-sub2               pic s9(13)v999.
       77 w-grand1             pic s9(13)v999.
       77 w-grand2             pic s9(13)v999.
       77 w-group-period       pic x(6).
       77 w-group-label        pic x(20).
       77 w-row-num            pic 9(6).

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
           perform get-register-period
           perform get-register-company
           perform build-archive-path
           perform load-register-period
           if w-run-status = "SUCCESS"
              perform write-register-workbook
           end-if
           perform write-run-summary
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

      *> ADJUST_REGISTER_PERIOD names the yyyymm booked into (the
      *> chain's month-end step sets it); unset falls back to an
      *> operator prompt defaulting to last month, as period-close.
       get-register-period.
           accept w-register-period
              from environment "ADJUST_REGISTER_PERIOD"
              on exception move spaces to w-register-period
           end-accept
           if function trim(w-register-period) = spaces
              perform default-to-last-month
              display "register for period (yyyymm) ["
                      w-register-period "]: " with no advancing
              accept w-register-period
              if function trim(w-register-period) = spaces
                 perform default-to-last-month
              end-if
           end-if.

       get-register-company.
           accept w-company from environment "COMPANY_CODE"
              on exception move spaces to w-company
           end-accept
           move function upper-case(w-company) to w-company
           if w-company = spaces
              move w-home-company to w-company
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
           move w-lm-ym to w-register-period.

       build-archive-path.
           string w-archive-dir delimited by size
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           set w-archive-subdir to j-file:>new(w-archive-day-path)
           w-archive-subdir:>mkdirs()
           string w-archive-day-path delimited by size
                  "/adjust-register-" delimited by size
                  w-register-period delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  ".xlsx" delimited by size
                  into w-output-path
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

      *> no register file yet simply means no adjustment has ever been
      *> booked: the workbook still goes out, with only its totals
       load-register-period.
           open input adjustment-register-file
           if ws-adjreg-status = "00"
              move "N" to ws-adjreg-eof
              perform until adjreg-at-eof
                 read adjustment-register-file
                    at end
                       set adjreg-at-eof to true
                    not at end
                       if ar-post-period = w-register-period
                          and ar-company = w-company
                          perform insert-register-entry
                       end-if
                 end-read
              end-perform
              close adjustment-register-file
           end-if.

      *> slide the tail of the table up one and drop the line in at
      *> its place, the insertion idea excel-sample's region index uses
       insert-register-entry.
           if w-entry-count >= w-entry-max
              display "adjust-register: register table full (max "
                      w-entry-max "), period " w-register-period
              move "FAILED" to w-run-status
              set adjreg-at-eof to true
              exit paragraph
           end-if
           move spaces to w-new-sort-key
           string ar-orig-period delimited by size
                  ar-region delimited by size
                  ar-run-date delimited by size
                  into w-new-sort-key
           add 1 to w-entry-count
           move w-entry-count to w-entry-insert
           move "N" to w-insert-done
           perform until w-entry-insert = 1 or insert-done
              compute w-entry-shift = w-entry-insert - 1
              if rg-sort-key(w-entry-shift) > w-new-sort-key
                 move register-entry(w-entry-shift)
                    to register-entry(w-entry-insert)
                 move w-entry-shift to w-entry-insert
              else
                 set insert-done to true
              end-if
           end-perform
           move w-new-sort-key to rg-sort-key(w-entry-insert)
           move ar-submitter to rg-submitter(w-entry-insert)
           move ar-extract to rg-extract(w-entry-insert)
           move ar-rows to rg-rows(w-entry-insert)
           move ar-amount1 to rg-amount1(w-entry-insert)
           move ar-amount2 to rg-amount2(w-entry-insert)
           move ar-status to rg-status(w-entry-insert).

       write-register-workbook.
           try
              set w-xssfworkbook to j-xssfworkbook:>new()
              set w-workbook to w-xssfworkbook
              set w-xssffont to w-xssfworkbook:>createFont()
              w-xssffont:>setBold(true)
              set w-cellstyle-bold to w-workbook:>createCellStyle()
              w-cellstyle-bold:>setFont(w-xssffont)
              perform write-register-sheet
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

       write-register-sheet.
           set w-sheet to w-workbook:>createSheet("ADJUSTMENTS")
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Prior-period adjustments booked in")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-register-period)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("company")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue(w-company)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Original period")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Region")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("Submitter")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("Extract")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue("Booked")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue("Rows")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           w-cell:>setCellValue("Amount 1")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           w-cell:>setCellValue("Amount 2")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(8)
           w-cell:>setCellValue("Note")
           w-cell:>setCellStyle(w-cellstyle-bold)
           move 0 to w-grand1 w-grand2 w-sub1 w-sub2
           move spaces to w-group-period
           perform varying w-entry-idx from 1 by 1
                 until w-entry-idx > w-entry-count
              if rg-orig-period(w-entry-idx) not = w-group-period
                 if w-group-period not = spaces
                    perform write-period-subtotal
                 end-if
                 move rg-orig-period(w-entry-idx) to w-group-period
                 move 0 to w-sub1 w-sub2
              end-if
              perform write-register-row
           end-perform
           if w-group-period not = spaces
              perform write-period-subtotal
           end-if
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("TOTAL")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           move w-grand1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           move w-grand2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-total-rows-written.

       write-register-row.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(rg-orig-period(w-entry-idx))
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(rg-region(w-entry-idx))
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue(function trim(rg-submitter(w-entry-idx)))
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue(function trim(rg-extract(w-entry-idx)))
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue(rg-run-date(w-entry-idx))
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue(rg-rows(w-entry-idx))
           set w-cell to w-row:>createCell(6)
           move rg-amount1(w-entry-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           set w-cell to w-row:>createCell(7)
           move rg-amount2(w-entry-idx) to w-num
           w-cell:>setCellValue(w-num as double)
           if rg-status(w-entry-idx) = "R"
              set w-cell to w-row:>createCell(8)
              w-cell:>setCellValue("reversal")
           end-if
           add rg-amount1(w-entry-idx) to w-sub1 w-grand1
           add rg-amount2(w-entry-idx) to w-sub2 w-grand2
           add 1 to w-total-rows-written.

       write-period-subtotal.
           add 1 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           move spaces to w-group-label
           string "PERIOD " delimited by size
                  w-group-period delimited by size
                  into w-group-label
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(w-group-label)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(6)
           move w-sub1 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(7)
           move w-sub2 to w-num
           w-cell:>setCellValue(w-num as double)
           w-cell:>setCellStyle(w-cellstyle-bold)
           add 1 to w-row-num
           add 1 to w-total-rows-written.

      *> catalog entry for the file named in cp-path; a catalog that
      *> cannot be written is reported and the run carries on
       catalog-output.
           move "A" to cp-function
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "adjustment-register.dat" to cp-extract
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
                  w-register-period delimited by size
                  " company=" delimited by size
                  w-company delimited by size
                  " adjustments=" delimited by size
                  w-entry-count delimited by size
                  " rows=" delimited by size
                  w-total-rows-written delimited by size
                  " elapsed-secs=" delimited by size
                  w-elapsed-secs delimited by size
                  " status=" delimited by size
                  w-run-status delimited by size
                  into summary-line
           write summary-line
           close summary-output-file.
