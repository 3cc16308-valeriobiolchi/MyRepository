       >>SOURCE FORMAT FREE
       program-id. template-render.

      *>********************************************************************<*
      *>***** Branded-template rendering for the generated workbooks:  *****<*
      *>***** CALLed with a report name and the xlsx a report program  *****<*
      *>***** has just written, it looks the report up in              *****<*
      *>***** report-defs.dat and, when the definition names a         *****<*
      *>***** template workbook (field 12) and a placement map (field  *****<*
      *>***** 13), rebuilds the file from finance's template: the      *****<*
      *>***** logo, header block, column layout and print settings     *****<*
      *>***** stay as finance keeps them and the report's rows are     *****<*
      *>***** filled in from the start row down. The map is            *****<*
      *>***** KEY=value pairs separated by ";":                        *****<*
      *>*****   SHEET     template sheet the rows go on (default the   *****<*
      *>*****             first sheet)                                 *****<*
      *>*****   ROW       first data row, counted as Excel shows it    *****<*
      *>*****             (default 1)                                  *****<*
      *>*****   SKIP      leading rows of each generated sheet to      *****<*
      *>*****             leave out when the template carries its own  *****<*
      *>*****             column headings (default 0)                  *****<*
      *>*****   ENTITY, PERIOD, PREPARED                               *****<*
      *>*****             header cells, as a cell reference (B2,       *****<*
      *>*****             Cover!C4) or a name defined in the template  *****<*
      *>***** for example SHEET=Report;ROW=8;SKIP=1;ENTITY=HdrEntity;  *****<*
      *>***** PERIOD=B3;PREPARED=B4. Each generated sheet gets its own *****<*
      *>***** copy of the template sheet, named after it when the      *****<*
      *>***** report has more than one. The template row at the        *****<*
      *>***** start row is the pattern: a column styled there keeps    *****<*
      *>***** that style on every data row, an unstyled column keeps   *****<*
      *>***** the report's own. No definition or no template leaves    *****<*
      *>***** the workbook exactly as generated (result N); a          *****<*
      *>***** template that cannot be applied leaves it untouched too  *****<*
      *>***** (result E) so the caller can warn and still deliver the  *****<*
      *>***** plain report. Only the xlsx output is rendered -- the    *****<*
      *>***** template is an OOXML workbook. The definition's company  *****<*
      *>***** (field 14) follows the map and is not read here.         *****<*
      *>********************************************************************<*

       environment division.
       configuration section.
       repository.
           class j-cell as "org.apache.poi.ss.usermodel.Cell"
           class j-cellstyle as "org.apache.poi.ss.usermodel.CellStyle"
           class j-row as "org.apache.poi.ss.usermodel.Row"
           class j-sheet as "org.apache.poi.ss.usermodel.Sheet"
           class j-name as "org.apache.poi.ss.usermodel.Name"
           class j-cellreference as "org.apache.poi.ss.util.CellReference"
           class j-xssfworkbook as "org.apache.poi.xssf.usermodel.XSSFWorkbook"
           class j-arraylist as "java.util.ArrayList"
           class j-input as "java.io.FileInputStream"
           class j-output as "java.io.FileOutputStream"
           class j-file as "java.io.File"
           .

       input-output section.
       file-control.
           select report-defs-file assign to "report-defs.dat"
               organization is line sequential
               file status is ws-defs-status.

       data division.
       file section.
       fd  report-defs-file.
       01  defs-line               pic x(600).

       working-storage section.
       77 ws-defs-status       pic xx.
       77 ws-defs-eof          pic x value "N".
          88 defs-at-eof           value "Y".

      *> the caller's definition: only the name and the two template
      *> fields (12 and 13) matter here; the rest, the company in
      *> field 14 included, is excel-sample's business
       01 template-def-fields.
          05 tf-name           pic x(32).
          05 tf-template-path  pic x(128).
          05 tf-placement-map  pic x(160).
       77 w-def-name           pic x(32).
       77 w-def-skip           pic x(128).

      *> the placement map, split on ";" and then on "="
       01 map-token-table.
          05 map-token         pic x(40) occurs 8 times.
       77 w-map-idx            pic 9(1).
       77 w-map-key            pic x(10).
       77 w-map-value          pic x(40).
       77 w-place-sheet-name   pic x(31).
       77 w-start-row          pic 9(5) value 0.
       77 w-skip-rows          pic 9(3) value 0.

      *> header fields: 1 = entity, 2 = period, 3 = prepared-by
       01 header-field-table.
          05 header-field occurs 3 times.
             10 hf-ref         pic x(40).
             10 hf-value       pic x(40).
             10 hf-sheet       pic x(31).
             10 hf-row         pic 9(5).
             10 hf-col         pic 9(5).
       77 w-hf-idx             pic 9(1).
       77 w-ref-text           pic x(80).

      *> which template columns carry a pattern cell on the start row
       01 pattern-flag-table.
          05 pattern-flag      pic x(1) occurs 64 times.
       77 w-pattern-max        pic 9(3) value 64.

       77 w-src-book           object reference j-xssfworkbook.
       77 w-tpl-book           object reference j-xssfworkbook.
       77 w-src-sheet          object reference j-sheet.
       77 w-tgt-sheet          object reference j-sheet.
       77 w-src-row            object reference j-row.
       77 w-tgt-row            object reference j-row.
       77 w-pat-row            object reference j-row.
       77 w-src-cell           object reference j-cell.
       77 w-tgt-cell           object reference j-cell.
       77 w-tgt-style          object reference j-cellstyle.
       77 w-style-list         object reference j-arraylist.
       77 w-name               object reference j-name.
       77 w-cellref            object reference j-cellreference.
       77 w-input              object reference j-input.
       77 w-output             object reference j-output.

       77 w-place-idx          pic s9(4).
       77 w-src-count          pic 9(4).
       77 w-src-idx            pic 9(4).
       77 w-order-pos          pic 9(4).
       77 w-style-count        pic 9(5).
       77 w-style-idx          pic 9(5).
       77 w-last-row           pic s9(7).
       77 w-src-row-num        pic 9(7).
       77 w-tgt-row-num        pic 9(7).
       77 w-last-cell          pic s9(5).
       77 w-col                pic 9(5).
       77 w-sheet-name         pic x(31).
       77 w-header-text        pic x(80).

       linkage section.
       01 template-parm.
          05 tp-report-name    pic x(32).
          05 tp-workbook-path  pic x(256).
      *> blank entity: REPORT_ENTITY_NAME; blank prepared-by: the
      *> signed-on user
          05 tp-entity         pic x(40).
          05 tp-period         pic x(20).
          05 tp-prepared-by    pic x(20).
      *> Y = rendered into the template; N = no template for this
      *> report; E = the template could not be applied
          05 tp-result         pic x(1).
      *> zero-based row the data starts on in each rendered sheet
          05 tp-first-row      pic 9(5).
          05 tp-message        pic x(120).

       procedure division using template-parm.
       main.
           move "N" to tp-result
           move 0 to tp-first-row
           move spaces to tp-message
           perform find-template-definition
           if function trim(tf-template-path) = spaces
              goback
           end-if
           perform parse-placement-map
           perform resolve-header-values
           try
              perform load-workbooks
              perform locate-placement-sheet
              if tp-result not = "E"
                 perform resolve-header-cells
              end-if
              if tp-result not = "E"
                 perform render-all-sheets
                 perform fill-header-cells
                 set w-output to j-output:>new(
                    j-file:>new(function trim(tp-workbook-path)))
                 w-tpl-book:>write(w-output)
                 w-output:>close()
                 move "Y" to tp-result
                 move w-start-row to tp-first-row
              end-if
           catch exception
              move "E" to tp-result
              move exception-object:>getMessage() to tp-message
           end-try
           goback.

      *> the first definition line carrying the caller's report name,
      *> active or not -- a report that is not an intake variant
      *> (region-rollup, period-close, budget-variance) keeps its
      *> template on a line marked inactive so excel-sample's intake
      *> loop passes over it.
       find-template-definition.
           move spaces to template-def-fields
           open input report-defs-file
           if ws-defs-status not = "00"
              exit paragraph
           end-if
           move "N" to ws-defs-eof
           perform until defs-at-eof
              read report-defs-file
                 at end
                    set defs-at-eof to true
                 not at end
                    if function trim(defs-line) not = spaces
                       and defs-line(1:1) not = "*"
                       move spaces to w-def-name
                       unstring defs-line delimited by "|"
                          into w-def-name
                       if function trim(w-def-name)
                          = function trim(tp-report-name)
                          perform take-template-fields
                          set defs-at-eof to true
                       end-if
                    end-if
              end-read
           end-perform
           close report-defs-file.

       take-template-fields.
           unstring defs-line delimited by "|"
              into tf-name, w-def-skip, w-def-skip, w-def-skip,
                   w-def-skip, w-def-skip, w-def-skip, w-def-skip,
                   w-def-skip, w-def-skip, w-def-skip,
                   tf-template-path, tf-placement-map.

       parse-placement-map.
           move spaces to map-token-table
           move spaces to w-place-sheet-name
           move 0 to w-start-row
           move 0 to w-skip-rows
           move spaces to header-field-table
           unstring tf-placement-map delimited by ";"
              into map-token(1), map-token(2), map-token(3),
                   map-token(4), map-token(5), map-token(6),
                   map-token(7), map-token(8)
           perform varying w-map-idx from 1 by 1 until w-map-idx > 8
              if map-token(w-map-idx) not = spaces
                 perform take-map-token
              end-if
           end-perform.

       take-map-token.
           move spaces to w-map-key w-map-value
           unstring map-token(w-map-idx) delimited by "="
              into w-map-key, w-map-value
           move function upper-case(function trim(w-map-key))
              to w-map-key
           move function trim(w-map-value) to w-map-value
           evaluate w-map-key
           when "SHEET"
              move w-map-value to w-place-sheet-name
           when "ROW"
              if function numval(w-map-value) > 1
                 compute w-start-row = function numval(w-map-value) - 1
              end-if
           when "SKIP"
              move function numval(w-map-value) to w-skip-rows
           when "ENTITY"
              move w-map-value to hf-ref(1)
           when "PERIOD"
              move w-map-value to hf-ref(2)
           when "PREPARED"
              move w-map-value to hf-ref(3)
           when other
              continue
           end-evaluate.

       resolve-header-values.
           move tp-entity to hf-value(1)
           if tp-entity = spaces
              accept hf-value(1) from environment "REPORT_ENTITY_NAME"
                 on exception move spaces to hf-value(1)
              end-accept
           end-if
           move tp-period to hf-value(2)
           move tp-prepared-by to hf-value(3)
           if tp-prepared-by = spaces
              accept hf-value(3) from environment "USER"
                 on exception
                    accept hf-value(3) from environment "USERNAME"
                       on exception move "UNKNOWN" to hf-value(3)
                    end-accept
              end-accept
           end-if.

      *> both books are read through a stream and the stream closed
      *> at once, so the generated file is free to be overwritten
      *> and the template itself is never written back.
       load-workbooks.
           set w-input to j-input:>new(function trim(tp-workbook-path))
           set w-src-book to j-xssfworkbook:>new(w-input)
           w-input:>close()
           set w-input to j-input:>new(function trim(tf-template-path))
           set w-tpl-book to j-xssfworkbook:>new(w-input)
           w-input:>close().

       locate-placement-sheet.
           if w-place-sheet-name = spaces
              move 0 to w-place-idx
              move w-tpl-book:>getSheetName(0) to w-place-sheet-name
           else
              set w-place-idx to
                 w-tpl-book:>getSheetIndex(function trim(w-place-sheet-name))
           end-if
           if w-place-idx < 0
              move "E" to tp-result
              string "template has no sheet " delimited by size
                     function trim(w-place-sheet-name) delimited by size
                     into tp-message
           end-if.

      *> a defined name is looked up first, so finance can move the
      *> header block in the template without the map changing; its
      *> formula (Report!$B$2) reads as a cell reference like any other
       resolve-header-cells.
           perform varying w-hf-idx from 1 by 1 until w-hf-idx > 3
              if hf-ref(w-hf-idx) not = spaces
                 move hf-ref(w-hf-idx) to w-ref-text
                 set w-name to w-tpl-book:>getName(function trim(hf-ref(w-hf-idx)))
                 if w-name not = null
                    move w-name:>getRefersToFormula() to w-ref-text
                 end-if
                 set w-cellref to j-cellreference:>new(function trim(w-ref-text))
                 set hf-row(w-hf-idx) to w-cellref:>getRow()
                 set hf-col(w-hf-idx) to w-cellref:>getCol()
                 move spaces to hf-sheet(w-hf-idx)
                 if w-cellref:>getSheetName() not = null
                    move w-cellref:>getSheetName() to hf-sheet(w-hf-idx)
                 end-if
              end-if
           end-perform.

      *> copies of the untouched template sheet are taken first, one
      *> per generated sheet after the first and placed right behind
      *> it; the template sheet itself then takes the first generated
      *> sheet. A one-sheet report keeps the template's sheet name.
       render-all-sheets.
           perform build-fallback-styles
           set w-src-count to w-src-book:>getNumberOfSheets()
           perform varying w-src-idx from 1 by 1
                 until w-src-idx >= w-src-count
              move w-src-book:>getSheetName(w-src-idx) to w-sheet-name
              set w-tgt-sheet to w-tpl-book:>cloneSheet(w-place-idx)
              w-tpl-book:>setSheetName(
                 w-tpl-book:>getSheetIndex(w-tgt-sheet),
                 function trim(w-sheet-name))
              compute w-order-pos = w-place-idx + w-src-idx
              w-tpl-book:>setSheetOrder(function trim(w-sheet-name),
                 w-order-pos)
           end-perform
           if w-src-count > 0
              set w-src-sheet to w-src-book:>getSheetAt(0)
              set w-tgt-sheet to w-tpl-book:>getSheetAt(w-place-idx)
              perform fill-rendered-sheet
              if w-src-count > 1
                 move w-src-book:>getSheetName(0) to w-sheet-name
                 w-tpl-book:>setSheetName(w-place-idx,
                    function trim(w-sheet-name))
                 move w-sheet-name to w-place-sheet-name
              end-if
           end-if
           perform varying w-src-idx from 1 by 1
                 until w-src-idx >= w-src-count
              set w-src-sheet to w-src-book:>getSheetAt(w-src-idx)
              move w-src-book:>getSheetName(w-src-idx) to w-sheet-name
              set w-tgt-sheet to
                 w-tpl-book:>getSheet(function trim(w-sheet-name))
              perform fill-rendered-sheet
           end-perform.

      *> the report's own cell styles, carried into the template book
      *> so a column the template leaves unstyled keeps its date and
      *> number formats; indexed as the generated book indexes them.
       build-fallback-styles.
           set w-style-list to j-arraylist:>new()
           set w-style-count to w-src-book:>getNumCellStyles()
           perform varying w-style-idx from 0 by 1
                 until w-style-idx >= w-style-count
              set w-tgt-style to w-tpl-book:>createCellStyle()
              w-tgt-style:>cloneStyleFrom(
                 w-src-book:>getCellStyleAt(w-style-idx))
              w-style-list:>add(w-tgt-style)
           end-perform.

       fill-rendered-sheet.
           move all "N" to pattern-flag-table
           set w-pat-row to w-tgt-sheet:>getRow(w-start-row)
           if w-pat-row not = null
              perform varying w-col from 0 by 1
                    until w-col >= w-pattern-max
                 if w-pat-row:>getCell(w-col) not = null
                    move "Y" to pattern-flag(w-col + 1)
                 end-if
              end-perform
           end-if
           set w-last-row to w-src-sheet:>getLastRowNum()
           perform varying w-src-row-num from w-skip-rows by 1
                 until w-src-row-num > w-last-row
              set w-src-row to w-src-sheet:>getRow(w-src-row-num)
              if w-src-row not = null
                 perform copy-one-row
              end-if
           end-perform
      *> the report's print-header stamp (DRAFT) survives the move
           move spaces to w-header-text
           move w-src-sheet:>getHeader():>getCenter() to w-header-text
           if w-header-text not = spaces
              w-tgt-sheet:>getHeader():>setCenter(
                 function trim(w-header-text))
           end-if.

       copy-one-row.
           compute w-tgt-row-num =
              w-start-row + w-src-row-num - w-skip-rows
           set w-tgt-row to w-tgt-sheet:>getRow(w-tgt-row-num)
           if w-tgt-row = null
              set w-tgt-row to w-tgt-sheet:>createRow(w-tgt-row-num)
           end-if
           set w-last-cell to w-src-row:>getLastCellNum()
           perform varying w-col from 0 by 1
                 until w-col >= w-last-cell
              set w-src-cell to w-src-row:>getCell(w-col)
              if w-src-cell not = null
                 perform copy-one-cell
              end-if
           end-perform.

       copy-one-cell.
           set w-tgt-cell to w-tgt-row:>getCell(w-col)
           if w-tgt-cell = null
              set w-tgt-cell to w-tgt-row:>createCell(w-col)
           end-if
           evaluate w-src-cell:>getCellType()
           when w-src-cell:>CELL_TYPE_NUMERIC
              w-tgt-cell:>setCellValue(w-src-cell:>getNumericCellValue())
           when w-src-cell:>CELL_TYPE_STRING
              w-tgt-cell:>setCellValue(w-src-cell:>getStringCellValue())
           when w-src-cell:>CELL_TYPE_FORMULA
              w-tgt-cell:>setCellFormula(w-src-cell:>getCellFormula())
           when w-src-cell:>CELL_TYPE_BOOLEAN
              w-tgt-cell:>setCellValue(w-src-cell:>getBooleanCellValue())
           when other
              continue
           end-evaluate
           if w-col < w-pattern-max and pattern-flag(w-col + 1) = "Y"
              w-tgt-cell:>setCellStyle(
                 w-tgt-sheet:>getRow(w-start-row):>getCell(w-col):>getCellStyle())
           else
              set w-style-idx to w-src-cell:>getCellStyle():>getIndex()
              set w-tgt-style to w-style-list:>get(w-style-idx) as j-cellstyle
              w-tgt-cell:>setCellStyle(w-tgt-style)
           end-if.

      *> a header cell on the template sheet (no sheet in its
      *> reference, or the template sheet's own name) is filled on
      *> every rendered sheet; one on another sheet -- a cover page
      *> -- is filled there once.
       fill-header-cells.
           perform varying w-hf-idx from 1 by 1 until w-hf-idx > 3
              if hf-ref(w-hf-idx) not = spaces
                 if hf-sheet(w-hf-idx) = spaces
                    or hf-sheet(w-hf-idx) = w-place-sheet-name
                    perform fill-header-on-rendered
                 else
                    set w-tgt-sheet to
                       w-tpl-book:>getSheet(function trim(hf-sheet(w-hf-idx)))
                    if w-tgt-sheet not = null
                       perform fill-one-header-cell
                    end-if
                 end-if
              end-if
           end-perform.

       fill-header-on-rendered.
           set w-tgt-sheet to w-tpl-book:>getSheetAt(w-place-idx)
           perform fill-one-header-cell
           perform varying w-src-idx from 1 by 1
                 until w-src-idx >= w-src-count
              move w-src-book:>getSheetName(w-src-idx) to w-sheet-name
              set w-tgt-sheet to
                 w-tpl-book:>getSheet(function trim(w-sheet-name))
              perform fill-one-header-cell
           end-perform.

       fill-one-header-cell.
           set w-tgt-row to w-tgt-sheet:>getRow(hf-row(w-hf-idx))
           if w-tgt-row = null
              set w-tgt-row to w-tgt-sheet:>createRow(hf-row(w-hf-idx))
           end-if
           set w-tgt-cell to w-tgt-row:>getCell(hf-col(w-hf-idx))
           if w-tgt-cell = null
              set w-tgt-cell to w-tgt-row:>createCell(hf-col(w-hf-idx))
           end-if
           w-tgt-cell:>setCellValue(function trim(hf-value(w-hf-idx))).
