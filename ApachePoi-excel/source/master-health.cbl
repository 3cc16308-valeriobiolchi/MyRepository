       >>SOURCE FORMAT FREE
       program-id. master-health.

      *>********************************************************************<*
      *>***** Nightly reference-data health check over master.dat, so  *****<*
      *>***** a missing or overlapping entry shows up in the morning   *****<*
      *>***** instead of as an R05 reject, a region posting to a       *****<*
      *>***** default account, or a region in the wrong division. One  *****<*
      *>***** pass over the master in key order lists: versions of one *****<*
      *>***** key whose effective ranges overlap, or leave a gap       *****<*
      *>***** between them, and versions starting within the next      *****<*
      *>***** MASTER_HEALTH_DAYS days (default 14). Then, for every    *****<*
      *>***** company the batch runs for (report-defs.dat field 14,    *****<*
      *>***** fiscal-calendar.dat, or a company-qualified key on the   *****<*
      *>***** master) and each of its active regions -- the home       *****<*
      *>***** company's bare region codes in force today, and any      *****<*
      *>***** region another company keys its own entries for -- it    *****<*
      *>***** lists a GLD-, GLC-, CCY- or DIV- entry not found in      *****<*
      *>***** force through the company lookup, at division level for  *****<*
      *>***** the GL keys under EXCEL_GL_BY_DIVISION=Y; DIV- entries   *****<*
      *>***** naming a division with no CMP- entry for their company;  *****<*
      *>***** a company with no entries of its own at all; and CCY-    *****<*
      *>***** currencies with no rate on exchange-rate.dat. Every      *****<*
      *>***** finding is flagged when it breaks tomorrow's run date,   *****<*
      *>***** and any such finding raises a CRITICAL alert through     *****<*
      *>***** alert-send; a clean night clears it. Output is the       *****<*
      *>***** HEALTH workbook in the day's archive directory plus a    *****<*
      *>***** run-summary line.                                        *****<*
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
           select master-file assign to "master.dat"
               organization is indexed
               access mode is dynamic
               record key is mr-record-key
               alternate record key is mr-name with duplicates
               file status is ws-master-status.
           select exchange-rate-file assign to "exchange-rate.dat"
               organization is indexed
               access mode is dynamic
               record key is xr-record-key
               file status is ws-rate-status.
           select period-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-period-status.
           select report-defs-file assign to "report-defs.dat"
               organization is line sequential
               file status is ws-defs-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  master-file.
       copy "master-record.cpy".

       fd  exchange-rate-file.
       copy "exchange-rate.cpy".

       fd  period-file.
       copy "fiscal-calendar.cpy".

       fd  report-defs-file.
       01  defs-line           pic x(400).

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       copy "company-lookup-ws.cpy".

       77 w-report-name        pic x(32) value "master-health".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-run-date           pic x(8).
       77 w-archive-day-path   pic x(256).
       77 w-archive-subdir     object reference j-file.
       77 w-output-path        pic x(256).
       77 w-summary-path       pic x(256).
       77 ws-master-status     pic xx.
       77 ws-rate-status       pic xx.
       77 ws-period-status     pic xx.
       77 ws-defs-status       pic xx.
       77 ws-summary-status    pic xx.
       77 ws-master-eof        pic x value "N".
          88 master-at-eof         value "Y".
       77 ws-rate-eof          pic x value "N".
          88 rate-scan-done        value "Y".
       77 ws-period-eof        pic x value "N".
          88 period-at-eof         value "Y".
       77 ws-defs-eof          pic x value "N".
          88 defs-at-eof           value "Y".

      *> today, tomorrow (the next run date) and the end of the
      *> look-ahead window for future-dated versions
       77 w-tomorrow           pic x(8).
       77 w-horizon-date       pic x(8).
       77 w-lookahead-text     pic x(4).
       77 w-lookahead-days     pic 9(4) value 14.
       77 w-date-9             pic 9(8).
       77 w-date-int           pic 9(8).
       77 w-corp-currency      pic x(3) value "USD".
       77 w-gl-by-division     pic x value "N".
          88 gl-by-division        value "Y".

      *> the key whose versions are being read: which version is in
      *> force today and tomorrow, and the version before the current
      *> one for the overlap/gap check
       77 w-grp-key            pic x(10) value spaces.
       77 w-grp-today          pic x value "N".
          88 grp-in-force-today    value "Y".
       77 w-grp-today-name     pic x(30).
       77 w-grp-tmrw           pic x value "N".
          88 grp-in-force-tmrw     value "Y".
       77 w-grp-tmrw-name      pic x(30).
       77 w-grp-versions       pic 9(4).
       77 w-prev-eff-from      pic x(8).
       77 w-prev-eff-to        pic x(8).
       77 w-gap-from           pic x(8).
       77 w-gap-to             pic x(8).
       77 w-ver-eff-to         pic x(8).
      *> the company a qualified key (GD0002NORT) belongs to; spaces
      *> for a plain key
       77 w-grp-company        pic x(4).

      *> the companies checked: the home company, every company a
      *> report-defs.dat line posts for (field 14; blank is the
      *> COMPANY_CODE company, else the home company, as gl-reconcile
      *> reads it), every company with a fiscal calendar, and every
      *> company keying entries of its own. hc-keyed says the company
      *> has at least one qualified key, hc-runs that a report posts
      *> for it.
       77 w-env-company        pic x(4).
       77 w-def-skip           pic x(128).
       77 w-def-company        pic x(4).
       77 w-add-company        pic x(4).
       77 w-company-count      pic 9(2) value 0.
       77 w-company-max        pic 9(2) value 20.
       77 w-company-idx        pic 9(2).
       77 w-company-slot       pic 9(2).
       01 health-company-table.
          05 health-company-entry occurs 20 times.
             10 hc-company         pic x(4).
             10 hc-keyed           pic x.
             10 hc-runs            pic x.

      *> active regions by company: the home company's bare region
      *> codes, and each region another company (or the home company
      *> itself) keys a qualified CCY-, DIV- or, at region level, GL
      *> entry for
       77 w-region-count       pic 9(4) value 0.
       77 w-region-max         pic 9(4) value 1000.
       77 w-region-idx         pic 9(4).
       77 w-region-slot        pic 9(4).
       77 w-add-region         pic x(4).
       77 w-region-label       pic x(10).
       01 region-table.
          05 region-entry occurs 1000 times.
             10 rg-company         pic x(4).
             10 rg-code            pic x(4).

      *> the in-force DIV- and CCY- entries, plain and qualified, with
      *> the name each version carries today and tomorrow
       77 w-ref-count          pic 9(5) value 0.
       77 w-ref-max            pic 9(5) value 5000.
       77 w-ref-idx            pic 9(5).
       01 reference-table.
          05 reference-entry occurs 5000 times.
             10 rf-key             pic x(10).
             10 rf-today           pic x.
             10 rf-today-name      pic x(30).
             10 rf-tmrw            pic x.
             10 rf-tmrw-name       pic x(30).
       77 w-check-prefix       pic x(4).
       77 w-check-suffix       pic x(4).
       77 w-today-division     pic x(4).
       77 w-tmrw-division      pic x(4).
       77 w-today-ok           pic x.
       77 w-tmrw-ok            pic x.
       77 w-prefix-idx         pic 9(1).
       01 checked-prefixes     pic x(16) value "GLD-GLC-CCY-DIV-".
       01 checked-prefix-table redefines checked-prefixes.
          05 checked-prefix    pic x(4) occurs 4 times.

      *> rate check for one currency at one date
       77 w-rate-currency      pic x(3).
       77 w-rate-date          pic x(8).
       77 w-rate-found         pic x.
          88 rate-found            value "Y".
       77 w-rates-available    pic x value "N".
          88 rates-available       value "Y".

      *> master lookups through the company lookup, the same
      *> version-in-force scan every master consumer uses
       77 ws-version-eof       pic x value "N".
          88 version-scan-done     value "Y".
       77 w-lookup-key         pic x(10).
       77 w-lookup-date        pic x(8).
       77 w-version-found      pic x value "N".
          88 master-version-found  value "Y".
       77 w-found-name         pic x(30).

      *> findings, in the order met
       77 w-finding-count      pic 9(5) value 0.
       77 w-finding-max        pic 9(5) value 2000.
       77 w-finding-idx        pic 9(5).
       77 w-findings-dropped   pic 9(5) value 0.
       77 w-broken-count       pic 9(5) value 0.
       01 finding-table.
          05 finding-entry occurs 2000 times.
             10 mf-check           pic x(10).
             10 mf-key             pic x(10).
             10 mf-detail          pic x(60).
             10 mf-from            pic x(8).
             10 mf-to              pic x(8).
             10 mf-tomorrow        pic x.
       77 w-new-check          pic x(10).
       77 w-new-key            pic x(10).
       77 w-new-detail         pic x(60).
       77 w-new-from           pic x(8).
       77 w-new-to             pic x(8).
       77 w-new-tomorrow       pic x.

       01 alert-parm.
          05 al-severity       pic x(8).
          05 al-source         pic x(32).
          05 al-message        pic x(120).
          05 al-escalate       pic x(1).

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
           perform get-health-config
           perform build-archive-path
           open input master-file
           if ws-master-status not = "00"
              display "master-health: master.dat unavailable, status="
                      ws-master-status
              move "FAILED" to w-run-status
           else
              perform load-health-companies
              perform scan-master
              perform check-company-entries
              perform check-region-entries
              perform check-division-entries
              close master-file
              perform check-currency-rates
              perform write-health-workbook
              perform send-health-alert
           end-if
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

      *> the look-ahead window, and the corporate currency and GL
      *> level the batch itself runs with
       get-health-config.
           move spaces to w-lookahead-text
           accept w-lookahead-text from environment "MASTER_HEALTH_DAYS"
              on exception move spaces to w-lookahead-text
           end-accept
           if function trim(w-lookahead-text) not = spaces
              move function numval(w-lookahead-text) to w-lookahead-days
           end-if
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
           move w-run-date to w-date-9
           compute w-date-int = function integer-of-date(w-date-9) + 1
           move function date-of-integer(w-date-int) to w-date-9
           move w-date-9 to w-tomorrow
           compute w-date-int = w-date-int - 1 + w-lookahead-days
           move function date-of-integer(w-date-int) to w-date-9
           move w-date-9 to w-horizon-date.

       build-archive-path.
           string w-archive-dir delimited by size
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           set w-archive-subdir to j-file:>new(w-archive-day-path)
           w-archive-subdir:>mkdirs()
           string w-archive-day-path delimited by size
                  "/master-health-" delimited by size
                  w-run-date delimited by size
                  ".xlsx" delimited by size
                  into w-output-path
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

      *> the home company always; then each company a report posts
      *> for and each company with a fiscal calendar
       load-health-companies.
           move w-lookup-home to w-add-company
           perform add-health-company
           accept w-env-company from environment "COMPANY_CODE"
              on exception move spaces to w-env-company
           end-accept
           move function upper-case(w-env-company) to w-env-company
           if w-env-company = spaces
              move w-lookup-home to w-env-company
           end-if
           open input report-defs-file
           if ws-defs-status = "00"
              move "N" to ws-defs-eof
              perform until defs-at-eof
                 read report-defs-file
                    at end
                       set defs-at-eof to true
                    not at end
                       if function trim(defs-line) not = spaces
                          and defs-line(1:1) not = "*"
                          move spaces to w-def-company
                          unstring defs-line delimited by "|"
                             into w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-company
                          move function upper-case(w-def-company)
                             to w-add-company
                          if w-add-company = spaces
                             move w-env-company to w-add-company
                          end-if
                          perform add-health-company
                          if w-company-slot not = 0
                             move "Y" to hc-runs(w-company-slot)
                          end-if
                       end-if
                 end-read
              end-perform
              close report-defs-file
           else
              move w-env-company to w-add-company
              perform add-health-company
              if w-company-slot not = 0
                 move "Y" to hc-runs(w-company-slot)
              end-if
           end-if
           open input period-file
           if ws-period-status = "00"
              move "N" to ws-period-eof
              move low-values to fc-record-key
              start period-file key is not less than fc-record-key
                 invalid key
                    set period-at-eof to true
              end-start
              perform until period-at-eof
                 read period-file next record
                    at end
                       set period-at-eof to true
                    not at end
                       if fc-company not = spaces
                          move fc-company to w-add-company
                          perform add-health-company
                       end-if
                 end-read
              end-perform
              close period-file
           end-if.

       add-health-company.
           move 0 to w-company-slot
           perform varying w-company-idx from 1 by 1
                 until w-company-idx > w-company-count
                    or w-company-slot not = 0
              if hc-company(w-company-idx) = w-add-company
                 move w-company-idx to w-company-slot
              end-if
           end-perform
           if w-company-slot = 0 and w-company-count < w-company-max
              add 1 to w-company-count
              move w-company-count to w-company-slot
              move w-add-company to hc-company(w-company-slot)
              move "N" to hc-keyed(w-company-slot)
              move "N" to hc-runs(w-company-slot)
              if w-add-company = w-lookup-home
                 move "Y" to hc-keyed(w-company-slot)
              end-if
           end-if.

      *> the master is keyed key + eff-from, so each key's versions
      *> arrive together and in date order
       scan-master.
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
                    if mr-key not = w-grp-key
                       perform finish-key-group
                       move mr-key to w-grp-key
                       move "N" to w-grp-today w-grp-tmrw
                       move 0 to w-grp-versions
                    end-if
                    perform check-one-version
              end-read
           end-perform
           perform finish-key-group.

      *> spaces and 99991231 both mean open-ended
       check-one-version.
           move mr-eff-to to w-ver-eff-to
           if w-ver-eff-to = spaces
              move "99991231" to w-ver-eff-to
           end-if
           if w-grp-versions > 0
              if w-prev-eff-to >= mr-eff-from
                 move "OVERLAP" to w-new-check
                 move mr-key to w-new-key
                 move spaces to w-new-detail
                 string "version from " delimited by size
                        w-prev-eff-from delimited by size
                        " still in force when " delimited by size
                        mr-eff-from delimited by size
                        " starts" delimited by size
                        into w-new-detail
                 move mr-eff-from to w-new-from
                 move w-prev-eff-to to w-new-to
                 move "N" to w-new-tomorrow
                 perform add-finding
              else
                 perform check-version-gap
              end-if
           end-if
           if mr-eff-from <= w-run-date and w-ver-eff-to >= w-run-date
              set grp-in-force-today to true
              move mr-name to w-grp-today-name
           end-if
           if mr-eff-from <= w-tomorrow and w-ver-eff-to >= w-tomorrow
              set grp-in-force-tmrw to true
              move mr-name to w-grp-tmrw-name
           end-if
           if mr-eff-from > w-run-date and mr-eff-from <= w-horizon-date
              move "FUTURE" to w-new-check
              move mr-key to w-new-key
              move spaces to w-new-detail
              string "new version takes effect, name " delimited by size
                     mr-name delimited by size
                     into w-new-detail
              move mr-eff-from to w-new-from
              move mr-eff-to to w-new-to
              move "N" to w-new-tomorrow
              perform add-finding
           end-if
           add 1 to w-grp-versions
           move mr-eff-from to w-prev-eff-from
           if w-ver-eff-to > w-prev-eff-to or w-grp-versions = 1
              move w-ver-eff-to to w-prev-eff-to
           end-if.

      *> the day after the earlier version ends must be the day the
      *> next one starts; anything between has no version at all
       check-version-gap.
           move w-prev-eff-to to w-date-9
           compute w-date-int = function integer-of-date(w-date-9) + 1
           move function date-of-integer(w-date-int) to w-date-9
           move w-date-9 to w-gap-from
           if w-gap-from < mr-eff-from
              move mr-eff-from to w-date-9
              compute w-date-int = function integer-of-date(w-date-9) - 1
              move function date-of-integer(w-date-int) to w-date-9
              move w-date-9 to w-gap-to
              move "GAP" to w-new-check
              move mr-key to w-new-key
              move "no version in force between these dates"
                 to w-new-detail
              move w-gap-from to w-new-from
              move w-gap-to to w-new-to
              if w-tomorrow >= w-gap-from and w-tomorrow <= w-gap-to
                 move "Y" to w-new-tomorrow
              else
                 move "N" to w-new-tomorrow
              end-if
              perform add-finding
           end-if.

      *> a bare code of up to four characters is the home company's
      *> region; a qualified key (two-letter code, company, unit --
      *> see company-lookup.cpy) puts its company on the list and,
      *> when it is in force and keyed by region, the region under
      *> that company. The DIV- and CCY- entries are kept for the
      *> division and rate checks after the scan.
       finish-key-group.
           if w-grp-key = spaces
              exit paragraph
           end-if
           move spaces to w-grp-company
           if w-grp-key(3:4) is numeric and w-grp-key(7:4) not = spaces
              evaluate w-grp-key(1:2)
              when "GD" when "GC" when "GI" when "FG" when "FL"
              when "CY" when "DV" when "CM"
                 move w-grp-key(3:4) to w-grp-company
              end-evaluate
           end-if
           evaluate true
           when w-grp-key(5:6) = spaces
              and w-grp-key(4:1) not = "-"
              and grp-in-force-today
              move w-lookup-home to w-add-company
              move w-grp-key(1:4) to w-add-region
              perform add-health-region
           when w-grp-company not = spaces
              move w-grp-company to w-add-company
              perform add-health-company
              if w-company-slot not = 0
                 move "Y" to hc-keyed(w-company-slot)
              end-if
              if (grp-in-force-today or grp-in-force-tmrw)
                 and (w-grp-key(1:2) = "CY" or w-grp-key(1:2) = "DV"
                      or (not gl-by-division
                          and (w-grp-key(1:2) = "GD"
                               or w-grp-key(1:2) = "GC")))
                 move w-grp-key(7:4) to w-add-region
                 perform add-health-region
              end-if
           end-evaluate
           if w-grp-key(1:4) = "DIV-" or w-grp-key(1:4) = "CCY-"
              or (w-grp-company not = spaces
                  and (w-grp-key(1:2) = "DV" or w-grp-key(1:2) = "CY"))
              if w-ref-count < w-ref-max
                 add 1 to w-ref-count
                 move w-grp-key to rf-key(w-ref-count)
                 move w-grp-today to rf-today(w-ref-count)
                 move w-grp-tmrw to rf-tmrw(w-ref-count)
                 move spaces to rf-today-name(w-ref-count)
                 move spaces to rf-tmrw-name(w-ref-count)
                 if grp-in-force-today
                    move w-grp-today-name to rf-today-name(w-ref-count)
                 end-if
                 if grp-in-force-tmrw
                    move w-grp-tmrw-name to rf-tmrw-name(w-ref-count)
                 end-if
              end-if
           end-if.

       add-health-region.
           move 0 to w-region-slot
           perform varying w-region-idx from 1 by 1
                 until w-region-idx > w-region-count
                    or w-region-slot not = 0
              if rg-company(w-region-idx) = w-add-company
                 and rg-code(w-region-idx) = w-add-region
                 move w-region-idx to w-region-slot
              end-if
           end-perform
           if w-region-slot = 0 and w-region-count < w-region-max
              add 1 to w-region-count
              move w-add-company to rg-company(w-region-count)
              move w-add-region to rg-code(w-region-count)
           end-if.

      *> a company other than the home company finds nothing through
      *> the company lookup until it keys entries of its own, so a
      *> company with none would post every region to nothing; it
      *> breaks the next run when a report posts for it
       check-company-entries.
           perform varying w-company-idx from 1 by 1
                 until w-company-idx > w-company-count
              if hc-keyed(w-company-idx) not = "Y"
                 move "COMPANY" to w-new-check
                 move hc-company(w-company-idx) to w-new-key
                 move "no GL, currency or division entries of its own"
                    to w-new-detail
                 move spaces to w-new-from w-new-to
                 move hc-runs(w-company-idx) to w-new-tomorrow
                 perform add-finding
              end-if
           end-perform.

      *> every active region needs all four entries for its company,
      *> today and on tomorrow's run date, found the way the daily
      *> run finds them
       check-region-entries.
           perform varying w-region-idx from 1 by 1
                 until w-region-idx > w-region-count
              move rg-company(w-region-idx) to w-lookup-company
              move rg-code(w-region-idx) to w-region-label
              if rg-company(w-region-idx) not = w-lookup-home
                 move spaces to w-region-label
                 string rg-company(w-region-idx) delimited by size
                        "/" delimited by size
                        rg-code(w-region-idx) delimited by size
                        into w-region-label
              end-if
              move "DIV-" to w-lookup-prefix
              move rg-code(w-region-idx) to w-lookup-unit
              move rg-code(w-region-idx) to w-today-division
              move rg-code(w-region-idx) to w-tmrw-division
              move w-run-date to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:4) to w-today-division
              end-if
              move w-tomorrow to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:4) to w-tmrw-division
              end-if
              perform varying w-prefix-idx from 1 by 1
                    until w-prefix-idx > 4
                 perform check-one-region-entry
              end-perform
           end-perform.

       check-one-region-entry.
           move checked-prefix(w-prefix-idx) to w-check-prefix
           move rg-code(w-region-idx) to w-check-suffix
           if gl-by-division
              and (w-check-prefix = "GLD-" or w-check-prefix = "GLC-")
              move w-today-division to w-check-suffix
           end-if
           move w-check-prefix to w-lookup-prefix
           move w-check-suffix to w-lookup-unit
           move w-run-date to w-lookup-date
           perform find-company-master-version
           move w-version-found to w-today-ok
      *> tomorrow's division may differ from today's
           if gl-by-division
              and (w-check-prefix = "GLD-" or w-check-prefix = "GLC-")
              move w-tmrw-division to w-lookup-unit
           end-if
           move w-tomorrow to w-lookup-date
           perform find-company-master-version
           move w-version-found to w-tmrw-ok
           if w-today-ok not = "Y" or w-tmrw-ok not = "Y"
              move "MISSING" to w-new-check
              move w-region-label to w-new-key
              move spaces to w-new-detail
              if w-today-ok not = "Y"
                 string "no " delimited by size
                        w-check-prefix delimited by size
                        w-check-suffix delimited by size
                        " entry in force today" delimited by size
                        into w-new-detail
                 move w-run-date to w-new-from
              else
                 string "no " delimited by size
                        w-check-prefix delimited by size
                        " entry in force from tomorrow"
                        delimited by size
                        into w-new-detail
                 move w-tomorrow to w-new-from
              end-if
              move spaces to w-new-to
              if w-tmrw-ok not = "Y"
                 move "Y" to w-new-tomorrow
              else
                 move "N" to w-new-tomorrow
              end-if
              perform add-finding
           end-if.

      *> a division is known to the hierarchy by its company's CMP-
      *> entry for it; a DIV- entry naming any other code puts the
      *> region in a division the rollup cannot place. A plain DIV-
      *> key is the home company's, a DV key names its own company.
       check-division-entries.
           perform varying w-ref-idx from 1 by 1
                 until w-ref-idx > w-ref-count
              if (rf-key(w-ref-idx)(1:4) = "DIV-"
                  or rf-key(w-ref-idx)(1:2) = "DV")
                 and (rf-today(w-ref-idx) = "Y"
                      or rf-tmrw(w-ref-idx) = "Y")
                 perform check-one-division
              end-if
           end-perform.

       check-one-division.
           move w-lookup-home to w-lookup-company
           if rf-key(w-ref-idx)(1:2) = "DV"
              move rf-key(w-ref-idx)(3:4) to w-lookup-company
           end-if
           move "CMP-" to w-lookup-prefix
           move "Y" to w-today-ok w-tmrw-ok
           if rf-today(w-ref-idx) = "Y"
              move rf-today-name(w-ref-idx)(1:4) to w-lookup-unit
              move w-run-date to w-lookup-date
              perform find-company-master-version
              move w-version-found to w-today-ok
           end-if
           if rf-tmrw(w-ref-idx) = "Y"
              move rf-tmrw-name(w-ref-idx)(1:4) to w-lookup-unit
              move w-tomorrow to w-lookup-date
              perform find-company-master-version
              move w-version-found to w-tmrw-ok
           end-if
           if w-today-ok not = "Y" or w-tmrw-ok not = "Y"
              move "DIVISION" to w-new-check
              move rf-key(w-ref-idx) to w-new-key
              move spaces to w-new-detail
              if w-today-ok not = "Y"
                 string "division " delimited by size
                        rf-today-name(w-ref-idx)(1:4) delimited by size
                        " has no CMP- entry" delimited by size
                        into w-new-detail
              else
                 string "division " delimited by size
                        rf-tmrw-name(w-ref-idx)(1:4) delimited by size
                        " has no CMP- entry from tomorrow"
                        delimited by size
                        into w-new-detail
              end-if
              move spaces to w-new-from w-new-to
              if w-tmrw-ok not = "Y"
                 move "Y" to w-new-tomorrow
              else
                 move "N" to w-new-tomorrow
              end-if
              perform add-finding
           end-if.

      *> a currency with no rate at all converts 1:1 with a warning in
      *> the daily run -- wrong numbers rather than a stop. Every
      *> currency entry, plain or qualified, is checked.
       check-currency-rates.
           open input exchange-rate-file
           if ws-rate-status = "00"
              set rates-available to true
           end-if
           perform varying w-ref-idx from 1 by 1
                 until w-ref-idx > w-ref-count
              if (rf-key(w-ref-idx)(1:4) = "CCY-"
                  or rf-key(w-ref-idx)(1:2) = "CY")
                 and rf-tmrw(w-ref-idx) = "Y"
                 and rf-tmrw-name(w-ref-idx)(1:3) not = w-corp-currency
                 move rf-tmrw-name(w-ref-idx)(1:3) to w-rate-currency
                 move w-tomorrow to w-rate-date
                 perform find-any-rate
                 if not rate-found
                    move "RATE" to w-new-check
                    move rf-key(w-ref-idx) to w-new-key
                    move spaces to w-new-detail
                    string "no exchange rate for " delimited by size
                           w-rate-currency delimited by size
                           " in force on " delimited by size
                           w-tomorrow delimited by size
                           into w-new-detail
                    move spaces to w-new-from w-new-to
                    move "Y" to w-new-tomorrow
                    perform add-finding
                 end-if
              end-if
           end-perform
           if rates-available
              close exchange-rate-file
           end-if.

       find-any-rate.
           move "N" to w-rate-found
           if rates-available
              move "N" to ws-rate-eof
              move w-rate-currency to xr-currency
              move "00000000" to xr-eff-date
              start exchange-rate-file
                    key is not less than xr-record-key
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
                          set rate-found to true
                          set rate-scan-done to true
                       end-if
                 end-read
              end-perform
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

       add-finding.
           if w-new-tomorrow = "Y"
              add 1 to w-broken-count
           end-if
           if w-finding-count >= w-finding-max
              add 1 to w-findings-dropped
              exit paragraph
           end-if
           add 1 to w-finding-count
           move w-new-check to mf-check(w-finding-count)
           move w-new-key to mf-key(w-finding-count)
           move w-new-detail to mf-detail(w-finding-count)
           move w-new-from to mf-from(w-finding-count)
           move w-new-to to mf-to(w-finding-count)
           move w-new-tomorrow to mf-tomorrow(w-finding-count).

       write-health-workbook.
           try
              set w-xssfworkbook to j-xssfworkbook:>new()
              set w-workbook to w-xssfworkbook
              set w-xssffont to w-xssfworkbook:>createFont()
              w-xssffont:>setBold(true)
              set w-cellstyle-bold to w-workbook:>createCellStyle()
              w-cellstyle-bold:>setFont(w-xssffont)
              perform write-health-sheet
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

       write-health-sheet.
           set w-sheet to w-workbook:>createSheet("HEALTH")
           move 0 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Master data health as of")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-run-date)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("next run date")
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue(w-tomorrow)
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("Check")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue("Key")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("Detail")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue("From")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(4)
           w-cell:>setCellValue("To")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(5)
           w-cell:>setCellValue("Breaks next run")
           w-cell:>setCellStyle(w-cellstyle-bold)
           perform varying w-finding-idx from 1 by 1
                 until w-finding-idx > w-finding-count
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue(mf-check(w-finding-idx))
              set w-cell to w-row:>createCell(1)
              w-cell:>setCellValue(mf-key(w-finding-idx))
              set w-cell to w-row:>createCell(2)
              w-cell:>setCellValue(function trim(mf-detail(w-finding-idx)))
              set w-cell to w-row:>createCell(3)
              w-cell:>setCellValue(mf-from(w-finding-idx))
              set w-cell to w-row:>createCell(4)
              w-cell:>setCellValue(mf-to(w-finding-idx))
              set w-cell to w-row:>createCell(5)
              w-cell:>setCellValue(mf-tomorrow(w-finding-idx))
              if mf-tomorrow(w-finding-idx) = "Y"
                 w-cell:>setCellStyle(w-cellstyle-bold)
              end-if
              add 1 to w-total-rows-written
           end-perform
           add 2 to w-row-num
           set w-row to w-sheet:>createRow(w-row-num)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("FINDINGS")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-finding-count)
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(2)
           w-cell:>setCellValue("breaking the next run")
           w-cell:>setCellStyle(w-cellstyle-bold)
           set w-cell to w-row:>createCell(3)
           w-cell:>setCellValue(w-broken-count)
           w-cell:>setCellStyle(w-cellstyle-bold)
           if w-findings-dropped > 0
              add 1 to w-row-num
              set w-row to w-sheet:>createRow(w-row-num)
              set w-cell to w-row:>createCell(0)
              w-cell:>setCellValue("NOT LISTED")
              w-cell:>setCellStyle(w-cellstyle-bold)
              set w-cell to w-row:>createCell(1)
              w-cell:>setCellValue(w-findings-dropped)
              w-cell:>setCellStyle(w-cellstyle-bold)
           end-if.

      *> anything that breaks tomorrow's run pages the on-call now,
      *> while there is still a day to fix the master; a clean night
      *> clears the condition so alert-escalate stops chasing it
       send-health-alert.
           move w-report-name to al-source
           move "N" to al-escalate
           move spaces to al-message
           if w-broken-count > 0
              move "CRITICAL" to al-severity
              string w-broken-count delimited by size
                     " master entry problem(s) break the run on "
                     delimited by size
                     w-tomorrow delimited by size
                     ", see master-health workbook" delimited by size
                     into al-message
           else
              move "CLEAR" to al-severity
              move "master data ready for the next run" to al-message
           end-if
           call "alert-send" using alert-parm
              on exception
                 continue
           end-call.

      *> catalog entry for the file named in cp-path; a catalog that
      *> cannot be written is reported and the run carries on
       catalog-output.
           move "A" to cp-function
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "master.dat" to cp-extract
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
                  " regions=" delimited by size
                  w-region-count delimited by size
                  " findings=" delimited by size
                  w-finding-count delimited by size
                  " broken-next-run=" delimited by size
                  w-broken-count delimited by size
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
