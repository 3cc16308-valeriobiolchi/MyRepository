           select hold-queue-file assign to "hold-queue.dat"
               organization is line sequential
               file status is ws-hold-status.
           select region-history-file assign to w-history-path
               organization is indexed
               access mode is dynamic
               record key is rh-record-key
           select fiscal-calendar-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-calendar-status.
           select txn-detail-file assign to "txn-detail.dat"
               organization is indexed
               access mode is dynamic
               record key is td-record-key
               file status is ws-detail-status.
           select adjustment-register-file
               assign to "adjustment-register.dat"
               organization is line sequential
               file status is ws-adjreg-status.
           select replay-list-file assign to w-replay-list-path
               organization is line sequential
               file status is ws-replay-status.

       data division.
       file section.
       copy "excel-reject.cpy".

       fd  summary-output-file.
       01  summary-line           pic x(300).

       fd  checkpoint-file.
       01  ckpt-line               pic x(20).
       fd  fiscal-calendar-file.
       copy "fiscal-calendar.cpy".

       fd  txn-detail-file.
       copy "txn-detail.cpy".

       fd  adjustment-register-file.
       copy "adjustment-register.cpy".

       fd  replay-list-file.
       01  replay-line             pic x(300).

       working-storage section.
       copy "ismsgws.cpy".
       copy "company-lookup-ws.cpy".

       77 w-report-name        pic x(32) value "excel-sample".
       77 w-archive-dir        pic x(64) value "archive".
             10 rt-region        pic x(4).
             10 rt-sheet         object reference j-sheet.
             10 rt-row-count     pic 9(4) value 0.
             10 rt-total1        pic s9(8)v999 value 0.
             10 rt-total2        pic s9(8)v999 value 0.
             10 rt-currency      pic x(3).
             10 rt-ctotal1       pic s9(10)v999 value 0.
             10 rt-ctotal2       pic s9(10)v999 value 0.
      *> the division this region rolls up to (DIV-rrrr on the
      *> master, division code in mr-name's first four characters);
      *> a region with no hierarchy entry is its own division, which
      *> region layout
             10 rt-division      pic x(4).
             10 rt-corp-done     pic x.
      *> the part of the totals above that came from inter-region
      *> transfer rows, local and converted: eliminated on the CORP
      *> sheet and posted to the intercompany account
             10 rt-xrow-count    pic 9(4) value 0.
             10 rt-xtotal1       pic s9(8)v999 value 0.
             10 rt-xtotal2       pic s9(8)v999 value 0.
             10 rt-xctotal1      pic s9(10)v999 value 0.
             10 rt-xctotal2      pic s9(10)v999 value 0.

      *> sorted side index over the region table (the table itself
      *> stays in first-seen order because its entries carry sheet
       77 idx int.
       77 counter int.

       77 w-num pic s9(8)v999.
       77 w-cnum pic s9(12)v999.
       77 w-csv-amount pic -(6)9.999.
       77 w-csv-amount1-text pic x(12).
       
       77 num-sheets int.
       77 num-rows int.
      *> off for a definition. No definitions file means one pass
      *> driven by the environment, exactly as before, so the
      *> domestic/EU/partner-facing variants stop being three
      *> hand-managed environments. Two optional trailing fields,
      *> template workbook|placement map, have template-render fill
      *> finance's branded template with the xlsx output instead of
      *> leaving it on a blank workbook. A fourteenth field names the
      *> company the definition's extracts belong to (blank is
      *> COMPANY_CODE, else the home company).
       77 w-defs-path             pic x(64) value "report-defs.dat".
       77 ws-defs-status          pic xx.
       77 ws-defs-eof             pic x value "N".
          05 rd-active            pic x.
          05 rd-hold              pic x.
          05 rd-draft             pic x.
          05 rd-company           pic x(4).
       77 rd-template-skip        pic x(160).
       77 w-fmt-tally             pic 9(2).
       77 w-fmt-list              pic x(24).
       77 w-fmt-xlsx              pic x value "Y".
       77 w-fmt-csv               pic x value "Y".
          88 fmt-csv-enabled      value "Y".

      *> branded-template rendering of the xlsx output. A rendered
      *> workbook carries the template's header block above the
      *> data, so its read-back starts at the placement row and
      *> passes over any template sheet that is not a region's.
       01 template-parm.
          05 tp-report-name       pic x(32).
          05 tp-workbook-path     pic x(256).
          05 tp-entity            pic x(40).
          05 tp-period            pic x(20).
          05 tp-prepared-by       pic x(20).
          05 tp-result            pic x(1).
          05 tp-first-row         pic 9(5).
          05 tp-message           pic x(120).
       77 w-tpl-rendered          pic x value "N".
          88 template-rendered    value "Y".
       77 w-tpl-first-row         pic 9(5) value 0.
       77 w-tpl-readback          pic x value "N".
          88 template-readback    value "Y".
       77 w-tpl-read-first-row    pic 9(5) value 0.
       77 w-tpl-sheet-region      pic x(4).
       77 w-tpl-input             object reference j-input.

      *> every output file goes on the report catalog (catalog-record)
      *> once the extract's counts are final, so it can be found again
      *> by report, region, run date or source extract
       copy "catalog-parm.cpy".
       77 w-cat-region-ptr        pic 9(3).
       77 w-cat-region-idx        pic 9(4).

      *> hold-for-approval: when REPORT_HOLD_FOR_APPROVAL=Y (or a
      *> definition's hold flag says so), finished reports queue as
      *> PENDING in hold-queue.dat instead of leaving the building;
       77 w-env-method            pic x(6).
       77 w-env-password-set      pic x.
       77 w-env-bridge            pic x.

      *> the legal entity the current definition's extracts belong
      *> to: the definition's company field, else COMPANY_CODE, else
      *> the home company. History, calendar, GL feed and balance
      *> control all carry it, since region codes are only unique
      *> within a company.
       77 w-home-company          pic x(4) value "0001".
       77 w-env-company           pic x(4).
       77 w-company               pic x(4).
       77 w-company-checked       pic x value "N".
          88 company-already-checked value "Y".
       77 ws-hold-status          pic xx.
       77 w-pending-count         pic 9(2) value 0.
       01 pending-table.
       77 w-header                 object reference j-header.
       77 w-name-stamp             pic x(6).

      *> replay mode (EXCEL_REPLAY_LIST, set by history-rebuild.cbl):
      *> the extracts named on the list -- path|kind|original run
      *> date|intake name|company, one per line -- go through exactly
      *> the validation of a live run, dated their original run date,
      *> as a draft in every other respect; the only thing written is
      *> their totals, into the shadow history file history-rebuild
      *> compares against the live one. A reversal on the list is
      *> passed over: its original is marked REVERSED and never
      *> listed, so the pair nets to nothing, as it did live.
       77 w-replay-list-path       pic x(256) value spaces.
       77 ws-replay-status         pic xx.
       77 ws-replay-eof            pic x value "N".
          88 replay-at-eof         value "Y".
       77 w-replay-mode            pic x value "N".
          88 replay-mode-active    value "Y".
       77 w-replay-run-date        pic x(8).
       77 w-replay-company         pic x(4).
       77 w-replay-count           pic 9(6) value 0.
       77 w-replay-failed          pic 9(6) value 0.

      *> reference-code validation during batch generation: each
      *> record's ei-region (and, when EXCEL_VALIDATE_LABELS=Y,
      *> ei-label) must exist on the master.dat reference table
       77 w-dev-date-9               pic 9(8).
       77 w-dev-date-int             pic 9(8).
       77 w-dev-count                pic 9(4).
       77 w-dev-sum1                 pic s9(14)v999.
       77 w-dev-sum2                 pic s9(14)v999.
       77 w-dev-avg1                 pic s9(10)v999.
       77 w-dev-avg2                 pic s9(10)v999.
       77 w-dev-hi                   pic s9(12)v999.
       77 w-dev-lo                   pic s9(12)v999.
       77 w-dev-band                 pic 9(12)v999.
       77 w-dev-total-ed             pic -(9)9.999.
       77 w-dev-avg-ed               pic -(9)9.999.
       77 w-dev-which                pic x(6).

      *> per-region daily totals are kept on a keyed history file
      *> region/date already on file accumulates (several extracts
      *> processed the same night all count toward that day), so the
      *> day's record reflects everything that actually went in.
       77 w-history-path           pic x(64) value "region-history.dat".
       77 ws-history-status        pic xx.
       77 w-history-written        pic x value "N".
          88 history-already-written value "Y".
       77 w-gl-lookup              pic x(10).
       77 w-gl-suffix              pic x(4).
       77 w-gl-account             pic x(10).
      *> the region's signed net for the run; the posting file only
      *> ever carries its size, on whichever side the sign says
       77 w-gl-amount              pic s9(10)v99.
       77 w-gl-debit-prefix        pic x(4).
       77 w-gl-credit-prefix       pic x(4).
       77 w-gl-region              pic x(4).
       77 w-gl-debits              pic 9(12)v99 value 0.
       77 w-gl-credits             pic 9(12)v99 value 0.
       77 w-gl-count               pic 9(6) value 0.
       77 w-gl-produced            pic x value "N".
          88 gl-file-produced      value "Y".

      *> chart-of-accounts mapping: a COA- master entry gives a label
      *> (COA-label), or every label starting with the same characters
      *> (a label group), its own debit account (mr-name's first ten
      *> characters) and credit account (the next ten), effective-dated
      *> and approved like any other master entry. The longest prefix
      *> on file wins, up to the six characters the key has room for
      *> after COA-. A mapped row posts in its region's pair for that
      *> category instead of the region pair; a label with no mapping
      *> stays on the region pair and is named once per extract, as a
      *> warning and in the run summary. Labels are resolved once per
      *> extract, not once per row.
       77 w-label-map-count        pic 9(4) value 0.
       77 w-label-map-idx          pic 9(4).
       77 w-label-map-slot         pic 9(4).
       01 label-map-table.
          05 lm-entry occurs 1000 times.
             10 lm-label           pic x(10).
             10 lm-coa-key         pic x(10).
             10 lm-debit-account   pic x(10).
             10 lm-credit-account  pic x(10).
       77 w-coa-len                pic 9(2).
       77 w-coa-key                pic x(10).
       77 w-coa-debit              pic x(10).
       77 w-coa-credit             pic x(10).
       77 w-unmapped-count         pic 9(4) value 0.
       77 w-unmapped-list          pic x(100) value spaces.
       77 w-unmapped-ptr           pic 9(4) value 1.
       77 w-summary-ptr            pic 9(4).
      *> the run's mapped totals by region and category, in local
      *> currency like rt-total1/2, rebuilt on every format pass
       77 w-gl-cat-count           pic 9(4) value 0.
       77 w-gl-cat-idx             pic 9(4).
       77 w-gl-cat-slot            pic 9(4).
       77 w-gl-cat-full            pic x value "N".
          88 gl-category-table-full value "Y".
       77 w-gl-slot                pic 9(4).
       77 w-gl-cat-net             pic s9(10)v99.
       01 gl-category-table.
          05 gc-entry occurs 2000 times.
             10 gc-region-slot     pic 9(4).
             10 gc-coa-key         pic x(10).
             10 gc-debit-account   pic x(10).
             10 gc-credit-account  pic x(10).
             10 gc-total1          pic s9(8)v999.
             10 gc-total2          pic s9(8)v999.

      *> balance-control records for daily-balance.cbl's end-of-chain
      *> proof: written once per live extract, right after the
      *> durable history/GL writes, so the proof ties what this run
          88 balance-already-written value "Y".
       77 w-balance-rows           pic 9(8).

      *> line-level detail behind the totals: every row
      *> write-excel-batch-row accepts goes to txn-detail.dat keyed by
      *> region, run date, extract, and row number, so txn-inquiry can
      *> list what makes up a history figure. Only the first
      *> generation pass of a live extract writes (the later format
      *> passes re-read the same rows), and a run that ends FAILED
      *> takes its rows back out, the same way it never reaches the
      *> history -- the detail always adds up to what was posted.
       77 ws-detail-status         pic xx.
       77 ws-detail-eof            pic x value "N".
          88 detail-scan-done      value "Y".
       77 w-detail-written         pic x value "N".
          88 detail-already-written value "Y".
       77 w-detail-active          pic x value "N".
          88 detail-pass-active    value "Y".
       77 w-detail-dup-warned      pic x value "N".
          88 detail-dup-warned     value "Y".
       77 w-detail-region          pic x(4).
       77 w-detail-date            pic x(8).
       77 w-detail-extract         pic x(60).
       77 w-detail-status-new      pic x.

      *> cross-extract duplicate check: a row matching, on region,
      *> label, entry date and both amounts, a row already accepted
      *> from a different extract in the last EXCEL_DUP_LOOKBACK_DAYS
      *> run days (default 7, 0 switches the check off) is rejected
      *> (R14, naming the extract it repeats) instead of being counted
      *> a second time -- a branch resending rows under a new file
      *> name, or two submitters sending the same invoice, gets past
      *> the fingerprint check. The extract's reports are held in
      *> hold-queue.dat with the reason, the same way the deviation
      *> guard holds them, so a reviewer decides whether the rows
      *> were genuine (and resubmits them) before any of it goes out.
       77 w-rowdup-days-x          pic x(4).
       77 w-rowdup-days            pic 9(4) value 7.
       77 w-rowdup-cutoff          pic x(8).
       77 w-rowdup-date-9          pic 9(8).
       77 w-rowdup-date-int        pic 9(8).
       77 w-rowdup-opened          pic x value "N".
          88 rowdup-file-opened    value "Y".
       77 w-rowdup-match           pic x value "N".
          88 rowdup-found          value "Y".
       77 w-rowdup-extract         pic x(60).
       77 w-rowdup-run-date        pic x(8).
       77 w-rowdup-count           pic 9(6) value 0.
       77 w-rowdup-hold            pic x value "N".
          88 rowdup-hold-active    value "Y".
       77 w-rowdup-text            pic x(80).
      *> a replayed row is judged by its own txn-detail record from
      *> the run being replayed: A = on file (accepted then), R = the
      *> extract's other rows are on file but not this one (rejected
      *> then), L = nothing on file for the extract and region (it
      *> predates the detail file), so the live check decides.
       77 w-replay-row             pic x.
          88 replay-row-accepted   value "A".
          88 replay-row-rejected   value "R".
          88 replay-row-live-check value "L".

      *> prior-period adjustments: an extract whose first record is
      *> an ADJUSTMENT header (see excel-input.cpy) carries late rows
      *> for the closed period it names. The named period must be on
      *> the calendar and closed, and the run date's own period must
      *> be open; rows dated inside the named period are then exempt
      *> from the period lock and post under today's run date like
      *> any other row -- so they land in the open period's history
      *> and GL feed while the closed period's figures stay as signed
      *> off. Rows dated anywhere else are rejected (R12). The GL
      *> lines carry the adjustment flag, the detail rows the period
      *> they relate to, and each region's net goes on
      *> adjustment-register.dat for the monthly register workbook.
       77 ws-adjreg-status         pic xx.
       77 ws-adjreg-eof            pic x value "N".
          88 adjreg-at-eof         value "Y".
       77 w-adjust-extract         pic x value "N".
          88 adjustment-extract    value "Y".
       77 w-adjust-checked         pic x value "N".
          88 adjustment-already-checked value "Y".
       77 w-adjust-registered      pic x value "N".
          88 adjustment-already-registered value "Y".
       77 w-adjust-period          pic x(6).
       77 w-adjust-post-period     pic x(6).
       77 w-adjust-submitter       pic x(20).
       77 w-adjust-offsets         pic 9(4).

      *> inter-region transfers: XFER rows (see excel-input.cpy) are
      *> checked for amounts signed for their direction and a known
      *> counterparty other than the row's own region (R13 otherwise)
      *> and summed per sender/receiver pair; a pair that does not net
      *> to zero across the extract fails the run before anything
      *> durable is written. Each side stays in its own region's
      *> totals, the CORP sheet shows the elimination per division and
      *> for the corporation, and the GL feed posts that part of a
      *> region's net against its intercompany account (GLI-rrrr)
      *> instead of clearing.
       77 w-xfer-row               pic x value "N".
          88 transfer-row          value "Y".
       77 w-xfer-checked           pic x value "N".
          88 transfers-already-checked value "Y".
       77 w-xfer-sender            pic x(4).
       77 w-xfer-receiver          pic x(4).
       77 w-xfer-count             pic 9(4) value 0.
       77 w-xfer-max               pic 9(4) value 500.
       77 w-xfer-idx               pic 9(4).
       77 w-xfer-slot              pic 9(4).
       01 transfer-pair-table.
          05 xp-entry occurs 500 times.
             10 xp-sender          pic x(4).
             10 xp-receiver        pic x(4).
             10 xp-net1            pic s9(10)v999.
             10 xp-net2            pic s9(10)v999.

      *> currency restatement for extracts booked in local currency:
      *> each region's currency comes from the master (CCY-rrrr,
      *> currency code in mr-name's first three characters), the
       77 w-rate-this-key          pic x(11).
       77 w-rate-warned            pic x value "N".
          88 rate-miss-warned      value "Y".
       77 w-conv1                  pic s9(10)v999.
       77 w-conv2                  pic s9(10)v999.
       77 w-corp-grand1            pic s9(12)v999.
       77 w-corp-grand2            pic s9(12)v999.
       77 w-corp-row               pic 9(4).
       77 w-corp-outer             pic 9(4).
       77 w-corp-inner             pic 9(4).
       77 w-corp-div               pic x(4).
       77 w-div-label              pic x(8).
       77 w-div-sub1               pic s9(12)v999.
       77 w-div-sub2               pic s9(12)v999.
       77 w-div-xrows              pic 9(6).
       77 w-div-elim1              pic s9(12)v999.
       77 w-div-elim2              pic s9(12)v999.
       77 w-corp-xrows             pic 9(6).
       77 w-corp-elim1             pic s9(12)v999.
       77 w-corp-elim2             pic s9(12)v999.
       77 w-elim-label             pic x(12).
       77 w-elim1                  pic s9(12)v999.
       77 w-elim2                  pic s9(12)v999.

      *> EXCEL_GL_BY_DIVISION=Y resolves posting accounts at division
      *> level (GLD-dddd/GLC-dddd) for the regions finance books
       77 w-conv-date-out          object reference j-simpledateformat.
       01 cv-record.
          05 cv-label              pic x(10).
          05 cv-amount1            pic s9(6)v999.
          05 cv-amount2            pic s9(6)v999.
          05 cv-entry-date         pic x(8).
          05 cv-region             pic x(4).
       01 cv-trailer.
       01 reversal-region-table.
          05 xv-entry occurs 500 times.
             10 xv-region          pic x(4).
             10 xv-total1          pic s9(12)v999.
             10 xv-total2          pic s9(12)v999.
             10 xv-xfer1           pic s9(12)v999.
             10 xv-xfer2           pic s9(12)v999.
             10 xv-cat-net         pic s9(12)v999.
      *> the original run's K records: each mapped category's net and
      *> the accounts it was posted to, by reversal region entry
       77 w-rev-cat-count          pic 9(4) value 0.
       77 w-rev-cat-idx            pic 9(4).
       01 reversal-category-table.
          05 xk-entry occurs 2000 times.
             10 xk-region-slot     pic 9(4).
             10 xk-debit-account   pic x(10).
             10 xk-credit-account  pic x(10).
             10 xk-net             pic s9(12)v999.

      *> period locking against the fiscal calendar period-maint.cbl
      *> maintains and period-close.cbl closes: any record whose
           perform get-validation-config.
           perform get-currency-config.
           perform get-deviation-config.
           perform get-duplicate-config.
           perform get-intake-config.
           perform get-company-config.
           perform get-replay-config.

           if replay-mode-active
              perform run-replay-list
              if w-run-status = "FAILED"
                 move 8 to return-code
              end-if
              goback
           end-if

           move w-hold-reports to w-hold-base
           move w-report-name to w-default-report-name
           end-if.

      *> pipe-delimited: name|intake dir|formats|locale|password Y/N|
      *> method|target|bridge Y/N|active Y/N|hold Y/N|draft Y/N|
      *> template|placement map|company. The two template fields are
      *> template-render's and are skipped here. Blank fields keep
      *> their defaults.
       parse-report-definition.
           move spaces to report-def-fields
           unstring defs-line delimited by "|"
              into rd-name, rd-input-dir, rd-formats, rd-locale,
                   rd-password, rd-method, rd-target, rd-bridge,
                   rd-active, rd-hold, rd-draft, rd-template-skip,
                   rd-template-skip, rd-company
           move function upper-case(rd-formats) to rd-formats
           move function upper-case(rd-locale) to rd-locale
           move function upper-case(rd-password) to rd-password
           else
              move w-env-draft to w-draft-mode
           end-if
           if rd-company not = spaces
              move rd-company to w-company
           else
              move w-env-company to w-company
           end-if
      *> remember this definition's own hold setting: the deviation
      *> guard may force w-hold-reports on for one extract, and the
      *> next extract must start from the definition's flag again
      *> downstream (fingerprint, intake filing, hold flush) can
      *> mistake it for a live run
           if draft-mode-active and w-run-status = "SUCCESS"
              if replay-mode-active
                 move "REPLAY" to w-run-status
              else
                 move "DRAFT" to w-run-status
              end-if
           end-if
           perform write-run-summary
           if not draft-mode-active
              perform flush-hold-queue
           end-if
           perform catalog-extract-outputs.

      *> per-extract totals, latches, and status go back to their
      *> start-of-run state so the second intake file's summary line
           move "N" to w-history-written
           move "N" to w-glpost-written
           move "N" to w-gl-produced
           move 0 to w-label-map-count
           move 0 to w-unmapped-count
           move spaces to w-unmapped-list
           move 1 to w-unmapped-ptr
           move "N" to w-gl-cat-full
           move "N" to w-balance-written
           move "N" to w-detail-written
           move "N" to w-detail-active
           move "N" to w-detail-dup-warned
           move "N" to w-adjust-extract
           move "N" to w-adjust-checked
           move "N" to w-company-checked
           move "N" to w-adjust-registered
           move "N" to w-xfer-checked
           move spaces to w-adjust-period w-adjust-post-period
                          w-adjust-submitter
           move "N" to w-rate-warned
           move "N" to w-period-rejected
           move "N" to w-deviation-hit
           move "N" to w-deviation-checked
           move spaces to w-deviation-text
           move "N" to w-rowdup-hold
           move spaces to w-rowdup-text
           move 0 to w-rowdup-count
           move w-hold-base to w-hold-reports
           move 0 to w-pending-count
           move 0 to w-annotate-count
           move "N" to w-tpl-rendered
           move 0 to w-tpl-first-row
           move "SUCCESS" to w-run-status.

      *> fingerprint = base name + size in bytes + CRC32 of the
              move "input" to w-intake-dir
           end-if.

      *> COMPANY_CODE names the company for extracts whose report
      *> definition does not carry one (and for a run with no
      *> definitions file at all); unset, it is the home company.
       get-company-config.
           accept w-env-company from environment "COMPANY_CODE"
              on exception move spaces to w-env-company
           end-accept
           move function upper-case(w-env-company) to w-env-company
           if w-env-company = spaces
              move w-home-company to w-env-company
           end-if
           move w-env-company to w-company.

      *> a replay is always a single pass under its own report name
      *> (today's live reject file and workbooks are left alone), with
      *> xlsx only, no delivery, no bridge, no hold and no deviation
      *> guard -- the guard would be judging the shadow history.
       get-replay-config.
           accept w-replay-list-path from environment "EXCEL_REPLAY_LIST"
              on exception move spaces to w-replay-list-path
           end-accept
           if function trim(w-replay-list-path) not = spaces
              set replay-mode-active to true
              move "Y" to w-draft-mode w-env-draft
              move "history-replay" to w-report-name
              move "region-history-shadow.dat" to w-history-path
              move "Y" to w-fmt-xlsx
              move "N" to w-fmt-xls w-fmt-csv
              move spaces to w-distribute-method
              move "N" to w-bridge-master w-hold-reports w-hold-base
              move 0 to w-deviation-pct
           end-if.

       run-replay-list.
           set batch-mode to true
           move 1 to w-intake-idx
           open input replay-list-file
           if ws-replay-status not = "00"
              display "excel-sample: replay list "
                      function trim(w-replay-list-path)
                      " unavailable, status=" ws-replay-status
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           move "N" to ws-replay-eof
           perform until replay-at-eof
              read replay-list-file
                 at end
                    set replay-at-eof to true
                 not at end
                    if function trim(replay-line) not = spaces
                       perform replay-one-extract
                    end-if
              end-read
           end-perform
           close replay-list-file
           display "excel-sample: " w-replay-count
                   " extract(s) replayed, " w-replay-failed " failed"
           if w-replay-failed > 0
              move "FAILED" to w-run-status
           else
              move "SUCCESS" to w-run-status
           end-if.

      *> the list entry stands in for intake slot 1, so conversion,
      *> reversal detection and the summary line see the extract
      *> under the name it was processed by, for the company it was
      *> processed for.
       replay-one-extract.
           move spaces to it-path(1) it-name(1) it-kind(1)
                          w-replay-run-date w-replay-company
           unstring replay-line delimited by "|"
              into it-path(1), it-kind(1), w-replay-run-date,
                   it-name(1), w-replay-company
           if w-replay-company = spaces
              move w-env-company to w-company
           else
              move w-replay-company to w-company
           end-if
           move it-path(1) to w-input-path
           perform reset-extract-counters
           move "N" to w-is-reversal
           if it-kind(1) = "D"
              perform detect-reversal-extract
           end-if
           if reversal-extract
              display "replay: " function trim(it-name(1))
                      " is a reversal, nothing to replay"
              exit paragraph
           end-if
           add 1 to w-replay-count
           set conversion-ok to true
           if it-kind(1) = "X"
              perform convert-xlsx-extract
           end-if
           if conversion-ok
              perform process-one-extract
           else
              move "FAILED" to w-run-status
              perform write-run-summary
           end-if
           if it-kind(1) = "X"
              perform discard-converted-file
           end-if
           if w-run-status = "FAILED"
              add 1 to w-replay-failed
           end-if.

      *> collect every *.dat extract -- and every native *.xlsx
      *> workbook, which rides through the per-submitter column
      *> mappings -- waiting in the intake directory, up to the
                  function trim(it-name(w-intake-idx))
                  delimited by size
                  ".dat" delimited by size
                  into w-converted-path
           if replay-mode-active
              move w-replay-run-date to w-run-date
           end-if.

      *> first mapping whose prefix starts the workbook's file name
      *> wins, so one office's workbooks can share an entry while a
                 move "FAILED" to w-run-status
              else
                 perform open-master-for-codes
                 perform find-adjustment-registration
                 if w-adjust-offsets > 0
                    set adjustment-extract to true
                 end-if
                 perform write-reversal-gl-posting
                 if w-run-status not = "FAILED"
                    perform back-out-region-history
                 end-if
                 if w-run-status not = "FAILED"
                    perform mark-fingerprint-reversed
                    perform mark-detail-reversed
                    perform offset-adjustment-register
                    move w-rev-region-count to w-records-read
                 end-if
                 perform close-master-if-needed
           end-if.

      *> the original run's R records are exactly what it posted to
      *> the workbook, the history, and the GL feed. Only this
      *> company's count -- a record from before companies were
      *> carried belongs to the home company.
       load-reversal-totals.
           move 0 to w-rev-region-count
           move 0 to w-rev-cat-count
           open input balance-control-file
           if ws-balance-status = "00"
              move "N" to ws-balance-eof
                    at end
                       set balance-at-eof to true
                    not at end
                       if bc-company = spaces
                          move w-home-company to bc-company
                       end-if
                       if bc-record-type = "R"
                          and bc-company = w-company
                          and bc-run-date = w-rev-orig-date
                          and function trim(bc-extract)
                             = function trim(w-reversal-ref)
                             to xv-total1(w-rev-region-count)
                          move bc-amount2
                             to xv-total2(w-rev-region-count)
                          move 0 to xv-xfer1(w-rev-region-count)
                          move 0 to xv-xfer2(w-rev-region-count)
                          move 0 to xv-cat-net(w-rev-region-count)
                       end-if
      *> a region's transfer part follows its R record directly
                       if bc-record-type = "X"
                          and bc-company = w-company
                          and bc-run-date = w-rev-orig-date
                          and function trim(bc-extract)
                             = function trim(w-reversal-ref)
                          and w-rev-region-count > 0
                          and xv-region(w-rev-region-count) = bc-region
                          move bc-amount1
                             to xv-xfer1(w-rev-region-count)
                          move bc-amount2
                             to xv-xfer2(w-rev-region-count)
                       end-if
      *> and its mapped categories follow that
                       if bc-record-type = "K"
                          and bc-company = w-company
                          and bc-run-date = w-rev-orig-date
                          and function trim(bc-extract)
                             = function trim(w-reversal-ref)
                          and w-rev-region-count > 0
                          and xv-region(w-rev-region-count) = bc-region
                          and w-rev-cat-count < 2000
                          add 1 to w-rev-cat-count
                          move w-rev-region-count
                             to xk-region-slot(w-rev-cat-count)
                          move bc-debit-account
                             to xk-debit-account(w-rev-cat-count)
                          move bc-credit-account
                             to xk-credit-account(w-rev-cat-count)
                          compute xk-net(w-rev-cat-count) =
                             bc-amount1 + bc-amount2
                          add xk-net(w-rev-cat-count)
                             to xv-cat-net(w-rev-region-count)
                       end-if
                 end-read
              end-perform
           string w-archive-day-path delimited by size
                  "/glpost-" delimited by size
                  function trim(w-report-name) delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  "-reversal.dat" delimited by size
                  into w-glpost-path
           open output gl-posting-file
           compute w-gl-amount rounded =
              xv-total1(w-rev-region-idx)
              + xv-total2(w-rev-region-idx)
              - xv-xfer1(w-rev-region-idx)
              - xv-xfer2(w-rev-region-idx)
              - xv-cat-net(w-rev-region-idx)
           perform resolve-reversal-suffix
           move xv-region(w-rev-region-idx) to w-gl-region
      *> the mirror image of whatever side the original was written
      *> on: a region that netted to a credit was posted debit
      *> clearing, so its reversal debits the region account. As in
      *> the original, a region whose whole net was transfers or
      *> mapped categories had no clearing pair to reverse.
           if w-gl-amount not = 0
              or (xv-xfer1(w-rev-region-idx) = 0
                  and xv-xfer2(w-rev-region-idx) = 0
                  and xv-cat-net(w-rev-region-idx) = 0)
              if w-gl-amount < 0
                 compute w-gl-amount = 0 - w-gl-amount
                 move "GLD-" to w-gl-debit-prefix
                 move "GLC-" to w-gl-credit-prefix
              else
                 move "GLC-" to w-gl-debit-prefix
                 move "GLD-" to w-gl-credit-prefix
              end-if
              perform write-gl-pair-lines
           end-if
           perform varying w-rev-cat-idx from 1 by 1
                 until w-rev-cat-idx > w-rev-cat-count
              if xk-region-slot(w-rev-cat-idx) = w-rev-region-idx
                 perform write-reversal-category-pair
              end-if
           end-perform
           if xv-xfer1(w-rev-region-idx) not = 0
              or xv-xfer2(w-rev-region-idx) not = 0
              perform write-reversal-transfer-pair
           end-if.

      *> mirror of write-gl-transfer-pair for the original run's
      *> transfer part (its X record).
       write-reversal-transfer-pair.
           compute w-gl-amount rounded =
              xv-xfer1(w-rev-region-idx) + xv-xfer2(w-rev-region-idx)
           if w-gl-amount < 0
              compute w-gl-amount = 0 - w-gl-amount
              move "GLD-" to w-gl-debit-prefix
              move "GLI-" to w-gl-credit-prefix
           else
              move "GLI-" to w-gl-debit-prefix
              move "GLD-" to w-gl-credit-prefix
           end-if
           perform write-gl-pair-lines.

      *> mirror of write-gl-category-pair for one of the original
      *> run's K records, against the accounts it was posted to then
      *> (not whatever the COA- entry says today)
       write-reversal-category-pair.
           compute w-gl-amount rounded = xk-net(w-rev-cat-idx)
           if w-gl-amount = 0
              exit paragraph
           end-if
           if w-gl-amount < 0
              compute w-gl-amount = 0 - w-gl-amount
              move xk-debit-account(w-rev-cat-idx) to w-gl-account
              perform write-gl-debit-line
              move xk-credit-account(w-rev-cat-idx) to w-gl-account
              perform write-gl-credit-line
           else
              move xk-credit-account(w-rev-cat-idx) to w-gl-account
              perform write-gl-debit-line
              move xk-debit-account(w-rev-cat-idx) to w-gl-account
              perform write-gl-credit-line
           end-if.

       resolve-reversal-suffix.
           move xv-region(w-rev-region-idx) to w-gl-suffix
           if gl-by-division
              move "DIV-" to w-lookup-prefix
              move xv-region(w-rev-region-idx) to w-lookup-unit
              move w-company to w-lookup-company
              move w-run-date to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:4) to w-gl-suffix
              end-if

      *> the original run's amounts come back out of its own run
      *> date's history records, so the month-to-date rollup stops
      *> carrying the bad numbers. Totals are signed nets, so the
      *> backout is a straight subtraction -- a day left negative by
      *> it is a day whose credits outweighed what remains.
       back-out-region-history.
           open i-o region-history-file
           if ws-history-status not = "00"
           end-if
           perform varying w-rev-region-idx from 1 by 1
                 until w-rev-region-idx > w-rev-region-count
              move w-company to rh-company
              move xv-region(w-rev-region-idx) to rh-region
              move w-rev-orig-date to rh-run-date
              read region-history-file
                           into w-batch-msg
                    perform log-batch-message
                 not invalid key
                    subtract xv-total1(w-rev-region-idx)
                       from rh-total1
                    subtract xv-total2(w-rev-region-idx)
                       from rh-total2
                    rewrite region-history-record
              end-read
           end-perform
           close region-history-file.

      *> the reversed extract's rows stay on txn-detail.dat for the
      *> audit trail, stamped R so the inquiry stops counting them in
      *> the region's figure.
       mark-detail-reversed.
           open i-o txn-detail-file
           if ws-detail-status = "00"
              move w-rev-orig-date to w-detail-date
              move w-reversal-ref to w-detail-extract
              move "R" to w-detail-status-new
              perform varying w-rev-region-idx from 1 by 1
                    until w-rev-region-idx > w-rev-region-count
                 move xv-region(w-rev-region-idx) to w-detail-region
                 perform update-extract-detail
              end-perform
              close txn-detail-file
           end-if.

      *> reversing an adjustment extract takes it back off the books,
      *> so the register gets the offsetting lines (status R, same
      *> periods and submitter as the original) and keeps netting to
      *> what was actually posted. An ordinary extract has no register
      *> lines and nothing is written.
       offset-adjustment-register.
           perform find-adjustment-registration
           if w-adjust-offsets > 0
              open extend adjustment-register-file
              perform varying w-rev-region-idx from 1 by 1
                    until w-rev-region-idx > w-rev-region-count
                 move spaces to adjustment-register-record
                 move w-company to ar-company
                 move w-run-date to ar-run-date
                 move w-adjust-post-period to ar-post-period
                 move w-adjust-period to ar-orig-period
                 move xv-region(w-rev-region-idx) to ar-region
                 move w-adjust-submitter to ar-submitter
                 move w-reversal-ref to ar-extract
                 move 0 to ar-rows
                 compute ar-amount1 = 0 - xv-total1(w-rev-region-idx)
                 compute ar-amount2 = 0 - xv-total2(w-rev-region-idx)
                 move "R" to ar-status
                 write adjustment-register-record
              end-perform
              close adjustment-register-file
           end-if.

      *> the original run's register lines, if it was an adjustment:
      *> counted in w-adjust-offsets, with its periods and submitter.
      *> Also asked before the reversal's GL file is written, so the
      *> backout posts as an adjustment (gp-adjust-flag A) the way
      *> the original did rather than as current-period money.
       find-adjustment-registration.
           move 0 to w-adjust-offsets
           open input adjustment-register-file
           if ws-adjreg-status not = "00"
              exit paragraph
           end-if
           move "N" to ws-adjreg-eof
           perform until adjreg-at-eof
              read adjustment-register-file
                 at end
                    set adjreg-at-eof to true
                 not at end
                    if ar-company = w-company
                       and ar-run-date = w-rev-orig-date
                       and ar-status = space
                       and function trim(ar-extract)
                          = function trim(w-reversal-ref)
                       add 1 to w-adjust-offsets
                       move ar-orig-period to w-adjust-period
                       move ar-post-period to w-adjust-post-period
                       move ar-submitter to w-adjust-submitter
                    end-if
              end-read
           end-perform
           close adjustment-register-file.

      *> the matched line gets |REVERSED|<today> appended and the
      *> control file is rewritten whole (it was loaded in
      *> remember to attach and send them; a delivery failure is logged
      *> like any other exception but does not fail the run, since the
      *> file was already written successfully to the local archive.
      *> a deviation or duplicate hold queues the report even when no
      *> distribution method is configured -- the queue entry is what
      *> tells the reviewer the run was stopped and why.
       distribute-report.
           if draft-mode-active
              display function trim(w-output-path)
              exit paragraph
           end-if
           if not distribute-none or deviation-hold-active
              or rowdup-hold-active
              if hold-enabled
                 perform queue-for-approval
              else
                 move w-reject-count to hq-rejected
                 move w-warning-count to hq-warnings
                 move w-run-status to hq-run-status
      *> a deviation hold leads the reason, since the dashboard picks
      *> out the regions held for out-of-pattern amounts by its
      *> "region " start; suspected duplicates follow it, or stand
      *> alone when they are the only stop
                 if deviation-hold-active
                    move w-deviation-text to hq-hold-reason
                    if rowdup-hold-active
                       move spaces to hq-hold-reason
                       string function trim(w-deviation-text)
                                 delimited by size
                              "; " delimited by size
                              function trim(w-rowdup-text)
                                 delimited by size
                              into hq-hold-reason
                    end-if
                 else
                    move w-rowdup-text to hq-hold-reason
                 end-if
                 write hold-queue-record
              end-perform
              close hold-queue-file
              move 0 to w-pending-count
           end-if.

      *> one catalog entry per format file this extract produced,
      *> after the hold flush so a held file is cataloged PENDING
       catalog-extract-outputs.
           move spaces to catalog-parm
           perform build-catalog-regions
           if fmt-xlsx-enabled
              move w-xlsx-path to cp-path
              perform catalog-one-output
           end-if
           if fmt-xls-enabled
              move w-xls-path to cp-path
              perform catalog-one-output
           end-if
           if fmt-csv-enabled
              move w-csv-path to cp-path
              perform catalog-one-output
           end-if.

      *> the extract's region codes, as many as fit, "+" for the rest
       build-catalog-regions.
           move spaces to cp-regions
           move 1 to w-cat-region-ptr
           perform varying w-cat-region-idx from 1 by 1
                 until w-cat-region-idx > w-region-count
              if w-cat-region-ptr > 55
                 move "+" to cp-regions(60:1)
              else
                 string rt-region(w-cat-region-idx) delimited by size
                        " " delimited by size
                        into cp-regions
                        with pointer w-cat-region-ptr
                 end-string
              end-if
           end-perform.

       catalog-one-output.
           move "A" to cp-function
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move w-input-path to cp-extract
           move w-total-rows-written to cp-rows
           move w-reject-count to cp-rejects
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display "WARNING: not cataloged: " function trim(cp-path)
           end-if.

       distribute-via-sftp.
           set w-jsch to j-jsch:>new()
           w-jsch:>setKnownHosts(function trim(w-sftp-known-hosts))
                 to w-deviation-days
           end-if.

       get-duplicate-config.
           accept w-rowdup-days-x from environment
                  "EXCEL_DUP_LOOKBACK_DAYS"
              on exception move spaces to w-rowdup-days-x
           end-accept
           if function trim(w-rowdup-days-x) not = spaces
              move function numval(w-rowdup-days-x) to w-rowdup-days
           end-if.

      *> a missing exchange-rate file just leaves conversion at 1:1
      *> with a warning -- the office that never needed rates doesn't
      *> have to create an empty file to keep running.
           if calendar-available
              move ei-entry-date to w-period-date
              perform find-period-for-date
              if adjustment-extract
                 perform check-adjustment-row-period
                 exit paragraph
              end-if
      *> a replayed run was taken while its period was open; the
      *> close since then does not make its rows wrong
              if period-found and fc-status = "C"
                 and not replay-mode-active
                 set input-codes-invalid to true
                 move "R07" to w-reject-code
                 move "entry date falls in a closed period"
              end-if
           end-if.

      *> an adjustment extract's rows must belong to the closed period
      *> its header names (R12 otherwise, row rejected, run goes on);
      *> those rows are exactly what the lock is lifted for.
       check-adjustment-row-period.
           if not period-found or fc-period not = w-adjust-period
              set input-codes-invalid to true
              move "R12" to w-reject-code
              move "entry date outside the adjusted period"
                 to w-reject-text
              perform log-code-reject
           end-if.

      *> the COMPANY header: like the ADJUSTMENT header it is read on
      *> every generation pass and checked once per extract, and it
      *> must come first. An extract addressed to another company
      *> than its definition's is refused whole -- its region codes
      *> would post into the wrong company's history and ledger.
       start-company-extract.
           if not company-already-checked
              set company-already-checked to true
              move spaces to w-batch-msg
              if w-records-read > 0 or adjustment-extract
                 string "extract refused: COMPANY header is "
                        delimited by size
                        "not the first record" delimited by size
                        into w-batch-msg
              else
                 if function upper-case(co-company) not = w-company
                    string "extract refused: COMPANY header names "
                           delimited by size
                           co-company delimited by size
                           ", its definition is for company "
                           delimited by size
                           w-company delimited by size
                           into w-batch-msg
                 end-if
              end-if
              if w-batch-msg not = spaces
                 perform log-batch-message
                 move "FAILED" to w-run-status
              end-if
           end-if.

      *> the ADJUSTMENT header: read on every generation pass (the
      *> extract is re-read per format), checked once per extract. It
      *> must come first -- rows read before it were taken as
      *> ordinary rows -- so a late header fails the run.
       start-adjustment-extract.
           set adjustment-extract to true
           move aj-period to w-adjust-period
           move aj-submitter to w-adjust-submitter
           if w-adjust-submitter = spaces
              move it-name(w-intake-idx) to w-adjust-submitter
           end-if
           if not adjustment-already-checked
              set adjustment-already-checked to true
              if w-records-read > 0
                 move spaces to w-batch-msg
                 string "adjustment refused: ADJUSTMENT header is "
                        delimited by size
                        "not the first record" delimited by size
                        into w-batch-msg
                 perform log-batch-message
                 move "FAILED" to w-run-status
              else
                 perform check-adjustment-period
              end-if
           end-if.

      *> the named period has to be a closed one (an open period takes
      *> an ordinary extract), and today's period has to be open --
      *> the adjustment books into it. Either failing refuses the
      *> whole extract before anything durable is written.
       check-adjustment-period.
           move spaces to w-batch-msg
      *> a replayed adjustment passed this check when it ran; the
      *> period it booked into has usually closed since
           if replay-mode-active
              exit paragraph
           end-if
           if not calendar-available
              string "adjustment refused: no fiscal calendar to "
                     delimited by size
                     "check period " delimited by size
                     w-adjust-period delimited by size
                     into w-batch-msg
           else
              move w-company to fc-company
              move w-adjust-period to fc-period
              read fiscal-calendar-file
                 invalid key
                    string "adjustment refused: period "
                           delimited by size
                           w-adjust-period delimited by size
                           " is not on the fiscal calendar"
                           delimited by size
                           into w-batch-msg
                 not invalid key
                    if fc-status not = "C"
                       string "adjustment refused: period "
                              delimited by size
                              w-adjust-period delimited by size
                              " is still open, send the rows as an "
                              delimited by size
                              "ordinary extract" delimited by size
                              into w-batch-msg
                    end-if
              end-read
           end-if
           if w-batch-msg = spaces
              move w-run-date to w-period-date
              perform find-period-for-date
              if period-found
                 if fc-status = "C"
                    string "adjustment refused: run date "
                           delimited by size
                           w-run-date delimited by size
                           " falls in closed period " delimited by size
                           fc-period delimited by size
                           into w-batch-msg
                 else
                    move fc-period to w-adjust-post-period
                 end-if
              else
                 move w-run-date(1:6) to w-adjust-post-period
              end-if
           end-if
           if w-batch-msg not = spaces
              perform log-batch-message
              move "FAILED" to w-run-status
           else
              display "prior-period adjustment for " w-adjust-period
                      " from " function trim(w-adjust-submitter)
                      ", booking into " w-adjust-post-period
           end-if.

      *> which period a date belongs to is decided by window
      *> containment, the same window period-close accumulates its
      *> workbook by: read the date's own yyyymm record first, and if
           end-if.

       probe-one-period.
           move w-company to fc-company
           move w-probe-period to fc-period
           read fiscal-calendar-file
              invalid key
      *> only writes/counts on the first generation pass.
       validate-input-codes.
           set input-codes-valid to true
           move "N" to w-xfer-row
           if xf-marker = "XFER"
              set transfer-row to true
           end-if
           perform check-period-lock
           if input-codes-valid and master-codes-available
              move spaces to w-lookup-key
                 perform log-code-reject
              end-if
              if input-codes-valid and validate-labels-enabled
                 and not transfer-row
                 move spaces to w-lookup-key
                 move ei-label to w-lookup-key
                 move ei-entry-date to w-lookup-date
                    perform log-code-reject
                 end-if
              end-if
           end-if
           if input-codes-valid and transfer-row
              perform validate-transfer-row
           end-if
           if input-codes-valid
              perform check-duplicate-row
           end-if.

      *> a transfer row must say which way it goes, carry amounts
      *> signed for that direction (a TO row keyed negative, an FR row
      *> positive) and name a different, known region as the other
      *> side; anything else is rejected (R13) rather than left to
      *> unbalance the pair check, which a pair keyed with its signs
      *> the wrong way round would still pass.
       validate-transfer-row.
           if not xf-sending-side and not xf-receiving-side
              or xf-counter-region = spaces
              or xf-counter-region = ei-region
              set input-codes-invalid to true
           end-if
           if xf-sending-side
              and (ei-amount1 > 0 or ei-amount2 > 0)
              set input-codes-invalid to true
           end-if
           if xf-receiving-side
              and (ei-amount1 < 0 or ei-amount2 < 0)
              set input-codes-invalid to true
           end-if
           if input-codes-valid
              if master-codes-available
                 move spaces to w-lookup-key
                 move xf-counter-region to w-lookup-key
                 move ei-entry-date to w-lookup-date
                 perform find-master-version
                 if not master-version-found
                    set input-codes-invalid to true
                 end-if
              end-if
           end-if
           if input-codes-invalid
              move "R13" to w-reject-code
              move "transfer direction, sign or counterparty invalid"
                 to w-reject-text
              perform log-code-reject
           end-if.

       log-code-reject.
                  into w-reject-path
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path
      *> a replay's outputs land in today's archive, but its totals
      *> and checks carry the original run date
           if replay-mode-active
              move w-replay-run-date to w-run-date
           end-if.

      *> plain archive/yyyymmdd/<name><ext> unless that path already
      *> exists, in which case a -hhmmss disambiguator is inserted so a
           if ws-summary-status = "35"
              open output summary-output-file
           end-if
           move spaces to summary-line
           move 1 to w-summary-ptr
           string function trim(w-report-name) delimited by size
                  " " delimited by size
                  w-run-date delimited by size
                  " extract=" delimited by size
                  function trim(w-summary-extract) delimited by size
                  into summary-line
                  with pointer w-summary-ptr
           end-string
      *> labels that had no GL mapping and fell back to the region pair
           if w-unmapped-count > 0
              string " unmapped-labels=" delimited by size
                     function trim(w-unmapped-list) delimited by size
                     into summary-line
                     with pointer w-summary-ptr
              end-string
           end-if
           write summary-line
           close summary-output-file
      *> history-rebuild reports a failed replay itself; the on-call
      *> is not paged for it
           if replay-mode-active
              exit paragraph
           end-if
           evaluate w-run-status
           when "FAILED"
              move "CRITICAL" to al-severity
                perform write-excel-demo-rows
             end-if

      *> the draft stamp goes on before rendering (template-render
      *> carries it across) and the protection after, so both land on
      *> the workbook that is actually delivered
             perform stamp-draft-if-active
             if xlsx
                perform render-report-template
             end-if
             perform protect-sheets-if-configured

             if xlsx and password-is-set
                perform write-encrypted-xlsx
             move "FAILED" to w-run-status
           end-try.

      *> the plain workbook is written first and handed to
      *> template-render; a rendered file is read back in as the
      *> workbook to protect/encrypt and deliver. A template that
      *> cannot be applied is a warning -- the plain report still
      *> goes out.
       render-report-template.
           move "N" to w-tpl-rendered
           set w-output to j-output:>new(j-file:>new(w-output-path))
           w-workbook:>write(w-output)
           w-output:>close()
           move spaces to template-parm
           move w-report-name to tp-report-name
           move w-output-path to tp-workbook-path
           string w-run-date(1:4) delimited by size
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
           evaluate tp-result
           when "Y"
              set template-rendered to true
              move tp-first-row to w-tpl-first-row
              set w-tpl-input to j-input:>new(function trim(w-output-path))
              set w-xssfworkbook to j-xssfworkbook:>new(w-tpl-input)
              w-tpl-input:>close()
              set w-workbook to w-xssfworkbook
           when "E"
              move spaces to w-batch-msg
              string "report template not applied: " delimited by size
                     function trim(tp-message) delimited by size
                     into w-batch-msg
              perform log-batch-message
           when other
              continue
           end-evaluate.

      *> read-only sheet protection, applied to every sheet on the
      *> workbook (including the per-region sheets from request 011)
      *> so a protected extract can't be edited without the shared
                    at end
                       set input-at-eof to true
                    not at end
                       evaluate true
                       when function trim(et-marker) = "TRAILER"
                          move et-expected-count to w-control-total
                          set control-total-present to true
                       when function trim(co-marker) = "COMPANY"
                          perform start-company-extract
                       when function trim(aj-marker) = "ADJUSTMENT"
                          perform start-adjustment-extract
                       when other
                          add 1 to w-records-read
                          perform validate-input-codes
                          if input-codes-valid
                             write csv-line
                             add 1 to w-batch-row
                          end-if
                       end-evaluate
                 end-read
              end-perform
              close excel-input-file
      *> with a tab per region instead of one run per region.
       write-excel-batch-rows.
           move 0 to w-region-count
           move 0 to w-gl-cat-count
           move 0 to w-xfer-count
           move 0 to w-records-read
           move "N" to w-control-seen
           move "N" to ws-input-eof
           if not code-check-logged
              perform open-reject-file
           end-if
           perform open-detail-if-first-pass
           perform open-duplicate-check
           open input excel-input-file
           perform until input-at-eof
              read excel-input-file
                 at end
                    set input-at-eof to true
                 not at end
                    evaluate true
                    when function trim(et-marker) = "TRAILER"
                       move et-expected-count to w-control-total
                       set control-total-present to true
                    when function trim(co-marker) = "COMPANY"
                       perform start-company-extract
                    when function trim(aj-marker) = "ADJUSTMENT"
                       perform start-adjustment-extract
                    when other
                       add 1 to w-records-read
                       perform validate-input-codes
                       if input-codes-valid
                          perform find-or-create-region-slot
                          if w-region-slot not = 0
                             perform write-excel-batch-row
                             if transfer-row
                                perform accumulate-transfer-row
                             else
                                perform accumulate-category-row
                             end-if
                          end-if
                       end-if
                    end-evaluate
              end-read
           end-perform
           close excel-input-file
           perform close-duplicate-check
           if not code-check-logged
              perform close-reject-file
              set code-check-logged to true
           end-if
           perform close-detail-if-open
           perform check-transfer-balance
           perform varying region-idx from 1 by 1 until region-idx > w-region-count
              perform write-excel-batch-totals-row
              add rt-row-count(region-idx) to w-total-rows-written
           perform reconcile-control-total
           perform check-region-deviation
           evaluate true
      *> a replay's totals go to the shadow history and nowhere else
           when replay-mode-active and w-run-status not = "FAILED"
              perform write-region-history
      *> a draft leaves no trace in the month-to-date history or the
      *> ledger feed; latch so the later format passes stay quiet too
           when draft-mode-active
              perform write-region-history
              perform write-gl-posting
              perform write-balance-control
              perform write-adjustment-register
           when other
              if not history-already-written
                 move "totals history and GL posting skipped: run FAILED"
                 perform log-batch-message
                 set history-already-written to true
                 set glpost-already-written to true
                 perform remove-extract-detail
              end-if
           end-evaluate.

      *> the detail file is opened for the first generation pass of a
      *> live extract only; a draft leaves no detail behind, and the
      *> xls pass (same rows again) finds the latch already set.
       open-detail-if-first-pass.
           move "N" to w-detail-active
           if not detail-already-written and not draft-mode-active
              set detail-already-written to true
              open i-o txn-detail-file
              if ws-detail-status = "35"
                 open output txn-detail-file
                 close txn-detail-file
                 open i-o txn-detail-file
              end-if
              if ws-detail-status = "00"
                 set detail-pass-active to true
              else
                 move spaces to w-batch-msg
                 string "txn-detail open failed, status="
                        delimited by size
                        ws-detail-status delimited by size
                        ", row detail not kept" delimited by size
                        into w-batch-msg
                 perform log-batch-message
              end-if
           end-if.

       close-detail-if-open.
           if detail-pass-active
              close txn-detail-file
              move "N" to w-detail-active
           end-if.

      *> the duplicate check reads txn-detail.dat on every generation
      *> pass: through the detail pass's own open on the first pass
      *> of a live extract, opened input for itself otherwise (a
      *> draft, or the later format passes).
       open-duplicate-check.
           move "N" to w-rowdup-opened
           if w-rowdup-days = 0
              exit paragraph
           end-if
           move function numval(w-run-date) to w-rowdup-date-9
           compute w-rowdup-date-int =
              function integer-of-date(w-rowdup-date-9) - w-rowdup-days
           move function date-of-integer(w-rowdup-date-int)
              to w-rowdup-date-9
           move w-rowdup-date-9 to w-rowdup-cutoff
           if not detail-pass-active
              open input txn-detail-file
              if ws-detail-status = "00"
                 set rowdup-file-opened to true
              end-if
           end-if.

       close-duplicate-check.
           if rowdup-file-opened
              close txn-detail-file
              move "N" to w-rowdup-opened
           end-if
           if w-rowdup-count > 0 and not code-check-logged
              move spaces to w-batch-msg
              string w-rowdup-count delimited by size
                     " row(s) rejected as suspected duplicates (R14)"
                     ", reports held" delimited by size
                     into w-batch-msg
              perform log-batch-message
           end-if.

      *> the region's accepted rows inside the window, in key order;
      *> this extract's own rows (the first pass has already written
      *> them when a later pass re-reads) and rows a reversal backed
      *> out never count as an earlier copy.
       check-duplicate-row.
           if w-rowdup-days = 0
              or (not detail-pass-active and not rowdup-file-opened)
              exit paragraph
           end-if
           move "N" to w-rowdup-match
           if replay-mode-active
              perform check-replayed-row
              if not replay-row-live-check
                 exit paragraph
              end-if
           end-if
           move "N" to ws-detail-eof
           move w-company to td-company
           move ei-region to td-region
           move w-rowdup-cutoff to td-run-date
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
                       or td-region not = ei-region
                       or td-run-date > w-run-date
                       set detail-scan-done to true
                    else
                       perform compare-duplicate-row
                    end-if
              end-read
           end-perform
           if rowdup-found
              set input-codes-invalid to true
              move "R14" to w-reject-code
              move spaces to w-reject-text
              string "duplicate of " delimited by size
                     w-rowdup-run-date delimited by size
                     " " delimited by size
                     function trim(w-rowdup-extract) delimited by size
                     into w-reject-text
              perform log-code-reject
              if not code-check-logged
                 add 1 to w-rowdup-count
              end-if
              if not rowdup-hold-active
                 set rowdup-hold-active to true
                 string "suspected duplicate rows, first repeats "
                        delimited by size
                        function trim(w-rowdup-extract)
                        delimited by size
                        " of " delimited by size
                        w-rowdup-run-date delimited by size
                        into w-rowdup-text
                 move "Y" to w-hold-reports
              end-if
           end-if.

      *> a replay re-runs rows that were judged when the extract
      *> first ran; judged again against today's file they would meet
      *> a different set of neighbours (an earlier copy since reversed,
      *> a changed look-back), so the replay keeps the original
      *> decision: the row's own record under the replayed run date
      *> means it was accepted, its absence that it was rejected.
       check-replayed-row.
           move w-company to td-company
           move ei-region to td-region
           move w-run-date to td-run-date
           move it-name(w-intake-idx) to td-extract
           move w-records-read to td-row
           read txn-detail-file
              invalid key
                 perform check-replayed-extract
              not invalid key
                 set replay-row-accepted to true
           end-read
           if replay-row-rejected
              set input-codes-invalid to true
              move "R14" to w-reject-code
              move spaces to w-reject-text
              string "rejected when " delimited by size
                     w-run-date delimited by size
                     " first ran" delimited by size
                     into w-reject-text
              perform log-code-reject
              if not code-check-logged
                 add 1 to w-rowdup-count
              end-if
              if not rowdup-hold-active
                 set rowdup-hold-active to true
                 string "replayed rows rejected as duplicates when "
                        delimited by size
                        w-run-date delimited by size
                        " first ran" delimited by size
                        into w-rowdup-text
                 move "Y" to w-hold-reports
              end-if
           end-if.

      *> no record for the row: any other row of the same extract and
      *> region on file means this one was turned away then
       check-replayed-extract.
           set replay-row-live-check to true
           move "N" to ws-detail-eof
           move w-company to td-company
           move ei-region to td-region
           move w-run-date to td-run-date
           move it-name(w-intake-idx) to td-extract
           move 0 to td-row
           start txn-detail-file key is not less than td-record-key
              invalid key
                 set detail-scan-done to true
           end-start
           if not detail-scan-done
              read txn-detail-file next record
                 at end
                    continue
                 not at end
                    if td-company = w-company
                       and td-region = ei-region
                       and td-run-date = w-run-date
                       and td-extract = it-name(w-intake-idx)
                       set replay-row-rejected to true
                    end-if
              end-read
           end-if.

       compare-duplicate-row.
           if td-status = space
              and td-label = ei-label
              and td-entry-date = ei-entry-date
              and td-amount1 = ei-amount1
              and td-amount2 = ei-amount2
              and not (td-run-date = w-run-date
                       and td-extract = it-name(w-intake-idx))
              set rowdup-found to true
              move td-extract to w-rowdup-extract
              move td-run-date to w-rowdup-run-date
              set detail-scan-done to true
           end-if.

      *> one accepted row, keyed by where it landed: company, region,
      *> run date, extract, and its record number in the extract (the
      *> same row number the reject file uses). A forced rerun of an extract
      *> already processed today finds its keys taken; the earlier
      *> rows stay and the rerun is warned about once.
       write-transaction-detail.
           move spaces to txn-detail-record
           move w-company to td-company
           move ei-region to td-region
           move w-run-date to td-run-date
           move it-name(w-intake-idx) to td-extract
           move w-records-read to td-row
           move ei-label to td-label
           move ei-entry-date to td-entry-date
           move ei-amount1 to td-amount1
           move ei-amount2 to td-amount2
           if adjustment-extract
              move w-adjust-period to td-adj-period
           end-if
           write txn-detail-record
              invalid key
                 if not detail-dup-warned
                    set detail-dup-warned to true
                    move spaces to w-batch-msg
                    string "txn-detail already holds rows for "
                           delimited by size
                           function trim(td-extract) delimited by size
                           " on " delimited by size
                           w-run-date delimited by size
                           into w-batch-msg
                    perform log-batch-message
                 end-if
           end-write.

      *> a FAILED extract posts nothing, so the rows its first pass
      *> wrote come back out region by region.
       remove-extract-detail.
           if w-region-count > 0
              open i-o txn-detail-file
              if ws-detail-status = "00"
                 move w-run-date to w-detail-date
                 move it-name(w-intake-idx) to w-detail-extract
                 move "D" to w-detail-status-new
                 perform varying region-idx from 1 by 1
                       until region-idx > w-region-count
                    move rt-region(region-idx) to w-detail-region
                    perform update-extract-detail
                 end-perform
                 close txn-detail-file
              end-if
           end-if.

      *> walks one region/run date/extract's rows (they are contiguous
      *> under the key) and either deletes them (D) or stamps them
      *> with the new status -- R when a reversal backs the extract
      *> out. The caller has the file open i-o.
       update-extract-detail.
           move "N" to ws-detail-eof
           move w-company to td-company
           move w-detail-region to td-region
           move w-detail-date to td-run-date
           move w-detail-extract to td-extract
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
                       or td-region not = w-detail-region
                       or td-run-date not = w-detail-date
                       or td-extract not = w-detail-extract
                       set detail-scan-done to true
                    else
                       if w-detail-status-new = "D"
                          delete txn-detail-file record
                       else
                          move w-detail-status-new to td-status
                          rewrite txn-detail-record
                       end-if
                    end-if
              end-read
           end-perform.

      *> one E record (records read, data rows, generation rejects),
      *> one R record per region with the workbook totals (followed by
      *> its X record and one K record per mapped GL category), and --
      *> when the posting file survived its own balancing -- one G
      *> record with the GL debit/credit totals; daily-balance.cbl reads
      *> these back to prove the whole day ties together.
       write-balance-control.
           if not balance-already-written and w-region-count > 0
              move w-balance-rows to bc-count2
              move w-code-reject-count to bc-count3
              move 0 to bc-amount1 bc-amount2
              move w-company to bc-company
              write balance-control-record
              perform varying region-idx from 1 by 1
                    until region-idx > w-region-count
                 move w-run-date to bc-run-date
                 move it-name(w-intake-idx) to bc-extract
                 move rt-region(region-idx) to bc-region
                 move w-company to bc-company
                 move 0 to bc-count1 bc-count2 bc-count3
                 move rt-total1(region-idx) to bc-amount1
                 move rt-total2(region-idx) to bc-amount2
                 write balance-control-record
                 if rt-xrow-count(region-idx) > 0
                    move "X" to bc-record-type
                    move rt-xrow-count(region-idx) to bc-count1
                    move rt-xtotal1(region-idx) to bc-amount1
                    move rt-xtotal2(region-idx) to bc-amount2
                    write balance-control-record
                 end-if
                 set w-gl-slot to region-idx
                 perform varying w-gl-cat-idx from 1 by 1
                       until w-gl-cat-idx > w-gl-cat-count
                    if gc-region-slot(w-gl-cat-idx) = w-gl-slot
                       move "K" to bc-record-type
                       move 0 to bc-count1
                       move gc-total1(w-gl-cat-idx) to bc-amount1
                       move gc-total2(w-gl-cat-idx) to bc-amount2
                       move gc-coa-key(w-gl-cat-idx) to bc-category
                       move gc-debit-account(w-gl-cat-idx)
                          to bc-debit-account
                       move gc-credit-account(w-gl-cat-idx)
                          to bc-credit-account
                       write balance-control-record
                    end-if
                 end-perform
              end-perform
              if gl-file-produced
                 move spaces to balance-control-record
                 move 0 to bc-count1 bc-count2 bc-count3
                 move w-gl-debits to bc-amount1
                 move w-gl-credits to bc-amount2
                 move w-company to bc-company
                 write balance-control-record
              end-if
              close balance-control-file
           end-if.

      *> an adjustment extract's region nets go on the register once
      *> they are posted: original period, the period booked into,
      *> submitter, extract, rows and amounts.
       write-adjustment-register.
           if adjustment-extract and not adjustment-already-registered
              and w-region-count > 0
              set adjustment-already-registered to true
              open extend adjustment-register-file
              if ws-adjreg-status = "35"
                 open output adjustment-register-file
              end-if
              perform varying region-idx from 1 by 1
                    until region-idx > w-region-count
                 move spaces to adjustment-register-record
                 move w-company to ar-company
                 move w-run-date to ar-run-date
                 move w-adjust-post-period to ar-post-period
                 move w-adjust-period to ar-orig-period
                 move rt-region(region-idx) to ar-region
                 move w-adjust-submitter to ar-submitter
                 move it-name(w-intake-idx) to ar-extract
                 move rt-row-count(region-idx) to ar-rows
                 move rt-total1(region-idx) to ar-amount1
                 move rt-total2(region-idx) to ar-amount2
                 write adjustment-register-record
              end-perform
              close adjustment-register-file
              display w-region-count " region(s) on the adjustment "
                      "register for period " w-adjust-period
           end-if.

      *> the run's per-region totals against each region's trailing
      *> history, once per extract (the later format passes recompute
      *> the same totals). The scan stops before today's date, so the
           move 0 to w-dev-sum1
           move 0 to w-dev-sum2
           move "N" to ws-devhist-eof
           move w-company to rh-company
           move rt-region(region-idx) to rh-region
           move w-dev-cutoff to rh-run-date
           start region-history-file
                 at end
                    set devhist-scan-done to true
                 not at end
                    if rh-company not = w-company
                       or rh-region not = rt-region(region-idx)
                       or rh-run-date >= w-run-date
                       set devhist-scan-done to true
                    else
           if w-dev-count >= 3
              compute w-dev-avg1 = w-dev-sum1 / w-dev-count
              compute w-dev-avg2 = w-dev-sum2 / w-dev-count
      *> the band is the average plus or minus pct of its size, so a
      *> region that normally nets to a credit gets the same width of
      *> tolerance either side as one that nets to a charge
              compute w-dev-band rounded =
                 function abs(w-dev-avg1) * w-deviation-pct / 100
              compute w-dev-hi = w-dev-avg1 + w-dev-band
              compute w-dev-lo = w-dev-avg1 - w-dev-band
              if rt-total1(region-idx) > w-dev-hi
                 or rt-total1(region-idx) < w-dev-lo
                 move "total1" to w-dev-which
                 move w-dev-avg1 to w-dev-avg-ed
                 perform flag-region-deviation
              else
                 compute w-dev-band rounded =
                    function abs(w-dev-avg2) * w-deviation-pct / 100
                 compute w-dev-hi = w-dev-avg2 + w-dev-band
                 compute w-dev-lo = w-dev-avg2 - w-dev-band
                 if rt-total2(region-idx) > w-dev-hi
                    or rt-total2(region-idx) < w-dev-lo
                    move "total2" to w-dev-which
              if ws-history-status = "00"
                 perform varying region-idx from 1 by 1
                       until region-idx > w-region-count
                    move w-company to rh-company
                    move rt-region(region-idx) to rh-region
                    move w-run-date to rh-run-date
                    read region-history-file
                 string w-archive-day-path delimited by size
                        "/glpost-" delimited by size
                        function trim(w-report-name) delimited by size
                        "-" delimited by size
                        w-company delimited by size
                        ".dat" delimited by size
                        into w-glpost-path
                 open output gl-posting-file

      *> one balanced pair for one region: debit the region's account
      *> (GLD-rrrr on the master), credit its clearing account
      *> (GLC-rrrr), both for the net of total1 + total2 of the
      *> region's rows -- less its transfer rows, which post as their
      *> own pair against the intercompany account, and less its rows
      *> whose labels map to a GL category, which post as one pair per
      *> category against that category's accounts.
       write-gl-region-pair.
           set w-gl-slot to region-idx
           move 0 to w-gl-cat-net
           perform varying w-gl-cat-idx from 1 by 1
                 until w-gl-cat-idx > w-gl-cat-count
              if gc-region-slot(w-gl-cat-idx) = w-gl-slot
                 compute w-gl-cat-net = w-gl-cat-net
                    + gc-total1(w-gl-cat-idx) + gc-total2(w-gl-cat-idx)
              end-if
           end-perform
           compute w-gl-amount rounded =
              rt-total1(region-idx) + rt-total2(region-idx)
              - rt-xtotal1(region-idx) - rt-xtotal2(region-idx)
              - w-gl-cat-net
      *> account resolution at division level (GLD-dddd) for the
      *> regions finance books together, when EXCEL_GL_BY_DIVISION=Y;
      *> the detail records still carry the region code either way
           else
              move rt-region(region-idx) to w-gl-suffix
           end-if
           move rt-region(region-idx) to w-gl-region
      *> a region whose whole net was transfers or mapped categories
      *> has no clearing pair
           if w-gl-amount not = 0
              or (rt-xrow-count(region-idx) = 0 and w-gl-cat-net = 0)
      *> a region whose credits outweigh its charges for the run nets
      *> negative: the pair swaps sides (debit clearing, credit the
      *> region account) for the positive size of the net
              if w-gl-amount < 0
                 compute w-gl-amount = 0 - w-gl-amount
                 move "GLC-" to w-gl-debit-prefix
                 move "GLD-" to w-gl-credit-prefix
              else
                 move "GLD-" to w-gl-debit-prefix
                 move "GLC-" to w-gl-credit-prefix
              end-if
              perform write-gl-pair-lines
           end-if
           perform varying w-gl-cat-idx from 1 by 1
                 until w-gl-cat-idx > w-gl-cat-count
              if gc-region-slot(w-gl-cat-idx) = w-gl-slot
                 perform write-gl-category-pair
              end-if
           end-perform
           if rt-xrow-count(region-idx) > 0
              perform write-gl-transfer-pair
           end-if.

      *> one category's net for the region against the accounts its
      *> COA- entry names: debit account / credit account for a net
      *> charge, the other way round for a net credit. A category that
      *> nets to nothing for the run has nothing to post.
       write-gl-category-pair.
           compute w-gl-amount rounded =
              gc-total1(w-gl-cat-idx) + gc-total2(w-gl-cat-idx)
           if w-gl-amount = 0
              exit paragraph
           end-if
           if w-gl-amount < 0
              compute w-gl-amount = 0 - w-gl-amount
              move gc-credit-account(w-gl-cat-idx) to w-gl-account
              perform write-gl-debit-line
              move gc-debit-account(w-gl-cat-idx) to w-gl-account
              perform write-gl-credit-line
           else
              move gc-debit-account(w-gl-cat-idx) to w-gl-account
              perform write-gl-debit-line
              move gc-credit-account(w-gl-cat-idx) to w-gl-account
              perform write-gl-credit-line
           end-if.

      *> the region's transfer net against its intercompany account
      *> (GLI-rrrr, or GLI-dddd by division): the receiving side
      *> debits the region account and credits intercompany, the
      *> sending side (a negative net) the other way round, so the
      *> two regions' intercompany balances offset each other.
       write-gl-transfer-pair.
           compute w-gl-amount rounded =
              rt-xtotal1(region-idx) + rt-xtotal2(region-idx)
           if w-gl-amount < 0
              compute w-gl-amount = 0 - w-gl-amount
              move "GLI-" to w-gl-debit-prefix
              move "GLD-" to w-gl-credit-prefix
           else
              move "GLD-" to w-gl-debit-prefix
              move "GLI-" to w-gl-credit-prefix
           end-if
           perform write-gl-pair-lines.

      *> the debit line to w-gl-debit-prefix + suffix and the credit
      *> line to w-gl-credit-prefix + suffix, both for w-gl-amount;
      *> an account missing from the master stops the pair (and, via
      *> w-gl-ok, the whole file).
       write-gl-pair-lines.
           move spaces to w-gl-lookup
           string w-gl-debit-prefix delimited by size
                  w-gl-suffix delimited by size
                  into w-gl-lookup
           perform lookup-gl-account
           if gl-accounts-resolved
              perform write-gl-debit-line
              move spaces to w-gl-lookup
              string w-gl-credit-prefix delimited by size
                     w-gl-suffix delimited by size
                     into w-gl-lookup
              perform lookup-gl-account
           end-if
           if gl-accounts-resolved
              perform write-gl-credit-line
           end-if.

      *> one detail line, w-gl-amount to w-gl-account for w-gl-region
       write-gl-debit-line.
           move spaces to gl-posting-record
           move "D" to gp-record-type
           if adjustment-extract
              move "A" to gp-adjust-flag
           end-if
           move w-gl-account to gp-account
           move w-gl-region to gp-region
           move w-company to gp-company
           move w-gl-amount to gp-debit
           move 0 to gp-credit
           move w-run-date to gp-post-date
           write gl-posting-record
           add 1 to w-gl-count
           add w-gl-amount to w-gl-debits.

       write-gl-credit-line.
           move spaces to gl-posting-record
           move "C" to gp-record-type
           if adjustment-extract
              move "A" to gp-adjust-flag
           end-if
           move w-gl-account to gp-account
           move w-gl-region to gp-region
           move w-company to gp-company
           move 0 to gp-debit
           move w-gl-amount to gp-credit
           move w-run-date to gp-post-date
           write gl-posting-record
           add 1 to w-gl-count
           add w-gl-amount to w-gl-credits.

      *> the run company's own entry for the account code, or the
      *> plain code for the home company (company-lookup.cpy)
       lookup-gl-account.
           move w-gl-lookup(1:4) to w-lookup-prefix
           move w-gl-lookup(5:4) to w-lookup-unit
           move w-company to w-lookup-company
           move w-run-date to w-lookup-date
           perform find-company-master-version
           if master-version-found
              move w-found-name(1:10) to w-gl-account
           else
           move w-gl-count to gt-record-count
           move w-gl-debits to gt-total-debits
           move w-gl-credits to gt-total-credits
           move w-company to gt-company
           write gl-posting-record.

      *> raises a distinct discrepancy warning when a trailer's control
                 move 0 to rt-ctotal1(w-region-slot)
                 move 0 to rt-ctotal2(w-region-slot)
                 move "N" to rt-corp-done(w-region-slot)
                 move 0 to rt-xrow-count(w-region-slot)
                 move 0 to rt-xtotal1(w-region-slot)
                 move 0 to rt-xtotal2(w-region-slot)
                 move 0 to rt-xctotal1(w-region-slot)
                 move 0 to rt-xctotal2(w-region-slot)
                 perform insert-region-key
                 perform lookup-region-currency
                 perform lookup-region-division
           move ei-region to rki-region(w-rki-insert)
           move w-region-slot to rki-slot(w-rki-insert).

      *> the region's booking currency from the company's CCY-rrrr
      *> master entry (company-lookup.cpy); no entry (or no master)
      *> means the region is taken to book in the corporate currency
      *> already.
       lookup-region-currency.
           move w-corp-currency to rt-currency(w-region-slot)
           if master-codes-available
              move "CCY-" to w-lookup-prefix
              move ei-region to w-lookup-unit
              move w-company to w-lookup-company
              move ei-entry-date to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:3) to rt-currency(w-region-slot)
              end-if
           end-if.

      *> the region's division from the company's DIV-rrrr entry,
      *> maintained through master-maint like CCY- and GLD-.
       lookup-region-division.
           move ei-region to rt-division(w-region-slot)
           if master-codes-available
              move "DIV-" to w-lookup-prefix
              move ei-region to w-lookup-unit
              move w-company to w-lookup-company
              move ei-entry-date to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:4)
                    to rt-division(w-region-slot)
           add ei-amount2 to rt-total2(w-region-slot)
           add w-conv1 to rt-ctotal1(w-region-slot)
           add w-conv2 to rt-ctotal2(w-region-slot)
           add 1 to rt-row-count(w-region-slot)
           if detail-pass-active
              perform write-transaction-detail
           end-if.

      *> a transfer row, once it is on its region's sheet and in its
      *> totals: its share of the region's transfer figures (local for
      *> the GL pair, converted for the CORP elimination) and its
      *> sender/receiver pair's running net.
       accumulate-transfer-row.
           add 1 to rt-xrow-count(w-region-slot)
           add ei-amount1 to rt-xtotal1(w-region-slot)
           add ei-amount2 to rt-xtotal2(w-region-slot)
           add w-conv1 to rt-xctotal1(w-region-slot)
           add w-conv2 to rt-xctotal2(w-region-slot)
           if xf-sending-side
              move ei-region to w-xfer-sender
              move xf-counter-region to w-xfer-receiver
           else
              move xf-counter-region to w-xfer-sender
              move ei-region to w-xfer-receiver
           end-if
           move 0 to w-xfer-slot
           perform varying w-xfer-idx from 1 by 1
                 until w-xfer-idx > w-xfer-count or w-xfer-slot not = 0
              if xp-sender(w-xfer-idx) = w-xfer-sender
                 and xp-receiver(w-xfer-idx) = w-xfer-receiver
                 move w-xfer-idx to w-xfer-slot
              end-if
           end-perform
           if w-xfer-slot = 0
              if w-xfer-count >= w-xfer-max
                 if not transfers-already-checked
                    move spaces to w-batch-msg
                    string "transfer pair table full (max "
                           delimited by size
                           w-xfer-max delimited by size
                           "), extract refused" delimited by size
                           into w-batch-msg
                    perform log-batch-message
                 end-if
                 move "FAILED" to w-run-status
                 exit paragraph
              end-if
              add 1 to w-xfer-count
              move w-xfer-count to w-xfer-slot
              move w-xfer-sender to xp-sender(w-xfer-slot)
              move w-xfer-receiver to xp-receiver(w-xfer-slot)
              move 0 to xp-net1(w-xfer-slot)
              move 0 to xp-net2(w-xfer-slot)
           end-if
           add ei-amount1 to xp-net1(w-xfer-slot)
           add ei-amount2 to xp-net2(w-xfer-slot).

      *> an ordinary row's amounts into its region's total for the
      *> category its label maps to (see resolve-label-category); a
      *> label with no mapping leaves the row on the region pair. A
      *> replay never posts, so it never resolves.
       accumulate-category-row.
           if not master-codes-available or replay-mode-active
              exit paragraph
           end-if
           perform resolve-label-category
           if w-coa-key = spaces
              exit paragraph
           end-if
           move 0 to w-gl-cat-slot
           perform varying w-gl-cat-idx from 1 by 1
                 until w-gl-cat-idx > w-gl-cat-count
                    or w-gl-cat-slot not = 0
              if gc-region-slot(w-gl-cat-idx) = w-region-slot
                 and gc-coa-key(w-gl-cat-idx) = w-coa-key
                 move w-gl-cat-idx to w-gl-cat-slot
              end-if
           end-perform
           if w-gl-cat-slot = 0
              if w-gl-cat-count >= 2000
                 if not gl-category-table-full
                    set gl-category-table-full to true
                    move spaces to w-batch-msg
                    string "GL category table full (max 2000), "
                           delimited by size
                           "further categories post to region pairs"
                           delimited by size
                           into w-batch-msg
                    perform log-batch-message
                 end-if
                 exit paragraph
              end-if
              add 1 to w-gl-cat-count
              move w-gl-cat-count to w-gl-cat-slot
              move w-region-slot to gc-region-slot(w-gl-cat-slot)
              move w-coa-key to gc-coa-key(w-gl-cat-slot)
              move w-coa-debit to gc-debit-account(w-gl-cat-slot)
              move w-coa-credit to gc-credit-account(w-gl-cat-slot)
              move 0 to gc-total1(w-gl-cat-slot)
              move 0 to gc-total2(w-gl-cat-slot)
           end-if
           add ei-amount1 to gc-total1(w-gl-cat-slot)
           add ei-amount2 to gc-total2(w-gl-cat-slot).

      *> ei-label's COA- mapping in force on the run date. A COA- key
      *> has room for only the label's first 6 characters (4 of the
      *> 10 go to the prefix), so the lookup starts there and tries
      *> ever shorter leading parts of it (the label groups): a more
      *> specific entry overrides its group's, but labels that agree
      *> in their first 6 characters always share a mapping. Leaves
      *> w-coa-key spaces when nothing maps. An entry without both
      *> accounts is as good as none, and says so.
       resolve-label-category.
           move spaces to w-coa-key w-coa-debit w-coa-credit
           move 0 to w-label-map-slot
           perform varying w-label-map-idx from 1 by 1
                 until w-label-map-idx > w-label-map-count
                    or w-label-map-slot not = 0
              if lm-label(w-label-map-idx) = ei-label
                 move w-label-map-idx to w-label-map-slot
              end-if
           end-perform
           if w-label-map-slot not = 0
              move lm-coa-key(w-label-map-slot) to w-coa-key
              move lm-debit-account(w-label-map-slot) to w-coa-debit
              move lm-credit-account(w-label-map-slot) to w-coa-credit
              exit paragraph
           end-if
           perform varying w-coa-len from 6 by -1
                 until w-coa-len < 1 or w-coa-key not = spaces
              if ei-label(w-coa-len:1) not = space
                 move spaces to w-lookup-key
                 string "COA-" delimited by size
                        ei-label(1:w-coa-len) delimited by size
                        into w-lookup-key
                 move w-run-date to w-lookup-date
                 perform find-master-version
                 if master-version-found
                    move w-lookup-key to w-coa-key
                    move w-found-name(1:10) to w-coa-debit
                    move w-found-name(11:10) to w-coa-credit
                 end-if
              end-if
           end-perform
           if w-coa-key not = spaces
              and (w-coa-debit = spaces or w-coa-credit = spaces)
              move spaces to w-batch-msg
              string "GL mapping " delimited by size
                     function trim(w-coa-key) delimited by size
                     " lacks a debit or credit account" delimited by size
                     into w-batch-msg
              perform log-batch-message
              move spaces to w-coa-key w-coa-debit w-coa-credit
           end-if
           if w-coa-key = spaces
              perform note-unmapped-label
           end-if
           if w-label-map-count < 1000
              add 1 to w-label-map-count
              move ei-label to lm-label(w-label-map-count)
              move w-coa-key to lm-coa-key(w-label-map-count)
              move w-coa-debit to lm-debit-account(w-label-map-count)
              move w-coa-credit to lm-credit-account(w-label-map-count)
           end-if.

      *> a label with no mapping: warned, and listed for the run
      *> summary's unmapped-labels= token
       note-unmapped-label.
           add 1 to w-unmapped-count
           move spaces to w-batch-msg
           string "GL label " delimited by size
                  function trim(ei-label) delimited by size
                  " has no COA- mapping, posted to region pair"
                  delimited by size
                  into w-batch-msg
           perform log-batch-message
           if w-unmapped-count > 1
              string "," delimited by size
                     into w-unmapped-list
                     with pointer w-unmapped-ptr
              end-string
           end-if
           string function trim(ei-label) delimited by size
                  into w-unmapped-list
                  with pointer w-unmapped-ptr
           end-string.

      *> both sides of every transfer must be in the extract and
      *> cancel out: a pair left with a net means one region would
      *> carry an internal movement the other never booked, so the
      *> run fails before anything durable is written. Latched like
      *> the control total -- the same rows come round once per
      *> output format.
       check-transfer-balance.
           if not transfers-already-checked
              set transfers-already-checked to true
              perform varying w-xfer-idx from 1 by 1
                    until w-xfer-idx > w-xfer-count
                 if xp-net1(w-xfer-idx) not = 0
                    or xp-net2(w-xfer-idx) not = 0
                    move spaces to w-batch-msg
                    string "transfer " delimited by size
                           xp-sender(w-xfer-idx) delimited by size
                           " to " delimited by size
                           xp-receiver(w-xfer-idx) delimited by size
                           " does not net to zero, extract refused"
                           delimited by size
                           into w-batch-msg
                    perform log-batch-message
                    move "WARNING" to al-severity
                    perform send-batch-alert
                    move "FAILED" to w-run-status
                 end-if
              end-perform
           end-if.

      *> latest rate for the region's currency whose effective date is
      *> not after the row's entry date -- the file is keyed currency +
      *> consolidation reads one tab the way management thinks
      *> (divisions), instead of an analyst regrouping region rows by
      *> hand. Regions without a DIV- entry are their own division.
      *> Region rows carry their inter-region transfers; the
      *> ELIMINATIONS line takes them back out of the grand total so
      *> the corporation's figure shows no internal movements.
       write-consolidated-sheet.
           set w-sheet to w-workbook:>createSheet("CORP")
           move 0 to w-corp-grand1
           move 0 to w-corp-grand2
           move 0 to w-corp-xrows
           move 0 to w-corp-elim1
           move 0 to w-corp-elim2
           move 0 to w-corp-row
           perform varying w-corp-outer from 1 by 1
                 until w-corp-outer > w-region-count
                 perform write-corp-division-group
              end-if
           end-perform
           if w-corp-xrows > 0
              move "ELIMINATIONS" to w-elim-label
              compute w-elim1 = 0 - w-corp-elim1
              compute w-elim2 = 0 - w-corp-elim2
              perform write-corp-elimination-row
              subtract w-corp-elim1 from w-corp-grand1
              subtract w-corp-elim2 from w-corp-grand2
           end-if
           set w-row to w-sheet:>createRow(w-corp-row)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue("TOTAL")
           add 1 to w-total-sheets-written.

      *> one division's block on the CORP sheet: the division's
      *> regions, an elimination line for the transfers they carry
      *> (to or from any other region, inside the division or not),
      *> then a bolded division subtotal row net of them.
       write-corp-division-group.
           move 0 to w-div-sub1
           move 0 to w-div-sub2
           move 0 to w-div-xrows
           move 0 to w-div-elim1
           move 0 to w-div-elim2
           perform varying w-corp-inner from 1 by 1
                 until w-corp-inner > w-region-count
              if rt-division(w-corp-inner) = w-corp-div
                 perform write-corp-region-row
              end-if
           end-perform
           if w-div-xrows > 0
              move spaces to w-elim-label
              string "ELIM " delimited by size
                     w-corp-div delimited by size
                     into w-elim-label
              compute w-elim1 = 0 - w-div-elim1
              compute w-elim2 = 0 - w-div-elim2
              perform write-corp-elimination-row
              subtract w-div-elim1 from w-div-sub1
              subtract w-div-elim2 from w-div-sub2
              add w-div-xrows to w-corp-xrows
              add w-div-elim1 to w-corp-elim1
              add w-div-elim2 to w-corp-elim2
           end-if
           set w-row to w-sheet:>createRow(w-corp-row)
           set w-cell to w-row:>createCell(0)
           move spaces to w-div-label
           add rt-ctotal2(w-corp-inner) to w-div-sub2
           add rt-ctotal1(w-corp-inner) to w-corp-grand1
           add rt-ctotal2(w-corp-inner) to w-corp-grand2
           add rt-xrow-count(w-corp-inner) to w-div-xrows
           add rt-xctotal1(w-corp-inner) to w-div-elim1
           add rt-xctotal2(w-corp-inner) to w-div-elim2
           add 1 to w-corp-row
           add 1 to w-total-rows-written.

      *> w-elim-label with w-elim1/w-elim2, already negated, in the
      *> same converted-amount columns as the region rows.
       write-corp-elimination-row.
           set w-row to w-sheet:>createRow(w-corp-row)
           set w-cell to w-row:>createCell(0)
           w-cell:>setCellValue(w-elim-label)
           set w-cell to w-row:>createCell(1)
           w-cell:>setCellValue(w-corp-currency)
           set w-cell to w-row:>createCell(2)
           move w-elim1 to w-cnum
           w-cell:>setCellValue(w-cnum as double)
           w-cell:>setCellStyle(w-cellstyle5)
           set w-cell to w-row:>createCell(3)
           move w-elim2 to w-cnum
           w-cell:>setCellValue(w-cnum as double)
           w-cell:>setCellStyle(w-cellstyle5)
           add 1 to w-corp-row
           add 1 to w-total-rows-written.

       set-xlsx.
           move "Y" to w-annotate-pass
           move "N" to w-annotate-style-set
           move w-tpl-rendered to w-tpl-readback
           move w-tpl-first-row to w-tpl-read-first-row
           string function trim(w-xlsx-path) delimited by size
                  ".ckpt" delimited by size
                  into w-ckpt-path

       set-xls.
           move "N" to w-annotate-pass
           move "N" to w-tpl-readback
           move 0 to w-tpl-read-first-row
           string function trim(w-xls-path) delimited by size
                  ".ckpt" delimited by size
                  into w-ckpt-path
              display message exception-object:>getMessage()
           end-try.
                      
      *> a rendered region sheet holds the template's header block
      *> above the data, so it is walked to its last row from the
      *> placement row; a template sheet that is no region's (a cover
      *> page) is not intake data and is passed over like CORP.
       size-template-sheet.
           move 0 to w-region-slot
           move w-sheet-name-chk(1:4) to w-tpl-sheet-region
           if w-region-count > 0 and w-sheet-name-chk(5:) = spaces
              set rki-idx to 1
              search all rki-entry
                 at end
                    continue
                 when rki-region(rki-idx) = w-tpl-sheet-region
                    move rki-slot(rki-idx) to w-region-slot
              end-search
           end-if
           if w-region-slot = 0
              set num-rows to 0
              display "Sheet " idx ' "' function trim(w-sheet-name-chk)
                      '" skipped (report template sheet)'
           else
              set num-rows to w-sheet:>getLastRowNum()
              add 1 to num-rows
           end-if.

       read-excel.
           perform open-reject-file
           perform load-checkpoint
                           " (consolidation summary)."
                 else
                    set num-rows to w-sheet:>getPhysicalNumberOfRows
                    if template-readback
                       perform size-template-sheet
                    end-if
                    display "Sheet " idx ' "' w-workbook:>getSheetName(idx) '"'
                           " has " num-rows " row(s)."
                 end-if
                 perform varying row from w-tpl-read-first-row by 1
                       until row >= num-rows
                    if idx = w-ckpt-sheet and row <= w-ckpt-row
                       continue
                    else
              move "required cell is blank" to w-reject-text
           end-if
      *> the intake range only applies to the original amount columns
      *> (2-3), either side of zero since a credit row is negative;
      *> the converted amounts in columns 4-5 are scaled by the
      *> exchange rate and legitimately run far past the raw bound
           if cell-is-valid
              and counter >= 2 and counter <= 3
              and w-cell:>getCellType() = w-cell:>CELL_TYPE_NUMERIC
              and not j-hssfdateutil:>isCellDateFormatted(w-cell)
              and (w-cell:>getNumericCellValue() < -999999.999
                   or w-cell:>getNumericCellValue() > 999999.999)
              set cell-is-invalid to true
              move "R02" to w-reject-code
           write excel-reject-record
           add 1 to w-reject-count.

       copy "company-lookup.cpy".
