       >>SOURCE FORMAT FREE
       program-id. month-end-pack.

      *>********************************************************************<*
      *>***** Month-end management pack: one Word document per fiscal  *****<*
      *>***** period, in the docx-table style, with a section per      *****<*
      *>***** division -- the period-close totals of each region       *****<*
      *>***** (region-history.dat inside the period's calendar         *****<*
      *>***** window), the budget-variance figures against budget.dat  *****<*
      *>***** with the same OVER BUDGET rule and BUDGET_OVER_PCT, and  *****<*
      *>***** the analyst commentary keyed through commentary-maint    *****<*
      *>***** for the division and its regions. An over-budget region  *****<*
      *>***** with no commentary yet is flagged in its row and listed  *****<*
      *>***** at the top, and holds the pack for approval whatever     *****<*
      *>***** REPORT_HOLD_FOR_APPROVAL says. Otherwise the pack goes   *****<*
      *>***** out (or into hold-queue.dat) exactly like docx-table.    *****<*
      *>***** The period is PERIOD_CLOSE_PERIOD, as for period-close,  *****<*
      *>***** or last month when unset. One pack per company           *****<*
      *>***** (COMPANY_CODE, the home company when unset), against     *****<*
      *>***** that company's calendar, history and budgets.            *****<*
      *>********************************************************************<*

       environment division.
       configuration section.
       repository.
           class jFile as "java.io.File"
           class jFileOutputStream as "java.io.FileOutputStream"
           class XWPFDocument as "org.apache.poi.xwpf.usermodel.XWPFDocument"
           class XWPFParagraph as "org.apache.poi.xwpf.usermodel.XWPFParagraph"
           class XWPFRun as "org.apache.poi.xwpf.usermodel.XWPFRun"
           class XWPFTable as "org.apache.poi.xwpf.usermodel.XWPFTable"
           class XWPFTableRow as "org.apache.poi.xwpf.usermodel.XWPFTableRow"
           class JSch as "com.jcraft.jsch.JSch"
           class JSchSession as "com.jcraft.jsch.Session"
           class ChannelSftp as "com.jcraft.jsch.ChannelSftp"
           class Properties as "java.util.Properties"
           class Session as "javax.mail.Session"
           class MimeMessage as "javax.mail.internet.MimeMessage"
           class InternetAddress as "javax.mail.internet.InternetAddress"
           class MimeBodyPart as "javax.mail.internet.MimeBodyPart"
           class MimeMultipart as "javax.mail.internet.MimeMultipart"
           class FileDataSource as "javax.activation.FileDataSource"
           class DataHandler as "javax.activation.DataHandler"
           class Transport as "javax.mail.Transport"
           class RecipientType as "javax.mail.Message$RecipientType"
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
           select commentary-file assign to "commentary.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-record-key
               file status is ws-commentary-status.
           select hold-queue-file assign to "hold-queue.dat"
               organization is line sequential
               file status is ws-hold-status.
           select summary-output-file assign to w-summary-path
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd  period-file.
       copy "fiscal-calendar.cpy".

       fd  region-history-file.
       copy "region-history.cpy".

       fd  budget-file.
       copy "budget-record.cpy".

       fd  master-file.
       copy "master-record.cpy".

       fd  commentary-file.
       copy "commentary-record.cpy".

       fd  hold-queue-file.
       copy "hold-queue.cpy".

       fd  summary-output-file.
       01  summary-line        pic x(200).

       working-storage section.
       copy "company-lookup-ws.cpy".

       77 w-report-name        pic x(32) value "month-end-pack".
       77 w-archive-dir        pic x(64) value "archive".
       77 w-run-date           pic x(8).
       77 w-archive-day-path   pic x(256).
       77 w-archive-subdir     object reference jFile.
       77 w-docx-path          pic x(256).
       77 w-summary-path       pic x(256).
       77 ws-period-status     pic xx.
       77 ws-history-status    pic xx.
       77 ws-budget-status     pic xx.
       77 ws-master-status     pic xx.
       77 ws-commentary-status pic xx.
       77 ws-hold-status       pic xx.
       77 ws-summary-status    pic xx.
       77 ws-history-eof       pic x value "N".
          88 history-at-eof        value "Y".
       77 ws-budget-eof        pic x value "N".
          88 budget-at-eof         value "Y".

      *> the period being reported and its calendar window; a period
      *> not on the fiscal calendar falls back to the calendar month
       77 w-pack-period        pic x(6).
       77 w-home-company       pic x(4) value "0001".
       77 w-company            pic x(4).
       77 w-period-start       pic x(8).
       77 w-period-end         pic x(8).
       77 w-period-closed      pic x value "N".
          88 period-is-closed      value "Y".
       77 w-closed-by          pic x(20).
       77 w-closed-stamp       pic x(14).
       77 w-date-9             pic 9(8).
       77 w-date-int           pic 9(8).
       01 w-lm-ym.
          05 w-lm-year         pic 9(4).
          05 w-lm-month        pic 9(2).

      *> BUDGET_OVER_PCT: same threshold budget-variance flags with
       77 w-over-pct-x         pic x(4).
       77 w-over-pct           pic 9(3) value 10.
       77 w-over-limit         pic 9(12)v999.

      *> division of each region as of the period end, the same
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
       77 w-commentary-open    pic x value "N".
          88 commentary-available  value "Y".

      *> one slot per region with close totals or a budget
       77 w-region-count       pic 9(4) value 0.
       77 w-region-max         pic 9(4) value 500.
       77 w-region-slot        pic 9(4).
       77 w-region-idx         pic 9(4).
       77 w-lookup-region      pic x(4).
       77 w-prev-region        pic x(4) value spaces.
       01 pack-region-table.
          05 pack-region-entry occurs 500 times.
             10 pk-region        pic x(4).
             10 pk-div-slot      pic 9(2).
             10 pk-close1        pic s9(12)v999.
             10 pk-close2        pic s9(12)v999.
             10 pk-budget1       pic 9(10)v999.
             10 pk-budget2       pic 9(10)v999.
             10 pk-over          pic x.
                88 pk-over-budget    value "Y".
             10 pk-noted         pic x.
                88 pk-has-note       value "Y".

       77 w-div-count          pic 9(2) value 0.
       77 w-div-max            pic 9(2) value 60.
       77 w-div-slot           pic 9(2).
       77 w-div-idx            pic 9(2).
       77 w-lookup-div         pic x(4).
       01 pack-division-table.
          05 pack-division-entry occurs 60 times.
             10 pd-division      pic x(4).
             10 pd-close1        pic s9(12)v999.
             10 pd-close2        pic s9(12)v999.
             10 pd-budget1       pic 9(12)v999.
             10 pd-budget2       pic 9(12)v999.

       77 w-over-count         pic 9(4) value 0.
       77 w-missing-count      pic 9(4) value 0.
       77 w-missing-list       pic x(120).
       77 w-missing-ptr        pic 9(3).
       77 w-line-idx           pic 9(1).
       77 w-flag-text          pic x(28).
       77 w-num                pic s9(13)v999.
       77 w-amount-ed          pic -(12)9.99.

       77 w-XWPFDocument       object reference XWPFDocument.
       77 w-XWPFParagraph      object reference XWPFParagraph.
       77 w-XWPFRun            object reference XWPFRun.
       77 w-XWPFTable          object reference XWPFTable.
       77 w-XWPFTableRow       object reference XWPFTableRow.
       77 w-docStream          object reference jFileOutputStream.
       77 w-para-text          pic x(120).
       77 w-para-bold          pic x value "N".
          88 para-is-bold          value "Y".
       01 w-cell-text-table.
          05 w-cell-text       pic x(28) occurs 8 times.
       77 w-cell-idx           pic 9(1).
       77 w-cell-col           int.

      *> outbound distribution of the finished pack -- DISTRIBUTE_METHOD
      *> selects SFTP or EMAIL exactly as for docx-table; blank/unset
      *> leaves delivery a manual step.
       77 w-distribute-method  pic x(6) value spaces.
          88 distribute-sftp   value "SFTP".
          88 distribute-email  value "EMAIL".
          88 distribute-none   value spaces.
       77 w-sftp-host          pic x(64).
       77 w-sftp-port          pic 9(5) value 22.
       77 w-sftp-user          pic x(32).
       77 w-sftp-password      pic x(32).
       77 w-sftp-remote-path   pic x(128).
       77 w-sftp-known-hosts   pic x(128).
       77 w-email-to           pic x(128).
       77 w-email-from         pic x(128).
       77 w-smtp-host          pic x(64).

      *> hold-for-approval: REPORT_HOLD_FOR_APPROVAL=Y queues the pack
      *> as PENDING in hold-queue.dat instead of sending it; an
      *> over-budget region without commentary queues it regardless,
      *> with the reason, so it cannot go out half-written.
       77 w-hold-reports       pic x value "N".
          88 hold-enabled      value "Y".
       77 w-hold-reason        pic x(80) value spaces.
       77 w-JSch               object reference JSch.
       77 w-JSchSession        object reference JSchSession.
       77 w-ChannelSftp        object reference ChannelSftp.
       77 w-mailProps          object reference Properties.
       77 w-mailSession        object reference Session.
       77 w-mailMessage        object reference MimeMessage.
       77 w-mailBody           object reference MimeBodyPart.
       77 w-mailAttachment     object reference MimeBodyPart.
       77 w-mailMultipart      object reference MimeMultipart.
       77 w-mailDataSource     object reference FileDataSource.

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
           perform get-distribute-config
           perform get-pack-period
           perform build-archive-paths
           perform load-period-window
           open input region-history-file
           if ws-history-status not = "00"
              display "month-end-pack: no totals history, status="
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
           perform collect-close-totals
           close region-history-file
           perform collect-period-budgets
           if hierarchy-available
              close master-file
           end-if
           if w-region-count = 0
              display "month-end-pack: no close totals or budgets"
                      " for " w-pack-period
              move "FAILED" to w-run-status
              perform write-run-summary
              move 8 to return-code
              goback
           end-if
           open input commentary-file
           if ws-commentary-status = "00"
              set commentary-available to true
           end-if
           perform flag-over-budget-regions
           try
              perform build-pack-document
              perform distribute-report
              perform catalog-output
           catch exception
              display message exception-object:>getMessage()
              move "FAILED" to w-run-status
           end-try
           if commentary-available
              close commentary-file
           end-if
           perform write-run-summary
      *> step status for the job-chain controller: non-zero says this
      *> step failed and the chain should stop.
           if w-run-status = "FAILED"
              move 8 to return-code
           end-if
           goback.

      *> DISTRIBUTE_METHOD of SFTP or EMAIL turns on outbound delivery of
      *> the finished pack and pulls in the host/recipient settings that
      *> method needs, the same settings docx-table reads.
       get-distribute-config.
           accept w-hold-reports from environment "REPORT_HOLD_FOR_APPROVAL"
              on exception move "N" to w-hold-reports
           end-accept
           move function upper-case(w-hold-reports) to w-hold-reports
           accept w-over-pct-x from environment "BUDGET_OVER_PCT"
              on exception move spaces to w-over-pct-x
           end-accept
           if function trim(w-over-pct-x) not = spaces
              move function numval(w-over-pct-x) to w-over-pct
           end-if
           accept w-distribute-method from environment "DISTRIBUTE_METHOD"
              on exception move spaces to w-distribute-method
           end-accept
           move function upper-case(function trim(w-distribute-method))
              to w-distribute-method
           if distribute-sftp
              accept w-sftp-host from environment "DISTRIBUTE_SFTP_HOST"
                 on exception move spaces to w-sftp-host
              end-accept
              accept w-sftp-user from environment "DISTRIBUTE_SFTP_USER"
                 on exception move spaces to w-sftp-user
              end-accept
              accept w-sftp-password from environment "DISTRIBUTE_SFTP_PASSWORD"
                 on exception move spaces to w-sftp-password
              end-accept
              accept w-sftp-remote-path from environment "DISTRIBUTE_SFTP_DIR"
                 on exception move spaces to w-sftp-remote-path
              end-accept
              accept w-sftp-known-hosts from environment "DISTRIBUTE_SFTP_KNOWN_HOSTS"
                 on exception move spaces to w-sftp-known-hosts
              end-accept
           end-if
           if distribute-email
              accept w-email-to from environment "DISTRIBUTE_EMAIL_TO"
                 on exception move spaces to w-email-to
              end-accept
              accept w-email-from from environment "DISTRIBUTE_EMAIL_FROM"
                 on exception move spaces to w-email-from
              end-accept
              accept w-smtp-host from environment "DISTRIBUTE_SMTP_HOST"
                 on exception move spaces to w-smtp-host
              end-accept
           end-if.

      *> the chain's month-end step sets PERIOD_CLOSE_PERIOD for
      *> period-close; the pack that follows it reads the same value,
      *> and COMPANY_CODE picks the company the pack is for
       get-pack-period.
           accept w-company from environment "COMPANY_CODE"
              on exception move spaces to w-company
           end-accept
           move function upper-case(w-company) to w-company
           if w-company = spaces
              move w-home-company to w-company
           end-if
           accept w-pack-period from environment "PERIOD_CLOSE_PERIOD"
              on exception move spaces to w-pack-period
           end-accept
           if function trim(w-pack-period) = spaces
              move function numval(w-run-date(1:4)) to w-lm-year
              move function numval(w-run-date(5:2)) to w-lm-month
              if w-lm-month = 1
                 subtract 1 from w-lm-year
                 move 12 to w-lm-month
              else
                 subtract 1 from w-lm-month
              end-if
              move w-lm-ym to w-pack-period
           end-if.

       build-archive-paths.
           string w-archive-dir delimited by size
                  "/" delimited by size
                  w-run-date delimited by size
                  into w-archive-day-path
           set w-archive-subdir to jFile:>new(w-archive-day-path)
           w-archive-subdir:>mkdirs()
           string w-archive-day-path delimited by size
                  "/month-end-pack-" delimited by size
                  w-pack-period delimited by size
                  "-" delimited by size
                  w-company delimited by size
                  ".docx" delimited by size
                  into w-docx-path
           string w-archive-day-path delimited by size
                  "/run-summary.log" delimited by size
                  into w-summary-path.

       load-period-window.
           move spaces to w-period-start w-period-end
           open input period-file
           if ws-period-status = "00"
              move w-company to fc-company
              move w-pack-period to fc-period
              read period-file
                 invalid key
                    continue
                 not invalid key
                    move fc-start-date to w-period-start
                    move fc-end-date to w-period-end
                    if fc-status = "C"
                       set period-is-closed to true
                       move fc-closed-by to w-closed-by
                       move fc-closed-stamp to w-closed-stamp
                    end-if
              end-read
              close period-file
           end-if
           if w-period-start = spaces
              perform default-calendar-month
           end-if.

      *> first of the month through the day before next month's first
       default-calendar-month.
           string w-pack-period delimited by size
                  "01" delimited by size
                  into w-period-start
           move w-period-start to w-date-9
           compute w-date-int = function integer-of-date(w-date-9)
           move w-period-start to w-period-end
           perform until w-period-end(1:6) not = w-pack-period
              add 1 to w-date-int
              move function date-of-integer(w-date-int) to w-date-9
              move w-date-9 to w-period-end
           end-perform
           subtract 1 from w-date-int
           move function date-of-integer(w-date-int) to w-date-9
           move w-date-9 to w-period-end.

      *> ---- figures ----------------------------------------------------

      *> the period-close totals: every history record of the company
      *> inside the period's window, as period-close accumulates them
       collect-close-totals.
           move low-values to rh-record-key
           move w-company to rh-company
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
                    if rh-company not = w-company
                       set history-at-eof to true
                    else
                       if rh-run-date >= w-period-start
                          and rh-run-date <= w-period-end
                          perform take-close-record
                       end-if
                    end-if
              end-read
           end-perform.

       take-close-record.
           if rh-region not = w-prev-region
              move rh-region to w-lookup-region
              perform find-or-create-region
              move rh-region to w-prev-region
           end-if
           if w-region-slot = 0
              exit paragraph
           end-if
           add rh-total1 to pk-close1(w-region-slot)
           add rh-total2 to pk-close2(w-region-slot)
           move pk-div-slot(w-region-slot) to w-div-slot
           add rh-total1 to pd-close1(w-div-slot)
           add rh-total2 to pd-close2(w-div-slot).

       collect-period-budgets.
           open input budget-file
           if ws-budget-status not = "00"
              display "month-end-pack: no budget file, status="
                      ws-budget-status
              exit paragraph
           end-if
           move low-values to bu-record-key
           move w-company to bu-company
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
                    if bu-company not = w-company
                       set budget-at-eof to true
                    end-if
                    if bu-company = w-company
                       and bu-period = w-pack-period
                       move bu-region to w-lookup-region
                       perform find-or-create-region
                       if w-region-slot not = 0
                          move bu-amount1 to pk-budget1(w-region-slot)
                          move bu-amount2 to pk-budget2(w-region-slot)
                          move pk-div-slot(w-region-slot) to w-div-slot
                          add bu-amount1 to pd-budget1(w-div-slot)
                          add bu-amount2 to pd-budget2(w-div-slot)
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
              if pk-region(w-region-idx) = w-lookup-region
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
              display "month-end-pack: region table full (max "
                      w-region-max "), dropping region=" w-lookup-region
              move "FAILED" to w-run-status
              exit paragraph
           end-if
           add 1 to w-region-count
           move w-region-count to w-region-slot
           initialize pack-region-entry(w-region-slot)
           move w-lookup-region to pk-region(w-region-slot)
           move w-div-slot to pk-div-slot(w-region-slot).

      *> a region with no DIV- entry stands as its own division, as on
      *> region-rollup's DIVISION sheet
       resolve-region-division.
           move w-lookup-region to w-lookup-div
           if hierarchy-available
              move "DIV-" to w-lookup-prefix
              move w-lookup-region to w-lookup-unit
              move w-company to w-lookup-company
              move w-period-end to w-lookup-date
              perform find-company-master-version
              if master-version-found
                 move w-found-name(1:4) to w-lookup-div
              end-if
           end-if.

       find-or-create-division.
           move 0 to w-div-slot
           perform varying w-div-idx from 1 by 1
                 until w-div-idx > w-div-count
              if pd-division(w-div-idx) = w-lookup-div
                 move w-div-idx to w-div-slot
              end-if
           end-perform
           if w-div-slot = 0
              if w-div-count >= w-div-max
                 display "month-end-pack: division table full (max "
                         w-div-max "), dropping division=" w-lookup-div
                 move "FAILED" to w-run-status
              else
                 add 1 to w-div-count
                 move w-div-count to w-div-slot
                 initialize pack-division-entry(w-div-slot)
                 move w-lookup-div to pd-division(w-div-slot)
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

      *> budget-variance's rule: over when the close total crosses the
      *> period budget by more than the threshold on either amount; a
      *> region with no budget keyed is never flagged. Each flagged
      *> region is then looked up for a note of its own.
       flag-over-budget-regions.
           move spaces to w-missing-list
           move 1 to w-missing-ptr
           perform varying w-region-idx from 1 by 1
                 until w-region-idx > w-region-count
              if pk-budget1(w-region-idx) > 0
                 compute w-over-limit rounded =
                    pk-budget1(w-region-idx) * (100 + w-over-pct) / 100
                 if pk-close1(w-region-idx) > w-over-limit
                    set pk-over-budget(w-region-idx) to true
                 end-if
              end-if
              if not pk-over-budget(w-region-idx)
                 and pk-budget2(w-region-idx) > 0
                 compute w-over-limit rounded =
                    pk-budget2(w-region-idx) * (100 + w-over-pct) / 100
                 if pk-close2(w-region-idx) > w-over-limit
                    set pk-over-budget(w-region-idx) to true
                 end-if
              end-if
              move "R" to cm-level
              move pk-region(w-region-idx) to cm-unit
              perform read-commentary
              if ws-commentary-status = "00"
                 set pk-has-note(w-region-idx) to true
              end-if
              if pk-over-budget(w-region-idx)
                 add 1 to w-over-count
                 if not pk-has-note(w-region-idx)
                    add 1 to w-missing-count
                    string pk-region(w-region-idx) delimited by size
                           " " delimited by size
                           into w-missing-list
                           with pointer w-missing-ptr
                    end-string
                 end-if
              end-if
           end-perform
           if w-missing-count > 0
              string w-missing-count delimited by size
                     " over-budget region(s) without commentary: "
                     delimited by size
                     w-missing-list delimited by size
                     into w-hold-reason
           end-if.

      *> cm-level and cm-unit set by the caller, the company and
      *> period are the pack's; "23" (or the file not being there at
      *> all) means no note
       read-commentary.
           move "23" to ws-commentary-status
           if not commentary-available
              exit paragraph
           end-if
           move w-company to cm-company
           move w-pack-period to cm-period
           read commentary-file
              invalid key
                 move "23" to ws-commentary-status
           end-read.

      *> ---- the document -----------------------------------------------

       build-pack-document.
           set w-XWPFDocument to XWPFDocument:>new()
           move spaces to w-para-text
           string "MONTH-END MANAGEMENT PACK - COMPANY " delimited by size
                  w-company delimited by size
                  " PERIOD " delimited by size
                  w-pack-period(1:4) delimited by size
                  "-" delimited by size
                  w-pack-period(5:2) delimited by size
                  " (" delimited by size
                  w-period-start delimited by size
                  " to " delimited by size
                  w-period-end delimited by size
                  ")" delimited by size
                  into w-para-text
           set para-is-bold to true
           perform add-pack-paragraph
           move spaces to w-para-text
           if period-is-closed
              string "Period closed by " delimited by size
                     function trim(w-closed-by) delimited by size
                     " at " delimited by size
                     w-closed-stamp delimited by size
                     into w-para-text
           else
              move "Period NOT CLOSED -- figures are not final"
                 to w-para-text
           end-if
           perform add-pack-paragraph
           move spaces to w-para-text
           string w-over-count delimited by size
                  " region(s) over budget (threshold " delimited by size
                  w-over-pct delimited by size
                  "%)" delimited by size
                  into w-para-text
           perform add-pack-paragraph
           if w-missing-count > 0
              move spaces to w-para-text
              string "COMMENTARY MISSING: " delimited by size
                     function trim(w-hold-reason) delimited by size
                     into w-para-text
              set para-is-bold to true
              perform add-pack-paragraph
           end-if
           perform varying w-div-idx from 1 by 1
                 until w-div-idx > w-div-count
              perform write-division-section
           end-perform
           set w-docStream to jFileOutputStream:>new(
              jFile:>new(function trim(w-docx-path)))
           w-XWPFDocument:>write(w-docStream)
           w-docStream:>close()
           display w-docx-path " created (" w-div-count
                   " division(s), " w-missing-count
                   " commentary gap(s))".

      *> heading, the figures table (a row per region plus the
      *> division total), then the division's note and each region's
       write-division-section.
           move spaces to w-para-text
           string "Division " delimited by size
                  pd-division(w-div-idx) delimited by size
                  into w-para-text
           set para-is-bold to true
           perform add-pack-paragraph
           set w-XWPFTable to w-XWPFDocument:>createTable()
           perform write-figures-header
           perform varying w-region-idx from 1 by 1
                 until w-region-idx > w-region-count
              if pk-div-slot(w-region-idx) = w-div-idx
                 perform write-region-row
              end-if
           end-perform
           perform write-division-total-row
           move "D" to cm-level
           move pd-division(w-div-idx) to cm-unit
           perform read-commentary
           if ws-commentary-status = "00"
              move "Division commentary:" to w-para-text
              perform add-pack-paragraph
              perform add-commentary-lines
           else
              move "Division commentary: (none)" to w-para-text
              perform add-pack-paragraph
           end-if
           perform varying w-region-idx from 1 by 1
                 until w-region-idx > w-region-count
              if pk-div-slot(w-region-idx) = w-div-idx
                 and pk-has-note(w-region-idx)
                 move "R" to cm-level
                 move pk-region(w-region-idx) to cm-unit
                 perform read-commentary
                 move spaces to w-para-text
                 string "Region " delimited by size
                        pk-region(w-region-idx) delimited by size
                        " (" delimited by size
                        function trim(cm-author) delimited by size
                        "):" delimited by size
                        into w-para-text
                 perform add-pack-paragraph
                 perform add-commentary-lines
              end-if
           end-perform.

       add-commentary-lines.
           perform varying w-line-idx from 1 by 1
                 until w-line-idx > 4
              if cm-text(w-line-idx) not = spaces
                 move spaces to w-para-text
                 string "    " delimited by size
                        cm-text(w-line-idx) delimited by size
                        into w-para-text
                 perform add-pack-paragraph
              end-if
           end-perform.

       write-figures-header.
           set w-XWPFTableRow to w-XWPFTable:>getRow(0)
           w-XWPFTableRow:>getCell(0):>setText("Region")
           w-XWPFTableRow:>addNewTableCell():>setText("Close total 1")
           w-XWPFTableRow:>addNewTableCell():>setText("Budget 1")
           w-XWPFTableRow:>addNewTableCell():>setText("Variance 1")
           w-XWPFTableRow:>addNewTableCell():>setText("Close total 2")
           w-XWPFTableRow:>addNewTableCell():>setText("Budget 2")
           w-XWPFTableRow:>addNewTableCell():>setText("Variance 2")
           w-XWPFTableRow:>addNewTableCell():>setText("Flag").

       write-region-row.
           move pk-region(w-region-idx) to w-cell-text(1)
           move pk-close1(w-region-idx) to w-amount-ed
           move w-amount-ed to w-cell-text(2)
           move pk-budget1(w-region-idx) to w-amount-ed
           move w-amount-ed to w-cell-text(3)
           compute w-num = pk-close1(w-region-idx)
                         - pk-budget1(w-region-idx)
           move w-num to w-amount-ed
           move w-amount-ed to w-cell-text(4)
           move pk-close2(w-region-idx) to w-amount-ed
           move w-amount-ed to w-cell-text(5)
           move pk-budget2(w-region-idx) to w-amount-ed
           move w-amount-ed to w-cell-text(6)
           compute w-num = pk-close2(w-region-idx)
                         - pk-budget2(w-region-idx)
           move w-num to w-amount-ed
           move w-amount-ed to w-cell-text(7)
           move spaces to w-flag-text
           if pk-over-budget(w-region-idx)
              if pk-has-note(w-region-idx)
                 move "OVER BUDGET" to w-flag-text
              else
                 move "OVER BUDGET - NO COMMENTARY" to w-flag-text
              end-if
           end-if
           move w-flag-text to w-cell-text(8)
           perform write-figures-row.

       write-division-total-row.
           move "Total" to w-cell-text(1)
           move pd-close1(w-div-idx) to w-amount-ed
           move w-amount-ed to w-cell-text(2)
           move pd-budget1(w-div-idx) to w-amount-ed
           move w-amount-ed to w-cell-text(3)
           compute w-num = pd-close1(w-div-idx) - pd-budget1(w-div-idx)
           move w-num to w-amount-ed
           move w-amount-ed to w-cell-text(4)
           move pd-close2(w-div-idx) to w-amount-ed
           move w-amount-ed to w-cell-text(5)
           move pd-budget2(w-div-idx) to w-amount-ed
           move w-amount-ed to w-cell-text(6)
           compute w-num = pd-close2(w-div-idx) - pd-budget2(w-div-idx)
           move w-num to w-amount-ed
           move w-amount-ed to w-cell-text(7)
           move spaces to w-cell-text(8)
           perform write-figures-row.

       write-figures-row.
           set w-XWPFTableRow to w-XWPFTable:>createRow()
           perform varying w-cell-idx from 1 by 1
                 until w-cell-idx > 8
              compute w-cell-col = w-cell-idx - 1
              w-XWPFTableRow:>getCell(w-cell-col):>setText(
                 function trim(w-cell-text(w-cell-idx)))
           end-perform.

       add-pack-paragraph.
           set w-XWPFParagraph to w-XWPFDocument:>createParagraph()
           set w-XWPFRun to w-XWPFParagraph:>createRun()
           if para-is-bold
              w-XWPFRun:>setBold(true)
           end-if
           w-XWPFRun:>setText(function trim(w-para-text))
           move "N" to w-para-bold.

      *> ---- distribution -----------------------------------------------

      *> sends the finished pack out the door, or queues it when hold
      *> is on or commentary is missing; a delivery failure is logged
      *> but does not fail the run, the pack is safe in the archive.
       distribute-report.
           if w-hold-reason not = spaces
              perform queue-for-approval
              exit paragraph
           end-if
           if not distribute-none
              if hold-enabled
                 perform queue-for-approval
              else
                 try
                    evaluate true
                    when distribute-sftp
                       perform distribute-via-sftp
                    when distribute-email
                       perform distribute-via-email
                    end-evaluate
                 catch exception
                    display message exception-object:>getMessage()
                 end-try
              end-if
           end-if.

       queue-for-approval.
           open extend hold-queue-file
           if ws-hold-status = "35"
              open output hold-queue-file
           end-if
           move spaces to hold-queue-record
           move "PENDING" to hq-status
           move w-report-name to hq-report
           move w-docx-path to hq-path
           move w-run-date to hq-run-date
           move w-start-time(1:6) to hq-run-time
           move w-distribute-method to hq-method
           if distribute-sftp
              move w-sftp-remote-path to hq-target
           else
              move w-email-to to hq-target
           end-if
           move w-region-count to hq-rows
           move 0 to hq-rejected
           move w-missing-count to hq-warnings
           move w-run-status to hq-run-status
           move w-hold-reason to hq-hold-reason
           write hold-queue-record
           close hold-queue-file
           display w-docx-path " held for approval".

       distribute-via-sftp.
           set w-JSch to JSch:>new()
           w-JSch:>setKnownHosts(function trim(w-sftp-known-hosts))
           set w-JSchSession to w-JSch:>getSession(function trim(w-sftp-user),
              function trim(w-sftp-host), w-sftp-port)
           w-JSchSession:>setPassword(function trim(w-sftp-password))
           w-JSchSession:>setConfig("StrictHostKeyChecking", "yes")
           w-JSchSession:>connect()
           set w-ChannelSftp to w-JSchSession:>openChannel("sftp") as ChannelSftp
           w-ChannelSftp:>connect()
           w-ChannelSftp:>put(function trim(w-docx-path),
              function trim(w-sftp-remote-path))
           w-ChannelSftp:>disconnect()
           w-JSchSession:>disconnect().

       distribute-via-email.
           set w-mailProps to Properties:>new()
           w-mailProps:>put("mail.smtp.host", function trim(w-smtp-host))
           set w-mailSession to Session:>getDefaultInstance(w-mailProps)
           set w-mailMessage to MimeMessage:>new(w-mailSession)
           w-mailMessage:>setFrom(InternetAddress:>new(function trim(w-email-from)))
           w-mailMessage:>addRecipient(RecipientType:>TO,
              InternetAddress:>new(function trim(w-email-to)))
           w-mailMessage:>setSubject("Month-end management pack")
           set w-mailBody to MimeBodyPart:>new()
           w-mailBody:>setText("See the attached management pack.")
           set w-mailMultipart to MimeMultipart:>new()
           w-mailMultipart:>addBodyPart(w-mailBody)
           set w-mailAttachment to MimeBodyPart:>new()
           set w-mailDataSource to FileDataSource:>new(function trim(w-docx-path))
           w-mailAttachment:>setDataHandler(DataHandler:>new(w-mailDataSource))
           w-mailAttachment:>setFileName(jFile:>new(function trim(w-docx-path)):>getName())
           w-mailMultipart:>addBodyPart(w-mailAttachment)
           w-mailMessage:>setContent(w-mailMultipart)
           Transport:>send(w-mailMessage).

      *> the finished document goes on the report catalog
      *> (catalog-record) once its hold state is known; a catalog
      *> that cannot be written is reported and the run carries on
       catalog-output.
           move spaces to catalog-parm
           move "A" to cp-function
           move w-docx-path to cp-path
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "region-history.dat" to cp-extract
           move w-region-count to cp-rows
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
                  w-pack-period delimited by size
                  " regions=" delimited by size
                  w-region-count delimited by size
                  " over-budget=" delimited by size
                  w-over-count delimited by size
                  " no-commentary=" delimited by size
                  w-missing-count delimited by size
                  " elapsed-secs=" delimited by size
                  w-elapsed-secs delimited by size
                  " status=" delimited by size
                  w-run-status delimited by size
                  into summary-line
           write summary-line
           close summary-output-file.

       copy "company-lookup.cpy".
