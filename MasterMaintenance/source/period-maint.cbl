
      *>********************************************************************<*
      *>***** Maintenance screen for the keyed fiscal-calendar file    *****<*
      *>***** (one record per company and yyyymm period), in the same  *****<*
      *>***** style as master-maint.cbl: B)rowse A)dd C)hange D)elete  *****<*
      *>***** Q)uit with confirmation and an audit line per confirmed  *****<*
      *>***** change. The close flag itself is normally set by the     *****<*
      *>***** period-close job, not keyed here, but C)hange can reopen *****<*
      *>***** a period that was closed in error -- which is exactly    *****<*
      *>***** the kind of change the audit trail exists for.           *****<*
      *>********************************************************************<*

       environment division.
           select period-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is primary-error secondary-error.

       data division.

       77  w-command           pic x value space.
       77  w-search-period     pic x(6).
       77  w-search-company    pic x(4).
       77  w-home-company      pic x(4) value "0001".
       77  ws-period-eof       pic x value "N".
           88 period-at-eof        value "Y".
       77  w-holiday-idx       pic 9(1).
       close-period-file.
           close period-file.

      *> each company keeps its own calendar; the company defaults to
      *> the home company
       prompt-for-key.
           display "company [" w-home-company "]: " with no advancing
           accept w-search-company
           move function upper-case(w-search-company)
              to w-search-company
           if w-search-company = spaces
              move w-home-company to w-search-company
           end-if
           display "period (yyyymm): " with no advancing
           accept w-search-period
           move w-search-company to fc-company
           move w-search-period to fc-period.

      *> start/end default to the calendar month so the usual case is
           end-perform.

      *> browse: sequential scan forward from the given (or first)
      *> period of the company, same as rate-maint's browse; the other
      *> companies' calendars follow in company order.
       browse-periods.
           perform prompt-for-key
           if fc-period = spaces
              move low-values to fc-period
           end-if
           start period-file key is not less than fc-record-key
              invalid key
                 move "PERIODS" to is-err-file
                 perform is-extended-file-status
                       at end
                          set period-at-eof to true
                       not at end
                          display fc-company " " fc-period " "
                                  fc-start-date "-" fc-end-date
                                  " status=" fc-status
                                  " closed-by=" function trim(fc-closed-by)

      *> one line per confirmed add/change/delete, same pipe-delimited
      *> shape the other maintenance screens write, with PERD- in front
      *> of the company-period key so the calendar's entries stay
      *> distinguishable in audit.log.
       write-audit-record.
           move spaces to audit-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  w-audit-action delimited by size
                  "|PERD-" delimited by size
                  fc-company delimited by size
                  "-" delimited by size
                  fc-period delimited by size
                  "|old-window=" delimited by size
                  fcb-start delimited by size
