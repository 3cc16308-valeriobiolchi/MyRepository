       program-id. budget-maint.

      *>********************************************************************<*
      *>***** Maintenance screen for the keyed budget file (company +  *****<*
      *>***** region + yyyymm period), in the same style as master-    *****<*
      *>***** maint.cbl: B)rowse A)dd C)hange D)elete Q)uit with       *****<*
      *>***** confirmation and an audit line per confirmed change.     *****<*
      *>***** Replaces the budget spreadsheet an analyst retyped the   *****<*
      *>***** rollup SUMMARY sheet into by hand.                       *****<*
      *>********************************************************************<*

       environment division.
       77  w-command           pic x value space.
       77  w-search-region     pic x(4).
       77  w-search-period     pic x(6).
       77  w-search-company    pic x(4).
       77  w-home-company      pic x(4) value "0001".
       77  ws-budget-eof       pic x value "N".
           88 budget-at-eof        value "Y".

       close-budget-file.
           close budget-file.

      *> region codes are only unique within a company; the company
      *> defaults to the home company
       prompt-for-key.
           display "company [" w-home-company "]: " with no advancing
           accept w-search-company
           move function upper-case(w-search-company)
              to w-search-company
           if w-search-company = spaces
              move w-home-company to w-search-company
           end-if
           display "region (4 chars): " with no advancing
           accept w-search-region
           move function upper-case(w-search-region) to w-search-region
           display "period (yyyymm): " with no advancing
           accept w-search-period
           move w-search-company to bu-company
           move w-search-region to bu-region
           move w-search-period to bu-period.

      *> browse: sequential scan forward from the given key, or from
      *> the company's first budget when no region is given
       browse-budgets.
           perform prompt-for-key
           if bu-region = spaces
              move low-values to bu-region bu-period
           end-if
           start budget-file key is not less than bu-record-key
              invalid key
                       at end
                          set budget-at-eof to true
                       not at end
                          display bu-company " " bu-region " "
                                  bu-period " "
                                  bu-amount1 " " bu-amount2
                    end-read
                 end-perform
