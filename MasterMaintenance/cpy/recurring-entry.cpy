      *>********************************************************************<*
      *>***** Record layout for the keyed recurring-entry file         *****<*
      *>***** maintained by recurring-maint.cbl. One record per        *****<*
      *>***** company, region and label: a standing charge (rent, a    *****<*
      *>***** lease, a fixed service fee) with its amounts, how often  *****<*
      *>***** it falls due, the first and last fiscal period (yyyymm)  *****<*
      *>***** it applies to and an active flag. standing-entries.cbl   *****<*
      *>***** turns the entries due in a period into an extract for    *****<*
      *>***** excel-sample and stamps re-last-period with that period, *****<*
      *>***** so an entry is never generated twice for the same        *****<*
      *>***** period.                                                  *****<*
      *>********************************************************************<*
       01  recurring-entry-record.
           05 re-record-key.
              10 re-company       pic x(4).
              10 re-region        pic x(4).
              10 re-label         pic x(10).
      *> signed like ei-amount1/2: a standing credit keys in negative
           05 re-amount1          pic s9(6)v999.
           05 re-amount2          pic s9(6)v999.
      *> M monthly, Q quarterly, H half-yearly, A annually, counted
      *> from the start period
           05 re-frequency        pic x(1).
              88 re-monthly           value "M".
              88 re-quarterly         value "Q".
              88 re-half-yearly       value "H".
              88 re-annually          value "A".
              88 re-frequency-valid   value "M" "Q" "H" "A".
           05 re-start-period     pic x(6).
      *> spaces = open-ended
           05 re-end-period       pic x(6).
           05 re-active           pic x(1).
              88 re-is-active         value "Y".
      *> the last period this entry was generated for (spaces = never)
           05 re-last-period      pic x(6).
