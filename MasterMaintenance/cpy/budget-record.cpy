      *>********************************************************************<*
      *>***** Record layout for the keyed budget file maintained by    *****<*
      *>***** budget-maint.cbl. One record per company, region and     *****<*
      *>***** fiscal period (yyyymm) carrying the budgeted             *****<*
      *>***** amount1/amount2 that budget-variance.cbl joins against   *****<*
      *>***** the actuals in region-history.dat for the same company.  *****<*
      *>********************************************************************<*
       01  budget-record.
           05 bu-record-key.
              10 bu-company       pic x(4).
              10 bu-region        pic x(4).
              10 bu-period        pic x(6).
           05 bu-amount1          pic 9(10)v999.
