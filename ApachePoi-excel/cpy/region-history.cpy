      *>***** Record layout for the per-region daily totals history    *****<*
      *>***** file. One record per region per batch run date, written  *****<*
      *>***** by excel-sample at the end of each batch run and read    *****<*
      *>***** back by region-rollup's month-to-date workbook. Totals   *****<*
      *>***** are signed net amounts: a region whose credits outweigh  *****<*
      *>***** its charges for the day carries a negative total.        *****<*
      *>***** Keyed company first: region codes are only unique        *****<*
      *>***** within a company, and each company's days sort together. *****<*
      *>********************************************************************<*
       01  region-history-record.
           05 rh-record-key.
              10 rh-company       pic x(4).
              10 rh-region        pic x(4).
              10 rh-run-date      pic x(8).
           05 rh-total1           pic s9(8)v999.
           05 rh-total2           pic s9(8)v999.
