      *>********************************************************************<*
      *>***** Record layout for the keyed transaction detail file. One *****<*
      *>***** record per accepted data row excel-sample puts on a      *****<*
      *>***** region sheet, keyed company + region + run date + source *****<*
      *>***** extract + row number within the extract, so every figure *****<*
      *>***** on region-history.dat (and the rollup, close, and        *****<*
      *>***** variance workbooks built from it) can be walked back to  *****<*
      *>***** the rows and extracts behind it by txn-inquiry.cbl       *****<*
      *>***** instead of from the archived workbooks.                  *****<*
      *>********************************************************************<*
       01  txn-detail-record.
           05 td-record-key.
              10 td-company        pic x(4).
              10 td-region         pic x(4).
              10 td-run-date       pic x(8).
              10 td-extract        pic x(60).
              10 td-row            pic 9(6).
           05 td-label             pic x(10).
           05 td-entry-date        pic x(8).
           05 td-amount1           pic s9(6)v999.
           05 td-amount2           pic s9(6)v999.
      *> spaces = posted; R = backed out by a later reversal extract
      *> (the row stays for the audit trail but no longer counts
      *> toward the region's history)
           05 td-status            pic x(1).
      *> the closed period a prior-period adjustment row relates to;
      *> spaces for an ordinary row
           05 td-adj-period        pic x(6).
