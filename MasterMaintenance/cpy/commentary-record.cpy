      *>********************************************************************<*
      *>***** Record layout for the keyed analyst commentary file      *****<*
      *>***** maintained by commentary-maint.cbl. One record per       *****<*
      *>***** company, region (level R) or division (level D) and      *****<*
      *>***** fiscal period (yyyymm) -- region and division codes are  *****<*
      *>***** only unique within a company, and each company keeps its *****<*
      *>***** own calendar: up to four lines of variance commentary    *****<*
      *>***** and who last keyed it, which month-end-pack.cbl prints   *****<*
      *>***** under that unit's figures in the management pack.        *****<*
      *>********************************************************************<*
       01  commentary-record.
           05 cm-record-key.
              10 cm-company       pic x(4).
              10 cm-level         pic x(1).
                 88 cm-region-note    value "R".
                 88 cm-division-note  value "D".
              10 cm-unit          pic x(4).
              10 cm-period        pic x(6).
           05 cm-text             pic x(60) occurs 4 times.
           05 cm-author           pic x(20).
           05 cm-stamp            pic x(14).
