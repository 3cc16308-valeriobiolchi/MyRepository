      *>********************************************************************<*
      *>***** Record layout for the keyed fiscal-calendar file         *****<*
      *>***** maintained by period-maint.cbl. One record per company   *****<*
      *>***** per fiscal period (yyyymm): the period's start and end   *****<*
      *>***** dates, up to five non-processing holidays inside it, and *****<*
      *>***** the close flag period-close.cbl sets when finance signs  *****<*
      *>***** the month off. Each company keeps its own calendar and   *****<*
      *>***** closes its own periods. Consumers treat a record with    *****<*
      *>***** fc-status "C" as locked: excel-sample refuses any        *****<*
      *>***** extract whose entry dates fall in a closed period of its *****<*
      *>***** company instead of silently reopening the closed month's *****<*
      *>***** numbers.                                                 *****<*
      *>********************************************************************<*
       01  fiscal-calendar-record.
           05 fc-record-key.
              10 fc-company        pic x(4).
              10 fc-period         pic x(6).
           05 fc-start-date        pic x(8).
           05 fc-end-date          pic x(8).
           05 fc-holiday           pic x(8) occurs 5 times.
