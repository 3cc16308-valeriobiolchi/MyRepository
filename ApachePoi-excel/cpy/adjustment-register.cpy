      *>********************************************************************<*
      *>***** Prior-period adjustment register record. One line per    *****<*
      *>***** region per live adjustment extract, appended by          *****<*
      *>***** excel-sample when the extract's amounts are posted into  *****<*
      *>***** the current open period: which closed period the         *****<*
      *>***** amounts belong to, which period they were booked in,     *****<*
      *>***** who sent them, and the region's net. A reversal of an    *****<*
      *>***** adjustment extract appends the offsetting line (status   *****<*
      *>***** R) so the register still nets to what is on the books.   *****<*
      *>***** adjust-register.cbl builds the monthly workbook from it. *****<*
      *>********************************************************************<*
       01  adjustment-register-record.
      *> the company the extract was posted for
           05 ar-company           pic x(4).
           05 ar-run-date          pic x(8).
      *> the open period the amounts were booked into
           05 ar-post-period       pic x(6).
      *> the closed period the adjustment relates to
           05 ar-orig-period       pic x(6).
           05 ar-region            pic x(4).
           05 ar-submitter         pic x(20).
           05 ar-extract           pic x(60).
           05 ar-rows              pic 9(6).
           05 ar-amount1           pic s9(12)v999.
           05 ar-amount2           pic s9(12)v999.
      *> spaces = posted; R = offset written by a reversal
           05 ar-status            pic x(1).
