      *>********************************************************************<*
      *>***** Record layout for the keyed report catalog               *****<*
      *>***** (report-catalog.dat). One record per output file a       *****<*
      *>***** report job writes, keyed by the file's path, kept by     *****<*
      *>***** catalog-record.cbl: what the report covered (regions,    *****<*
      *>***** source extract, row and reject counts), its approval     *****<*
      *>***** state from hold-queue.dat, and where the file is now --  *****<*
      *>***** LIVE in the archive or COLD once report-purge has moved  *****<*
      *>***** it to cold storage. catalog-inquiry.cbl searches it and  *****<*
      *>***** restores cold entries through report-restore.cbl.        *****<*
      *>********************************************************************<*
       01  report-catalog-record.
           05 rc-path             pic x(200).
           05 rc-report-key.
              10 rc-report        pic x(32).
              10 rc-run-date      pic x(8).
           05 rc-run-time         pic x(6).
      *> region codes the output covers, blank-separated; a trailing
      *> "+" means more than fit
           05 rc-regions          pic x(60).
           05 rc-extract          pic x(60).
           05 rc-rows             pic 9(6).
           05 rc-rejects          pic 9(6).
      *> NOT HELD, or the hold-queue status (PENDING, RELEASED,
      *> REJECTED) and who decided it
           05 rc-approval         pic x(8).
           05 rc-approval-user    pic x(20).
           05 rc-location         pic x(4).
              88 rc-live              value "LIVE".
              88 rc-cold              value "COLD".
           05 rc-cold-path        pic x(200).
           05 rc-cataloged-stamp  pic x(14).
