      *>********************************************************************<*
      *>***** Parameter block for CALL "catalog-record". A report job  *****<*
      *>***** fills it after writing each output file (function A);    *****<*
      *>***** report-purge and report-restore use function L to move   *****<*
      *>***** an entry between LIVE and COLD; report-approve uses S to *****<*
      *>***** bring every entry's approval state up to date from       *****<*
      *>***** hold-queue.dat.                                          *****<*
      *>********************************************************************<*
       01  catalog-parm.
           05 cp-function         pic x(1).
              88 cp-add-output        value "A".
              88 cp-set-location      value "L".
              88 cp-sync-approvals    value "S".
           05 cp-path             pic x(200).
           05 cp-report           pic x(32).
           05 cp-run-date         pic x(8).
           05 cp-regions          pic x(60).
           05 cp-extract          pic x(60).
           05 cp-rows             pic 9(6).
           05 cp-rejects          pic 9(6).
           05 cp-location         pic x(4).
           05 cp-cold-path        pic x(200).
      *> Y = cataloged; E = the catalog could not be written
           05 cp-result           pic x(1).
