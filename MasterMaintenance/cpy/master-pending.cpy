      *>********************************************************************<*
      *>***** Record layout for master-pending.dat, the queue of       *****<*
      *>***** changes to controlled master keys (GLD-, GLC-, GLI-,     *****<*
      *>***** FXG-, FXL-, CCY-, DIV- and the pppp->rrrr allocation     *****<*
      *>***** drivers) waiting for a second operator. master-maint.cbl *****<*
      *>***** writes the add/change/delete here instead of to          *****<*
      *>***** master.dat, with the version's before image and the      *****<*
      *>***** proposed after image; master-approve.cbl shows both to   *****<*
      *>***** an operator holding the APPROVE role (never the one who  *****<*
      *>***** made the change) and only an approved entry is applied   *****<*
      *>***** to master.dat and audited. Decided entries stay on file  *****<*
      *>***** with who decided and when.                               *****<*
      *>********************************************************************<*
       01  master-pending-record.
           05 pc-pending-key.
              10 pc-submit-stamp   pic x(16).
              10 pc-record-key.
                 15 pc-key         pic x(10).
                 15 pc-eff-from    pic x(8).
      *> ADD, CHANGE or DELETE -- the master-maint command it came from
           05 pc-action            pic x(6).
      *> P = awaiting approval, A = approved and applied, R = rejected
           05 pc-status            pic x(1).
           05 pc-maker             pic x(20).
           05 pc-checker           pic x(20).
           05 pc-checked-stamp     pic x(16).
      *> the version as it stood when the change was keyed (spaces for
      *> an add); the approver refuses to apply over a version that has
      *> moved on since
           05 pc-before.
              10 pcb-name          pic x(30).
              10 pcb-value         pic 9(8)v99.
              10 pcb-status        pic x(1).
              10 pcb-eff-to        pic x(8).
      *> the version as it will stand once applied (spaces for a delete)
           05 pc-after.
              10 pca-name          pic x(30).
              10 pca-value         pic 9(8)v99.
              10 pca-status        pic x(1).
              10 pca-eff-to        pic x(8).
           05 pc-reject-reason     pic x(60).
