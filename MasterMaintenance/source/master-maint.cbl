               alternate record key is mr-name with duplicates
               lock mode is automatic
               file status is primary-error secondary-error.
      *> changes to the controlled GL/currency/division/allocation keys
      *> wait here for a second operator (master-approve) instead of
      *> going live
           select pending-file assign to "master-pending.dat"
               organization is indexed
               access mode is dynamic
               record key is pc-pending-key
               file status is ws-pending-status.
           select lock-marker-file assign to "master.lck"
               organization is line sequential
               file status is ws-marker-status.
       fd  master-file.
       copy "master-record.cpy".

       fd  pending-file.
       copy "master-pending.cpy".

       fd  lock-marker-file.
       01  lock-marker-line    pic x(80).

           05 mrb-name         pic x(30).
           05 mrb-value        pic 9(8)v99.
           05 mrb-eff-to       pic x(8).
           05 mrb-status       pic x(1).

      *> maker-checker: an add/change/delete on a key that feeds the GL
      *> or the consolidation (GLD-, GLC-, GLI-, COA-, FXG-, FXL-,
      *> CCY-, DIV-, their company-qualified GD/GC/GI/FG/FL/CY/DV +
      *> company forms, and the pppp->rrrr cost-allocation drivers) is
      *> queued on master-pending.dat with its before/after images and
      *> only goes live once a different operator approves it in
      *> master-approve.
      *> Every other key keeps the direct path.
       77  ws-pending-status   pic xx.
       77  ws-pending-eof      pic x value "N".
           88 pending-scan-done    value "Y".
       77  w-controlled-key    pic x value "N".
           88 controlled-key       value "Y".
       77  w-already-pending   pic x value "N".
           88 already-pending      value "Y".
       77  w-pending-action    pic x(6).

      *> effective-dating work fields: Add captures an effective-from
      *> (default today) so next month's rate can be keyed today, and
       close-master.
           close master-file.

      *> a COA- key has room for only the first 6 characters of a
      *> 10-character ei-label, so a label longer than that maps
      *> through the entry for its leading characters (its group)
       prompt-for-key.
           display "key: " with no advancing
           accept w-search-key
           if w-search-key(1:4) = "COA-"
              display "  COA- keys hold a label's first 6 characters;"
                      " longer labels map by those"
           end-if
           move w-search-key to mr-key.

      *> which version: effective-from dates a version under the key;
           move "99991231" to mr-eff-to
           move 201 to is-msg-id
           perform is-show-msg
           perform check-controlled-key
           if is-return-value = mb-return-yes and controlled-key
              move "ADD" to w-pending-action
              move spaces to mr-record-before
              move 0 to mrb-value
              perform submit-pending-change
              exit paragraph
           end-if
           if is-return-value = mb-return-yes
              move mr-eff-from to mnf-eff-from
              move mr-name to mnf-name
                 move mr-name to mrb-name
                 move mr-value to mrb-value
                 move mr-eff-to to mrb-eff-to
                 move mr-status to mrb-status
                 display "name [" function trim(mr-name) "]: " with no advancing
                 accept mr-name
                 display "value [" mr-value "]: " with no advancing
                 end-if
                 move 202 to is-msg-id
                 perform is-show-msg
                 perform check-controlled-key
                 if is-return-value = mb-return-yes and controlled-key
                    move "CHANGE" to w-pending-action
                    perform submit-pending-change
                    exit paragraph
                 end-if
                 if is-return-value = mb-return-yes
                    rewrite master-record
                       invalid key
                 move mr-name to mrb-name
                 move mr-value to mrb-value
                 move mr-eff-to to mrb-eff-to
                 move mr-status to mrb-status
                 move 203 to is-msg-id
                 perform is-show-msg
                 perform check-controlled-key
                 if is-return-value = mb-return-yes and controlled-key
                    move "DELETE" to w-pending-action
                    perform submit-pending-change
                    exit paragraph
                 end-if
                 if is-return-value = mb-return-yes
                    delete master-file record
                       invalid key
                 end-if
           end-read.

      *> the keys that redirect postings, move a region between
      *> currencies and divisions, or move cost between regions
      *> (the pppp->rrrr allocation drivers) need a second pair of
      *> eyes -- for any company, so the two-letter code + company +
      *> unit keys of company-lookup.cpy count as well
       check-controlled-key.
           move "N" to w-controlled-key
           if mr-key(1:4) = "GLD-" or mr-key(1:4) = "GLC-"
              or mr-key(1:4) = "GLI-" or mr-key(1:4) = "COA-"
              or mr-key(1:4) = "FXG-" or mr-key(1:4) = "FXL-"
              or mr-key(1:4) = "CCY-" or mr-key(1:4) = "DIV-"
              or mr-key(5:2) = "->"
              set controlled-key to true
           end-if
           if mr-key(3:4) is numeric
              and (mr-key(1:2) = "GD" or mr-key(1:2) = "GC"
                   or mr-key(1:2) = "GI" or mr-key(1:2) = "FG"
                   or mr-key(1:2) = "FL" or mr-key(1:2) = "CY"
                   or mr-key(1:2) = "DV")
              set controlled-key to true
           end-if.

      *> queue the confirmed change on master-pending.dat instead of
      *> touching master.dat: the record buffer holds the after image
      *> (the current version for a delete), mr-record-before the
      *> before image (spaces for an add). One change per version may
      *> wait at a time, so an approver never sees two competing
      *> edits of the same version.
       submit-pending-change.
           open i-o pending-file
           if ws-pending-status = "35"
              open output pending-file
              close pending-file
              open i-o pending-file
           end-if
           if ws-pending-status not = "00"
              display "master-pending.dat unavailable, status="
                      ws-pending-status ", change not queued"
              exit paragraph
           end-if
           perform find-open-pending
           if already-pending
              display "a change to " mr-key " " mr-eff-from
                      " is already awaiting approval, not queued"
              close pending-file
              exit paragraph
           end-if
           move spaces to master-pending-record
           move function current-date(1:16) to pc-submit-stamp
           move mr-record-key to pc-record-key
           move w-pending-action to pc-action
           move "P" to pc-status
           move w-audit-user to pc-maker
           move 0 to pcb-value pca-value
           if w-pending-action not = "ADD"
              move mrb-name to pcb-name
              move mrb-value to pcb-value
              move mrb-status to pcb-status
              move mrb-eff-to to pcb-eff-to
           end-if
           if w-pending-action not = "DELETE"
              move mr-name to pca-name
              move mr-value to pca-value
              move mr-status to pca-status
              move mr-eff-to to pca-eff-to
           end-if
           write master-pending-record
              invalid key
                 display "could not queue change, status="
                         ws-pending-status
              not invalid key
                 display function trim(w-pending-action) " of "
                         mr-key " " mr-eff-from
                         " queued for approval by a second operator"
                 perform write-submit-audit
           end-write
           close pending-file.

       find-open-pending.
           move "N" to w-already-pending
           move "N" to ws-pending-eof
           move low-values to pc-pending-key
           start pending-file key is not less than pc-pending-key
              invalid key
                 set pending-scan-done to true
           end-start
           perform until pending-scan-done
              read pending-file next record
                 at end
                    set pending-scan-done to true
                 not at end
                    if pc-status = "P"
                       and pc-record-key = mr-record-key
                       set already-pending to true
                       set pending-scan-done to true
                    end-if
              end-read
           end-perform.

      *> the submission is on the trail too, so the maker of a change
      *> an approver later rejects is still visible; it carries no
      *> old-name= image, so master-restore never tries to undo it
       write-submit-audit.
           move spaces to audit-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|SUBMIT|" delimited by size
                  mr-record-key delimited by size
                  "|action=" delimited by size
                  function trim(w-pending-action) delimited by size
                  "|pending=" delimited by size
                  pc-submit-stamp delimited by size
                  into audit-line
           move audit-line to ap-text
           call "audit-append" using audit-parm.

      *> one line per confirmed add/update/delete: who, when, what
      *> action, which key, and the before/after values -- so a bad
      *> reference record can be traced back to who changed it and when.
