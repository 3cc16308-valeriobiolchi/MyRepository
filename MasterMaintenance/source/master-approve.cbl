       >>SOURCE FORMAT FREE
       program-id. master-approve.

      *>********************************************************************<*
      *>***** Checker side of the maker-checker control on the GLD-,   *****<*
      *>***** GLC-, GLI-, COA-, FXG-, FXL-, CCY- and DIV- master keys  *****<*
      *>***** and the pppp->rrrr allocation drivers. Walks the changes *****<*
      *>***** master-maint queued on master-pending.dat, shows each    *****<*
      *>***** one's before and after image, and lets an operator       *****<*
      *>***** holding the APPROVE role approve or reject it -- never a *****<*
      *>***** change that operator keyed. Only an approved change is   *****<*
      *>***** applied to master.dat (under the same master.lck         *****<*
      *>***** courtesy as master-maint) and audited through audit-     *****<*
      *>***** append in master-maint's format, followed by an ACCEPT   *****<*
      *>***** line naming the maker; a rejection is stamped on the     *****<*
      *>***** queue entry and audited as REJECT.                       *****<*
      *>********************************************************************<*

       environment division.
       input-output section.
       file-control.
           select master-file assign to "master.dat"
               organization is indexed
               access mode is dynamic
               record key is mr-record-key
               alternate record key is mr-name with duplicates
               lock mode is automatic
               file status is ws-master-status.
           select pending-file assign to "master-pending.dat"
               organization is indexed
               access mode is dynamic
               record key is pc-pending-key
               file status is ws-pending-status.
           select lock-marker-file assign to "master.lck"
               organization is line sequential
               file status is ws-marker-status.
           select locklog-file assign to "lock.log"
               organization is line sequential
               file status is ws-locklog-status.

       data division.
       file section.
       fd  master-file.
       copy "master-record.cpy".

       fd  pending-file.
       copy "master-pending.cpy".

       fd  lock-marker-file.
       01  lock-marker-line    pic x(80).

       fd  locklog-file.
       01  locklog-line        pic x(120).

       working-storage section.
       77  ws-master-status    pic xx.
       77  ws-pending-status   pic xx.
       77  ws-pending-eof      pic x value "N".
           88 pending-scan-done    value "Y".
       77  w-command           pic x.
       77  w-review-done       pic x value "N".
           88 review-done          value "Y".
       77  w-pending-seen      pic 9(4) value 0.
       77  w-approved-count    pic 9(4) value 0.
       77  w-rejected-count    pic 9(4) value 0.
       77  w-own-count         pic 9(4) value 0.
       77  w-apply-ok          pic x.
           88 apply-ok             value "Y".
       77  w-reason            pic x(60).
       77  w-value-ed          pic z(7)9.99.

      *> the entry under review, kept aside: applying it reads and
      *> scans master.dat, and the queue entry is re-read by key for
      *> the rewrite that stamps the decision
       77  w-entry-key         pic x(34).

       77  audit-line          pic x(200).
       01  audit-parm.
           05 ap-text          pic x(200).
       77  w-audit-user        pic x(20).
       77  w-audit-action      pic x(6).
       01  mr-record-before.
           05 mrb-name         pic x(30).
           05 mrb-value        pic 9(8)v99.
           05 mrb-eff-to       pic x(8).

      *> sign-on through the shared operator file; approving needs the
      *> APPROVE role, and a refusal is logged by operator-auth
       77  w-reviewer          pic x(20).
       77  w-op-roles          pic x(40).
       01  signon-parm.
           05 so-program       pic x(20).
           05 so-user          pic x(20).
           05 so-roles         pic x(40).
           05 so-status        pic x(1).
       01  auth-parm.
           05 au-user          pic x(20).
           05 au-roles         pic x(40).
           05 au-program       pic x(20).
           05 au-function      pic x(12).
           05 au-role-needed   pic x(12).
           05 au-allowed       pic x(1).

      *> an approved add closes the key's open-ended prior version the
      *> day before the new one starts, exactly as master-maint's
      *> direct add does
       77  w-date-int          pic 9(8).
       77  w-date-9            pic 9(8).
       77  ws-version-eof      pic x value "N".
           88 version-scan-done    value "Y".
       77  w-prior-found       pic x value "N".
           88 prior-version-found  value "Y".
       77  w-prior-eff-from    pic x(8).

      *> master.lck coordination with the nightly bridge, as in
      *> master-maint
       77  ws-marker-status    pic xx.
       77  ws-locklog-status   pic xx.
       77  w-marker-holder     pic x(80).
       77  w-lock-wait-done    pic x value "N".
           88 lock-wait-done       value "Y".
       77  w-lock-answer       pic x.
       77  w-lock-event        pic x(20).

       procedure division.
       main.
           perform get-reviewer
           if w-reviewer = spaces
              goback
           end-if
           move w-reviewer to au-user
           move w-op-roles to au-roles
           move "master-approve" to au-program
           move "approve" to au-function
           move "APPROVE" to au-role-needed
           call "operator-auth" using auth-parm
           if au-allowed not = "Y"
              goback
           end-if
           open i-o pending-file
           if ws-pending-status not = "00"
              display "master-approve: no changes awaiting approval"
              goback
           end-if
           perform check-batch-lock
           open i-o master-file
           if ws-master-status not = "00"
              display "master-approve: master.dat unavailable, status="
                      ws-master-status
              close pending-file
              move 8 to return-code
              goback
           end-if
           perform review-pending-changes
           close master-file
           close pending-file
           display " "
           display "master-approve: " w-pending-seen " awaiting, "
                   w-approved-count " approved, "
                   w-rejected-count " rejected, "
                   w-own-count " of your own left for another operator"
           goback.

       get-reviewer.
           move "master-approve" to so-program
           call "operator-signon" using signon-parm
           if so-status = "Y"
              move so-user to w-reviewer
              move so-roles to w-op-roles
           else
              move spaces to w-reviewer
           end-if.

      *> oldest first (the queue is keyed by submission stamp); each
      *> decision rewrites the entry, then the scan picks up after it
       review-pending-changes.
           move "N" to ws-pending-eof
           move low-values to pc-pending-key
           start pending-file key is not less than pc-pending-key
              invalid key
                 set pending-scan-done to true
           end-start
           perform until pending-scan-done or review-done
              read pending-file next record
                 at end
                    set pending-scan-done to true
                 not at end
                    if pc-status = "P"
                       add 1 to w-pending-seen
                       perform review-one-change
                    end-if
              end-read
           end-perform.

       review-one-change.
           move pc-pending-key to w-entry-key
           display " "
           display function trim(pc-action) " " pc-key " effective "
                   pc-eff-from "  keyed by " function trim(pc-maker)
                   " at " pc-submit-stamp(1:14)
           if pc-action not = "ADD"
              move pcb-value to w-value-ed
              display "   before: " pcb-name " " w-value-ed
                      " to " pcb-eff-to " " pcb-status
           end-if
           if pc-action not = "DELETE"
              move pca-value to w-value-ed
              display "   after : " pca-name " " w-value-ed
                      " to " pca-eff-to " " pca-status
           end-if
           if pc-maker = w-reviewer
              display "   keyed by you -- another operator must approve it"
              add 1 to w-own-count
              exit paragraph
           end-if
           display "A)pprove R)eject S)kip Q)uit: " with no advancing
           accept w-command
           move function upper-case(w-command) to w-command
           evaluate w-command
           when "A"
              perform approve-change
           when "R"
              perform reject-change
           when "Q"
              set review-done to true
           when other
              continue
           end-evaluate.

      *> apply first; only a change that actually reached master.dat
      *> is marked approved. One that can't be applied (the version
      *> moved on since it was keyed, or the add collides) stays
      *> pending for the approver to reject.
       approve-change.
           move "N" to w-apply-ok
           evaluate pc-action
           when "ADD"
              perform apply-add
           when "CHANGE"
              perform apply-change
           when "DELETE"
              perform apply-delete
           end-evaluate
           if not apply-ok
              exit paragraph
           end-if
           move w-entry-key to pc-pending-key
           read pending-file
              invalid key
                 display "queue entry vanished after apply, status="
                         ws-pending-status
                 exit paragraph
           end-read
           move "A" to pc-status
           move w-reviewer to pc-checker
           move function current-date(1:16) to pc-checked-stamp
           rewrite master-pending-record
              invalid key
                 display "could not stamp queue entry, status="
                         ws-pending-status
           end-rewrite
           move "ACCEPT" to w-audit-action
           move spaces to w-reason
           perform write-decision-audit
           add 1 to w-approved-count
           display "   approved and applied".

       reject-change.
           display "reason: " with no advancing
           accept w-reason
           move "R" to pc-status
           move w-reviewer to pc-checker
           move function current-date(1:16) to pc-checked-stamp
           move w-reason to pc-reject-reason
           rewrite master-pending-record
              invalid key
                 display "could not stamp queue entry, status="
                         ws-pending-status
                 exit paragraph
           end-rewrite
           move "REJECT" to w-audit-action
           perform write-decision-audit
           add 1 to w-rejected-count
           display "   rejected".

      *> the maker's add: the prior open-ended version is closed, then
      *> the new version written, each audited under the maker's name
       apply-add.
           move pc-maker to w-audit-user
           perform close-prior-version
           move pc-record-key to mr-record-key
           move pca-name to mr-name
           move pca-value to mr-value
           move "A" to mr-status
           move "99991231" to mr-eff-to
           write master-record
              invalid key
                 display "   not applied: " pc-key " " pc-eff-from
                         " already on master.dat"
              not invalid key
                 set apply-ok to true
                 move "ADD" to w-audit-action
                 move spaces to mr-record-before
                 move 0 to mrb-value
                 perform write-audit-record
           end-write.

       apply-change.
           move pc-maker to w-audit-user
           move pc-record-key to mr-record-key
           read master-file
              invalid key
                 display "   not applied: " pc-key " " pc-eff-from
                         " is no longer on master.dat"
                 exit paragraph
           end-read
           if mr-name not = pcb-name or mr-value not = pcb-value
              or mr-eff-to not = pcb-eff-to
              display "   not applied: the version has changed since"
                      " this was keyed -- reject it and key it again"
              exit paragraph
           end-if
           move mr-name to mrb-name
           move mr-value to mrb-value
           move mr-eff-to to mrb-eff-to
           move pca-name to mr-name
           move pca-value to mr-value
           move pca-eff-to to mr-eff-to
           rewrite master-record
              invalid key
                 display "   not applied, status=" ws-master-status
              not invalid key
                 set apply-ok to true
                 move "CHANGE" to w-audit-action
                 perform write-audit-record
           end-rewrite.

       apply-delete.
           move pc-maker to w-audit-user
           move pc-record-key to mr-record-key
           read master-file
              invalid key
                 display "   not applied: " pc-key " " pc-eff-from
                         " is no longer on master.dat"
                 exit paragraph
           end-read
           if mr-name not = pcb-name or mr-value not = pcb-value
              or mr-eff-to not = pcb-eff-to
              display "   not applied: the version has changed since"
                      " this was keyed -- reject it and key it again"
              exit paragraph
           end-if
           move mr-name to mrb-name
           move mr-value to mrb-value
           move mr-eff-to to mrb-eff-to
           delete master-file record
              invalid key
                 display "   not applied, status=" ws-master-status
              not invalid key
                 set apply-ok to true
                 move "DELETE" to w-audit-action
                 move spaces to mr-name
                 move 0 to mr-value
                 perform write-audit-record
           end-delete.

      *> same scan as master-maint's close-prior-version: the key's
      *> latest open-ended version starting before the new one is
      *> end-dated the day before the new one takes effect
       close-prior-version.
           move "N" to w-prior-found
           move "N" to ws-version-eof
           move pc-key to mr-key
           move "00000000" to mr-eff-from
           start master-file key is not less than mr-record-key
              invalid key
                 set version-scan-done to true
           end-start
           perform until version-scan-done
              read master-file next record
                 at end
                    set version-scan-done to true
                 not at end
                    if mr-key not = pc-key
                       set version-scan-done to true
                    else
                       if mr-eff-from < pc-eff-from
                          and (mr-eff-to = spaces
                               or mr-eff-to = "99991231")
                          set prior-version-found to true
                          move mr-eff-from to w-prior-eff-from
                       end-if
                    end-if
              end-read
           end-perform
           if prior-version-found
              move pc-key to mr-key
              move w-prior-eff-from to mr-eff-from
              read master-file
                 invalid key
                    continue
                 not invalid key
                    move mr-name to mrb-name
                    move mr-value to mrb-value
                    move mr-eff-to to mrb-eff-to
                    move function numval(pc-eff-from) to w-date-9
                    compute w-date-int =
                       function integer-of-date(w-date-9) - 1
                    move function date-of-integer(w-date-int)
                       to w-date-9
                    move w-date-9 to mr-eff-to
                    rewrite master-record
                       invalid key
                          continue
                       not invalid key
                          move "CHANGE" to w-audit-action
                          perform write-audit-record
                    end-rewrite
              end-read
           end-if.

      *> master-maint's audit line, so audit-inquiry and master-restore
      *> treat an approved change like any other
       write-audit-record.
           move spaces to audit-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|" delimited by size
                  w-audit-action delimited by size
                  "|" delimited by size
                  mr-record-key delimited by size
                  "|old-name=" delimited by size
                  mrb-name delimited by size
                  "|old-value=" delimited by size
                  mrb-value delimited by size
                  "|new-name=" delimited by size
                  mr-name delimited by size
                  "|new-value=" delimited by size
                  mr-value delimited by size
                  "|old-eff-to=" delimited by size
                  mrb-eff-to delimited by size
                  "|new-eff-to=" delimited by size
                  mr-eff-to delimited by size
                  into audit-line
           move audit-line to ap-text
           call "audit-append" using audit-parm.

      *> the checker's own line: who decided, whose change, which
      *> queue entry (and why, for a rejection)
       write-decision-audit.
           move spaces to audit-line
           string function trim(w-reviewer) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|" delimited by size
                  w-audit-action delimited by size
                  "|" delimited by size
                  pc-record-key delimited by size
                  "|maker=" delimited by size
                  function trim(pc-maker) delimited by size
                  "|action=" delimited by size
                  function trim(pc-action) delimited by size
                  "|pending=" delimited by size
                  pc-submit-stamp delimited by size
                  "|reason=" delimited by size
                  function trim(w-reason) delimited by size
                  into audit-line
           move audit-line to ap-text
           call "audit-append" using audit-parm.

       check-batch-lock.
           move "N" to w-lock-wait-done
           perform until lock-wait-done
              open input lock-marker-file
              if ws-marker-status = "00"
                 move spaces to w-marker-holder
                 read lock-marker-file
                    at end
                       continue
                    not at end
                       move lock-marker-line to w-marker-holder
                 end-read
                 close lock-marker-file
                 display "master file busy, batch running: "
                         function trim(w-marker-holder)
                 move "HELD-BY-BATCH" to w-lock-event
                 perform write-lock-log
                 display "W)ait and retry, or Q)uit: " with no advancing
                 accept w-lock-answer
                 move function upper-case(w-lock-answer) to w-lock-answer
                 if w-lock-answer = "Q"
                    stop run
                 end-if
                 call "C$SLEEP" using 10
              else
                 set lock-wait-done to true
              end-if
           end-perform.

       write-lock-log.
           open extend locklog-file
           if ws-locklog-status = "35"
              open output locklog-file
           end-if
           move spaces to locklog-line
           string function trim(w-reviewer) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|master-approve|" delimited by size
                  function trim(w-lock-event) delimited by size
                  "|" delimited by size
                  function trim(w-marker-holder) delimited by size
                  into locklog-line
           write locklog-line
           close locklog-file.
