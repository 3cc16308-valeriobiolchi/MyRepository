       >>SOURCE FORMAT FREE
       program-id. recurring-maint.

      *>********************************************************************<*
      *>***** Maintenance screen for the recurring-entry file          *****<*
      *>***** (standing charges: rent, leases, fixed service fees --   *****<*
      *>***** one per company, region and label), in the same style as *****<*
      *>***** budget-maint.cbl: B)rowse A)dd C)hange D)elete Q)uit     *****<*
      *>***** with confirmation and an audit line per confirmed        *****<*
      *>***** change. Each entry carries its amounts, frequency, start *****<*
      *>***** and end period and active flag; standing-entries.cbl     *****<*
      *>***** generates the ones due at the start of each fiscal       *****<*
      *>***** period, in place of the branches keying them into their  *****<*
      *>***** extracts every month.                                    *****<*
      *>********************************************************************<*

       environment division.
       input-output section.
       file-control.
           select recurring-file assign to "recurring.dat"
               organization is indexed
               access mode is dynamic
               record key is re-record-key
               file status is primary-error secondary-error.

       data division.
       file section.
       fd  recurring-file.
       copy "recurring-entry.cpy".

       working-storage section.
       copy "ismsgws.cpy".

       77  w-command           pic x value space.
       77  w-search-region     pic x(4).
       77  w-search-label      pic x(10).
       77  w-search-company    pic x(4).
       77  w-home-company      pic x(4) value "0001".
       77  ws-recurring-eof    pic x value "N".
           88 recurring-at-eof     value "Y".
       77  w-entry-ok          pic x value "N".
           88 entry-is-valid       value "Y".
       77  w-answer            pic x(10).

      *> audit lines no longer go straight to the file: audit-append
      *> chains each one from the previous line's hash (the |h=
      *> suffix) before appending, so the trail is tamper-evident.
       77  audit-line          pic x(200).
       01  audit-parm.
           05 ap-text          pic x(200).
       77  w-audit-user        pic x(20).
       77  w-audit-action      pic x(6).

      *> real sign-on through the shared operator file instead of
      *> trusting whatever USER the shell exports; D)elete
      *> additionally needs the MAINT role.
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
       01  re-record-before.
           05 reb-amount1      pic s9(6)v999.
           05 reb-amount2      pic s9(6)v999.
           05 reb-frequency    pic x(1).
           05 reb-start-period pic x(6).
           05 reb-end-period   pic x(6).
           05 reb-active       pic x(1).

       procedure division.
       main.
           perform get-audit-user
           if w-audit-user = spaces
              stop run
           end-if
           perform open-recurring-file
           perform until w-command = "Q"
              perform show-menu
              perform process-command
           end-perform
           perform close-recurring-file
           stop run.

      *> identity now comes from operator-signon (operators.dat); a
      *> failed sign-on leaves w-audit-user spaces and the caller
      *> ends the session.
       get-audit-user.
           move "recurring-maint" to so-program
           call "operator-signon" using signon-parm
           if so-status = "Y"
              move so-user to w-audit-user
              move so-roles to w-op-roles
           else
              move spaces to w-audit-user
           end-if.

       check-authority.
           move w-audit-user to au-user
           move w-op-roles to au-roles
           move "recurring-maint" to au-program
           call "operator-auth" using auth-parm.

       show-menu.
           display " "
           display "Standing entries -- B)rowse A)dd C)hange D)elete Q)uit"
           display "Command: " with no advancing
           accept w-command
           move function upper-case(w-command) to w-command.

       process-command.
           evaluate w-command
           when "B" perform browse-entries
           when "A" perform add-entry
           when "C" perform change-entry
           when "D" perform delete-entry
           when "Q" continue
           when other
              display "unrecognized command."
           end-evaluate.

       open-recurring-file.
           open i-o recurring-file
           if primary-error = "35"
              open output recurring-file
              close recurring-file
              open i-o recurring-file
           end-if
           if primary-error not = "00"
              move "RECURRING" to is-err-file
              perform is-extended-file-status
           end-if.

       close-recurring-file.
           close recurring-file.

      *> region codes are only unique within a company; the company
      *> defaults to the home company
       prompt-for-key.
           display "company [" w-home-company "]: " with no advancing
           accept w-search-company
           move function upper-case(w-search-company)
              to w-search-company
           if w-search-company = spaces
              move w-home-company to w-search-company
           end-if
           display "region (4 chars): " with no advancing
           accept w-search-region
           move function upper-case(w-search-region) to w-search-region
           display "label (10 chars): " with no advancing
           accept w-search-label
           move w-search-company to re-company
           move w-search-region to re-region
           move w-search-label to re-label.

      *> the entry's own fields; on a change each prompt shows the
      *> current value and a blank answer keeps it
       prompt-for-entry.
           display "amount 1 [" re-amount1 "]: " with no advancing
           accept w-answer
           if w-answer not = spaces
              move function numval(w-answer) to re-amount1
           end-if
           display "amount 2 [" re-amount2 "]: " with no advancing
           accept w-answer
           if w-answer not = spaces
              move function numval(w-answer) to re-amount2
           end-if
           display "frequency (M/Q/H/A) [" re-frequency "]: "
              with no advancing
           accept w-answer
           if w-answer not = spaces
              move function upper-case(w-answer(1:1)) to re-frequency
           end-if
           display "start period (yyyymm) [" re-start-period "]: "
              with no advancing
           accept w-answer
           if w-answer not = spaces
              move w-answer(1:6) to re-start-period
           end-if
           display "end period (yyyymm, * = open-ended) ["
                   re-end-period "]: " with no advancing
           accept w-answer
           if w-answer = "*"
              move spaces to re-end-period
           else
              if w-answer not = spaces
                 move w-answer(1:6) to re-end-period
              end-if
           end-if
           display "active (Y/N) [" re-active "]: " with no advancing
           accept w-answer
           if w-answer not = spaces
              move function upper-case(w-answer(1:1)) to re-active
           end-if.

      *> an entry has to say how often it falls due and over which
      *> periods -- a mistyped period would otherwise either never
      *> generate or generate for ever.
       validate-entry.
           move "N" to w-entry-ok
           if re-region = spaces or re-label = spaces
              move "region and label are required" to is-msg-1
              move 901 to is-msg-id
              perform is-show-msg
              exit paragraph
           end-if
           if not re-frequency-valid
              move "frequency must be M, Q, H or A" to is-msg-1
              move 901 to is-msg-id
              perform is-show-msg
              exit paragraph
           end-if
           if re-start-period not numeric
              or re-start-period(5:2) < "01"
              or re-start-period(5:2) > "12"
              move "start period must be yyyymm" to is-msg-1
              move 901 to is-msg-id
              perform is-show-msg
              exit paragraph
           end-if
           if re-end-period not = spaces
              and (re-end-period not numeric
                   or re-end-period(5:2) < "01"
                   or re-end-period(5:2) > "12"
                   or re-end-period < re-start-period)
              move "end period must be yyyymm, not before the start"
                 to is-msg-1
              move 901 to is-msg-id
              perform is-show-msg
              exit paragraph
           end-if
           if re-active not = "Y" and re-active not = "N"
              move "active must be Y or N" to is-msg-1
              move 901 to is-msg-id
              perform is-show-msg
              exit paragraph
           end-if
           set entry-is-valid to true.

      *> browse: sequential scan forward from the given key, or from
      *> the company's first entry when no region is given
       browse-entries.
           perform prompt-for-key
           if re-region = spaces
              move low-values to re-region re-label
           end-if
           start recurring-file key is not less than re-record-key
              invalid key
                 move "RECURRING" to is-err-file
                 perform is-extended-file-status
              not invalid key
                 move "N" to ws-recurring-eof
                 perform until recurring-at-eof
                    read recurring-file next record
                       at end
                          set recurring-at-eof to true
                       not at end
                          display re-company " " re-region " "
                                  re-label " "
                                  re-amount1 " " re-amount2 " "
                                  re-frequency " "
                                  re-start-period "-" re-end-period
                                  " " re-active
                                  " last=" re-last-period
                    end-read
                 end-perform
           end-start.

      *> add: validate, confirm (201), write, report duplicate key
      *> (22) or success (301) through the shared is-show-msg message
      *> set. A new entry starts active, monthly, never generated.
       add-entry.
           perform prompt-for-key
           move 0 to re-amount1 re-amount2
           move "M" to re-frequency
           move spaces to re-start-period re-end-period
           move "Y" to re-active
           move spaces to re-last-period
           perform prompt-for-entry
           perform validate-entry
           if not entry-is-valid
              exit paragraph
           end-if
           move 201 to is-msg-id
           perform is-show-msg
           if is-return-value = mb-return-yes
              write recurring-entry-record
                 invalid key
                    move 22 to is-msg-id
                    perform is-show-msg
                 not invalid key
                    move 301 to is-msg-id
                    perform is-show-msg
                    move "ADD" to w-audit-action
                    move 0 to reb-amount1 reb-amount2
                    move spaces to reb-frequency reb-start-period
                                   reb-end-period reb-active
                    perform write-audit-record
              end-write
           end-if.

      *> change: look the record up first (23 if not found), validate,
      *> confirm (202), rewrite, report success (302). The period last
      *> generated is the batch step's and is never keyed.
       change-entry.
           perform prompt-for-key
           read recurring-file
              invalid key
                 move 23 to is-msg-id
                 perform is-show-msg
              not invalid key
                 perform save-entry-before
                 perform prompt-for-entry
                 perform validate-entry
                 if entry-is-valid
                    move 202 to is-msg-id
                    perform is-show-msg
                    if is-return-value = mb-return-yes
                       rewrite recurring-entry-record
                          invalid key
                             move 23 to is-msg-id
                             perform is-show-msg
                          not invalid key
                             move 302 to is-msg-id
                             perform is-show-msg
                             move "CHANGE" to w-audit-action
                             perform write-audit-record
                       end-rewrite
                    end-if
                 end-if
           end-read.

      *> delete: look the record up first (23 if not found), confirm
      *> (203), delete, report success (303)
       delete-entry.
           move "delete" to au-function
           move "MAINT" to au-role-needed
           perform check-authority
           if au-allowed not = "Y"
              exit paragraph
           end-if
           perform prompt-for-key
           read recurring-file
              invalid key
                 move 23 to is-msg-id
                 perform is-show-msg
              not invalid key
                 perform save-entry-before
                 move 203 to is-msg-id
                 perform is-show-msg
                 if is-return-value = mb-return-yes
                    delete recurring-file record
                       invalid key
                          move 23 to is-msg-id
                          perform is-show-msg
                       not invalid key
                          move 303 to is-msg-id
                          perform is-show-msg
                          move "DELETE" to w-audit-action
                          move 0 to re-amount1 re-amount2
                          move spaces to re-frequency re-start-period
                                         re-end-period re-active
                          perform write-audit-record
                    end-delete
                 end-if
           end-read.

       save-entry-before.
           move re-amount1 to reb-amount1
           move re-amount2 to reb-amount2
           move re-frequency to reb-frequency
           move re-start-period to reb-start-period
           move re-end-period to reb-end-period
           move re-active to reb-active.

      *> one line per confirmed add/change/delete, same pipe-delimited
      *> shape the other maintenance screens write, with RECR- in
      *> front of the key so the recurring file's entries stay
      *> distinguishable in audit.log. A value is
      *> amount1/amount2/frequency/start-end/active.
       write-audit-record.
           move spaces to audit-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|" delimited by size
                  w-audit-action delimited by size
                  "|RECR-" delimited by size
                  re-record-key delimited by size
                  "|old-value=" delimited by size
                  reb-amount1 delimited by size
                  "/" delimited by size
                  reb-amount2 delimited by size
                  "/" delimited by size
                  reb-frequency delimited by size
                  "/" delimited by size
                  reb-start-period delimited by size
                  "-" delimited by size
                  reb-end-period delimited by size
                  "/" delimited by size
                  reb-active delimited by size
                  "|new-value=" delimited by size
                  re-amount1 delimited by size
                  "/" delimited by size
                  re-amount2 delimited by size
                  "/" delimited by size
                  re-frequency delimited by size
                  "/" delimited by size
                  re-start-period delimited by size
                  "-" delimited by size
                  re-end-period delimited by size
                  "/" delimited by size
                  re-active delimited by size
                  into audit-line
           move audit-line to ap-text
           call "audit-append" using audit-parm.

       copy "ismsg.cpy".
