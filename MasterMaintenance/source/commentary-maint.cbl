       >>SOURCE FORMAT FREE
       program-id. commentary-maint.

      *>********************************************************************<*
      *>***** Maintenance screen for the analyst commentary file (one  *****<*
      *>***** note per company, region or division and fiscal period), *****<*
      *>***** in the same style as master-maint.cbl: B)rowse A)dd      *****<*
      *>***** C)hange D)elete Q)uit with confirmation and an audit     *****<*
      *>***** line per confirmed change. Keying a note needs the       *****<*
      *>***** ANALYST role; D)elete needs MAINT. month-end-pack.cbl    *****<*
      *>***** prints the notes under each division's close and         *****<*
      *>***** variance figures, in place of the commentary e-mail      *****<*
      *>***** somebody pasted under workbook screenshots.              *****<*
      *>********************************************************************<*

       environment division.
       input-output section.
       file-control.
           select commentary-file assign to "commentary.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-record-key
               file status is primary-error secondary-error.
           select period-file assign to "fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is fc-record-key
               file status is ws-period-status.

       data division.
       file section.
       fd  commentary-file.
       copy "commentary-record.cpy".

       fd  period-file.
       copy "fiscal-calendar.cpy".

       working-storage section.
       copy "ismsgws.cpy".

       77  w-command           pic x value space.
       77  w-search-company    pic x(4).
       77  w-search-level      pic x(1).
       77  w-search-unit       pic x(4).
       77  w-search-period     pic x(6).
       77  ws-commentary-eof   pic x value "N".
           88 commentary-at-eof    value "Y".
       77  ws-period-status    pic xx.
      *> notes are keyed by company, and a period is checked against
      *> the calendar of the note's company; the key prompt offers the
      *> company the session runs for (COMPANY_CODE, else the home
      *> company)
       77  w-home-company      pic x(4) value "0001".
       77  w-company           pic x(4).
       77  w-key-ok            pic x value "N".
           88 key-is-valid         value "Y".
       77  w-line-idx          pic 9(1).
       77  w-answer-line       pic x(60).

      *> audit lines no longer go straight to the file: audit-append
      *> chains each one from the previous line's hash (the |h=
      *> suffix) before appending, so the trail is tamper-evident.
       77  audit-line          pic x(200).
       01  audit-parm.
           05 ap-text          pic x(200).
       77  w-audit-user        pic x(20).
       77  w-audit-action      pic x(6).

      *> real sign-on through the shared operator file instead of
      *> trusting whatever USER the shell exports; A)dd and C)hange
      *> need the ANALYST role, D)elete needs MAINT.
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
       01  cm-record-before.
           05 cmb-text-1       pic x(60).

       procedure division.
       main.
           perform get-audit-user
           if w-audit-user = spaces
              stop run
           end-if
           perform get-session-company
           perform open-commentary-file
           perform until w-command = "Q"
              perform show-menu
              perform process-command
           end-perform
           perform close-commentary-file
           stop run.

      *> identity now comes from operator-signon (operators.dat); a
      *> failed sign-on leaves w-audit-user spaces and the caller
      *> ends the session.
       get-audit-user.
           move "commentary-maint" to so-program
           call "operator-signon" using signon-parm
           if so-status = "Y"
              move so-user to w-audit-user
              move so-roles to w-op-roles
           else
              move spaces to w-audit-user
           end-if.

       get-session-company.
           accept w-company from environment "COMPANY_CODE"
              on exception move spaces to w-company
           end-accept
           move function upper-case(w-company) to w-company
           if w-company = spaces
              move w-home-company to w-company
           end-if.

       check-authority.
           move w-audit-user to au-user
           move w-op-roles to au-roles
           move "commentary-maint" to au-program
           call "operator-auth" using auth-parm.

       show-menu.
           display " "
           display "Period commentary -- B)rowse A)dd C)hange D)elete Q)uit"
           display "Command: " with no advancing
           accept w-command
           move function upper-case(w-command) to w-command.

       process-command.
           evaluate w-command
           when "B" perform browse-commentary
           when "A" perform add-commentary
           when "C" perform change-commentary
           when "D" perform delete-commentary
           when "Q" continue
           when other
              display "unrecognized command."
           end-evaluate.

       open-commentary-file.
           open i-o commentary-file
           if primary-error = "35"
              open output commentary-file
              close commentary-file
              open i-o commentary-file
           end-if
           if primary-error not = "00"
              move "COMMENTARY" to is-err-file
              perform is-extended-file-status
           end-if.

       close-commentary-file.
           close commentary-file.

       prompt-for-key.
           display "company [" w-company "]: " with no advancing
           move spaces to w-search-company
           accept w-search-company
           move function upper-case(w-search-company)
              to w-search-company
           if w-search-company = spaces
              move w-company to w-search-company
           end-if
           display "level (R=region, D=division): " with no advancing
           accept w-search-level
           move function upper-case(w-search-level) to w-search-level
           display "region/division (4 chars): " with no advancing
           accept w-search-unit
           move function upper-case(w-search-unit) to w-search-unit
           display "period (yyyymm): " with no advancing
           accept w-search-period
           move w-search-company to cm-company
           move w-search-level to cm-level
           move w-search-unit to cm-unit
           move w-search-period to cm-period.

      *> a note has to name a level and, where a fiscal calendar is
      *> kept, a period that is on it -- a mistyped period would
      *> otherwise never be picked up by the month-end pack.
       validate-key.
           move "N" to w-key-ok
           if not cm-region-note and not cm-division-note
              move "level must be R or D" to is-msg-1
              move 901 to is-msg-id
              perform is-show-msg
              exit paragraph
           end-if
           if cm-unit = spaces
              move "region/division is required" to is-msg-1
              move 901 to is-msg-id
              perform is-show-msg
              exit paragraph
           end-if
           open input period-file
           if ws-period-status = "00"
              move cm-company to fc-company
              move cm-period to fc-period
              read period-file
                 invalid key
                    move "period is not on the fiscal calendar"
                       to is-msg-1
                    move 901 to is-msg-id
                    perform is-show-msg
                    close period-file
                    exit paragraph
              end-read
              close period-file
           end-if
           set key-is-valid to true.

      *> browse: sequential scan forward from the given key, or from
      *> the company's first note when no level is given
       browse-commentary.
           perform prompt-for-key
           if cm-level = spaces
              move low-values to cm-record-key
              move w-search-company to cm-company
           end-if
           start commentary-file key is not less than cm-record-key
              invalid key
                 move "COMMENTARY" to is-err-file
                 perform is-extended-file-status
              not invalid key
                 move "N" to ws-commentary-eof
                 perform until commentary-at-eof
                    read commentary-file next record
                       at end
                          set commentary-at-eof to true
                       not at end
                          display cm-company " " cm-level " " cm-unit
                                  " " cm-period
                                  " " function trim(cm-author)
                                  " " cm-stamp
                          perform varying w-line-idx from 1 by 1
                                until w-line-idx > 4
                             if cm-text(w-line-idx) not = spaces
                                display "    "
                                        function trim(cm-text(w-line-idx))
                             end-if
                          end-perform
                    end-read
                 end-perform
           end-start.

      *> add: confirm (201), write, report duplicate key (22) or
      *> success (301) through the shared is-show-msg message set
       add-commentary.
           move "comment" to au-function
           move "ANALYST" to au-role-needed
           perform check-authority
           if au-allowed not = "Y"
              exit paragraph
           end-if
           perform prompt-for-key
           perform validate-key
           if not key-is-valid
              exit paragraph
           end-if
           move spaces to cm-text(1) cm-text(2) cm-text(3) cm-text(4)
           perform varying w-line-idx from 1 by 1
                 until w-line-idx > 4
              display "line " w-line-idx ": " with no advancing
              accept cm-text(w-line-idx)
           end-perform
           move w-audit-user to cm-author
           move function current-date(1:14) to cm-stamp
           move 201 to is-msg-id
           perform is-show-msg
           if is-return-value = mb-return-yes
              write commentary-record
                 invalid key
                    move 22 to is-msg-id
                    perform is-show-msg
                 not invalid key
                    move 301 to is-msg-id
                    perform is-show-msg
                    move "ADD" to w-audit-action
                    move spaces to cmb-text-1
                    perform write-audit-record
              end-write
           end-if.

      *> change: look the record up first (23 if not found), show each
      *> line (Enter keeps it, "." clears it), confirm (202), rewrite,
      *> report success (302)
       change-commentary.
           move "comment" to au-function
           move "ANALYST" to au-role-needed
           perform check-authority
           if au-allowed not = "Y"
              exit paragraph
           end-if
           perform prompt-for-key
           read commentary-file
              invalid key
                 move 23 to is-msg-id
                 perform is-show-msg
              not invalid key
                 move cm-text(1) to cmb-text-1
                 perform varying w-line-idx from 1 by 1
                       until w-line-idx > 4
                    display "line " w-line-idx " ["
                            function trim(cm-text(w-line-idx)) "]: "
                       with no advancing
                    move spaces to w-answer-line
                    accept w-answer-line
                    evaluate true
                    when w-answer-line = "."
                       move spaces to cm-text(w-line-idx)
                    when w-answer-line not = spaces
                       move w-answer-line to cm-text(w-line-idx)
                    end-evaluate
                 end-perform
                 move w-audit-user to cm-author
                 move function current-date(1:14) to cm-stamp
                 move 202 to is-msg-id
                 perform is-show-msg
                 if is-return-value = mb-return-yes
                    rewrite commentary-record
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
           end-read.

      *> delete: look the record up first (23 if not found), confirm
      *> (203), delete, report success (303)
       delete-commentary.
           move "delete" to au-function
           move "MAINT" to au-role-needed
           perform check-authority
           if au-allowed not = "Y"
              exit paragraph
           end-if
           perform prompt-for-key
           read commentary-file
              invalid key
                 move 23 to is-msg-id
                 perform is-show-msg
              not invalid key
                 move cm-text(1) to cmb-text-1
                 move 203 to is-msg-id
                 perform is-show-msg
                 if is-return-value = mb-return-yes
                    delete commentary-file record
                       invalid key
                          move 23 to is-msg-id
                          perform is-show-msg
                       not invalid key
                          move 303 to is-msg-id
                          perform is-show-msg
                          move "DELETE" to w-audit-action
                          move spaces to cm-text(1)
                          perform write-audit-record
                    end-delete
                 end-if
           end-read.

      *> one line per confirmed add/change/delete, same pipe-delimited
      *> shape the other maintenance screens write, with CMNT- in
      *> front of the key; the note's first line stands in for the
      *> old and new values.
       write-audit-record.
           move spaces to audit-line
           string function trim(w-audit-user) delimited by size
                  "|" delimited by size
                  function current-date delimited by size
                  "|" delimited by size
                  w-audit-action delimited by size
                  "|CMNT-" delimited by size
                  cm-record-key delimited by size
                  "|old-value=" delimited by size
                  function trim(cmb-text-1) delimited by size
                  "|new-value=" delimited by size
                  function trim(cm-text(1)) delimited by size
                  into audit-line
           move audit-line to ap-text
           call "audit-append" using audit-parm.

       copy "ismsg.cpy".
