      *>********************************************************************<*
      *>***** Reconciliation of the GL posting files write-gl-posting  *****<*
      *>***** leaves in the dated archive against the ledger team's    *****<*
      *>***** daily acknowledgment feed (one line per posting date and *****<*
      *>***** company: the record count and debit/credit totals they   *****<*
      *>***** actually imported). Walks the lookback window, totals    *****<*
      *>***** the trailers of every glpost-*.dat in each day's archive *****<*
      *>***** directory -- intake and reversal feeds, allocation and   *****<*
      *>***** revaluation postings alike -- per posting date and the   *****<*
      *>***** company on the trailer, and reports every leg that       *****<*
      *>***** doesn't tie: a mismatch, an acknowledgment with no file  *****<*
      *>***** behind it, or a file still unacknowledged after the      *****<*
      *>***** aging threshold -- so a dropped or altered feed surfaces *****<*
      *>***** the next morning instead of at month end.                *****<*
      *>********************************************************************<*

       environment division.
       77  w-date-9            pic 9(8).
       77  w-scan-date         pic x(8).

      *> a file is totalled under the posting date on its lines, not
      *> the archive day it was written in -- a month-end revaluation
      *> or allocation posts at period end, which may be before the
      *> window; the archive days from the earliest such date up to
      *> the window are then walked as well, for those dates only, so
      *> their slots hold every file posted for them
       77  w-file-post-date    pic x(8).
       77  w-window-start      pic x(8).
       77  w-earliest-date     pic x(8).
       77  w-catch-up-offset   pic s9(4).
       77  w-catch-up          pic x value "N".
           88 catching-up          value "Y".

      *> one slot per posting date in the window and company: what
      *> our trailers say went out, what the ledger says came in.
       77  w-day-count         pic 9(4) value 0.
       77  w-day-idx           pic 9(4).
       01  recon-table.
           05 recon-entry occurs 640 times.
              10 rc-date       pic x(8).
              10 rc-company    pic x(4).
              10 rc-our-count  pic 9(8) value 0.
              10 rc-our-debits pic 9(14)v99 value 0.
              10 rc-our-credits pic 9(14)v99 value 0.
              10 rc-file-seen  pic x value "N".
              10 rc-sent-date  pic x(8) value spaces.
              10 rc-ack-seen   pic x value "N".
              10 rc-ack-count  pic 9(8) value 0.
              10 rc-ack-debits pic 9(14)v99 value 0.
              10 rc-ack-credits pic 9(14)v99 value 0.

      *> one report name per active line of report-defs.dat, the same
      *> parse report-purge uses, kept for the company each posts for
      *> so every such company gets a slot per day whether or not it
      *> posted; no definitions file falls back to the compiled-in
      *> default name. A line marked inactive (field 9 = N) posts
      *> nothing -- it may only be carrying a branded template for a
      *> report that is not an intake variant. Field 14 is the company
      *> the report posts for; blank is the company the run is for
      *> (COMPANY_CODE, else the home company), as in excel-sample.
       77  w-def-name          pic x(32).
       77  w-def-skip          pic x(128).
       77  w-def-active        pic x(1).
       77  w-def-company       pic x(4).
       77  w-name-count        pic 9(2) value 0.
       77  w-name-max          pic 9(2) value 20.
       77  w-name-idx          pic 9(2).
       01  recon-name-table.
           05 recon-name-entry occurs 20 times.
              10 rn-name       pic x(32).
              10 rn-company    pic x(4).
       77  w-default-name      pic x(32) value "excel-sample".
       77  w-home-company      pic x(4) value "0001".
       77  w-env-company       pic x(4).

      *> the companies the report names post for, each walked through
      *> the whole window
       77  w-company-count     pic 9(2) value 0.
       77  w-company-idx       pic 9(2).
       77  w-company-slot      pic 9(2).
       01  recon-company-table.
           05 rco-company      pic x(4) occurs 10 times.

      *> ack feed parse fields: date|count|debits|credits|company
       77  w-ack-date          pic x(8).
       77  w-ack-company       pic x(4).
       77  w-ack-count-x       pic x(10).
       77  w-ack-debits-x      pic x(18).
       77  w-ack-credits-x     pic x(18).

       77  w-trailer-found     pic x.
           88 trailer-found        value "Y".

      *> every glpost-*.dat in a day's archive directory is ours to
      *> total -- the intake runs' files and their reversals, but
      *> also cost-allocate's, fx-revalue's and any other poster's --
      *> each counted for the company on its own trailer
       77  w-search-dir        pic x(200).
       77  w-listdir-handle    usage handle.
       77  w-list-name         pic x(128).
       77  w-trailer-company   pic x(4).
       77  w-day-slot          pic 9(4).
       77  w-day-max           pic 9(4) value 640.
       77  w-discrepancies     pic 9(4) value 0.
       77  w-files-checked     pic 9(4) value 0.
       77  w-amount-ed         pic z(13)9.99.
           if function trim(w-age-days-x) not = spaces
              move function numval(w-age-days-x) to w-age-days
           end-if
           accept w-env-company from environment "COMPANY_CODE"
              on exception move spaces to w-env-company
           end-accept
           move function upper-case(w-env-company) to w-env-company
           if w-env-company = spaces
              move w-home-company to w-env-company
           end-if
           string "gl-recon-" delimited by size
                  w-run-date delimited by size
                  ".rpt" delimited by size
                    not at end
                       if function trim(defs-line) not = spaces
                          and defs-line(1:1) not = "*"
                          move spaces to w-def-name w-def-active
                                         w-def-company
                          unstring defs-line delimited by "|"
                             into w-def-name, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-skip, w-def-active,
                                  w-def-skip, w-def-skip, w-def-skip,
                                  w-def-skip, w-def-company
                          if function trim(w-def-name) not = spaces
                             and function upper-case(w-def-active)
                                not = "N"
                             and w-name-count < w-name-max
                             add 1 to w-name-count
                             move w-def-name to rn-name(w-name-count)
                             move function upper-case(w-def-company)
                                to rn-company(w-name-count)
                             if rn-company(w-name-count) = spaces
                                move w-env-company
                                   to rn-company(w-name-count)
                             end-if
                          end-if
                       end-if
                 end-read
           if w-name-count = 0
              move 1 to w-name-count
              move w-default-name to rn-name(1)
              move w-env-company to rn-company(1)
           end-if
           perform varying w-name-idx from 1 by 1
                 until w-name-idx > w-name-count
              perform add-recon-company
           end-perform.

       add-recon-company.
           move 0 to w-company-slot
           perform varying w-company-idx from 1 by 1
                 until w-company-idx > w-company-count
              if rco-company(w-company-idx) = rn-company(w-name-idx)
                 move w-company-idx to w-company-slot
              end-if
           end-perform
           if w-company-slot = 0 and w-company-count < 10
              add 1 to w-company-count
              move rn-company(w-name-idx) to rco-company(w-company-count)
           end-if.

      *> one recon slot per date in the window and company, oldest
      *> first, then each day's glpost trailers summed into the slot
      *> for the posting date and company they carry.
       collect-posting-days.
           perform collect-company-days
              varying w-company-idx from 1 by 1
              until w-company-idx > w-company-count
           perform varying w-day-offset from w-lookback-days by -1
                 until w-day-offset < 0
              perform compute-scan-date
              perform sum-day-trailers
           end-perform
           perform collect-earlier-postings.

      *> a posting date before the window needs the archive days
      *> between it and the window too, or its slot would hold only
      *> the late file and mismatch the ledger's line for the date
       collect-earlier-postings.
           move w-lookback-days to w-day-offset
           perform compute-scan-date
           move w-scan-date to w-window-start
           move w-window-start to w-earliest-date
           perform varying w-day-idx from 1 by 1
                 until w-day-idx > w-day-count
              if rc-file-seen(w-day-idx) = "Y"
                 and rc-date(w-day-idx) < w-earliest-date
                 move rc-date(w-day-idx) to w-earliest-date
              end-if
           end-perform
           if w-earliest-date = w-window-start
              exit paragraph
           end-if
           move function numval(w-run-date) to w-date-9
           compute w-date-int = function integer-of-date(w-date-9)
           move function numval(w-earliest-date) to w-date-9
           compute w-catch-up-offset =
              w-date-int - function integer-of-date(w-date-9)
           set catching-up to true
           perform varying w-day-offset from w-catch-up-offset by -1
                 until w-day-offset <= w-lookback-days
              perform compute-scan-date
              perform sum-day-trailers
           end-perform
           move "N" to w-catch-up.

       collect-company-days.
           perform varying w-day-offset from w-lookback-days by -1
                 until w-day-offset < 0
              perform compute-scan-date
              add 1 to w-day-count
              move w-scan-date to rc-date(w-day-count)
              move rco-company(w-company-idx) to rc-company(w-day-count)
           end-perform.

       compute-scan-date.
           move function numval(w-run-date) to w-date-9
           compute w-date-int =
              function integer-of-date(w-date-9) - w-day-offset
           move function date-of-integer(w-date-int) to w-date-9
           move w-date-9 to w-scan-date.

      *> every posting file the day's runs left counts: the normal
      *> run's feed, any reversal feed a backout produced the same
      *> day, and the allocation, revaluation and other postings --
      *> the ledger acknowledges what it imported, so our side of the
      *> tie-out must total the same set of files.
       sum-day-trailers.
           move spaces to w-search-dir
           string function trim(w-archive-dir) delimited by size
                  "/" delimited by size
                  w-scan-date delimited by size
                  into w-search-dir
           call "C$LIST-DIRECTORY" using 1,
                function trim(w-search-dir),
                "glpost-*.dat"
                giving w-listdir-handle
           if w-listdir-handle not = null
              move spaces to w-list-name
              call "C$LIST-DIRECTORY" using 2, w-listdir-handle,
                   w-list-name
              perform until w-list-name = spaces
                 move spaces to w-glpost-path
                 string function trim(w-search-dir) delimited by size
                        "/" delimited by size
                        function trim(w-list-name) delimited by size
                        into w-glpost-path
                 perform read-one-trailer
                 move spaces to w-list-name
                 call "C$LIST-DIRECTORY" using 2, w-listdir-handle,
                      w-list-name
              end-perform
              call "C$LIST-DIRECTORY" using 3, w-listdir-handle
           end-if.

      *> the trailer is the self-balancing file's own statement of
      *> what it contains; a file with no trailer is itself a
      *> discrepancy (a truncated copy should never be handed over).
      *> A trailer without a company predates multi-company posting
      *> and is the home company's.
       read-one-trailer.
           open input gl-posting-file
           if ws-glpost-status = "00"
              add 1 to w-files-checked
              move "N" to w-trailer-found
              move "N" to ws-glpost-eof
              move spaces to w-file-post-date
              perform until glpost-at-eof
                 read gl-posting-file
                    at end
                    not at end
                       if gt-record-type = "T"
                          set trailer-found to true
                          perform add-trailer-totals
                       else
                          if w-file-post-date = spaces
                             move gp-post-date to w-file-post-date
                          end-if
                       end-if
                 end-read
              end-perform
              close gl-posting-file
              if not trailer-found and not catching-up
                 display "gl-reconcile: no trailer on "
                         function trim(w-glpost-path)
                 add 1 to w-discrepancies
              end-if
           end-if.

      *> a company with no report-defs line of its own still gets a
      *> slot for the day, so its file is reconciled like any other.
      *> The slot is the posting date on the file's lines (a file
      *> with none is dated by its archive day); the day it was sent
      *> is kept for the aging check. On the walk before the window
      *> only the dates already found are totalled.
       add-trailer-totals.
           move gt-company to w-trailer-company
           if w-trailer-company = spaces
              move w-home-company to w-trailer-company
           end-if
           if w-file-post-date = spaces
              move w-scan-date to w-file-post-date
           end-if
           move 0 to w-day-slot
           perform varying w-day-idx from 1 by 1
                 until w-day-idx > w-day-count or w-day-slot not = 0
              if rc-date(w-day-idx) = w-file-post-date
                 and rc-company(w-day-idx) = w-trailer-company
                 move w-day-idx to w-day-slot
              end-if
           end-perform
           if w-day-slot = 0 and catching-up
              exit paragraph
           end-if
           if w-day-slot = 0
              if w-day-count >= w-day-max
                 display "gl-reconcile: recon table full (max "
                         w-day-max "), "
                         function trim(w-glpost-path) " not totalled"
                 add 1 to w-discrepancies
                 exit paragraph
              end-if
              add 1 to w-day-count
              move w-day-count to w-day-slot
              move w-file-post-date to rc-date(w-day-slot)
              move w-trailer-company to rc-company(w-day-slot)
           end-if
           move "Y" to rc-file-seen(w-day-slot)
           if w-scan-date > rc-sent-date(w-day-slot)
              or rc-sent-date(w-day-slot) = spaces
              move w-scan-date to rc-sent-date(w-day-slot)
           end-if
           add gt-record-count to rc-our-count(w-day-slot)
           add gt-total-debits to rc-our-debits(w-day-slot)
           add gt-total-credits to rc-our-credits(w-day-slot).

      *> ack feed: date|count|debits|credits|company, one line per
      *> posting date and company the ledger imported (a line without
      *> a company is the home company's). Lines for a date with no
      *> slot -- outside the window and not the posting date of a
      *> file in it -- are ignored; an ack for a date we have no file
      *> for is reported.
       load-acknowledgments.
           open input ack-file
           if ws-ack-status not = "00"

       apply-ack-line.
           move spaces to w-ack-date w-ack-count-x
                          w-ack-debits-x w-ack-credits-x w-ack-company
           unstring ack-line delimited by "|"
              into w-ack-date, w-ack-count-x,
                   w-ack-debits-x, w-ack-credits-x, w-ack-company
           move function upper-case(w-ack-company) to w-ack-company
           if w-ack-company = spaces
              move w-home-company to w-ack-company
           end-if
           perform varying w-day-idx from 1 by 1
                 until w-day-idx > w-day-count
              if rc-date(w-day-idx) = w-ack-date
                 and rc-company(w-day-idx) = w-ack-company
                 move "Y" to rc-ack-seen(w-day-idx)
                 add function numval(w-ack-count-x)
                    to rc-ack-count(w-day-idx)
                 move spaces to report-line
                 string "MISMATCH " delimited by size
                        rc-date(w-day-idx) delimited by size
                        " company " delimited by size
                        rc-company(w-day-idx) delimited by size
                        ": sent count=" delimited by size
                        rc-our-count(w-day-idx) delimited by size
                        " debits=" delimited by size
              move spaces to report-line
              string "ACK WITHOUT FILE " delimited by size
                     rc-date(w-day-idx) delimited by size
                     " company " delimited by size
                     rc-company(w-day-idx) delimited by size
                     ": ledger acknowledged count=" delimited by size
                     rc-ack-count(w-day-idx) delimited by size
                     " but no posting file is in the archive"
              continue
           end-evaluate.

      *> aged from the newest archive day a file for the date went
      *> out in, not the posting date itself
       check-unacked-age.
           move function numval(w-run-date) to w-date-9
           compute w-date-int = function integer-of-date(w-date-9)
           move function numval(rc-sent-date(w-day-idx)) to w-date-9
           compute w-date-int =
              w-date-int - function integer-of-date(w-date-9)
           if w-date-int > w-age-days
              move spaces to report-line
              string "UNACKNOWLEDGED " delimited by size
                     rc-date(w-day-idx) delimited by size
                     " company " delimited by size
                     rc-company(w-day-idx) delimited by size
                     ": posting file sent (count=" delimited by size
                     rc-our-count(w-day-idx) delimited by size
                     ") with no acknowledgment after " delimited by size
