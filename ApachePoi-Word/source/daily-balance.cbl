       program-id. daily-balance.

      *>********************************************************************<*
      *>***** End-of-chain balancing proof: ties the day together from *****<*
      *>***** the balance-control records excel-sample writes          *****<*
      *>***** alongside its durable output. Per extract, three legs:   *****<*
      *>***** records read = rows written + rejects; workbook region   *****<*
      *>***** totals = what landed in region-history.dat for the run   *****<*
      *>***** date; and GL debits = credits = the region totals they   *****<*
      *>***** came from (to GL rounding). The proof is made company by *****<*
      *>***** company -- each company's legs in their own table with   *****<*
      *>***** its own verdict -- and closes with the group verdict. It *****<*
      *>***** is a one-page document in the docx-table style, dropped  *****<*
      *>***** in the dated archive where doc-open-print's daily pack   *****<*
      *>***** sweeps every .docx -- IN BALANCE, or every leg that      *****<*
      *>***** doesn't tie, named. Finance's question gets answered by  *****<*
      *>***** the proof, not by rebuilding the chain by hand from four *****<*
      *>***** files.                                                   *****<*
      *>********************************************************************<*

       environment division.
       77 w-extract-slot       pic 9(3).
       01 proof-extract-table.
          05 pe-entry occurs 200 times.
             10 pe-company     pic x(4).
             10 pe-extract     pic x(60).
             10 pe-read        pic 9(8).
             10 pe-rows        pic 9(8).
             10 pe-rejects     pic 9(8).
      *> sum of each region's net taken positive -- the size of the
      *> pair the posting file carries for it, whichever side a
      *> credit-netting region's pair was written on
             10 pe-region-sum  pic 9(13)v999.
             10 pe-region-ct   pic 9(4).
             10 pe-gl-present  pic x.
             10 pe-gl-debits   pic 9(13)v999.
             10 pe-gl-credits  pic 9(13)v999.

      *> what is left of the last R record's net, for the X and K
      *> records that follow it
       77 w-last-region-net    pic s9(13)v999.
       77 w-split-net          pic s9(13)v999.

      *> per-region accumulation across today's extracts, for the
      *> history leg
       77 w-region-count       pic 9(4) value 0.
       77 w-region-slot        pic 9(4).
       01 proof-region-table.
          05 pr-entry occurs 500 times.
             10 pr-company     pic x(4).
             10 pr-region      pic x(4).
             10 pr-total1      pic s9(13)v999.
             10 pr-total2      pic s9(13)v999.

      *> the companies with balance-control records today, in the
      *> order first seen; a record without a company is the home
      *> company's
       77 w-home-company       pic x(4) value "0001".
       77 w-bc-company         pic x(4).
       77 w-company-count      pic 9(2) value 0.
       77 w-company-max        pic 9(2) value 20.
       77 w-company-idx        pic 9(2).
       77 w-company-slot       pic 9(2).
       01 proof-company-table.
          05 pc-entry occurs 20 times.
             10 pc-company     pic x(4).
       77 w-co-legs            pic 9(4).
       77 w-co-out             pic 9(4).

       77 w-diff               pic s9(13)v999.
       77 w-tolerance          pic 9(5)v999.
       77 w-leg-text           pic x(80).
       77 w-out-count          pic 9(4) value 0.
       77 w-legs-checked       pic 9(4) value 0.
       77 w-amount-ed          pic -(12)9.999.
       77 w-amount-ed2         pic -(12)9.999.

       77 w-XWPFDocument       object reference XWPFDocument.
       77 w-XWPFParagraph      object reference XWPFParagraph.
       77 w-end-time           pic 9(8).
       77 w-elapsed-secs       pic 9(6).

      *> every output file goes on the report catalog (catalog-record)
      *> so it can be found again by report, run date or source
       copy "catalog-parm.cpy".

       procedure division.
       main.
           accept w-start-time from time
                     w-run-date delimited by size
                     into w-para-text
              perform add-proof-paragraph
              perform prove-one-company
                 varying w-company-idx from 1 by 1
                 until w-company-idx > w-company-count
              if w-out-count = 0
                 move spaces to w-para-text
                 string "GROUP IN BALANCE: all " delimited by size
                        w-legs-checked delimited by size
                        " leg(s) tie" delimited by size
                        into w-para-text
              else
                 move spaces to w-para-text
                 string "GROUP OUT OF BALANCE: " delimited by size
                        w-out-count delimited by size
                        " of " delimited by size
                        w-legs-checked delimited by size
              w-docStream:>close()
              display w-proof-path " created ("
                      function trim(w-para-text) ")"
              perform catalog-output
           catch exception
              display message exception-object:>getMessage()
              move "FAILED" to w-run-status
           close balance-control-file.

       load-one-balance-record.
           move bc-company to w-bc-company
           if w-bc-company = spaces
              move w-home-company to w-bc-company
           end-if
           perform find-extract-slot
           if w-extract-slot = 0
              exit paragraph
              move bc-count3 to pe-rejects(w-extract-slot)
           when "R"
              add 1 to pe-region-ct(w-extract-slot)
              compute w-last-region-net = bc-amount1 + bc-amount2
              compute pe-region-sum(w-extract-slot) =
                 pe-region-sum(w-extract-slot)
                 + function abs(w-last-region-net)
              perform accumulate-proof-region
      *> a region with transfer rows posted two pairs: the rest of its
      *> net against clearing and the transfer part against
      *> intercompany, so its one pair size becomes the two. A mapped
      *> GL category (K) splits off its own pair the same way, each
      *> from whatever the earlier splits left on the clearing pair.
           when "X"
           when "K"
              add 1 to pe-region-ct(w-extract-slot)
              compute w-split-net = bc-amount1 + bc-amount2
              compute pe-region-sum(w-extract-slot) =
                 pe-region-sum(w-extract-slot)
                 - function abs(w-last-region-net)
                 + function abs(w-last-region-net - w-split-net)
                 + function abs(w-split-net)
              compute w-last-region-net =
                 w-last-region-net - w-split-net
           when "G"
              move "Y" to pe-gl-present(w-extract-slot)
              move bc-amount1 to pe-gl-debits(w-extract-slot)
           move 0 to w-extract-slot
           perform varying w-extract-idx from 1 by 1
                 until w-extract-idx > w-extract-count
              if pe-company(w-extract-idx) = w-bc-company
                 and pe-extract(w-extract-idx) = bc-extract
                 move w-extract-idx to w-extract-slot
              end-if
           end-perform
                 add 1 to w-extract-count
                 move w-extract-count to w-extract-slot
                 move spaces to pe-entry(w-extract-slot)
                 move w-bc-company to pe-company(w-extract-slot)
                 move bc-extract to pe-extract(w-extract-slot)
                 move 0 to pe-read(w-extract-slot)
                 move 0 to pe-rows(w-extract-slot)
                 move "N" to pe-gl-present(w-extract-slot)
                 move 0 to pe-gl-debits(w-extract-slot)
                 move 0 to pe-gl-credits(w-extract-slot)
                 perform find-company-slot
              end-if
           end-if.

       find-company-slot.
           move 0 to w-company-slot
           perform varying w-company-idx from 1 by 1
                 until w-company-idx > w-company-count
              if pc-company(w-company-idx) = w-bc-company
                 move w-company-idx to w-company-slot
              end-if
           end-perform
           if w-company-slot = 0 and w-company-count < w-company-max
              add 1 to w-company-count
              move w-bc-company to pc-company(w-company-count)
           end-if.

       accumulate-proof-region.
           move 0 to w-region-slot
           perform varying w-region-idx from 1 by 1
                 until w-region-idx > w-region-count
              if pr-company(w-region-idx) = w-bc-company
                 and pr-region(w-region-idx) = bc-region
                 move w-region-idx to w-region-slot
              end-if
           end-perform
           if w-region-slot = 0 and w-region-count < w-region-max
              add 1 to w-region-count
              move w-region-count to w-region-slot
              move w-bc-company to pr-company(w-region-slot)
              move bc-region to pr-region(w-region-slot)
              move 0 to pr-total1(w-region-slot)
              move 0 to pr-total2(w-region-slot)

      *> ---- the legs ---------------------------------------------------

      *> one company's legs in their own table, closed by that
      *> company's verdict
       prove-one-company.
           move w-legs-checked to w-co-legs
           move w-out-count to w-co-out
           move spaces to w-para-text
           string "COMPANY " delimited by size
                  pc-company(w-company-idx) delimited by size
                  into w-para-text
           perform add-proof-paragraph
           set w-XWPFTable to w-XWPFDocument:>createTable()
           perform write-proof-header
           perform varying w-extract-idx from 1 by 1
                 until w-extract-idx > w-extract-count
              if pe-company(w-extract-idx) = pc-company(w-company-idx)
                 perform prove-one-extract
              end-if
           end-perform
           perform prove-region-history
           compute w-co-legs = w-legs-checked - w-co-legs
           compute w-co-out = w-out-count - w-co-out
           move spaces to w-para-text
           if w-co-out = 0
              string "COMPANY " delimited by size
                     pc-company(w-company-idx) delimited by size
                     " IN BALANCE: all " delimited by size
                     w-co-legs delimited by size
                     " leg(s) tie" delimited by size
                     into w-para-text
           else
              string "COMPANY " delimited by size
                     pc-company(w-company-idx) delimited by size
                     " OUT OF BALANCE: " delimited by size
                     w-co-out delimited by size
                     " of " delimited by size
                     w-co-legs delimited by size
                     " leg(s) do not tie" delimited by size
                     into w-para-text
           end-if
           perform add-proof-paragraph.

       prove-one-extract.
           move pe-extract(w-extract-idx)(1:20) to w-leg-id
      *> leg 1: records read = rows written + rejects
              perform write-proof-row
           end-if.

      *> leg 2: today's accumulated workbook totals per region of the
      *> company vs the record excel-sample left in region-history.dat.
       prove-region-history.
           open input region-history-file
           if ws-history-status not = "00"
           end-if
           perform varying w-region-idx from 1 by 1
                 until w-region-idx > w-region-count
              if pr-company(w-region-idx) = pc-company(w-company-idx)
                 perform prove-one-history-region
              end-if
           end-perform
           close region-history-file.

       prove-one-history-region.
           add 1 to w-legs-checked
           move spaces to w-leg-id
           string "HIST " delimited by size
                  pr-region(w-region-idx) delimited by size
                  into w-leg-id
           move pr-company(w-region-idx) to rh-company
           move pr-region(w-region-idx) to rh-region
           move w-run-date to rh-run-date
           read region-history-file
              invalid key
                 move "no history record written" to w-leg-text
                 move "OUT OF BALANCE" to w-leg-status
                 add 1 to w-out-count
              not invalid key
                 move pr-total1(w-region-idx) to w-amount-ed
                 move rh-total1 to w-amount-ed2
                 move spaces to w-leg-text
                 string "workbook " delimited by size
                        function trim(w-amount-ed)
                        delimited by size
                        " vs history " delimited by size
                        function trim(w-amount-ed2)
                        delimited by size
                        into w-leg-text
                 if pr-total1(w-region-idx) = rh-total1
                    and pr-total2(w-region-idx) = rh-total2
                    move "IN BALANCE" to w-leg-status
                 else
                    move "OUT OF BALANCE" to w-leg-status
                    add 1 to w-out-count
                 end-if
           end-read
           perform write-proof-row.

      *> ---- the document -----------------------------------------------

       add-proof-paragraph.
           w-XWPFTableRow:>getCell(2):>setText(
              function trim(w-leg-status)).

      *> the finished document goes on the report catalog
      *> (catalog-record); a catalog that cannot be written is
      *> reported and the run carries on
       catalog-output.
           move spaces to catalog-parm
           move "A" to cp-function
           move w-proof-path to cp-path
           move w-report-name to cp-report
           move w-run-date to cp-run-date
           move "ALL" to cp-regions
           move "balance-control.dat" to cp-extract
           move w-legs-checked to cp-rows
           move 0 to cp-rejects
           call "catalog-record" using catalog-parm
              on exception
                 move "E" to cp-result
           end-call
           if cp-result = "E"
              display "WARNING: not cataloged: " function trim(cp-path)
           end-if.

      *> one line appended to the day's run-summary.log, same token
      *> layout the other jobs use.
       write-run-summary.
