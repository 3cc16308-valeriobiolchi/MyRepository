      *>********************************************************************<*
      *>***** Fixed-format GL posting interface record. One            *****<*
      *>***** debit/credit pair per region per batch run, built from   *****<*
      *>***** that region's totals with account codes resolved from    *****<*
      *>***** the master.dat reference table (GLD-rrrr = region debit  *****<*
      *>***** account, GLC-rrrr = clearing/credit account, each with   *****<*
      *>***** the account number in the first ten characters of        *****<*
      *>***** mr-name). Rows whose label is mapped to a GL category by *****<*
      *>***** a COA- master entry (the label's first characters, at    *****<*
      *>***** most six since the key is ten long, with the category's  *****<*
      *>***** debit account in mr-name's first ten characters and its  *****<*
      *>***** credit account in the next ten) post as their own pair   *****<*
      *>***** per region per category against those accounts instead;  *****<*
      *>***** labels that agree in their first six characters share a  *****<*
      *>***** mapping, and labels with no mapping stay on the region   *****<*
      *>***** pair. A region with inter-region transfer rows gets a    *****<*
      *>***** second pair for that part of its net, against its        *****<*
      *>***** intercompany account (GLI-rrrr) instead of clearing.     *****<*
      *>***** Each company gets its own posting file (the company code *****<*
      *>***** is in the file name and on every record, trailer         *****<*
      *>***** included). The file closes with a balancing trailer; a   *****<*
      *>***** file whose debits and credits do not net to zero is      *****<*
      *>***** never handed to the ledger. Amounts on the detail        *****<*
      *>***** records are always positive: a region that nets to a     *****<*
      *>***** credit for the run has its pair written the other way    *****<*
      *>***** round (debit clearing, credit the region account).       *****<*
      *>********************************************************************<*
      *> gp-record-type: D = debit detail, C = credit detail,
      *> T = trailer.
           05 gp-debit            pic 9(10)v99.
           05 gp-credit           pic 9(10)v99.
           05 gp-post-date        pic x(8).
      *> A = the pair posts a prior-period adjustment into the current
      *> period (see excel-input.cpy); spaces for ordinary postings
           05 gp-adjust-flag      pic x(1).
           05 gp-company          pic x(4).

      *> trailer, same record length: record count and the debit and
      *> credit totals the importing side re-adds and compares.
           05 gt-record-count     pic 9(6).
           05 gt-total-debits     pic 9(12)v99.
           05 gt-total-credits    pic 9(12)v99.
           05 gt-company          pic x(4).
           05 filler              pic x(13).
