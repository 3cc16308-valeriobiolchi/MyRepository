      *>********************************************************************<*
      *>***** Balance-control record, one set per live extract run,    *****<*
      *>***** written by excel-sample after its durable writes and     *****<*
      *>***** read back by daily-balance.cbl's end-of-chain proof. bc- *****<*
      *>***** record-type: E = extract counts (records read, data rows *****<*
      *>***** written, generation rejects), R = one region's workbook  *****<*
      *>***** totals, X = the part of those totals that came from      *****<*
      *>***** inter-region transfer rows (posted as its own pair       *****<*
      *>***** against the intercompany account; written right after    *****<*
      *>***** the region's R record), K = the part of those totals     *****<*
      *>***** that came from rows whose label is mapped to a GL        *****<*
      *>***** category (COA- on the master), posted as its own pair    *****<*
      *>***** against the category's accounts (one per category, after *****<*
      *>***** the region's R and X records), G = the GL posting file's *****<*
      *>***** debit and credit totals. Together the day's records let  *****<*
      *>***** the proof cross-foot reads vs rows+rejects, workbook     *****<*
      *>***** totals vs region-history.dat, and GL debits/credits vs   *****<*
      *>***** the region totals they came from. R, X and K amounts are *****<*
      *>***** signed region nets; a K record also carries the mapping  *****<*
      *>***** key and the two accounts it posted to, so a reversal     *****<*
      *>***** mirrors it exactly; G amounts are the posting file's     *****<*
      *>***** (always positive) debit and credit sides. bc-company     *****<*
      *>***** names the company the run belonged to; a record written  *****<*
      *>***** before companies were carried has spaces there and       *****<*
      *>***** belongs to the home company.                             *****<*
      *>********************************************************************<*
       01  balance-control-record.
           05 bc-record-type      pic x(1).
           05 bc-count1           pic 9(8).
           05 bc-count2           pic 9(8).
           05 bc-count3           pic 9(8).
           05 bc-amount1          pic s9(12)v999.
           05 bc-amount2          pic s9(12)v999.
           05 bc-company          pic x(4).
      *> K records only: the COA- key and its debit/credit accounts
           05 bc-category         pic x(10).
           05 bc-debit-account    pic x(10).
           05 bc-credit-account   pic x(10).
