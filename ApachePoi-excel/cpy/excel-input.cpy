      *>********************************************************************<*
      *>***** Record layout for the excel-sample batch extract.        *****<*
      *>***** One record in, one data row out on the generated sheet.  *****<*
      *>***** Amounts are signed (sign carried in the last digit, so   *****<*
      *>***** the record length is unchanged and an unsigned positive  *****<*
      *>***** amount reads exactly as before): a credit note or refund *****<*
      *>***** rides in as a negative row and nets against the rest.    *****<*
      *>********************************************************************<*
       01  excel-input-record.
           05 ei-label            pic x(10).
           05 ei-amount1          pic s9(6)v999.
           05 ei-amount2          pic s9(6)v999.
           05 ei-entry-date       pic x(8).
           05 ei-region           pic x(4).

       01  excel-reversal-record redefines excel-input-record.
           05 rv-marker           pic x(10).
           05 rv-extract-ref      pic x(30).

      *> prior-period adjustment header, same length/layout slot:
      *> ei-label of "ADJUSTMENT" as the first record marks the
      *> extract as late amounts for the closed fiscal period named in
      *> aj-period (yyyymm). Its data rows carry their real entry
      *> dates inside that period; instead of being refused by the
      *> period lock they post into the current open period's history
      *> and GL feed, flagged as adjustments, and are listed on the
      *> adjustment register with aj-submitter. The closed period's
      *> own figures are never touched.
       01  excel-adjustment-record redefines excel-input-record.
           05 aj-marker           pic x(10).
           05 aj-period           pic x(6).
           05 aj-submitter        pic x(20).
           05 filler              pic x(4).

      *> inter-region transfer row, same length/layout slot: the
      *> label carries "XFER", the direction (TO on the sending
      *> region's row, FR on the receiving region's) and the other
      *> region, while amounts, entry date and ei-region sit where a
      *> data row keeps them. Each side goes into its own region's
      *> totals like any other row -- the sender keyed negative, the
      *> receiver positive, a row signed the other way is rejected --
      *> and every sender/receiver pair in the extract must net to
      *> zero or the whole extract is refused. The CORP sheet
      *> eliminates them from the division and corporate totals, and
      *> the GL feed posts them against each region's intercompany
      *> account (GLI-rrrr) instead of clearing.
       01  excel-transfer-record redefines excel-input-record.
           05 xf-marker           pic x(4).
           05 xf-direction        pic x(2).
              88 xf-sending-side      value "TO".
              88 xf-receiving-side    value "FR".
           05 xf-counter-region   pic x(4).
           05 filler              pic x(30).

      *> company header, same length/layout slot: ei-label of
      *> "COMPANY" as the first record (ahead of any ADJUSTMENT
      *> header) names the legal entity the extract's figures belong
      *> to. An extract without one belongs to its report
      *> definition's company; one whose header names a different
      *> company than its definition is refused whole, since region
      *> codes are only unique within a company.
       01  excel-company-record redefines excel-input-record.
           05 co-marker           pic x(10).
           05 co-company          pic x(4).
           05 filler              pic x(26).
