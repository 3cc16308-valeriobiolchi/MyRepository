      *>********************************************************************<*
      *>***** Company-qualified master lookup. Region and division     *****<*
      *>***** codes are only unique within a company, so a company     *****<*
      *>***** keeps its own GL, currency, division and division-name   *****<*
      *>***** entries on master.dat under a key of the prefix's        *****<*
      *>***** two-letter code, the company and the unit -- GD0002NORT  *****<*
      *>***** is company 0002's GLD-NORT (GD GLD-, GC GLC-, GI GLI-,   *****<*
      *>***** FG FXG-, FL FXL-, CY CCY-, DV DIV-, CM CMP-). The plain  *****<*
      *>***** prefix + unit key (GLD-NORT) is the home company's, as   *****<*
      *>***** keyed before there was a second company, and is only     *****<*
      *>***** fallen back on for the home company: another company     *****<*
      *>***** with no entry of its own finds nothing rather than the   *****<*
      *>***** home company's account. The copying program supplies     *****<*
      *>***** find-master-version and its w-lookup-key, w-lookup-date  *****<*
      *>***** and w-version-found fields.                              *****<*
      *>********************************************************************<*
       find-company-master-version.
           move spaces to w-lookup-key
           evaluate w-lookup-prefix
           when "GLD-" move "GD" to w-lookup-key(1:2)
           when "GLC-" move "GC" to w-lookup-key(1:2)
           when "GLI-" move "GI" to w-lookup-key(1:2)
           when "FXG-" move "FG" to w-lookup-key(1:2)
           when "FXL-" move "FL" to w-lookup-key(1:2)
           when "CCY-" move "CY" to w-lookup-key(1:2)
           when "DIV-" move "DV" to w-lookup-key(1:2)
           when "CMP-" move "CM" to w-lookup-key(1:2)
           end-evaluate
           move "N" to w-version-found
           if w-lookup-key not = spaces
              move w-lookup-company to w-lookup-key(3:4)
              move w-lookup-unit to w-lookup-key(7:4)
              perform find-master-version
           end-if
           if not master-version-found
              and w-lookup-company = w-lookup-home
              move spaces to w-lookup-key
              string w-lookup-prefix delimited by size
                     w-lookup-unit delimited by size
                     into w-lookup-key
              perform find-master-version
           end-if.
