      *>********************************************************************<*
      *>***** Working storage for the company-qualified master lookup  *****<*
      *>***** in company-lookup.cpy. The caller sets the key prefix    *****<*
      *>***** (GLD-, GLC-, GLI-, FXG-, FXL-, CCY-, DIV- or CMP-), the  *****<*
      *>***** unit (region or division code), the company and          *****<*
      *>***** w-lookup-date, then performs                             *****<*
      *>***** find-company-master-version; the result comes back as    *****<*
      *>***** find-master-version leaves it (master-version-found,     *****<*
      *>***** w-found-name).                                           *****<*
      *>********************************************************************<*
       77 w-lookup-prefix      pic x(4).
       77 w-lookup-unit        pic x(4).
       77 w-lookup-company     pic x(4).
      *> the company the plain prefix + unit keys belong to
       77 w-lookup-home        pic x(4) value "0001".
