      *>********************************************************************<*
      *>***** Record layout for the reference-table master file        *****<*
      *>***** maintained by master-maint.cbl. Effective-dated: one     *****<*
      *>***** record per key per effective-from date, so a rate change *****<*
      *>***** can be keyed ahead of time and prior versions are kept   *****<*
      *>***** instead of overwritten. Consumers select the version in  *****<*
      *>***** force for the date they are pricing (eff-from <= date <= *****<*
      *>***** eff-to; a spaces eff-to is open-ended, and when versions *****<*
      *>***** overlap the latest eff-from wins). A company other than  *****<*
      *>***** the home company keys its own GL, currency, division and *****<*
      *>***** division-name entries as a two-letter code + company +   *****<*
      *>***** unit (GD0002NORT for company 0002's GLD-NORT; GC, GI,    *****<*
      *>***** FG, FL, CY, DV and CM for GLC-, GLI-, FXG-, FXL-, CCY-,  *****<*
      *>***** DIV- and CMP-); the plain prefix + unit keys are the     *****<*
      *>***** home company's. See company-lookup.cpy in the Excel      *****<*
      *>***** programs.                                                *****<*
      *>********************************************************************<*
       01  master-record.
           05 mr-record-key.
