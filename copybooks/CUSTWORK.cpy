      *****************************************************************
      * CUSTWORK.CPY                                                  *
      * Record layout for the remediation worklist written by        *
      * GRPPROF: one record per field a live master record would     *
      * lose data in under the target-system conversion, carrying    *
      * the record's key, the field, the lengths, and the exact kept *
      * and lost portions - the same spirit as TL-DROPPED-VALUE in   *
      * TRUNCLOG, so the remediation team works from an actionable   *
      * list instead of hunting the losing records by hand. The key  *
      * area keeps its customer-master name but holds whatever key   *
      * the layout definition names (customer, vendor, account or    *
      * collateral number, up to 10 bytes). Kept/lost areas are      *
      * sized to the widest GRP source field (the 60-character       *
      * address); a wider field's slices are cut to fit.             *
      *****************************************************************
       01  WORKLIST-RECORD.
           05  WL-CUSTOMER-NO          PIC X(10).
