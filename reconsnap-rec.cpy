      ****************************************************************
      *
      * Register reconciliation snapshot record layout, reconsnap.dat
      * - keyed by stock number, one record per title the nightly
      * reconciliation (bookrecon.cbl) has seen on the sales journal.
      *
      * (prefix)-sold is what b-sold stood at as of the last run, so
      * that the next run can expect it to have grown by exactly the
      * day's journal quantity. Anything else that moves b-sold in
      * between has to move the snapshot by the same amount, or the
      * next run reports the difference as a register discrepancy:
      * bookship.cbl adds the copies shipped on web and mail orders,
      * and bookmerge.cbl adds a merged-away title's b-sold to the
      * title it was merged into and drops the merged title's row.
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-stockno        pic x(4).
           03 (prefix)-sold           pic 9(5).
