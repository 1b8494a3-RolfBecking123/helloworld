      ****************************************************************
      *
      * ABC count-class record layout, shared between abcclass.cbl
      * and its callers via COPY ... REPLACING, the same way
      * consign-rec.cpy is shared between consign.cbl and callers.
      *
      * One record per title, keyed by stock number. (prefix)-class
      * is set by the classification run (bookabc.cbl) from the
      * title's sales value over the last twelve full months -
      * A for the few titles that make most of the money, C for the
      * long tail - and decides how often the title is counted: A
      * monthly, B quarterly, C yearly. (prefix)-last-counted is the
      * date of the last count the variance run (bookvar.cbl)
      * applied, zero until the title is first counted.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-stockno            pic x(4).
           03 (prefix)-class              pic x.
               88 (prefix)-class-a          value "A".
               88 (prefix)-class-b          value "B".
               88 (prefix)-class-c          value "C".
           03 (prefix)-annual-value       pic 9(7)v99.
           03 (prefix)-date-classified    pic 9(8).
           03 (prefix)-last-counted       pic 9(8).
