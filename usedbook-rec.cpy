      ****************************************************************
      *
      * Used-copy link record layout, shared between usedbook.cbl and
      * its callers via COPY ... REPLACING, the same way
      * consign-rec.cpy is shared between consign.cbl and its callers.
      *
      * Copies bought back from customers (bookbuy.cbl) are stocked
      * on bookfile under a stock number of their own, never mixed
      * into the new edition's b-onhand. One record per used stock
      * number links it to the new-edition title it was bought as
      * (the alternate key - one used stock number per title), so a
      * read that comes back "23" means the title is new stock. The
      * valuation, margin and ordering programs use that to keep the
      * used copies apart. (prefix)-copies-bought counts every copy
      * ever bought back under this stock number.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-stockno            pic x(4).
           03 (prefix)-new-stockno        pic x(4).
           03 (prefix)-date-created       pic 9(8).
           03 (prefix)-last-bought        pic 9(8).
           03 (prefix)-copies-bought      pic 9(5).
           03 (prefix)-operator           pic x(3).
