      ****************************************************************
      *
      * Consignment record layout, shared between consign.cbl and
      * its callers via COPY ... REPLACING, the same way
      * hold-rec.cpy is shared between hold.cbl and its callers.
      *
      * One record per title the shop holds on consignment: keyed by
      * stock number, with the consigning vendor's code (see
      * vendor-rec.cpy) as an alternate key. The copies sit in
      * b-onhand like any other stock, but the shop does not own them
      * and pays (prefix)-agreed-cost only for each one sold, so a
      * title on this file is left out of the valuation and margin
      * reports and never reordered. (prefix)-qty-received counts the
      * copies the vendor has delivered; (prefix)-return-by is the
      * date unsold copies are due back (zero while open-ended).
      * (prefix)-last-settled is the last year-month the settlement
      * run (bookconset.cbl) produced a statement for.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-stockno            pic x(4).
           03 (prefix)-vendor-code        pic x(6).
           03 (prefix)-agreed-cost        pic 99v99.
           03 (prefix)-date-placed        pic 9(8).
           03 (prefix)-return-by          pic 9(8).
           03 (prefix)-qty-received       pic 9(5).
           03 (prefix)-last-settled       pic 9(6).
           03 (prefix)-operator           pic x(3).
