      ****************************************************************
      *
      * Vendor invoice header record layout, shared between
      * invoice.cbl and its callers via COPY ... REPLACING, the same
      * way pohdr-rec.cpy is shared between purchord.cbl and callers.
      *
      * Keyed by the vendor's code plus the vendor's own invoice
      * number, so the same invoice cannot be keyed in twice. Detail
      * lines live on invline.dat (see invline-rec.cpy) under the same
      * key. bookinv.cbl enters invoices as "entered"; the three-way
      * match run bookmatch.cbl moves them to "released" for payment
      * or "exception" for follow-up, and re-tries exceptions on
      * every run until they agree.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-key.
               05 (prefix)-vendor-code pic x(6).
               05 (prefix)-invoice-no  pic x(12).
           03 (prefix)-invoice-date    pic 9(8).
           03 (prefix)-entry-date      pic 9(8).
           03 (prefix)-invoice-total   pic 9(7)v99.
           03 (prefix)-status          pic x.
               88 (prefix)-status-entered   value "O".
               88 (prefix)-status-released  value "R".
               88 (prefix)-status-exception value "E".
           03 (prefix)-release-date    pic 9(8).
           03 (prefix)-operator        pic x(3).
