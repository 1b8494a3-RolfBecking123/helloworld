      ****************************************************************
      *
      * Mail and web order header record layout, shared between
      * custord.cbl and its callers via COPY ... REPLACING, the same
      * way pohdr-rec.cpy is shared between purchord.cbl and callers.
      *
      * Keyed by the order number the website or the mail room gave
      * the order, so the same order cannot be imported twice. Lines
      * live on ordline.dat (see ordline-rec.cpy) under the same
      * order number. bookordimp.cbl imports orders as "open" - or
      * "backordered" when not one copy could be allocated - and
      * bookship.cbl marks them "shipped" once the parcel has gone,
      * leaving an order open when any line could not be shipped.
      * bookbofill.cbl sets an order open again when a copy it is
      * still owed arrives.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-order-no       pic x(10).
           03 (prefix)-source         pic x.
               88 (prefix)-from-web         value "W".
               88 (prefix)-from-mail        value "M".
           03 (prefix)-order-date     pic 9(8).
           03 (prefix)-import-date    pic 9(8).
           03 (prefix)-customer-no    pic 9(6).
           03 (prefix)-ship-name      pic x(30).
           03 (prefix)-ship-addr-1    pic x(30).
           03 (prefix)-ship-addr-2    pic x(30).
           03 (prefix)-ship-city      pic x(30).
           03 (prefix)-status         pic x.
               88 (prefix)-status-open      value "O".
               88 (prefix)-status-backorder value "B".
               88 (prefix)-status-shipped   value "S".
           03 (prefix)-ship-date      pic 9(8).
           03 (prefix)-operator       pic x(3).
