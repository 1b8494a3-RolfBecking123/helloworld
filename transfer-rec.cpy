      ****************************************************************
      *
      * Inter-store transfer record layout, shared between
      * transfer.cbl and its callers via COPY ... REPLACING, the same
      * way pohdr-rec.cpy is shared between purchord.cbl and callers.
      *
      * One record per parcel of copies of one title sent from one
      * shop to the other, keyed by the transfer number transfer.cbl
      * assigns when bookxfer.cbl ships it. A transfer is "shipped"
      * while the copies are on the road - off the sending shop's
      * b-loc-onhand and on b-in-transit - and "received" once the
      * other shop has checked them in and they are on its count.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-xfer-no        pic 9(6).
           03 (prefix)-stockno        pic x(4).
           03 (prefix)-from-loc       pic 9.
           03 (prefix)-to-loc         pic 9.
           03 (prefix)-qty            pic 9(5).
           03 (prefix)-status         pic x.
               88 (prefix)-status-shipped   value "S".
               88 (prefix)-status-received  value "R".
           03 (prefix)-ship-date      pic 9(8).
           03 (prefix)-ship-operator  pic x(3).
           03 (prefix)-recv-date      pic 9(8).
           03 (prefix)-recv-operator  pic x(3).
