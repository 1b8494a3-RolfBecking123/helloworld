      ****************************************************************
      *
      * Mail and web order line record layout, shared between
      * ordline.cbl and its callers via COPY ... REPLACING.
      *
      * Primary key is (prefix)-key = order-no + line-no, so an
      * order's lines sort together and can be walked in order.
      * (prefix)-stockno is an alternate key so the copies allocated
      * to orders for one title can be totalled - they are still in
      * b-onhand until the order ships, but are no longer free to
      * sell (see hold.cbl's total-held).
      *
      * (prefix)-qty-allocated is what is set aside for the next
      * parcel; bookship.cbl zeroes it once the parcel has gone.
      * (prefix)-qty-backordered is what is still owed, on
      * backorder.dat one entry a copy - a short shipment adds its
      * shortfall here - and each copy moves back to allocated as
      * bookbofill.cbl fills its entry. What has shipped is ordered
      * less the two. A line whose title could not be found is
      * kept, marked not-on-file, so the packing slip can say so.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-key.
               05 (prefix)-order-no       pic x(10).
               05 (prefix)-line-no        pic 9(3).
           03 (prefix)-stockno            pic x(4).
           03 (prefix)-qty-ordered        pic 9(5).
           03 (prefix)-qty-allocated      pic 9(5).
           03 (prefix)-qty-backordered    pic 9(5).
           03 (prefix)-price-each         pic 99v99.
           03 (prefix)-status             pic x.
               88 (prefix)-status-open        value "O".
               88 (prefix)-status-backorder   value "B".
               88 (prefix)-status-shipped     value "S".
               88 (prefix)-status-not-on-file value "X".
