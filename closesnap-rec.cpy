      ****************************************************************
      *
      * Month-end close snapshot record layout, written by
      * bookclose.cbl to closesnap.dat - one record per title per
      * closed month, keyed by the month (YYYYMM) and stock number.
      *
      * The closing b-onhand, last unit cost and value are as at the
      * close run (stamped to the hundredth of a second in
      * (prefix)-close-stamp); the opening figures are the previous
      * month's closing record for the title. A title on
      * consignment (consign.dat) opens and closes with a zero value
      * - the copies are the vendor's - though its units are carried
      * as usual. The movement buckets total the on-hand changes
      * audit.dat recorded between the two closes, by kind - the
      * same ten in the order the table view numbers them:
      *
      *   1 RECV     receipts against POs (bookrecv.cbl)
      *   2 SALE     register sales posted (bookpost.cbl)
      *   3 SHIP     mail and web orders shipped (bookship.cbl)
      *   4 RETURN   customer returns (bookret.cbl)
      *   5 RTV      returns to vendor (bookrtv.cbl)
      *   6 COUNT    cycle-count corrections (bookvar.cbl)
      *   7 BUYBK    used copies bought at the counter (bookbuy.cbl)
      *   8 MERGE    duplicate titles merged (bookmerge.cbl, both
      *              the MERGE in and the MERGED out)
      *   9 ADD      titles added and DELETEd
      *  10 UPDATE   everything else keyed through book.cbl
      *
      * (prefix)-difference is closing less opening less the
      * movements: anything but zero is stock that moved without an
      * audit record to explain it. A title deleted or merged away
      * during the month still gets a record, closing at zero, so its
      * last movements are accounted for.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-key.
               05 (prefix)-period         pic 9(6).
               05 (prefix)-stockno        pic x(4).
           03 (prefix)-btype              pic x(20).
           03 (prefix)-close-stamp        pic x(16).
           03 (prefix)-opening-flag       pic x.
               88 (prefix)-has-opening      value "Y".
           03 (prefix)-open-onhand        pic 9(5).
           03 (prefix)-open-value         pic 9(7)v99.
           03 (prefix)-onhand             pic 9(5).
           03 (prefix)-unit-cost          pic 99v99.
           03 (prefix)-value              pic 9(7)v99.
           03 (prefix)-movements.
               05 (prefix)-mv-receipts    pic s9(7).
               05 (prefix)-mv-sales       pic s9(7).
               05 (prefix)-mv-shipped     pic s9(7).
               05 (prefix)-mv-returns     pic s9(7).
               05 (prefix)-mv-rtv         pic s9(7).
               05 (prefix)-mv-count       pic s9(7).
               05 (prefix)-mv-buyback     pic s9(7).
               05 (prefix)-mv-merge       pic s9(7).
               05 (prefix)-mv-add-delete  pic s9(7).
               05 (prefix)-mv-other       pic s9(7).
           03 (prefix)-mv-table redefines (prefix)-movements.
               05 (prefix)-mv-units       pic s9(7) occurs 10 times.
           03 (prefix)-difference         pic s9(7).
