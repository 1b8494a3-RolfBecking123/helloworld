      ****************************************************************
      *
      * Customer hold-shelf record layout, shared between hold.cbl
      * and its callers via COPY ... REPLACING, the same way
      * backorder-rec.cpy is shared between backorder.cbl and callers.
      *
      * One record per title per customer (see customer-rec.cpy):
      * primary key (prefix)-key = stockno + customer-no, so all the
      * copies one customer has waiting on one title are a single
      * hold and the holds for a title sort together. The copies
      * stay in b-onhand until collected and rung through the
      * register; what is free to sell is b-onhand less the total of
      * (prefix)-qty for the title. (prefix)-customer-no is also an
      * alternate key so one customer's shelf is one keyed browse.
      *
      * (prefix)-source says how the hold came about - put aside at
      * the counter (bookhold.cbl) or allocated to a backorder when
      * stock arrived (bookbofill.cbl, with the backorder entry
      * number in (prefix)-reference). A hold not collected by
      * (prefix)-pickup-by is returned to open stock by the nightly
      * release run, bookhldrel.cbl.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-key.
               05 (prefix)-stockno        pic x(4).
               05 (prefix)-customer-no    pic 9(6).
           03 (prefix)-qty                pic 9(5).
           03 (prefix)-date-placed        pic 9(8).
           03 (prefix)-pickup-by          pic 9(8).
           03 (prefix)-source             pic x.
               88 (prefix)-from-counter     value "C".
               88 (prefix)-from-backorder   value "B".
           03 (prefix)-reference          pic x(10).
           03 (prefix)-operator           pic x(3).
