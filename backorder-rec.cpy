      * key so everything one customer is waiting on is one keyed
      * read instead of an eyeball scan of free-text names.
      *
      * (prefix)-source says who the copy is for: space for a counter
      * customer waiting on a hold, "O" for a web or mail-order line
      * that shipped short, in which case (prefix)-order-no and
      * (prefix)-order-line-no name the ordline.cbl line the copy
      * goes back onto when it arrives (see bookbofill.cbl).
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-key.
           03 (prefix)-phone              pic x(15).
           03 (prefix)-date               pic 9(8).
           03 (prefix)-customer-no        pic 9(6).
           03 (prefix)-source             pic x.
               88 (prefix)-for-counter    value space.
               88 (prefix)-for-order      value "O".
           03 (prefix)-order-no           pic x(10).
           03 (prefix)-order-line-no      pic 9(3).
