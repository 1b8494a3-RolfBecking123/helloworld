      * customer-rec.cpy) as an alternate key so one customer's
      * credits are one keyed read. The amount remaining counts down
      * as the counter redeems against purchases; a credit is OPEN
      * until it is fully used, or until the expiry run
      * (bookcrexp.cbl) closes it out as EXPIRED under the shop's
      * credit policy - the amount left at expiry is on the
      * store-credit journal (see credjnl-rec.cpy), not here.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-status         pic x.
               88 (prefix)-status-open      value "O".
               88 (prefix)-status-used      value "U".
               88 (prefix)-status-expired   value "X".
