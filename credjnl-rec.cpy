      ****************************************************************
      *
      * Store-credit journal record layout, shared via COPY ...
      * REPLACING between the programs that move money on or off the
      * storecred.dat ledger and the programs that report it.
      *
      * storecred.dat only holds each credit's current balance, so
      * every movement is also written here, one line per movement,
      * in the order it happened: bookret.cbl when it issues a credit,
      * bookcred.cbl for each credit drawn down by a redemption (a
      * redemption spread over two credits is two lines),
      * bookcrexp.cbl for the balance written off when a credit
      * expires, and bookbuy.cbl when used copies are paid for in
      * store credit (the buyback journal, buyjnl-rec.cpy, carries
      * the other side of that one - the stock bought). The file is
      * line sequential and only ever extended - it is the audit
      * trail of every credit and the day's store-credit activity
      * for the general-ledger journal (bookgl.cbl).
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-date           pic 9(8).
           03 (prefix)-activity       pic x.
               88 (prefix)-issued       value "I".
               88 (prefix)-redeemed     value "R".
               88 (prefix)-expired      value "X".
               88 (prefix)-bought       value "B".
           03 (prefix)-credit-no      pic 9(8).
           03 (prefix)-customer-no    pic 9(6).
           03 (prefix)-amount         pic 9(5)v99.
           03 (prefix)-operator       pic x(3).
