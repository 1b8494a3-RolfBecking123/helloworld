      ****************************************************************
      *
      * Sales ticket journal record layout, shared via COPY ...
      * REPLACING between the POS register extract (possales.dat),
      * booksjnl.cbl which files it as the dated sales journal
      * salesjnl<YYYYMMDD>.dat, and the programs that post and
      * reconcile from that journal (bookpost.cbl, bookrecon.cbl).
      *
      * One "D" record per ticket line carries what the customer was
      * actually charged: the unit price rung up (after any counter
      * override), the discount taken on the line and the tax. The
      * register closes the extract with a single "T" record holding
      * its own tape totals for the day, which bookrecon.cbl ties the
      * journal back to. (prefix)-btype is blank on the extract and
      * is filled in from bookfile when booksjnl.cbl files the
      * journal, so the day's figures can be reported by b-type.
      * (prefix)-location is the shop whose register rang the line
      * up (1 or 2); bookpost.cbl takes the copies off that shop's
      * count. An extract from a register that leaves it blank is
      * taken as shop 1.
      *
      * The two 01 levels are alternate views of the one record area,
      * so this copybook is for FD use only.
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-rec-type       pic x.
               88 (prefix)-ticket-line  value "D".
               88 (prefix)-tape-total   value "T".
           03 (prefix)-stockno        pic x(4).
           03 (prefix)-qty            pic 9(5).
           03 (prefix)-ticket-no      pic 9(8).
           03 (prefix)-line-no        pic 9(3).
           03 (prefix)-unit-price     pic 9(3)v99.
           03 (prefix)-discount       pic 9(5)v99.
           03 (prefix)-tax            pic 9(5)v99.
           03 (prefix)-btype          pic x(20).
           03 (prefix)-location       pic x.

       01 (prefix)-tape-record.
           03 filler                  pic x.
           03 (prefix)-tape-date      pic 9(8).
           03 (prefix)-tape-lines     pic 9(7).
           03 (prefix)-tape-units     pic 9(7).
           03 (prefix)-tape-gross     pic 9(7)v99.
           03 (prefix)-tape-discount  pic 9(7)v99.
           03 (prefix)-tape-tax       pic 9(7)v99.
