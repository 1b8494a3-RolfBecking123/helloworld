      ****************************************************************
      *
      * Open-to-buy budget record layout, shared via COPY ...
      * REPLACING between the purchase-order generation run
      * (bookpgen.cbl) and the open-to-buy report (bookotb.cbl).
      *
      * otbbudget.dat is a plain line-sequential list kept by the
      * buyer, one line per b-type: the type and the most that may
      * be committed to stock of that type in a calendar month -
      * on open and part-received PO lines at their line cost plus
      * what has already been received this month. A type with no
      * line has no budget and is never held back.
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-type           pic x(20).
           03 (prefix)-allowance      pic 9(7)v99.
