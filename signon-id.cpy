      * sets it after validating against operfile.dat) and everything
      * that stamps it - book.cbl and bookprice.cbl onto audit
      * records, bookpomnt.cbl onto its PO-maintenance audits,
      * bookeod.cbl onto runctl.dat - and bookauth.cbl, which checks
      * that operator's permissions. EXTERNAL so one sign-on at the
      * start of a session covers every program in the run unit;
      * spaces means nobody has signed on (batch runs).
      *
      * signon-location is the shop the session is working in (1 or
      * 2), asked for at sign-on; book.cbl puts the copies a session
      * moves on or off that shop's count. Zero - a batch run with no
      * sign-on - means shop 1, except in bookpost.cbl, which sets it
      * from each register extract line.
      *
      ****************************************************************
       01 signon-operator-id  pic x(3) is external.
       01 signon-location     pic 9 is external.
