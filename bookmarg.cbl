      * genres can be told from the ones that just take up shelf
      * space. Titles whose b-unit-cost is still zero (never received
      * through a PO) are counted separately so a thin margin can be
      * told from a missing cost. Consignment titles (consign.dat)
      * are the vendor's stock, not ours, and are left out of the
      * figures altogether; how many were skipped is printed at the
      * foot. Used copies bought back over the counter (the used
      * stock numbers on usedbook.dat) carry the price paid as their
      * cost, which would flatter the genre margins, so they are
      * kept out of the type lines and the grand total and given a
      * margin line of their own below it.
      *
      ****************************************************************

       01 ws-margin-pct           pic s9(3)v9 value zero.
       01 ws-book-count           pic 9(5) value zero.
       01 ws-nocost-count         pic 9(5) value zero.
       01 ws-consign-count        pic 9(5) value zero.
       01 ws-used-cost            pic 9(9)v99 value zero.
       01 ws-used-retail          pic 9(9)v99 value zero.
       01 ws-used-count           pic 9(5) value zero.

       01 ws-cn-function          pic x.
           88 cn-read-record        value "1".
       01 ws-cn-file-status       pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.

       01 ws-ub-function          pic x.
           88 ub-read-record        value "1".
       01 ws-ub-file-status       pic xx.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ws-ub==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

           05 filler               pic x(4)  value spaces.
           05 ws-g-margin          pic +(3)9.9.

       01 ws-used-line.
           05 filler               pic x(20) value "USED STOCK".
           05 filler               pic x(2)  value spaces.
           05 ws-u-cost            pic z(6)9.99.
           05 filler               pic x(4)  value spaces.
           05 ws-u-retail          pic z(6)9.99.
           05 filler               pic x(4)  value spaces.
           05 ws-u-margin          pic +(3)9.9.
           05 filler               pic x(4)  value spaces.
           05 ws-u-count           pic z(4)9.
           05 filler               pic x(7)  value " titles".

       01 ws-nocost-line.
           05 ws-n-count           pic z(4)9.
           05 ws-n-text            pic x(50)
               value " titles with no unit cost on file - margin low".

       01 ws-consign-line.
           05 ws-c-count           pic z(4)9.
           05 filler               pic x(50)
               value " consignment titles left out - not owned stock".

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
               move b-type to ws-prev-type
           end-if

           initialize ws-cn-details
           move b-stockno to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               add 1 to ws-consign-count
               exit paragraph
           end-if

           compute ws-ext-cost = b-onhand * b-unit-cost
           compute ws-ext-retail = b-onhand * b-retail
           initialize ws-ub-details
           move b-stockno to ws-ub-stockno
           set ub-read-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           if ws-ub-file-status = "00"
               add ws-ext-cost to ws-used-cost
               add ws-ext-retail to ws-used-retail
               add 1 to ws-used-count
               exit paragraph
           end-if

           add ws-ext-cost to ws-type-cost
           add ws-ext-cost to ws-total-cost
           add ws-ext-retail to ws-type-retail
           write rpt-line
           add 1 to ws-rh-line-count

           if ws-used-count > zero
               move ws-used-cost   to ws-u-cost
               move ws-used-retail to ws-u-retail
               move ws-used-cost   to ws-type-cost
               move ws-used-retail to ws-type-retail
               perform compute-margin-pct
               move ws-margin-pct  to ws-u-margin
               move ws-used-count  to ws-u-count
               move ws-used-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-if

           if ws-nocost-count > zero
               move ws-nocost-count to ws-n-count
               move ws-nocost-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-if
           if ws-consign-count > zero
               move ws-consign-count to ws-c-count
               move ws-consign-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-if

           move ws-book-count to ws-rh-t-count
           move "TITLES ***" to ws-rh-t-label
