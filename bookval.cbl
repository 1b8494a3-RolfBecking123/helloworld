      * registered on the rptcat.dat report catalog, so last
      * month's run is still there when a question comes in -
      * bookrptinq.cbl browses and reprints the kept copies.
      * Titles held on consignment (consign.dat) are not the shop's
      * to value: they are left out of every total and shown only as
      * a memo line under the grand total. Used copies bought back
      * over the counter (the used stock numbers on usedbook.dat) are
      * the shop's, but are kept out of the new-stock figures: they
      * are totalled on a line of their own under the grand total,
      * followed by the total of all owned stock, new and used.
      *
      ****************************************************************

       01 ws-book-count           pic 9(5) value zero.
       01 ws-disc-value           pic 9(9)v99 value zero.
       01 ws-disc-count           pic 9(5) value zero.
       01 ws-consign-value        pic 9(9)v99 value zero.
       01 ws-consign-count        pic 9(5) value zero.
       01 ws-used-value           pic 9(9)v99 value zero.
       01 ws-used-count           pic 9(5) value zero.
       01 ws-owned-total          pic 9(9)v99 value zero.

       01 ws-cn-function          pic x.
           88 cn-read-record        value "1".
       01 ws-cn-file-status       pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.

       01 ws-ub-function          pic x.
           88 ub-read-record        value "1".
       01 ws-ub-file-status       pic xx.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ws-ub==.

       01 ws-rpt-name             pic x(30).
       01 ws-rc-function          pic x.
               value " titles .......".
           05 ws-x-value           pic z(6)9.99.

       01 ws-consign-line.
           05 filler               pic x(20)
               value "CONSIGNMENT - MEMO".
           05 ws-c-count           pic z(4)9.
           05 filler               pic x(25)
               value " titles, not owned ....".
           05 ws-c-value           pic z(6)9.99.

       01 ws-used-line.
           05 filler               pic x(20)
               value "USED STOCK".
           05 ws-u-count           pic z(4)9.
           05 filler               pic x(25)
               value " titles .......".
           05 ws-u-value           pic z(6)9.99.

       01 ws-owned-line.
           05 filler               pic x(50)
               value "ALL OWNED STOCK, NEW AND USED".
           05 ws-o-value           pic z(6)9.99.

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           end-if

           compute ws-extended-value = b-onhand * b-retail
      *>------Consignment stock belongs to the vendor - memo only
           initialize ws-cn-details
           move b-stockno to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               add ws-extended-value to ws-consign-value
               add 1 to ws-consign-count
               exit paragraph
           end-if
      *>------Used copies are valued apart from the new stock
           initialize ws-ub-details
           move b-stockno to ws-ub-stockno
           set ub-read-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           if ws-ub-file-status = "00"
               add ws-extended-value to ws-used-value
               add 1 to ws-used-count
               exit paragraph
           end-if

           add ws-extended-value to ws-type-value
           add ws-extended-value to ws-grand-total
           add 1 to ws-book-count
               write rpt-line
               add 1 to ws-rh-line-count
           end-if
           if ws-consign-count > zero
               move ws-consign-count to ws-c-count
               move ws-consign-value to ws-c-value
               move ws-consign-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-if
           if ws-used-count > zero
               move ws-used-count to ws-u-count
               move ws-used-value to ws-u-value
               move ws-used-line to rpt-line
               write rpt-line
               compute ws-owned-total = ws-grand-total + ws-used-value
               move ws-owned-total to ws-o-value
               move ws-owned-line to rpt-line
               write rpt-line
               add 2 to ws-rh-line-count
           end-if
           move ws-book-count to ws-rh-t-count
           move "TITLES ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
