      ****************************************************************
      *
      * Mail and web order import.
      *
      * Reads the inbound order file, weborder.dat (layout
      * weborder-rec.cpy - the website's export with the mail room's
      * orders added in the same shape), and for each order:
      *
      *   - refuses it if the order number is already on custord.dat
      *     (an export sent twice) or it has no lines;
      *   - finds the customer on customer.dat by the customer number
      *     on the order, or by name and phone, and adds the customer
      *     when neither finds one;
      *   - allocates each line from the copies free to sell - b-onhand
      *     less what hold.cbl's total-held says is already set
      *     aside, which includes earlier orders' allocations - and
      *     sends what cannot be allocated to backorder.dat, one
      *     want-list entry a copy, the way the counter does, each
      *     marked with its order and line so bookbofill.cbl puts
      *     the copy back on the order when it arrives;
      *   - files the order on custord.dat / ordline.dat, "open" for
      *     shipping, or "backordered" when nothing could be sent.
      *
      * Allocating takes nothing off b-onhand: the copies stay in
      * stock, set aside, until bookship.cbl confirms the parcel has
      * gone. The run prints a pick list for the back room, sorted
      * by b-type then stock number so the shelves are walked once
      * (bookpick<stamp>.rpt, with the orders refused at the foot),
      * and a packing slip per order (bookslip<stamp>.rpt), both
      * catalogued on rptcat.dat. weborder.dat is emptied once it has
      * been imported, so the next export starts clean.
      *
      ****************************************************************

       identification division.
       program-id. bookordimp.

       environment division.
       input-output section.
       file-control.
           select optional orderfile assign to "weborder.dat"
               organization is line sequential
               file status is ls-ord-status
               .

           select pick-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select slip-report assign to dynamic ws-slip-name
               organization is line sequential
               file status is ls-slip-status
               .

           select sortwork assign to "bookpick.srt"
               .

       data division.
       file section.
       FD orderfile.
       copy "weborder-rec.cpy" replacing ==(prefix)== by ==wo==.

       FD pick-report.
       01 rpt-line                 pic x(80).

       FD slip-report.
       01 slip-line                pic x(80).

       SD sortwork.
       01 sd-record.
           05 sd-type               pic x(20).
           05 sd-stockno            pic x(4).
           05 sd-order-no           pic x(10).
           05 sd-title              pic x(50).
           05 sd-qty                pic 9(5).

       working-storage section.
       01 ls-ord-status            pic xx.
       01 ls-rpt-status            pic xx.
       01 ls-slip-status           pic xx.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".

       01 ws-eof-flag              pic x value "N".
           88 ws-eof                 value "Y".
       01 ws-today                 pic 9(8).

      *>--The order being gathered: its header and up to 50 lines
       01 ws-have-order-flag       pic x value "N".
           88 ws-have-order          value "Y".
       01 ws-order-header.
           03 ws-oh-order-no        pic x(10).
           03 ws-oh-data            pic x(150).
       01 ws-order-lines.
           03 ws-order-line occurs 50 times.
               05 ws-ln-stockno     pic x(4).
               05 ws-ln-isbn        pic x(13).
               05 ws-ln-qty         pic 9(5).
       01 ws-line-count            pic 9(3) value zero.
       01 ws-line-index            pic 9(3).
       01 ws-lines-dropped         pic 9(3) value zero.
       copy "weborder-rec.cpy" replacing ==(prefix)== by ==ws-wo==.

       01 ws-order-count           pic 9(5) value zero.
       01 ws-refused-count         pic 9(5) value zero.
       01 ws-copies-allocated      pic 9(7) value zero.
       01 ws-copies-backordered    pic 9(7) value zero.
       01 ws-customers-added       pic 9(5) value zero.
       01 ws-pick-count            pic 9(5) value zero.
       01 ws-order-allocated       pic 9(5).
       01 ws-order-backordered     pic 9(5).
       01 ws-free-to-sell          pic s9(5).
       01 ws-bo-copy               pic 9(5).

      *>--Orders refused, for the foot of the pick list
       01 ws-refused-table.
           03 ws-refused-entry occurs 200 times.
               05 ws-rf-order-no    pic x(10).
               05 ws-rf-reason      pic x(30).
       01 ws-refused-index         pic 9(3).
       01 ws-refuse-reason         pic x(30).

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-cu-function           pic x.
           88 cu-read-record         value "1".
           88 cu-add-record          value "2".
           88 cu-match-name-phone    value "6".
       01 ws-cu-file-status        pic xx.
       copy "customer-rec.cpy" replacing ==(prefix)== by ==ws-cu==.

       01 ws-co-function           pic x.
           88 co-read-record         value "1".
           88 co-add-record          value "2".
       01 ws-co-file-status        pic xx.
       copy "custord-rec.cpy" replacing ==(prefix)== by ==ws-co==.

       01 ws-ol-function           pic x.
           88 ol-add-record          value "2".
       01 ws-ol-file-status        pic xx.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==ws-ol==.

      *>--The order's lines as filed, for its packing slip
       01 ws-slip-table.
           03 ws-slip-entry occurs 50 times.
               05 ws-sp-stockno     pic x(4).
               05 ws-sp-title       pic x(40).
               05 ws-sp-ordered     pic 9(5).
               05 ws-sp-allocated   pic 9(5).
               05 ws-sp-backordered pic 9(5).
               05 ws-sp-status      pic x.

       01 ws-hd-function           pic x.
           88 hd-total-held          value "7".
       01 ws-hd-file-status        pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hd==.

       01 ws-bo-function           pic x.
           88 bo-add-record          value "2".
       01 ws-bo-file-status        pic xx.
       copy "backorder-rec.cpy" replacing ==(prefix)== by ==ws-bo==.

       01 ws-rpt-name              pic x(30).
       01 ws-slip-name             pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.
       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-sl==.

       01 ws-prev-type             pic x(20).
       01 ws-first-record-flag     pic x value "Y".
           88 ws-first-record        value "Y".

       01 ws-heading-1.
           05 filler                pic x(8)  value "STOCK #".
           05 filler                pic x(42) value "TITLE".
           05 filler                pic x(12) value "ORDER".
           05 filler                pic x(5)  value "  QTY".

       01 ws-type-heading.
           05 filler                pic x(6)  value "TYPE ".
           05 ws-th-type            pic x(20).

       01 ws-pick-line.
           05 ws-p-stockno          pic x(4).
           05 filler                pic x(4)  value spaces.
           05 ws-p-title            pic x(40).
           05 filler                pic x(2)  value spaces.
           05 ws-p-order-no         pic x(10).
           05 filler                pic x(2)  value spaces.
           05 ws-p-qty              pic z(4)9.

       01 ws-refused-heading       pic x(40)
           value "ORDERS NOT IMPORTED".

       01 ws-refused-line.
           05 ws-r-order-no         pic x(10).
           05 filler                pic x(2)  value spaces.
           05 ws-r-reason           pic x(30).

       01 ws-slip-order-line.
           05 filler                pic x(8)  value "ORDER ".
           05 ws-so-order-no        pic x(10).
           05 filler                pic x(4)  value spaces.
           05 filler                pic x(11) value "ORDERED ".
           05 ws-so-order-date      pic 9(8).
           05 filler                pic x(4)  value spaces.
           05 filler                pic x(11) value "CUSTOMER #".
           05 ws-so-customer-no     pic 9(6).

       01 ws-slip-address-line.
           05 ws-sa-label           pic x(10).
           05 ws-sa-text            pic x(30).

       01 ws-slip-heading.
           05 filler                pic x(8)  value "STOCK #".
           05 filler                pic x(42) value "TITLE".
           05 filler                pic x(9)  value "  ORDERED".
           05 filler                pic x(10) value "    IN BOX".
           05 filler                pic x(10) value " TO FOLLOW".

       01 ws-slip-detail.
           05 ws-sd-stockno         pic x(4).
           05 filler                pic x(4)  value spaces.
           05 ws-sd-title           pic x(40).
           05 filler                pic x(2)  value spaces.
           05 ws-sd-ordered         pic z(8)9.
           05 filler                pic x     value space.
           05 ws-sd-allocated       pic z(8)9.
           05 filler                pic x     value space.
           05 ws-sd-backordered     pic z(8)9.

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp to ws-sl-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookpick"            delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output pick-report
           if ls-rpt-status <> "00"
               display "bookordimp: cannot open pick-report, status "
                        ls-rpt-status
               stop run
           end-if
           move spaces to ws-slip-name
           string "bookslip"            delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-slip-name
           open output slip-report
           if ls-slip-status <> "00"
               display "bookordimp: cannot open slip-report, status "
                        ls-slip-status
               close pick-report
               stop run
           end-if

           perform write-page-heading
           sort sortwork
               on ascending key sd-type sd-stockno sd-order-no
               input procedure is import-orders
               output procedure is produce-pick-list
           perform write-refused-orders

           move ws-pick-count to ws-rh-t-count
           move "PICK LINES ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close pick-report
           move ws-order-count to ws-sl-t-count
           move "PACKING SLIPS ***" to ws-sl-t-label
           move ws-sl-trailer-line to slip-line
           write slip-line
           close slip-report
           perform register-reports

           display "bookordimp: " ws-order-count " orders imported, "
                   ws-refused-count " refused"
           display "bookordimp: " ws-copies-allocated
                   " copies to pick, " ws-copies-backordered
                   " backordered, " ws-customers-added
                   " new customers"
           stop run
           .

       set-up-heading section.
           move "bookordimp"  to ws-rh-h-program
           move "MAIL/WEB ORDER PICK LIST" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           move ws-rh-heading-line to ws-sl-heading-line
           move "bookordimp"  to ws-sl-h-program
           move "PACKING SLIP" to ws-sl-h-title
           .

      ****************************************************************
      * Gathers each order - its "H" record and the "L" records that
      * follow - and imports it when the next header, or the end of
      * the file, shows it is complete.
      ****************************************************************
       import-orders section.
           open input orderfile
           if ls-ord-status <> "00"
               display "bookordimp: no weborder.dat - nothing to import"
               exit section
           end-if
           perform until ws-eof
               read orderfile
               if ls-ord-status <> "00"
                   set ws-eof to true
               else
                   evaluate true
                    when wo-header
                       if ws-have-order
                           perform import-one-order
                       end-if
                       move wo-order-no    to ws-oh-order-no
                       move wo-header-data to ws-oh-data
                       move zero to ws-line-count
                       move zero to ws-lines-dropped
                       set ws-have-order to true
                    when wo-line and ws-have-order
                            and wo-order-no = ws-oh-order-no
                       if ws-line-count < 50
                           add 1 to ws-line-count
                           move wo-stockno
                               to ws-ln-stockno(ws-line-count)
                           move wo-isbn to ws-ln-isbn(ws-line-count)
                           move wo-qty  to ws-ln-qty(ws-line-count)
                       else
                           add 1 to ws-lines-dropped
                       end-if
                    when other
                       display "bookordimp: stray record for order "
                               wo-order-no " ignored"
                   end-evaluate
               end-if
           end-perform
           if ws-have-order
               perform import-one-order
           end-if
           close orderfile

      *>------Imported - empty the file for the next export
           open output orderfile
           close orderfile
           .

       import-one-order section.
           move ws-oh-order-no to ws-wo-order-no
           move ws-oh-data     to ws-wo-header-data

           if ws-line-count = zero
               move "NO LINES" to ws-refuse-reason
               perform refuse-order
               exit section
           end-if
           if ws-lines-dropped > zero
               move "MORE THAN 50 LINES" to ws-refuse-reason
               perform refuse-order
               exit section
           end-if
           initialize ws-co-details
           move ws-wo-order-no to ws-co-order-no
           set co-read-record to true
           call "custord" using ws-co-function
                                ws-co-details
                                ws-co-file-status
           if ws-co-file-status = "00"
               move "ALREADY IMPORTED" to ws-refuse-reason
               perform refuse-order
               exit section
           end-if

           perform find-customer
           if ws-cu-file-status <> "00"
               move "NO CUSTOMER NAME OR NUMBER" to ws-refuse-reason
               perform refuse-order
               exit section
           end-if

           move zero to ws-order-allocated
           move zero to ws-order-backordered
           perform varying ws-line-index from 1 by 1
                   until ws-line-index > ws-line-count
               perform allocate-one-line
           end-perform

           initialize ws-co-details
           move ws-wo-order-no     to ws-co-order-no
           if ws-wo-source = "M"
               set ws-co-from-mail to true
           else
               set ws-co-from-web to true
           end-if
           move ws-wo-order-date   to ws-co-order-date
           move ws-today           to ws-co-import-date
           move ws-cu-number       to ws-co-customer-no
           move ws-wo-name         to ws-co-ship-name
           move ws-wo-addr-1       to ws-co-ship-addr-1
           move ws-wo-addr-2       to ws-co-ship-addr-2
           move ws-wo-city         to ws-co-ship-city
           if ws-order-allocated > zero
               set ws-co-status-open to true
           else
               set ws-co-status-backorder to true
           end-if
           move zero               to ws-co-ship-date
           move signon-operator-id to ws-co-operator
           set co-add-record to true
           call "custord" using ws-co-function
                                ws-co-details
                                ws-co-file-status
           if ws-co-file-status <> "00"
               display "bookordimp: order " ws-wo-order-no
                       " not filed, status " ws-co-file-status
           end-if

           add 1 to ws-order-count
           perform write-packing-slip
           .

       refuse-order section.
           add 1 to ws-refused-count
           if ws-refused-count <= 200
               move ws-wo-order-no
                   to ws-rf-order-no(ws-refused-count)
               move ws-refuse-reason
                   to ws-rf-reason(ws-refused-count)
           end-if
           display "bookordimp: order " ws-wo-order-no " refused - "
                   ws-refuse-reason
           .

      *>------By number when the order carries one that is on file,
      *>------otherwise by name and phone, otherwise a new customer.
       find-customer section.
           initialize ws-cu-details
           if ws-wo-customer-no <> zero
               move ws-wo-customer-no to ws-cu-number
               set cu-read-record to true
               call "customer" using ws-cu-function
                                     ws-cu-details
                                     ws-cu-file-status
               if ws-cu-file-status = "00"
                   exit section
               end-if
           end-if

           move "23" to ws-cu-file-status
           if ws-wo-name = spaces
               exit section
           end-if
           initialize ws-cu-details
           move ws-wo-name  to ws-cu-name
           move ws-wo-phone to ws-cu-phone
           set cu-match-name-phone to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status
           if ws-cu-file-status = "00"
               exit section
           end-if

           initialize ws-cu-details
           move ws-wo-name  to ws-cu-name
           move ws-wo-phone to ws-cu-phone
           if ws-wo-source = "M"
               move "ADDED FROM MAIL ORDER" to ws-cu-notes
           else
               move "ADDED FROM WEB ORDER" to ws-cu-notes
           end-if
           set cu-add-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status
           if ws-cu-file-status = "00"
               add 1 to ws-customers-added
           end-if
           .

       allocate-one-line section.
           initialize ws-ol-details
           move ws-wo-order-no to ws-ol-order-no
           move ws-line-index  to ws-ol-line-no
           move ws-ln-qty(ws-line-index) to ws-ol-qty-ordered

           initialize ws-bk-details
           if ws-ln-stockno(ws-line-index) <> spaces
               move ws-ln-stockno(ws-line-index) to ws-bk-stockno
           else
               move ws-ln-isbn(ws-line-index) to ws-bk-isbn
           end-if
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               move ws-ln-stockno(ws-line-index) to ws-ol-stockno
               set ws-ol-status-not-on-file to true
               move ws-ln-stockno(ws-line-index)
                   to ws-sp-stockno(ws-line-index)
               move "** NOT ON FILE **" to ws-sp-title(ws-line-index)
               if ws-ln-stockno(ws-line-index) = spaces
                   move ws-ln-isbn(ws-line-index)
                       to ws-sp-title(ws-line-index)(19:)
               end-if
               perform add-order-line
               exit section
           end-if

           move ws-bk-stockno to ws-ol-stockno
           move ws-bk-effective-retail to ws-ol-price-each
           initialize ws-hd-details
           move ws-bk-stockno to ws-hd-stockno
           set hd-total-held to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           compute ws-free-to-sell = ws-bk-onhand - ws-hd-qty
           if ws-free-to-sell < zero
               move zero to ws-free-to-sell
           end-if
           if ws-free-to-sell >= ws-ol-qty-ordered
               move ws-ol-qty-ordered to ws-ol-qty-allocated
           else
               move ws-free-to-sell   to ws-ol-qty-allocated
           end-if
           compute ws-ol-qty-backordered =
               ws-ol-qty-ordered - ws-ol-qty-allocated
           if ws-ol-qty-allocated > zero
               set ws-ol-status-open to true
           else
               set ws-ol-status-backorder to true
           end-if

           move ws-bk-stockno to ws-sp-stockno(ws-line-index)
           move ws-bk-title   to ws-sp-title(ws-line-index)
           perform add-order-line

           perform varying ws-bo-copy from 1 by 1
                   until ws-bo-copy > ws-ol-qty-backordered
               perform add-backorder-entry
           end-perform

           if ws-ol-qty-allocated > zero
               move ws-bk-type          to sd-type
               move ws-bk-stockno       to sd-stockno
               move ws-wo-order-no      to sd-order-no
               move ws-bk-title         to sd-title
               move ws-ol-qty-allocated to sd-qty
               release sd-record
           end-if
           add ws-ol-qty-allocated   to ws-order-allocated
           add ws-ol-qty-allocated   to ws-copies-allocated
           add ws-ol-qty-backordered to ws-order-backordered
           add ws-ol-qty-backordered to ws-copies-backordered
           .

      *>------Filed before the next line is allocated, so a title
      *>------ordered twice on one order is not allocated twice.
       add-order-line section.
           move ws-ol-qty-ordered     to ws-sp-ordered(ws-line-index)
           move ws-ol-qty-allocated   to ws-sp-allocated(ws-line-index)
           move ws-ol-qty-backordered
               to ws-sp-backordered(ws-line-index)
           move ws-ol-status          to ws-sp-status(ws-line-index)
           set ol-add-record to true
           call "ordline" using ws-ol-function
                                ws-ol-details
                                ws-ol-file-status
           if ws-ol-file-status <> "00"
               display "bookordimp: order " ws-wo-order-no
                       " line " ws-line-index
                       " not filed, status " ws-ol-file-status
           end-if
           .

       add-backorder-entry section.
           initialize ws-bo-details
           move ws-bk-stockno  to ws-bo-stockno
           move ws-cu-name     to ws-bo-customer-name
           move ws-cu-phone    to ws-bo-phone
           move ws-today       to ws-bo-date
           move ws-cu-number   to ws-bo-customer-no
           set ws-bo-for-order to true
           move ws-wo-order-no to ws-bo-order-no
           move ws-line-index  to ws-bo-order-line-no
           set bo-add-record to true
           call "backorder" using ws-bo-function
                                  ws-bo-details
                                  ws-bo-file-status
           if ws-bo-file-status <> "00"
               display "bookordimp: backorder for " ws-bk-stockno
                       " not filed, status " ws-bo-file-status
           end-if
           .

      ****************************************************************
      * One packing slip per order: where it goes, and for each line
      * what was ordered, what is in the box and what will follow.
      ****************************************************************
       write-packing-slip section.
           add 1 to ws-sl-page-number
           move ws-sl-page-number to ws-sl-h-page
           move ws-sl-heading-line to slip-line
           write slip-line
           move spaces to slip-line
           write slip-line
           move ws-wo-order-no    to ws-so-order-no
           move ws-wo-order-date  to ws-so-order-date
           move ws-cu-number      to ws-so-customer-no
           move ws-slip-order-line to slip-line
           write slip-line
           move spaces to slip-line
           write slip-line
           move "SHIP TO"    to ws-sa-label
           move ws-wo-name   to ws-sa-text
           move ws-slip-address-line to slip-line
           write slip-line
           move spaces to ws-sa-label
           move ws-wo-addr-1 to ws-sa-text
           move ws-slip-address-line to slip-line
           write slip-line
           if ws-wo-addr-2 <> spaces
               move ws-wo-addr-2 to ws-sa-text
               move ws-slip-address-line to slip-line
               write slip-line
           end-if
           move ws-wo-city   to ws-sa-text
           move ws-slip-address-line to slip-line
           write slip-line
           move spaces to slip-line
           write slip-line
           move ws-slip-heading to slip-line
           write slip-line

           perform varying ws-line-index from 1 by 1
                   until ws-line-index > ws-line-count
               move ws-sp-stockno(ws-line-index)   to ws-sd-stockno
               move ws-sp-title(ws-line-index)     to ws-sd-title
               move ws-sp-ordered(ws-line-index)   to ws-sd-ordered
               move ws-sp-allocated(ws-line-index) to ws-sd-allocated
               move ws-sp-backordered(ws-line-index)
                   to ws-sd-backordered
               move ws-slip-detail to slip-line
               write slip-line
           end-perform

           move spaces to slip-line
           write slip-line
           if ws-order-backordered > zero
               move "Copies TO FOLLOW are on order and will be sent "
                   to slip-line
               write slip-line
               move "as soon as they arrive." to slip-line
               write slip-line
           end-if
           move spaces to slip-line
           write slip-line
           .

       produce-pick-list section.
           move "N" to ws-eof-flag
           perform until ws-eof
               return sortwork
                   at end
                       set ws-eof to true
                   not at end
                       if ws-first-record or sd-type <> ws-prev-type
                           if not ws-first-record
                               move spaces to rpt-line
                               write rpt-line
                               add 1 to ws-rh-line-count
                           end-if
                           move sd-type to ws-prev-type
                           move "N" to ws-first-record-flag
                           perform check-page-break
                           move sd-type to ws-th-type
                           move ws-type-heading to rpt-line
                           write rpt-line
                           add 1 to ws-rh-line-count
                       end-if
                       perform check-page-break
                       move sd-stockno  to ws-p-stockno
                       move sd-title    to ws-p-title
                       move sd-order-no to ws-p-order-no
                       move sd-qty      to ws-p-qty
                       move ws-pick-line to rpt-line
                       write rpt-line
                       add 1 to ws-rh-line-count
                       add 1 to ws-pick-count
               end-return
           end-perform
           .

       write-refused-orders section.
           if ws-refused-count = zero
               exit section
           end-if
           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move ws-refused-heading to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count
           perform varying ws-refused-index from 1 by 1
                   until ws-refused-index > ws-refused-count
                       or ws-refused-index > 200
               perform check-page-break
               move ws-rf-order-no(ws-refused-index) to ws-r-order-no
               move ws-rf-reason(ws-refused-index)   to ws-r-reason
               move ws-refused-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-perform
           .

       check-page-break section.
           if ws-rh-line-count >= ws-rh-page-limit
               perform write-page-heading
           end-if
           .

       write-page-heading section.
           add 1 to ws-rh-page-number
           move ws-rh-page-number to ws-rh-h-page
           move ws-rh-heading-line to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           move 3 to ws-rh-line-count
           .

       register-reports section.
           initialize ws-rc-details
           move "bookpick"             to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-pick-count          to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookordimp: pick list not catalogued, status "
                        ws-rc-file-status
           end-if

           initialize ws-rc-details
           move "bookslip"             to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-slip-name           to ws-rc-file-name
           move ws-order-count         to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookordimp: slips not catalogued, status "
                        ws-rc-file-status
           end-if
           .
