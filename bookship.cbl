      ****************************************************************
      *
      * Mail and web order ship confirmation.
      *
      * Key in the order number from the packing slip once the
      * parcel has gone. The lines bookordimp.cbl allocated are
      * shown; on confirmation each one's copies come off b-onhand
      * and go onto b-sold through book.cbl's ship-stock function,
      * which writes the SHIP audit record with the order number in
      * aud-reference (set through audit-ref.cpy), and onto the
      * month's saleshist.dat bucket and the register reconciliation
      * snapshot (reconsnap-rec.cpy). Parcels go out of the shop the
      * operator signed on at, so book.cbl takes the copies off that
      * shop's count first and only then off the other shop's.
      *
      * Shipping a line zeroes its allocation, which releases the
      * copies from what hold.cbl counts as set aside. Should the
      * shelf have been sold below the allocation since the import,
      * only what is there ships; the rest is added to the line's
      * backordered quantity and filed on backorder.dat, one entry a
      * copy marked with the order and line, for bookbofill.cbl to
      * put back on the order when stock arrives. Lines that went to
      * backorder at import are likewise left to the backorder fill.
      *
      * The order (custord.dat) is marked shipped once every open
      * line has gone through - or backordered when not one copy
      * could go. A line that cannot be shipped at all (title gone
      * from bookfile, a failed update) is counted, shown on the
      * register, and leaves the order open to be looked at and
      * keyed again.
      * A register of everything shipped is printed to
      * bookship<stamp>.rpt and catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookship.

       environment division.
       input-output section.
       file-control.
           select saleshistfile assign to "saleshist.dat"
               file status is ls-hist-status
               organization is indexed
               access mode is dynamic
               record key is sh-key
               .

           select reconsnapfile assign to "reconsnap.dat"
               file status is ls-snap-status
               organization is indexed
               access mode is dynamic
               record key is rsnap-stockno
               .

           select ship-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

       data division.
       file section.
       FD saleshistfile.
       copy "saleshist-rec.cpy" replacing ==(prefix)== by ==sh==.

       FD reconsnapfile.
       copy "reconsnap-rec.cpy" replacing ==(prefix)== by ==rsnap==.

       FD ship-report.
       01 rpt-line                 pic x(80).

       working-storage section.
       01 ls-hist-status           pic xx.
       01 ls-snap-status           pic xx.
       01 ls-rpt-status            pic xx.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".
       copy "audit-ref.cpy".

       01 ws-another               pic x value "Y".
           88 ws-no-more             value "N" "n".
       01 ws-confirm               pic x.
           88 ws-confirmed           value "Y" "y".
       01 ws-order-no-in           pic x(10).
       01 ws-today                 pic 9(8).
       01 ws-this-yearmonth        pic 9(6).
       01 ws-line-eof-flag         pic x.
           88 ws-line-eof            value "Y".
       01 ws-hist-ok-flag          pic x.
           88 ws-hist-ok             value "Y".
       01 ws-snap-ok-flag          pic x.
           88 ws-snap-ok             value "Y".

       01 ws-old-onhand            pic 9(5).
       01 ws-ship-qty              pic 9(5).
       01 ws-short-qty             pic 9(5).
       01 ws-bo-copy               pic 9(5).
       01 ws-to-ship-count         pic 9(3).
       01 ws-failed-count          pic 9(3).
       01 ws-order-copies          pic 9(7).
       01 ws-order-count           pic 9(5) value zero.
       01 ws-line-count            pic 9(5) value zero.
       01 ws-copies-shipped        pic 9(7) value zero.

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
           88 bk-ship-stock          value "H".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-co-function           pic x.
           88 co-read-record         value "1".
           88 co-update-record       value "5".
       01 ws-co-file-status        pic xx.
       copy "custord-rec.cpy" replacing ==(prefix)== by ==ws-co==.

       01 ws-ol-function           pic x.
           88 ol-next-in-order       value "4".
           88 ol-update-record       value "5".
       01 ws-ol-file-status        pic xx.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==ws-ol==.

       01 ws-cu-function           pic x.
           88 cu-read-record         value "1".
       01 ws-cu-file-status        pic xx.
       copy "customer-rec.cpy" replacing ==(prefix)== by ==ws-cu==.

       01 ws-bo-function           pic x.
           88 bo-add-record          value "2".
       01 ws-bo-file-status        pic xx.
       copy "backorder-rec.cpy" replacing ==(prefix)== by ==ws-bo==.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-heading-1.
           05 filler                pic x(12) value "ORDER".
           05 filler                pic x(8)  value "STOCK #".
           05 filler                pic x(8)  value " SHIPPED".
           05 filler                pic x(10) value "   ON HAND".
           05 filler                pic x(2)  value spaces.
           05 filler                pic x(30) value "RESULT".

       01 ws-detail-line.
           05 ws-d-order-no         pic x(10).
           05 filler                pic x(2)  value spaces.
           05 ws-d-stockno          pic x(4).
           05 filler                pic x(4)  value spaces.
           05 ws-d-qty              pic z(7)9.
           05 filler                pic x(2)  value spaces.
           05 ws-d-onhand           pic z(7)9.
           05 filler                pic x(2)  value spaces.
           05 ws-d-result           pic x(30).

       01 ws-show-line.
           05 filler                pic x(2)  value spaces.
           05 ws-s-stockno          pic x(4).
           05 filler                pic x(12) value "  ORDERED ".
           05 ws-s-ordered          pic z(4)9.
           05 filler                pic x(10) value "  IN BOX ".
           05 ws-s-allocated        pic z(4)9.
           05 filler                pic x(2)  value spaces.
           05 ws-s-status           pic x(20).

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           move ws-rh-run-stamp(1:6) to ws-this-yearmonth
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookship"            delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output ship-report
           if ls-rpt-status <> "00"
               display "bookship: cannot open ship-report, status "
                        ls-rpt-status
               stop run
           end-if
           perform write-page-heading

           perform until ws-no-more
               perform ship-one-order
               display "Confirm another order? (Y/N) "
               accept ws-another
           end-perform

           move ws-line-count to ws-rh-t-count
           move "LINES SHIPPED ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close ship-report
           perform register-report
           display "bookship: " ws-order-count " orders shipped, "
                    ws-copies-shipped " copies"
           stop run
           .

       set-up-heading.
           move "bookship"    to ws-rh-h-program
           move "MAIL/WEB ORDERS SHIPPED" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       ship-one-order.
           display "Order number: "
           move spaces to ws-order-no-in
           accept ws-order-no-in
           if ws-order-no-in = spaces
               exit paragraph
           end-if

           initialize ws-co-details
           move ws-order-no-in to ws-co-order-no
           set co-read-record to true
           call "custord" using ws-co-function
                                ws-co-details
                                ws-co-file-status
           if ws-co-file-status <> "00"
               display "Order " ws-order-no-in " not on file"
               exit paragraph
           end-if
           if ws-co-status-shipped
               display "Order " ws-order-no-in " already shipped "
                       ws-co-ship-date
               exit paragraph
           end-if
           if ws-co-status-backorder
               display "Order " ws-order-no-in " has nothing to ship -"
                       " every line is on backorder"
               exit paragraph
           end-if

           display ws-co-ship-name
           perform show-order-lines
           if ws-to-ship-count = zero
               display "Nothing allocated on this order to ship"
               exit paragraph
           end-if
           display "Confirm the parcel has shipped (Y/N)? "
           move "N" to ws-confirm
           accept ws-confirm
           if not ws-confirmed
               display "Order " ws-order-no-in " not confirmed"
               exit paragraph
           end-if

           perform look-up-customer
           perform open-stock-files
           move zero to ws-failed-count
           move zero to ws-order-copies
           initialize ws-ol-details
           move ws-order-no-in to ws-ol-order-no
           move "N" to ws-line-eof-flag
           perform until ws-line-eof
               set ol-next-in-order to true
               call "ordline" using ws-ol-function
                                    ws-ol-details
                                    ws-ol-file-status
               if ws-ol-file-status <> "00"
                   set ws-line-eof to true
               else
                   if ws-ol-status-open
                       perform ship-one-line
                   end-if
               end-if
           end-perform
           perform close-stock-files

      *>------A line that did not go through stays open on the
      *>------order; marking the order shipped now would strand it.
           if ws-failed-count > zero
               display "Order " ws-order-no-in " NOT marked shipped - "
                       ws-failed-count " line(s) failed, see register"
               exit paragraph
           end-if

           if ws-order-copies = zero
               set ws-co-status-backorder to true
           else
               set ws-co-status-shipped to true
           end-if
           move ws-today           to ws-co-ship-date
           move signon-operator-id to ws-co-operator
           set co-update-record to true
           call "custord" using ws-co-function
                                ws-co-details
                                ws-co-file-status
           if ws-co-file-status <> "00"
               display "bookship: order " ws-order-no-in
                       " not marked shipped, status " ws-co-file-status
               exit paragraph
           end-if
           if ws-co-status-backorder
               display "Order " ws-order-no-in " nothing on hand to"
                       " ship - all on backorder"
           else
               add 1 to ws-order-count
               display "Order " ws-order-no-in " shipped"
           end-if
           .

      *>------For the name and phone on any backorder a short line
      *>------leaves; the ship-to name stands in should the customer
      *>------record have gone.
       look-up-customer.
           initialize ws-cu-details
           move ws-co-customer-no to ws-cu-number
           set cu-read-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status
           if ws-cu-file-status <> "00"
               initialize ws-cu-details
               move ws-co-customer-no to ws-cu-number
               move ws-co-ship-name   to ws-cu-name
           end-if
           .

       show-order-lines.
           move zero to ws-to-ship-count
           initialize ws-ol-details
           move ws-order-no-in to ws-ol-order-no
           move "N" to ws-line-eof-flag
           perform until ws-line-eof
               set ol-next-in-order to true
               call "ordline" using ws-ol-function
                                    ws-ol-details
                                    ws-ol-file-status
               if ws-ol-file-status <> "00"
                   set ws-line-eof to true
               else
                   move ws-ol-stockno       to ws-s-stockno
                   move ws-ol-qty-ordered   to ws-s-ordered
                   move ws-ol-qty-allocated to ws-s-allocated
                   evaluate true
                    when ws-ol-status-open
                       move spaces to ws-s-status
                       add 1 to ws-to-ship-count
                    when ws-ol-status-backorder
                       move "ON BACKORDER" to ws-s-status
                    when ws-ol-status-shipped
                       move "SHIPPED" to ws-s-status
                    when other
                       move "NOT ON FILE" to ws-s-status
                   end-evaluate
                   display ws-show-line
               end-if
           end-perform
           .

      *>------The copies come off stock; should the shelf have been
      *>------sold below the allocation since, only what is there
      *>------ships, the rest goes to backorder, and the register
      *>------says so.
       ship-one-line.
           initialize ws-bk-details
           move ws-ol-stockno to ws-bk-stockno
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               move zero to ws-old-onhand
               move zero to ws-ship-qty
               move "NOT ON BOOKFILE - NOT SHIPPED" to ws-d-result
               add 1 to ws-failed-count
               perform write-detail-line
               exit paragraph
           end-if

           move ws-bk-onhand to ws-old-onhand
           move ws-ol-qty-allocated to ws-ship-qty
           move spaces to ws-d-result
           if ws-ship-qty > ws-bk-onhand
               move ws-bk-onhand to ws-ship-qty
               move "SHORT - REST ON BACKORDER" to ws-d-result
           end-if
           compute ws-short-qty = ws-ol-qty-allocated - ws-ship-qty

           if ws-ship-qty > zero
               subtract ws-ship-qty from ws-bk-onhand
               add ws-ship-qty to ws-bk-sold
               move ws-order-no-in to audit-reference
               set bk-ship-stock to true
               call "book" using ws-book-function
                                  ws-bk-details
                                  ws-book-file-status
                                  ws-bk-effective-retail
               if ws-book-file-status <> "00"
                   move zero to ws-ship-qty
                   move "REWRITE FAILED - NOT SHIPPED" to ws-d-result
                   add 1 to ws-failed-count
                   perform write-detail-line
                   exit paragraph
               end-if
               perform add-sales-history
               perform adjust-recon-snapshot
           end-if

           move zero to ws-ol-qty-allocated
           add ws-short-qty to ws-ol-qty-backordered
           if ws-ol-qty-backordered > zero
               set ws-ol-status-backorder to true
           else
               set ws-ol-status-shipped to true
           end-if
           set ol-update-record to true
           call "ordline" using ws-ol-function
                                ws-ol-details
                                ws-ol-file-status
           if ws-ol-file-status <> "00"
      *>------The stock has moved but the line still shows it
      *>------allocated - it must be put right by hand before the
      *>------order is keyed again, or it ships twice.
               display "bookship: order " ws-order-no-in
                       " line " ws-ol-line-no
                       " not updated, status " ws-ol-file-status
               move "LINE NOT UPDATED - CHECK ORDER" to ws-d-result
               add 1 to ws-failed-count
           else
               perform varying ws-bo-copy from 1 by 1
                       until ws-bo-copy > ws-short-qty
                   perform add-backorder-entry
               end-perform
           end-if
           add ws-ship-qty to ws-copies-shipped
           add ws-ship-qty to ws-order-copies
           perform write-detail-line
           .

      *>------One want-list entry a copy, the way bookordimp.cbl
      *>------files what it cannot allocate, marked with the order
      *>------line the copy goes back onto.
       add-backorder-entry.
           initialize ws-bo-details
           move ws-ol-stockno     to ws-bo-stockno
           move ws-cu-name        to ws-bo-customer-name
           move ws-cu-phone       to ws-bo-phone
           move ws-today          to ws-bo-date
           move ws-cu-number      to ws-bo-customer-no
           set ws-bo-for-order    to true
           move ws-order-no-in    to ws-bo-order-no
           move ws-ol-line-no     to ws-bo-order-line-no
           set bo-add-record to true
           call "backorder" using ws-bo-function
                                  ws-bo-details
                                  ws-bo-file-status
           if ws-bo-file-status <> "00"
               display "bookship: backorder for " ws-ol-stockno
                       " not filed, status " ws-bo-file-status
           end-if
           .

      *>------The copies shipped went onto b-sold without passing the
      *>------register, so the reconciliation's baseline moves with
      *>------them; a title it has not seen yet starts from zero, as
      *>------bookrecon.cbl itself would start it.
       adjust-recon-snapshot.
           if not ws-snap-ok
               exit paragraph
           end-if
           move ws-bk-stockno to rsnap-stockno
           read reconsnapfile
           if ls-snap-status = "00"
               add ws-ship-qty to rsnap-sold
               rewrite rsnap-record
           else
               move ws-bk-stockno to rsnap-stockno
               move ws-ship-qty   to rsnap-sold
               write rsnap-record
           end-if
           if ls-snap-status <> "00"
               display "bookship: reconsnap.dat not updated for "
                       ws-bk-stockno ", status " ls-snap-status
           end-if
           .

       add-sales-history.
           if not ws-hist-ok
               exit paragraph
           end-if
           move ws-bk-stockno     to sh-stockno
           move ws-this-yearmonth to sh-yearmonth
           read saleshistfile
           if ls-hist-status = "00"
               add ws-ship-qty to sh-units
               move ws-bk-type to sh-btype
               rewrite sh-details
           else
               move ws-bk-stockno     to sh-stockno
               move ws-this-yearmonth to sh-yearmonth
               move ws-bk-type        to sh-btype
               move ws-ship-qty       to sh-units
               write sh-details
           end-if
           .

       open-stock-files.
           move "N" to ws-hist-ok-flag
           open i-o saleshistfile
           if ls-hist-status = "00"
               set ws-hist-ok to true
           else
               display "bookship: saleshist.dat not updated, status "
                        ls-hist-status
           end-if
      *>------No snapshot file yet means bookrecon.cbl has never
      *>------run, and there is no baseline to keep in step.
           move "N" to ws-snap-ok-flag
           open i-o reconsnapfile
           evaluate ls-snap-status
            when "00"
               set ws-snap-ok to true
            when "35"
               continue
            when other
               display "bookship: reconsnap.dat not updated, status "
                        ls-snap-status
           end-evaluate
           .

       close-stock-files.
           if ws-hist-ok
               close saleshistfile
           end-if
           if ws-snap-ok
               close reconsnapfile
           end-if
           .

       write-detail-line.
           perform check-page-break
           move ws-order-no-in to ws-d-order-no
           move ws-ol-stockno  to ws-d-stockno
           move ws-ship-qty    to ws-d-qty
           if ws-ship-qty = zero and ws-old-onhand = zero
               move zero       to ws-d-onhand
           else
               compute ws-d-onhand = ws-old-onhand - ws-ship-qty
           end-if
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           add 1 to ws-line-count
           .

       check-page-break.
           if ws-rh-line-count >= ws-rh-page-limit
               perform write-page-heading
           end-if
           .

       write-page-heading.
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

       register-report.
           initialize ws-rc-details
           move "bookship"             to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-line-count          to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookship: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
