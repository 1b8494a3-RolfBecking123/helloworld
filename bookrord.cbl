      * reorder point, order-up-to), which wins over the computed
      * levels. If saleshist.dat cannot be opened every title falls
      * back to the old fixed levels rather than ordering nothing.
      * Consignment titles (consign.dat) are restocked by the
      * consigning vendor and are never listed. Nor are the used
      * stock numbers on usedbook.dat - used copies come in over the
      * counter (bookbuy.cbl), not from a vendor, and the new
      * edition's own stock is judged on its own b-onhand.
      *
      * With two shops the vendor order is still judged on b-onhand,
      * every copy the business owns, but each shop is also held to
      * half the title's reorder point and order-up-to level. A shop
      * below its half - counting the copies in transit to it as
      * already there - while the other shop holds more than its own
      * order-up-to half gets a transfer suggested for the surplus
      * it needs (bookxfer.cbl makes it). Those titles are listed
      * first, under their own heading, when no vendor order is
      * needed at all; a title that needs both shows the transfer on
      * its vendor line.
      *
      ****************************************************************


       SD sortwork.
       01 sd-record.
           05 sd-kind              pic x.
               88 sd-transfer-only   value "1".
               88 sd-vendor-order    value "2".
           05 sd-vendor-code       pic x(6).
           05 sd-type              pic x(20).
           05 sd-stockno           pic x(4).
           05 sd-title             pic x(50).
           05 sd-onhand            pic 9(5).
           05 sd-order-up-to       pic 9(5).
           05 sd-xfer-qty          pic 9(5).
           05 sd-xfer-from         pic 9.
           05 sd-xfer-to           pic 9.

       working-storage section.
       01 ls-file-status          pic xx.
       01 ws-order-up-to          pic 9(5).
       01 ws-units-3mo            pic 9(6).

      *>--Each shop's half of the title's levels, and the transfer
      *>--suggested when one shop is short and the other has spare
       01 ws-shop-point           pic 9(5).
       01 ws-shop-up-to           pic 9(5).
       01 ws-shop-position        pic 9(6).
       01 ws-shop-need            pic 9(6).
       01 ws-shop-surplus         pic 9(6).
       01 ws-xfer-qty             pic 9(5).
       01 ws-xfer-from            pic 9.
       01 ws-xfer-to              pic 9.
       01 ws-inbound-1            pic 9(5).
       01 ws-inbound-2            pic 9(5).
       01 ws-xf-function          pic x.
           88 xf-total-in-transit   value "7".
       01 ws-xf-file-status       pic xx.
       copy "transfer-rec.cpy" replacing ==(prefix)== by ==ws-xf==.
       01 ws-xfer-count           pic 9(5) value zero.

       01 ws-hist-ok-flag         pic x value "N".
           88 ws-hist-ok            value "Y".

       01 ws-vendor-file-status   pic xx.
       copy "vendor-rec.cpy" replacing ==(prefix)== by ==ws-vw==.

       01 ws-cn-function          pic x.
           88 cn-read-record        value "1".
       01 ws-cn-file-status       pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.
       01 ws-consigned-flag       pic x.
           88 ws-consigned          value "Y".

       01 ws-ub-function          pic x.
           88 ub-read-record        value "1".
       01 ws-ub-file-status       pic xx.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ws-ub==.
       01 ws-used-flag            pic x.
           88 ws-used-copy          value "Y".

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-heading-1.
           05 filler               pic x(8)  value "STOCK #".
           05 filler               pic x(12) value "TRANSFER".
           05 filler               pic x(20) value "TYPE".
           05 filler               pic x(10) value "ON HAND".
           05 filler               pic x(10) value "ORDER TO".
           05 filler               pic x(3)  value spaces.
           05 ws-vh-name           pic x(30).

       01 ws-transfer-heading     pic x(60)
               value "TRANSFER BETWEEN SHOPS - NO VENDOR ORDER NEEDED".

       01 ws-detail-line.
           05 ws-d-stockno         pic x(4).
           05 filler               pic x(3)  value spaces.
           05 ws-d-xfer-qty        pic z(5).
           05 ws-d-xfer-route.
               07 filler           pic x(2).
               07 ws-d-xfer-from   pic 9.
               07 ws-d-xfer-arrow  pic x.
               07 ws-d-xfer-to     pic 9.
               07 filler           pic x(3).
           05 ws-d-type            pic x(20).
           05 ws-d-onhand          pic z(4)9.
           05 filler               pic x(5)  value spaces.
           perform load-overrides

           sort sortwork
               on ascending key sd-kind sd-vendor-code sd-type
                                sd-stockno
               input procedure is select-low-stock
               output procedure is produce-report

           close reorder-report
           perform register-report
           display "Reorder report complete - "
                    ws-line-count " titles below reorder point, "
                    ws-xfer-count " transfers between shops suggested"
           goback
           .

      *>------------A discontinued title is never reordered, however
      *>------------low the shelf runs.
                   if not b-discontinued
                       perform check-consignment
                       perform check-used-copy
                       if not ws-consigned
                               and not ws-used-copy
                           perform select-if-low
                       end-if
                   end-if
               end-if
           end-perform
           end-if
           .

       check-consignment section.
           move "N" to ws-consigned-flag
           initialize ws-cn-details
           move b-stockno to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               set ws-consigned to true
           end-if
           .

       check-used-copy section.
           move "N" to ws-used-flag
           initialize ws-ub-details
           move b-stockno to ws-ub-stockno
           set ub-read-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           if ws-ub-file-status = "00"
               set ws-used-copy to true
           end-if
           .

       select-if-low section.
           perform compute-replenish-levels
           perform check-shop-transfer
           if b-onhand < ws-reorder-point
                   or ws-xfer-qty > zero
               if b-onhand < ws-reorder-point
                   set sd-vendor-order to true
               else
                   set sd-transfer-only to true
               end-if
               move b-vendor-code to sd-vendor-code
               move b-type        to sd-type
               move b-stockno     to sd-stockno
               move b-title       to sd-title
               move b-onhand      to sd-onhand
               move ws-order-up-to to sd-order-up-to
               move ws-xfer-qty   to sd-xfer-qty
               move ws-xfer-from  to sd-xfer-from
               move ws-xfer-to    to sd-xfer-to
               release sd-record
           end-if
           .

      ****************************************************************
      * Each shop is held to half the title's reorder point and
      * order-up-to level. A shop below its half - copies in transit
      * to it counted as already there - with the other shop above its
      * own order-up-to half is sent the smaller of what it needs to
      * reach its half and what the other shop has spare.
      ****************************************************************
       check-shop-transfer section.
           move zero to ws-xfer-qty ws-xfer-from ws-xfer-to
           if ws-order-up-to = zero
               exit section
           end-if
           compute ws-shop-point rounded = ws-reorder-point / 2
           compute ws-shop-up-to rounded = ws-order-up-to / 2
           perform count-copies-inbound

           compute ws-shop-position = b-loc-onhand(1) + ws-inbound-1
           if ws-shop-position < ws-shop-point
                   and b-loc-onhand(2) > ws-shop-up-to
               compute ws-shop-need = ws-shop-up-to - ws-shop-position
               compute ws-shop-surplus = b-loc-onhand(2) - ws-shop-up-to
               move 2 to ws-xfer-from
               move 1 to ws-xfer-to
           else
               compute ws-shop-position =
                   b-loc-onhand(2) + ws-inbound-2
               if ws-shop-position < ws-shop-point
                       and b-loc-onhand(1) > ws-shop-up-to
                   compute ws-shop-need =
                       ws-shop-up-to - ws-shop-position
                   compute ws-shop-surplus =
                       b-loc-onhand(1) - ws-shop-up-to
                   move 1 to ws-xfer-from
                   move 2 to ws-xfer-to
               else
                   exit section
               end-if
           end-if

           if ws-shop-surplus < ws-shop-need
               move ws-shop-surplus to ws-xfer-qty
           else
               move ws-shop-need to ws-xfer-qty
           end-if
           .

      ****************************************************************
      * Copies in transit count only toward the shop they were sent
      * to, from the shipped transfers on transfer.dat. A title with
      * nothing in transit needs no look at the file.
      ****************************************************************
       count-copies-inbound section.
           move zero to ws-inbound-1 ws-inbound-2
           if b-in-transit = zero
               exit section
           end-if

           initialize ws-xf-details
           move b-stockno to ws-xf-stockno
           move 1 to ws-xf-to-loc
           set xf-total-in-transit to true
           call "transfer" using ws-xf-function
                                 ws-xf-details
                                 ws-xf-file-status
           if ws-xf-file-status = "00"
               move ws-xf-qty to ws-inbound-1
           end-if

           initialize ws-xf-details
           move b-stockno to ws-xf-stockno
           move 2 to ws-xf-to-loc
           set xf-total-in-transit to true
           call "transfer" using ws-xf-function
                                 ws-xf-details
                                 ws-xf-file-status
           if ws-xf-file-status = "00"
               move ws-xf-qty to ws-inbound-2
           end-if
           .

      ****************************************************************
      * Per-title replenishment levels: an override on replover.dat
      * wins outright; otherwise the last three full months' sales
               return sortwork at end
                   set ws-eof to true
               end-return
               if not ws-eof and sd-transfer-only
                   if ws-first-record
                       move "N" to ws-first-record-flag
                       perform check-page-break
                       move ws-transfer-heading to rpt-line
                       write rpt-line
                       add 1 to ws-rh-line-count
                   end-if
                   perform write-detail-line
               end-if
               if not ws-eof and sd-vendor-order
                   if ws-first-record
                       or sd-vendor-code <> ws-prev-vendor
                       if not ws-first-record
                       perform check-page-break
                       perform write-vendor-heading
                   end-if
                   perform write-detail-line
                   add 1 to ws-line-count
               end-if
           end-perform
           .

       write-detail-line section.
           perform check-page-break
           move sd-stockno to ws-d-stockno
           if sd-xfer-qty > zero
               move sd-xfer-qty  to ws-d-xfer-qty
               move spaces       to ws-d-xfer-route
               move sd-xfer-from to ws-d-xfer-from
               move ">"          to ws-d-xfer-arrow
               move sd-xfer-to   to ws-d-xfer-to
               add 1 to ws-xfer-count
           else
               move zero   to ws-d-xfer-qty
               move spaces to ws-d-xfer-route
           end-if
           move sd-type    to ws-d-type
           move sd-onhand  to ws-d-onhand
           if sd-transfer-only
               move zero to ws-d-order-to
           else
               move sd-order-up-to to ws-d-order-to
           end-if
           move sd-title   to ws-d-title
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       write-vendor-heading section.
           move sd-vendor-code to ws-vh-code
           move spaces to ws-vh-name
