      * the book record when one is on file. A register
      * of everything created is printed to bookpgen.rpt; titles with
      * no vendor code on file cannot be ordered and are listed as
      * exceptions instead. Consignment titles (consign.dat) are
      * restocked by the consigning vendor, never by PO, and are
      * passed over, as are the used stock numbers on usedbook.dat -
      * used copies are bought over the counter, not ordered.
      *
      * Every line is checked against the open-to-buy budget for its
      * b-type (otbbudget.dat): what is committed this month - the
      * quantity still due on open and part-received PO lines at the
      * line cost, plus this month's receipts on recvjnl.dat, the
      * figures bookotb.cbl reports - plus the lines already ordered
      * this run. A line that would take its type over budget is not
      * ordered; it is listed under OVER OPEN-TO-BUY at the end of
      * the register for the buyer to decide on. A type with no
      * budget line is never held back.
      *
      * With two shops the order is still judged on b-onhand, every
      * copy the business owns, but each shop is also held to half
      * the title's reorder point and order-up-to level, as on
      * bookrord.cbl's report. A shop below its half (copies in
      * transit to it counted as already there) while the other shop
      * holds more than its own order-up-to half is listed at the
      * head of the register under SUGGESTED TRANSFERS BETWEEN SHOPS
      * with the copies to send - for bookxfer.cbl - and whether the
      * title still needed a vendor order on top.
      *
      ****************************************************************

               file status is ls-ovr-status
               .

           select optional budgetfile assign to "otbbudget.dat"
               organization is line sequential
               file status is ls-bud-status
               .

           select optional recvjnlfile assign to "recvjnl.dat"
               organization is line sequential
               file status is ls-rj-status
               .

           select sortwork assign to "bookpgen.srt"
               .

           03 ovr-reorder-point    pic 9(5).
           03 ovr-order-up-to      pic 9(5).

       FD budgetfile.
       copy "otbbudget-rec.cpy" replacing ==(prefix)== by ==ob==.

       FD recvjnlfile.
       copy "recvjnl-rec.cpy" replacing ==(prefix)== by ==rj==.

       SD sortwork.
       01 sd-record.
           05 sd-vendor-code       pic x(6).
       01 ls-rpt-status           pic xx.
       01 ls-hist-status          pic xx.
       01 ls-ovr-status           pic xx.
       01 ls-bud-status           pic xx.
       01 ls-rj-status            pic xx.
       01 ws-eof-flag             pic x value "N".
           88 ws-eof                value "Y".

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

      *>--Transfers suggested, printed at the head of the register
       01 ws-xfer-table.
           03 ws-xfer-entry occurs 500 times.
               05 ws-xl-stockno     pic x(4).
               05 ws-xl-qty         pic 9(5).
               05 ws-xl-from        pic 9.
               05 ws-xl-to          pic 9.
               05 ws-xl-ordered     pic x.
                   88 ws-xl-also-ordered value "Y".
               05 ws-xl-title       pic x(30).
       01 ws-xfer-count           pic 9(3) value zero.
       01 ws-xfer-index           pic 9(3).

       01 ws-hist-ok-flag         pic x value "N".
           88 ws-hist-ok            value "Y".

       01 ws-pl-function          pic x.
           88 pl-add-record         value "2".
           88 pl-next-by-stockno    value "6".
           88 pl-next-record        value "7".
       01 ws-pl-file-status       pic xx.
       copy "poline-rec.cpy" replacing ==(prefix)== by ==ws-pl==.

       01 ws-bo-eof-flag          pic x.
           88 ws-bo-eof             value "Y".

      *>--Open-to-buy by b-type: budget, and committed this month
       01 ws-this-month           pic 9(6).
       01 ws-otb-table.
           03 ws-otb-entry occurs 200 times.
               05 ws-ot-type        pic x(20).
               05 ws-ot-budget-flag pic x.
                   88 ws-ot-budgeted  value "Y".
               05 ws-ot-budget      pic 9(7)v99.
               05 ws-ot-committed   pic 9(7)v99.
       01 ws-otb-count            pic 9(3) value zero.
       01 ws-otb-index            pic 9(3).
       01 ws-otb-found-flag       pic x.
           88 ws-otb-found          value "Y".
       01 ws-otb-eof-flag         pic x.
           88 ws-otb-eof            value "Y".
       01 ws-lookup-type          pic x(20).
       01 ws-qty-due              pic 9(5).
       01 ws-line-value           pic 9(7)v99.
       01 ws-new-committed        pic 9(8)v99.

      *>--Lines held back as over open-to-buy, printed at the end
       01 ws-held-table.
           03 ws-held-entry occurs 500 times.
               05 ws-hl-stockno     pic x(4).
               05 ws-hl-type        pic x(20).
               05 ws-hl-qty         pic 9(5).
               05 ws-hl-value       pic 9(7)v99.
               05 ws-hl-title       pic x(26).
       01 ws-held-count           pic 9(3) value zero.
       01 ws-held-index           pic 9(3).
       01 ws-overbudget-count     pic 9(5) value zero.

       01 ws-book-function        pic x.
           88 bk-read-record        value "1".
       01 ws-book-file-status     pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail  pic 99v99.

       01 ws-on-order-flag        pic x.
           88 ws-on-order           value "Y".
       01 ws-onorder-count        pic 9(5) value zero.
       01 ws-line-eof-flag        pic x.
           88 ws-line-eof           value "Y".

       01 ws-cn-function          pic x.
           88 cn-read-record        value "1".
       01 ws-cn-file-status       pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.
       01 ws-consigned-flag       pic x.
           88 ws-consigned          value "Y".
       01 ws-consign-count        pic 9(5) value zero.

       01 ws-ub-function          pic x.
           88 ub-read-record        value "1".
       01 ws-ub-file-status       pic xx.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ws-ub==.
       01 ws-used-flag            pic x.
           88 ws-used-copy          value "Y".
       01 ws-used-count           pic 9(5) value zero.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-po-heading.
           05 ws-n-text            pic x(40)
               value "no vendor code on file - not ordered".

       01 ws-held-heading          pic x(60)
               value "OVER OPEN-TO-BUY - NOT ORDERED".

       01 ws-xfer-heading          pic x(60)
               value "SUGGESTED TRANSFERS BETWEEN SHOPS".

       01 ws-xfer-heading-1.
           05 filler               pic x(8)  value "STOCK #".
           05 filler               pic x(8)  value "    QTY".
           05 filler               pic x(6)  value "  FROM".
           05 filler               pic x(6)  value "  TO".
           05 filler               pic x(20) value "VENDOR ORDER".
           05 filler               pic x(30) value "TITLE".

       01 ws-xfer-line.
           05 ws-xd-stockno        pic x(4).
           05 filler               pic x(4)  value spaces.
           05 ws-xd-qty            pic z(6)9.
           05 filler               pic x(5)  value spaces.
           05 ws-xd-from           pic 9.
           05 filler               pic x(5)  value spaces.
           05 ws-xd-to             pic 9.
           05 filler               pic x(2)  value spaces.
           05 ws-xd-ordered        pic x(20).
           05 ws-xd-title          pic x(30).

       01 ws-held-heading-1.
           05 filler               pic x(8)  value "STOCK #".
           05 filler               pic x(21) value "TYPE".
           05 filler               pic x(8)  value "QTY".
           05 filler               pic x(12) value "VALUE".
           05 filler               pic x(26) value "TITLE".

       01 ws-held-line.
           05 ws-hd-stockno        pic x(4).
           05 filler               pic x(4)  value spaces.
           05 ws-hd-type           pic x(20).
           05 filler               pic x     value space.
           05 ws-hd-qty            pic z(4)9.
           05 filler               pic x(2)  value spaces.
           05 ws-hd-value          pic zzz,zz9.99.
           05 filler               pic x(2)  value spaces.
           05 ws-hd-title          pic x(26).

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           perform compute-history-months
           perform open-sales-history
           perform load-overrides
           perform load-open-to-buy
           sort sortwork
               on ascending key sd-vendor-code sd-stockno
               input procedure is select-low-stock
           display "bookpgen: " ws-po-count " purchase orders, "
                    ws-line-total " lines created, "
                    ws-noorder-count " titles with no vendor, "
                    ws-onorder-count " already on open POs, "
                    ws-consign-count " on consignment, "
                    ws-used-count " used, "
                    ws-overbudget-count " over open-to-buy, "
                    ws-xfer-count " transfers between shops suggested"
           stop run
           .

      *>------------used to get reordered for a year after the
      *>------------publisher killed them.
                   if not b-discontinued
                       perform check-consignment
                       perform check-used-copy
                       evaluate true
                        when ws-consigned
                           add 1 to ws-consign-count
                        when ws-used-copy
                           add 1 to ws-used-count
                        when other
                           perform select-if-low
                       end-evaluate
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
           if ws-xfer-qty > zero
                   and ws-xfer-count < 500
               add 1 to ws-xfer-count
               move b-stockno   to ws-xl-stockno(ws-xfer-count)
               move ws-xfer-qty to ws-xl-qty(ws-xfer-count)
               move ws-xfer-from to ws-xl-from(ws-xfer-count)
               move ws-xfer-to  to ws-xl-to(ws-xfer-count)
               move "N"         to ws-xl-ordered(ws-xfer-count)
               if b-onhand < ws-reorder-point
                   set ws-xl-also-ordered(ws-xfer-count) to true
               end-if
               move b-title     to ws-xl-title(ws-xfer-count)
           end-if
           if b-onhand < ws-reorder-point
               perform check-open-po-line
               if ws-on-order
                   move ws-order-up-to to sd-order-up-to
                   perform count-backorder-demand
                   move ws-bo-demand  to sd-bo-demand
                   perform check-open-to-buy
                   if ws-otb-found
                       add 1 to ws-overbudget-count
                   else
                       release sd-record
                   end-if
               end-if
           end-if
           .
           end-if
           .

      ****************************************************************
      * Each shop is held to half the title's reorder point and
      * order-up-to level, the same split bookrord.cbl prints. A shop
      * below its half - copies in transit to it counted as already
      * there - with the other shop above its own order-up-to half is
      * sent the smaller of what it needs to reach its half and what
      * the other shop has spare.
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
      * Committed demand: one unit per open backorder entry for the
      * candidate, walked in entry-no order the same way
           end-perform
           .

      ****************************************************************
      * Open-to-buy: the month's budget per b-type and what is
      * already committed against it, loaded once before the
      * selection pass opens bookfile - the same figures
      * bookotb.cbl prints.
      ****************************************************************
       load-open-to-buy section.
           move ws-today(1:6) to ws-this-month
           open input budgetfile
           if ls-bud-status <> "00"
               exit section
           end-if
           move "N" to ws-otb-eof-flag
           perform until ws-otb-eof
               read budgetfile
               if ls-bud-status <> "00"
                   set ws-otb-eof to true
               else
                   move ob-type to ws-lookup-type
                   perform find-type
                   if ws-otb-found
                       set ws-ot-budgeted(ws-otb-index) to true
                       move ob-allowance
                           to ws-ot-budget(ws-otb-index)
                   end-if
               end-if
           end-perform
           close budgetfile

           initialize ws-pl-details
           move "N" to ws-otb-eof-flag
           perform until ws-otb-eof
               set pl-next-record to true
               call "poline" using ws-pl-function
                                   ws-pl-details
                                   ws-pl-file-status
               if ws-pl-file-status <> "00"
                   set ws-otb-eof to true
               else
                   if (ws-pl-status-open or ws-pl-status-partial)
                           and ws-pl-qty-ordered > ws-pl-qty-received
                       compute ws-qty-due =
                           ws-pl-qty-ordered - ws-pl-qty-received
                       compute ws-line-value = ws-qty-due * ws-pl-cost
                       move ws-pl-stockno to ws-bk-stockno
                       perform add-title-commitment
                   end-if
               end-if
           end-perform

           open input recvjnlfile
           if ls-rj-status <> "00"
               exit section
           end-if
           move "N" to ws-otb-eof-flag
           perform until ws-otb-eof
               read recvjnlfile
               if ls-rj-status <> "00"
                   set ws-otb-eof to true
               else
                   if rj-date(1:6) = ws-this-month
                       compute ws-line-value = rj-qty * rj-unit-cost
                       move rj-stockno to ws-bk-stockno
                       perform add-title-commitment
                   end-if
               end-if
           end-perform
           close recvjnlfile
           .

      *>------Only a budgeted type's commitments matter here
       add-title-commitment section.
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               exit section
           end-if
           move ws-bk-type to ws-lookup-type
           perform search-type
           if ws-otb-found
               add ws-line-value to ws-ot-committed(ws-otb-index)
           end-if
           .

      *>------Finds ws-lookup-type in the table, adding it if new
       find-type section.
           perform search-type
           if not ws-otb-found
                   and ws-otb-count < 200
               add 1 to ws-otb-count
               move ws-otb-count to ws-otb-index
               initialize ws-otb-entry(ws-otb-index)
               move ws-lookup-type to ws-ot-type(ws-otb-index)
               set ws-otb-found to true
           end-if
           .

       search-type section.
           move "N" to ws-otb-found-flag
           perform varying ws-otb-index from 1 by 1
                   until ws-otb-index > ws-otb-count
               if ws-ot-type(ws-otb-index) = ws-lookup-type
                   set ws-otb-found to true
                   exit perform
               end-if
           end-perform
           .

      *>------Leaves ws-otb-found set when the line must be held back;
      *>------a line that fits is committed against its type here, so
      *>------the lines after it see the budget it used.
       check-open-to-buy section.
           move "N" to ws-otb-found-flag
           move b-type to ws-lookup-type
           perform search-type
           if not ws-otb-found
               exit section
           end-if
           if not ws-ot-budgeted(ws-otb-index)
               move "N" to ws-otb-found-flag
               exit section
           end-if

           compute ws-qty-due = sd-order-up-to - sd-onhand
           add sd-bo-demand to ws-qty-due
           if ws-qty-due < 1
               move 1 to ws-qty-due
           end-if
           compute ws-line-value = ws-qty-due * sd-cost
           compute ws-new-committed =
               ws-ot-committed(ws-otb-index) + ws-line-value
           if ws-new-committed > ws-ot-budget(ws-otb-index)
               if ws-held-count < 500
                   add 1 to ws-held-count
                   move b-stockno  to ws-hl-stockno(ws-held-count)
                   move b-type     to ws-hl-type(ws-held-count)
                   move ws-qty-due to ws-hl-qty(ws-held-count)
                   move ws-line-value to ws-hl-value(ws-held-count)
                   move b-title    to ws-hl-title(ws-held-count)
               end-if
           else
               add ws-line-value to ws-ot-committed(ws-otb-index)
               move "N" to ws-otb-found-flag
           end-if
           .

       write-held-lines section.
           if ws-held-count = zero
               exit section
           end-if
           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move ws-held-heading to rpt-line
           write rpt-line
           move ws-held-heading-1 to rpt-line
           write rpt-line
           add 3 to ws-rh-line-count
           perform varying ws-held-index from 1 by 1
                   until ws-held-index > ws-held-count
               perform check-page-break
               move ws-hl-stockno(ws-held-index) to ws-hd-stockno
               move ws-hl-type(ws-held-index)    to ws-hd-type
               move ws-hl-qty(ws-held-index)     to ws-hd-qty
               move ws-hl-value(ws-held-index)   to ws-hd-value
               move ws-hl-title(ws-held-index)   to ws-hd-title
               move ws-held-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-perform
           .

       write-transfer-lines section.
           if ws-xfer-count = zero
               exit section
           end-if
           move ws-xfer-heading to rpt-line
           write rpt-line
           move ws-xfer-heading-1 to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count
           perform varying ws-xfer-index from 1 by 1
                   until ws-xfer-index > ws-xfer-count
               perform check-page-break
               move ws-xl-stockno(ws-xfer-index) to ws-xd-stockno
               move ws-xl-qty(ws-xfer-index)     to ws-xd-qty
               move ws-xl-from(ws-xfer-index)    to ws-xd-from
               move ws-xl-to(ws-xfer-index)      to ws-xd-to
               if ws-xl-also-ordered(ws-xfer-index)
                   move "ALSO NEEDED"  to ws-xd-ordered
               else
                   move "NOT NEEDED"   to ws-xd-ordered
               end-if
               move ws-xl-title(ws-xfer-index)   to ws-xd-title
               move ws-xfer-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-perform
           move spaces to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       generate-orders section.
           move spaces to ws-rpt-name
           string "bookpgen"            delimited by size
               stop run
           end-if
           perform write-page-heading
           perform write-transfer-lines

           move "N" to ws-eof-flag
           perform until ws-eof
               end-if
           end-perform

           perform write-held-lines

           move ws-line-total to ws-rh-t-count
           move "PO LINES ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
