      ****************************************************************
      *
      * Nightly general-ledger journal.
      *
      * Builds the day's double-entry journal for accounting from
      * the files the day's work left behind, for the business date
      * on sjnldate.dat (the sales journal booksjnl.cbl filed):
      *
      *   sales       salesjnl<date>.dat - revenue at the price
      *               charged, discounts, sales tax and the cash
      *               taken
      *   cost        the same lines at b-unit-cost, out of
      *               inventory into cost of goods sold - or, for a
      *               consignment title (consign.dat), at the agreed
      *               cost into goods received, as owed to the
      *               consigning vendor
      *   receipts    recvjnl.dat lines for the date (bookrecv.cbl),
      *               into inventory against goods received
      *               (bookrecv.cbl leaves consignment receipts out -
      *               the copies are not ours)
      *   returns     RTV documents shipped that day (rtvhdr.dat and
      *               rtvline.dat at their line cost), out of
      *               inventory into vendor credits due
      *   credit      credjnl.dat - store credit issued on customer
      *               returns (bookret.cbl), redeemed at the counter
      *               (bookcred.cbl) and lapsed under the credit
      *               policy (bookcrexp.cbl), the last taken to the
      *               *SHOP sales account as income
      *   buybacks    buyjnl.dat lines for the date (bookbuy.cbl) -
      *               used copies into inventory at the price paid,
      *               against cash, or against store-credit liability
      *               when the customer took credit (the credjnl.dat
      *               line for that credit is not posted again)
      *   counts      COUNT records on audit.dat for the date
      *               (bookvar.cbl postings) at b-unit-cost, and the
      *               RETURN records, whose units go back into
      *               inventory out of cost of goods sold
      *   shipments   SHIP records on audit.dat for the date - mail
      *               and web order copies shipped (bookship.cbl) -
      *               as revenue at the order line's price (found on
      *               ordline.dat by the order number in
      *               aud-reference) against cash, and at cost out of
      *               inventory, or goods received for a consignment
      *               title, into cost of goods sold, as a sale is
      *
      * Account numbers come from the glacct.dat mapping table
      * (glacct.cbl, maintained with bookglmap.cbl) by b-type, with
      * the "*SHOP" record for the shop-wide accounts and for any
      * type not mapped. Entries are summarized by account, side and
      * source and written to gljnl<date>.dat with a trailer of line
      * count and totals - but only when total debits equal total
      * credits and every entry found an account. Otherwise nothing
      * is written, the report bookgl<stamp>.rpt says why, and
      * return-code 16 stops the bookeod chain for someone to look.
      *
      ****************************************************************

       identification division.
       program-id. bookgl.

       environment division.
       input-output section.
       file-control.
           select jnldatefile assign to "sjnldate.dat"
               organization is line sequential
               file status is ls-date-status
               .

           select salesfile assign to dynamic ws-sjnl-name
               organization is line sequential
               file status is ls-sales-status
               .

           select optional recvjnlfile assign to "recvjnl.dat"
               organization is line sequential
               file status is ls-rj-status
               .

           select optional credjnlfile assign to "credjnl.dat"
               organization is line sequential
               file status is ls-cj-status
               .

           select optional buyjnlfile assign to "buyjnl.dat"
               organization is line sequential
               file status is ls-bj-status
               .

           select optional auditfile assign to "audit.dat"
               organization is line sequential
               file status is ls-audit-status
               .

           select gljnlfile assign to dynamic ws-gl-name
               organization is line sequential
               file status is ls-gl-status
               .

           select gl-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

       data division.
       file section.
       FD jnldatefile.
       01 jnldate-line             pic 9(8).

       FD salesfile.
       copy "salesjnl-rec.cpy" replacing ==(prefix)== by ==sj==.

       FD recvjnlfile.
       copy "recvjnl-rec.cpy" replacing ==(prefix)== by ==rj==.

       FD credjnlfile.
       copy "credjnl-rec.cpy" replacing ==(prefix)== by ==cj==.

       FD buyjnlfile.
       copy "buyjnl-rec.cpy" replacing ==(prefix)== by ==bj==.

       FD auditfile.
       copy "audit-rec.cpy" replacing ==(prefix)== by ==aud==.

       FD gljnlfile.
       01 gl-record.
           03 gl-rec-type          pic x.
               88 gl-entry           value "D".
               88 gl-trailer         value "T".
           03 gl-journal-date      pic 9(8).
           03 gl-line-no           pic 9(5).
           03 gl-account           pic x(10).
           03 gl-side              pic x.
               88 gl-debit           value "D".
               88 gl-credit          value "C".
           03 gl-amount            pic 9(9)v99.
           03 gl-source            pic x(6).
       01 gl-trailer-record.
           03 filler               pic x.
           03 gl-t-journal-date    pic 9(8).
           03 gl-t-lines           pic 9(5).
           03 gl-t-debits          pic 9(9)v99.
           03 gl-t-credits         pic 9(9)v99.

       FD gl-report.
       01 rpt-line                 pic x(80).

       working-storage section.
       01 ls-date-status           pic xx.
       01 ls-sales-status          pic xx.
       01 ls-rj-status             pic xx.
       01 ls-cj-status             pic xx.
       01 ls-bj-status             pic xx.
       01 ls-audit-status          pic xx.
       01 ls-gl-status             pic xx.
       01 ls-rpt-status            pic xx.

       01 ws-eof-flag              pic x.
           88 ws-eof                  value "Y".
       01 ws-business-date         pic 9(8).
       01 ws-sjnl-name             pic x(30).
       01 ws-gl-name               pic x(30).
       01 ws-rpt-name              pic x(30).

       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
           88 bk-batch-open          value "7".
           88 bk-batch-close         value "8".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-cn-function           pic x.
           88 cn-read-record         value "1".
       01 ws-cn-file-status        pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.

       01 ws-ga-function           pic x.
           88 ga-read-record         value "1".
           88 ga-next-record         value "4".
       01 ws-ga-file-status        pic xx.
       copy "glacct-rec.cpy" replacing ==(prefix)== by ==ws-ga==.
       copy "glacct-rec.cpy" replacing ==(prefix)== by ==ws-shop==.
       copy "glacct-rec.cpy" replacing ==(prefix)== by ==ws-acct==.

      *>--The mapping table, loaded once: b-type plus its accounts
       01 ws-map-table.
           03 ws-map-entry occurs 200 times.
               05 ws-map-details   pic x(130).
       01 ws-map-count             pic 9(3) value zero.
       01 ws-map-index             pic 9(3).
       01 ws-map-found-flag        pic x.
           88 ws-map-found           value "Y".

       01 ws-rv-function           pic x.
           88 rv-next-record         value "4".
       01 ws-rv-file-status        pic xx.
       copy "rtvhdr-rec.cpy" replacing ==(prefix)== by ==ws-rv==.

       01 ws-rl-function           pic x.
           88 rl-next-in-rtv         value "4".
       01 ws-rl-file-status        pic xx.
       copy "rtvline-rec.cpy" replacing ==(prefix)== by ==ws-rl==.
       01 ws-rl-eof-flag           pic x.
           88 ws-rl-eof              value "Y".

       01 ws-ol-function           pic x.
           88 ol-next-in-order       value "4".
       01 ws-ol-file-status        pic xx.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==ws-ol==.
       01 ws-ol-eof-flag           pic x.
           88 ws-ol-eof              value "Y".
       01 ws-ship-price            pic 99v99.

      *>--The journal being built, one entry per account, side and
      *>--source
       01 ws-entry-table.
           03 ws-je-entry occurs 500 times.
               05 ws-je-account    pic x(10).
               05 ws-je-side       pic x.
               05 ws-je-source     pic x(6).
               05 ws-je-amount     pic 9(9)v99.
       01 ws-je-count              pic 9(3) value zero.
       01 ws-je-max                pic 9(3) value 500.
       01 ws-je-index              pic 9(3).
       01 ws-je-found-flag         pic x.
           88 ws-je-found            value "Y".

       01 ws-post-account          pic x(10).
       01 ws-post-side             pic x.
       01 ws-post-source           pic x(6).
       01 ws-post-amount           pic 9(9)v99.

       01 ws-gross                 pic 9(7)v99.
       01 ws-cash                  pic 9(7)v99.
       01 ws-cost                  pic 9(7)v99.
       01 ws-units                 pic 9(5).
       01 ws-old-onhand            pic 9(5).
       01 ws-new-onhand            pic 9(5).

       01 ws-total-debits          pic 9(9)v99 value zero.
       01 ws-total-credits         pic 9(9)v99 value zero.
       01 ws-unmapped-count        pic 9(5) value zero.
       01 ws-overflow-flag         pic x value "N".
           88 ws-overflow            value "Y".
       01 ws-missing-count         pic 9(5) value zero.
       01 ws-written-flag          pic x value "N".
           88 ws-written             value "Y".

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-heading-1.
           05 filler                pic x(8)  value "SOURCE".
           05 filler                pic x(14) value "ACCOUNT".
           05 filler                pic x(16) value "         DEBIT".
           05 filler                pic x(16) value "        CREDIT".

       01 ws-detail-line.
           05 ws-d-source           pic x(6).
           05 filler                pic x(2)  value spaces.
           05 ws-d-account          pic x(10).
           05 filler                pic x(4)  value spaces.
           05 ws-d-debit            pic z(8)9.99.
           05 filler                pic x(4)  value spaces.
           05 ws-d-credit           pic z(8)9.99.

       01 ws-total-line.
           05 filler                pic x(22) value "TOTALS".
           05 ws-t-debits           pic z(8)9.99.
           05 filler                pic x(4)  value spaces.
           05 ws-t-credits          pic z(8)9.99.

       01 ws-result-line            pic x(80).

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           perform set-up-heading
           perform find-business-date
           perform open-report
           perform load-account-map
           perform open-bookfile-batch

           perform journal-sales
           perform journal-receipts
           perform journal-vendor-returns
           perform journal-store-credit
           perform journal-buybacks
           perform journal-audit-movements

           perform close-bookfile-batch
           perform print-journal

           evaluate true
            when ws-overflow
               move "MORE THAN 500 ENTRIES - JOURNAL NOT WRITTEN"
                   to ws-result-line
            when ws-unmapped-count > zero
               move "UNMAPPED ACCOUNTS - JOURNAL NOT WRITTEN"
                   to ws-result-line
            when ws-total-debits <> ws-total-credits
               move "DEBITS AND CREDITS DO NOT BALANCE - JOURNAL NOT"
                 & " WRITTEN" to ws-result-line
            when other
               perform write-journal-file
           end-evaluate

           move spaces to rpt-line
           write rpt-line
           move ws-result-line to rpt-line
           write rpt-line
           move ws-je-count to ws-rh-t-count
           move "ENTRIES ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close gl-report
           perform register-report

           display "bookgl: " ws-result-line
           if not ws-written
               move 16 to return-code
           end-if
           goback
           .

       set-up-heading.
           move "bookgl"      to ws-rh-h-program
           move "GENERAL LEDGER JOURNAL" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       find-business-date.
           open input jnldatefile
           if ls-date-status <> "00"
               display "bookgl: no sjnldate.dat - run booksjnl first"
               move 16 to return-code
               goback
           end-if
           read jnldatefile
           if ls-date-status <> "00"
               display "bookgl: sjnldate.dat is empty, status "
                        ls-date-status
               close jnldatefile
               move 16 to return-code
               goback
           end-if
           close jnldatefile
           move jnldate-line to ws-business-date
           move spaces to ws-sjnl-name
           string "salesjnl"            delimited by size
                  ws-business-date      delimited by size
                  ".dat"                delimited by size
               into ws-sjnl-name
           move spaces to ws-gl-name
           string "gljnl"               delimited by size
                  ws-business-date      delimited by size
                  ".dat"                delimited by size
               into ws-gl-name
           .

       open-report.
           move spaces to ws-rpt-name
           string "bookgl"              delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output gl-report
           if ls-rpt-status <> "00"
               display "bookgl: cannot open gl-report, status "
                        ls-rpt-status
               move 16 to return-code
               goback
           end-if
           perform write-page-heading
           .

       load-account-map.
           initialize ws-shop-details
           initialize ws-ga-details
           move "N" to ws-eof-flag
           perform until ws-eof
               set ga-next-record to true
               call "glacct" using ws-ga-function
                                   ws-ga-details
                                   ws-ga-file-status
               if ws-ga-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-ga-type = "*SHOP"
                       move ws-ga-details to ws-shop-details
                   else
                       if ws-map-count < 200
                           add 1 to ws-map-count
                           move ws-ga-details
                               to ws-map-details(ws-map-count)
                       end-if
                   end-if
               end-if
           end-perform
           if ws-shop-type = spaces
               display "bookgl: no *SHOP record on glacct.dat -"
                       " shop-wide accounts unmapped"
           end-if
           .

       open-bookfile-batch.
           set bk-batch-open to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               display "bookgl: cannot batch-open bookfile, status "
                        ws-book-file-status
               move 16 to return-code
               goback
           end-if
           .

       close-bookfile-batch.
           set bk-batch-close to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           .

      *>------Reads the title in ws-bk-stockno for its type and cost
      *>------and sets the ws-acct- accounts for that type: its own
      *>------mapping, or the *SHOP record's when the type has none.
      *>------The shop-wide accounts always come from *SHOP.
       read-title-accounts.
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               add 1 to ws-missing-count
               move spaces to ws-bk-type
               move zero   to ws-bk-unit-cost
           end-if

           move ws-shop-details to ws-acct-details
           move "N" to ws-map-found-flag
           perform varying ws-map-index from 1 by 1
                   until ws-map-index > ws-map-count
               if ws-map-details(ws-map-index)(1:20) = ws-bk-type
                   set ws-map-found to true
                   exit perform
               end-if
           end-perform
           if ws-map-found
               move ws-map-details(ws-map-index) to ws-ga-details
               move ws-ga-sales-acct     to ws-acct-sales-acct
               move ws-ga-discount-acct  to ws-acct-discount-acct
               move ws-ga-cogs-acct      to ws-acct-cogs-acct
               move ws-ga-inventory-acct to ws-acct-inventory-acct
               move ws-ga-adjust-acct    to ws-acct-adjust-acct
               move ws-ga-returns-acct   to ws-acct-returns-acct
           end-if
           .

       journal-sales.
           open input salesfile
           if ls-sales-status <> "00"
               display "bookgl: cannot open " ws-sjnl-name
                       " status " ls-sales-status
               move 16 to return-code
               goback
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read salesfile
               if ls-sales-status <> "00"
                   set ws-eof to true
               else
                   if sj-ticket-line
                       perform journal-one-sale
                   end-if
               end-if
           end-perform
           close salesfile
           .

       journal-one-sale.
           move sj-stockno to ws-bk-stockno
           perform read-title-accounts

           compute ws-gross = sj-qty * sj-unit-price
           compute ws-cash  = ws-gross - sj-discount + sj-tax
           move "SALES" to ws-post-source
           move ws-acct-cash-acct to ws-post-account
           move "D" to ws-post-side
           move ws-cash to ws-post-amount
           perform post-entry
           move ws-acct-discount-acct to ws-post-account
           move sj-discount to ws-post-amount
           perform post-entry
           move ws-acct-sales-acct to ws-post-account
           move "C" to ws-post-side
           move ws-gross to ws-post-amount
           perform post-entry
           move ws-acct-tax-acct to ws-post-account
           move sj-tax to ws-post-amount
           perform post-entry

           initialize ws-cn-details
           move sj-stockno to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               compute ws-cost = sj-qty * ws-cn-agreed-cost
           else
               compute ws-cost = sj-qty * ws-bk-unit-cost
           end-if
           move "COGS" to ws-post-source
           move ws-acct-cogs-acct to ws-post-account
           move "D" to ws-post-side
           move ws-cost to ws-post-amount
           perform post-entry
           if ws-cn-file-status = "00"
               move ws-acct-received-acct to ws-post-account
           else
               move ws-acct-inventory-acct to ws-post-account
           end-if
           move "C" to ws-post-side
           perform post-entry
           .

       journal-receipts.
           open input recvjnlfile
           if ls-rj-status <> "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read recvjnlfile
               if ls-rj-status <> "00"
                   set ws-eof to true
               else
                   if rj-date = ws-business-date
                       perform journal-one-receipt
                   end-if
               end-if
           end-perform
           close recvjnlfile
           .

       journal-one-receipt.
           move rj-stockno to ws-bk-stockno
           perform read-title-accounts
           compute ws-cost = rj-qty * rj-unit-cost
           move "RECV" to ws-post-source
           move ws-acct-inventory-acct to ws-post-account
           move "D" to ws-post-side
           move ws-cost to ws-post-amount
           perform post-entry
           move ws-acct-received-acct to ws-post-account
           move "C" to ws-post-side
           perform post-entry
           .

      *>------A return document is valued and marked shipped the day
      *>------it is built, so the day's RTVs are the shipped (or
      *>------since credited) headers dated today.
       journal-vendor-returns.
           initialize ws-rv-details
           move "N" to ws-eof-flag
           perform until ws-eof
               set rv-next-record to true
               call "rtvorder" using ws-rv-function
                                     ws-rv-details
                                     ws-rv-file-status
               if ws-rv-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-rv-rtv-date = ws-business-date
                           and (ws-rv-status-shipped
                                or ws-rv-status-credited)
                       perform journal-one-rtv
                   end-if
               end-if
           end-perform
           .

       journal-one-rtv.
           initialize ws-rl-details
           move ws-rv-rtv-number to ws-rl-rtv-number
           move zero to ws-rl-line-no
           move "N" to ws-rl-eof-flag
           perform until ws-rl-eof
               set rl-next-in-rtv to true
               call "rtvline" using ws-rl-function
                                    ws-rl-details
                                    ws-rl-file-status
               if ws-rl-file-status <> "00"
                   set ws-rl-eof to true
               else
                   move ws-rl-stockno to ws-bk-stockno
                   perform read-title-accounts
                   compute ws-cost = ws-rl-qty * ws-rl-unit-cost
                   move "RTV" to ws-post-source
                   move ws-acct-vendor-credit-acct to ws-post-account
                   move "D" to ws-post-side
                   move ws-cost to ws-post-amount
                   perform post-entry
                   move ws-acct-inventory-acct to ws-post-account
                   move "C" to ws-post-side
                   perform post-entry
               end-if
           end-perform
           .

       journal-store-credit.
           open input credjnlfile
           if ls-cj-status <> "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read credjnlfile
               if ls-cj-status <> "00"
                   set ws-eof to true
               else
                   if cj-date = ws-business-date
                       perform journal-one-credit
                   end-if
               end-if
           end-perform
           close credjnlfile
           .

       journal-one-credit.
           move "CREDIT" to ws-post-source
           move cj-amount to ws-post-amount
           evaluate true
            when cj-issued
               move ws-shop-returns-acct to ws-post-account
               move "D" to ws-post-side
               perform post-entry
               move ws-shop-credit-liab-acct to ws-post-account
               move "C" to ws-post-side
               perform post-entry
            when cj-redeemed
               move ws-shop-credit-liab-acct to ws-post-account
               move "D" to ws-post-side
               perform post-entry
               move ws-shop-cash-acct to ws-post-account
               move "C" to ws-post-side
               perform post-entry
            when cj-expired
               move ws-shop-credit-liab-acct to ws-post-account
               move "D" to ws-post-side
               perform post-entry
               move ws-shop-sales-acct to ws-post-account
               move "C" to ws-post-side
               perform post-entry
      *>------A buyback paid in credit is posted with the stock bought,
      *>------from the buyback journal
            when cj-bought
               continue
            when other
               continue
           end-evaluate
           .

       journal-buybacks.
           open input buyjnlfile
           if ls-bj-status <> "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read buyjnlfile
               if ls-bj-status <> "00"
                   set ws-eof to true
               else
                   if bj-date = ws-business-date
                       perform journal-one-buyback
                   end-if
               end-if
           end-perform
           close buyjnlfile
           .

       journal-one-buyback.
           move bj-stockno to ws-bk-stockno
           perform read-title-accounts
           move "BUYBK" to ws-post-source
           move bj-amount to ws-post-amount
           move ws-acct-inventory-acct to ws-post-account
           move "D" to ws-post-side
           perform post-entry
           if bj-paid-credit
               move ws-shop-credit-liab-acct to ws-post-account
           else
               move ws-shop-cash-acct to ws-post-account
           end-if
           move "C" to ws-post-side
           perform post-entry
           .

       journal-audit-movements.
           open input auditfile
           if ls-audit-status <> "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read auditfile
               if ls-audit-status <> "00"
                   set ws-eof to true
               else
                   if aud-timestamp(1:8) = ws-business-date
                       evaluate aud-operation
                        when "COUNT"
                           perform journal-count-adjustment
                        when "RETURN"
                           perform journal-customer-return
                        when "SHIP"
                           perform journal-order-shipment
                        when other
                           continue
                       end-evaluate
                   end-if
               end-if
           end-perform
           close auditfile
           .

       journal-count-adjustment.
           move aud-old-onhand to ws-old-onhand
           move aud-new-onhand to ws-new-onhand
           if ws-new-onhand = ws-old-onhand
               exit paragraph
           end-if
           move aud-stockno to ws-bk-stockno
           perform read-title-accounts
           move "COUNT" to ws-post-source
           if ws-new-onhand > ws-old-onhand
               compute ws-units = ws-new-onhand - ws-old-onhand
               compute ws-post-amount = ws-units * ws-bk-unit-cost
               move ws-acct-inventory-acct to ws-post-account
               move "D" to ws-post-side
               perform post-entry
               move ws-acct-adjust-acct to ws-post-account
               move "C" to ws-post-side
               perform post-entry
           else
               compute ws-units = ws-old-onhand - ws-new-onhand
               compute ws-post-amount = ws-units * ws-bk-unit-cost
               move ws-acct-adjust-acct to ws-post-account
               move "D" to ws-post-side
               perform post-entry
               move ws-acct-inventory-acct to ws-post-account
               move "C" to ws-post-side
               perform post-entry
           end-if
           .

       journal-customer-return.
           move aud-old-onhand to ws-old-onhand
           move aud-new-onhand to ws-new-onhand
           if ws-new-onhand <= ws-old-onhand
               exit paragraph
           end-if
           move aud-stockno to ws-bk-stockno
           perform read-title-accounts
           compute ws-units = ws-new-onhand - ws-old-onhand
           move "RETURN" to ws-post-source
           compute ws-post-amount = ws-units * ws-bk-unit-cost
           move ws-acct-inventory-acct to ws-post-account
           move "D" to ws-post-side
           perform post-entry
           move ws-acct-cogs-acct to ws-post-account
           move "C" to ws-post-side
           perform post-entry
           .

      *>------Copies that left on a mail or web order, posted the way
      *>------journal-one-sale posts a register sale. The price is
      *>------the one the order line was taken at; a line no longer
      *>------on file falls back to today's effective retail.
       journal-order-shipment.
           move aud-old-onhand to ws-old-onhand
           move aud-new-onhand to ws-new-onhand
           if ws-new-onhand >= ws-old-onhand
               exit paragraph
           end-if
           move aud-stockno to ws-bk-stockno
           perform read-title-accounts
           compute ws-units = ws-old-onhand - ws-new-onhand
           move ws-bk-effective-retail to ws-ship-price

           initialize ws-ol-details
           move aud-reference to ws-ol-order-no
           move "N" to ws-ol-eof-flag
           perform until ws-ol-eof
               set ol-next-in-order to true
               call "ordline" using ws-ol-function
                                    ws-ol-details
                                    ws-ol-file-status
               if ws-ol-file-status <> "00"
                   set ws-ol-eof to true
               else
                   if ws-ol-stockno = aud-stockno
                       move ws-ol-price-each to ws-ship-price
                       set ws-ol-eof to true
                   end-if
               end-if
           end-perform

           compute ws-gross = ws-units * ws-ship-price
           move "SHIP" to ws-post-source
           move ws-acct-cash-acct to ws-post-account
           move "D" to ws-post-side
           move ws-gross to ws-post-amount
           perform post-entry
           move ws-acct-sales-acct to ws-post-account
           move "C" to ws-post-side
           perform post-entry

           initialize ws-cn-details
           move aud-stockno to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               compute ws-cost = ws-units * ws-cn-agreed-cost
           else
               compute ws-cost = ws-units * ws-bk-unit-cost
           end-if
           move "COGS" to ws-post-source
           move ws-acct-cogs-acct to ws-post-account
           move "D" to ws-post-side
           move ws-cost to ws-post-amount
           perform post-entry
           if ws-cn-file-status = "00"
               move ws-acct-received-acct to ws-post-account
           else
               move ws-acct-inventory-acct to ws-post-account
           end-if
           move "C" to ws-post-side
           perform post-entry
           .

      *>------Adds ws-post-amount to the entry for this account, side
      *>------and source, opening a new entry the first time. An
      *>------entry with no account is kept under "*UNMAPPED*" so
      *>------the report shows what is missing.
       post-entry.
           if ws-post-amount = zero
               exit paragraph
           end-if
           if ws-post-account = spaces
               move "*UNMAPPED*" to ws-post-account
               add 1 to ws-unmapped-count
           end-if
           if ws-post-side = "D"
               add ws-post-amount to ws-total-debits
           else
               add ws-post-amount to ws-total-credits
           end-if

           move "N" to ws-je-found-flag
           perform varying ws-je-index from 1 by 1
                   until ws-je-index > ws-je-count
               if ws-je-account(ws-je-index) = ws-post-account
                       and ws-je-side(ws-je-index) = ws-post-side
                       and ws-je-source(ws-je-index) = ws-post-source
                   set ws-je-found to true
                   exit perform
               end-if
           end-perform
           if ws-je-found
               add ws-post-amount to ws-je-amount(ws-je-index)
               exit paragraph
           end-if
           if ws-je-count >= ws-je-max
               set ws-overflow to true
               exit paragraph
           end-if
           add 1 to ws-je-count
           move ws-post-account to ws-je-account(ws-je-count)
           move ws-post-side    to ws-je-side(ws-je-count)
           move ws-post-source  to ws-je-source(ws-je-count)
           move ws-post-amount  to ws-je-amount(ws-je-count)
           .

       print-journal.
           perform varying ws-je-index from 1 by 1
                   until ws-je-index > ws-je-count
               perform check-page-break
               move ws-je-source(ws-je-index)  to ws-d-source
               move ws-je-account(ws-je-index) to ws-d-account
               if ws-je-side(ws-je-index) = "D"
                   move ws-je-amount(ws-je-index) to ws-d-debit
                   move zero to ws-d-credit
               else
                   move zero to ws-d-debit
                   move ws-je-amount(ws-je-index) to ws-d-credit
               end-if
               move ws-detail-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-perform

           move spaces to rpt-line
           write rpt-line
           move ws-total-debits  to ws-t-debits
           move ws-total-credits to ws-t-credits
           move ws-total-line to rpt-line
           write rpt-line
           if ws-missing-count > zero
               move spaces to rpt-line
               string ws-missing-count     delimited by size
                      " movements named a stock number not on"
                                           delimited by size
                      " bookfile - costed at zero"
                                           delimited by size
                   into rpt-line
               write rpt-line
           end-if
           .

       write-journal-file.
           open output gljnlfile
           if ls-gl-status <> "00"
               display "bookgl: cannot open " ws-gl-name
                       " status " ls-gl-status
               move "JOURNAL FILE COULD NOT BE OPENED - NOT WRITTEN"
                   to ws-result-line
               move 16 to return-code
               exit paragraph
           end-if
           perform varying ws-je-index from 1 by 1
                   until ws-je-index > ws-je-count
               move spaces to gl-record
               set gl-entry to true
               move ws-business-date           to gl-journal-date
               move ws-je-index                to gl-line-no
               move ws-je-account(ws-je-index) to gl-account
               move ws-je-side(ws-je-index)    to gl-side
               move ws-je-amount(ws-je-index)  to gl-amount
               move ws-je-source(ws-je-index)  to gl-source
               write gl-record
           end-perform
           move spaces to gl-record
           set gl-trailer to true
           move ws-business-date to gl-t-journal-date
           move ws-je-count      to gl-t-lines
           move ws-total-debits  to gl-t-debits
           move ws-total-credits to gl-t-credits
           write gl-trailer-record
           close gljnlfile
           set ws-written to true

           move spaces to ws-result-line
           string "JOURNAL WRITTEN TO " delimited by size
                  ws-gl-name           delimited by space
               into ws-result-line
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
           move "bookgl"               to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-je-count            to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookgl: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
