      ****************************************************************
      *
      * Used-book buyback at the counter.
      *
      * A customer on customer.dat brings in used copies to sell to
      * the shop. Key the customer number, the title by stock number
      * or ISBN, the condition grade and the number of copies; the
      * offer is the grade's percentage of the new edition's
      * b-retail, from the grade table (buygrade.dat, one line per
      * grade: grade letter, percent, description - with no file the
      * shop's standing table below applies). If the customer takes
      * it, the money goes out as cash from the drawer or as store
      * credit through storecred.cbl, written to credjnl.dat like a
      * returns credit.
      *
      * Used copies never go into the new edition's b-onhand. Each
      * title bought back has a used stock number of its own on
      * bookfile, linked to the new edition on usedbook.dat through
      * usedbook.cbl; the first time a title is bought the counter
      * gives the used stock number and its shelf price, and the
      * record is added with the new edition's description. The
      * copies go on through book.cbl's buyback-stock function (the
      * BUYBK operation on audit.dat), and b-unit-cost on the used
      * record is the average paid for the copies on hand, which is
      * what the valuation and margin reports and the ledger cost
      * them at. Every purchase is written to the buyback journal
      * (buyjnl.dat) for the daily register (bookbuyreg.cbl) and the
      * general-ledger run.
      *
      ****************************************************************

       identification division.
       program-id. bookbuy.

       environment division.
       input-output section.
       file-control.
           select optional gradefile assign to "buygrade.dat"
               organization is line sequential
               file status is ls-grade-status
               .

           select optional buyjnlfile assign to "buyjnl.dat"
               organization is line sequential
               file status is ls-bj-status
               .

           select optional credjnlfile assign to "credjnl.dat"
               organization is line sequential
               file status is ls-cj-status
               .

       data division.
       file section.
       FD gradefile.
       01 grade-record.
           03 gr-grade              pic x.
           03 gr-pct                pic 9(3).
           03 gr-description        pic x(12).

       FD buyjnlfile.
       copy "buyjnl-rec.cpy" replacing ==(prefix)== by ==bj==.

       FD credjnlfile.
       copy "credjnl-rec.cpy" replacing ==(prefix)== by ==cj==.

       working-storage section.
       01 ls-grade-status          pic xx.
       01 ls-bj-status             pic xx.
       01 ls-cj-status             pic xx.
       01 ls-call-status           pic x(2) comp-5.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".

      *>--The shop's standing grade table, replaced whole by
      *>--buygrade.dat when there is one
       01 ws-default-grades.
           03 filler                pic x(16) value "A040AS NEW".
           03 filler                pic x(16) value "B030GOOD".
           03 filler                pic x(16) value "C020FAIR".
           03 filler                pic x(16) value "D010READING COPY".
       01 ws-default-grade-list redefines ws-default-grades.
           03 ws-default-grade occurs 4 times pic x(16).
       01 ws-grade-table.
           03 ws-grade-entry occurs 9 times.
               05 ws-gt-grade       pic x.
               05 ws-gt-pct         pic 9(3).
               05 ws-gt-description pic x(12).
       01 ws-grade-count           pic 9 value zero.
       01 ws-grade-index           pic 9.
       01 ws-grade-found-flag      pic x.
           88 ws-grade-found         value "Y".
       01 ws-grade-eof-flag        pic x.
           88 ws-grade-eof           value "Y".

       01 ws-another               pic x value "Y".
           88 ws-no-more             value "N" "n".
       01 ws-today                 pic 9(8).
       01 ws-customer-in           pic 9(6).
       01 ws-key-in                pic x(13).
       01 ws-grade-in              pic x.
       01 ws-qty-in                pic 9(5).
       01 ws-price-in              pic 99v99.
       01 ws-answer                pic x.
           88 ws-yes                 value "Y" "y".
       01 ws-pay-choice            pic x.
           88 ws-pay-cash            value "C" "c".
           88 ws-pay-credit          value "S" "s".

       01 ws-new-stockno           pic x(4).
       01 ws-new-title             pic x(50).
       01 ws-new-retail            pic 99v99.
       01 ws-used-stockno-in       pic x(4).
       01 ws-used-retail-pct       pic 9(3) value 50.
       01 ws-used-retail           pic 99v99.
       01 ws-offer-each            pic 99v99.
       01 ws-offer-total           pic 9(5)v99.
       01 ws-old-value             pic 9(7)v99.
       01 ws-new-onhand            pic 9(5).
       01 ws-new-cost              pic 99v99.
       01 ws-credit-no             pic 9(8).

       01 ws-buy-count             pic 9(5) value zero.
       01 ws-copies-bought         pic 9(7) value zero.
       01 ws-cash-paid             pic 9(7)v99 value zero.
       01 ws-credit-issued         pic 9(7)v99 value zero.

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
           88 bk-add-record          value "2".
           88 bk-buyback-stock       value "B".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-ub-function           pic x.
           88 ub-read-record         value "1".
           88 ub-add-record          value "2".
           88 ub-update-record       value "5".
           88 ub-read-by-new-title   value "6".
       01 ws-ub-file-status        pic xx.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ws-ub==.

       01 ws-cu-function           pic x.
           88 cu-read-record         value "1".
       01 ws-cu-file-status        pic xx.
       copy "customer-rec.cpy" replacing ==(prefix)== by ==ws-cu==.

       01 ws-sc-function           pic x.
           88 sc-add-record          value "2".
       01 ws-sc-file-status        pic xx.
       copy "storecred-rec.cpy" replacing ==(prefix)== by ==ws-sc==.

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           move function current-date(1:8) to ws-today
           perform load-grades

           perform until ws-no-more
               perform buy-one-title
               display "Another buyback? (Y/N) "
               accept ws-another
           end-perform

           display "bookbuy: " ws-buy-count " buybacks, "
                    ws-copies-bought " copies, cash paid "
                    ws-cash-paid ", credit issued " ws-credit-issued
           stop run
           .

       load-grades.
           open input gradefile
           if ls-grade-status = "00"
               move "N" to ws-grade-eof-flag
               perform until ws-grade-eof
                   read gradefile
                   if ls-grade-status <> "00"
                       set ws-grade-eof to true
                   else
                       if gr-grade <> space
                               and gr-pct is numeric
                               and ws-grade-count < 9
                           add 1 to ws-grade-count
                           move grade-record
                               to ws-grade-entry(ws-grade-count)
                       end-if
                   end-if
               end-perform
               close gradefile
           end-if
           if ws-grade-count = zero
               perform varying ws-grade-index from 1 by 1
                       until ws-grade-index > 4
                   move ws-default-grade(ws-grade-index)
                       to ws-grade-entry(ws-grade-index)
               end-perform
               move 4 to ws-grade-count
           end-if
           .

       buy-one-title.
           display "Customer number: "
           move zero to ws-customer-in
           accept ws-customer-in
           initialize ws-cu-details
           move ws-customer-in to ws-cu-number
           set cu-read-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status
           if ws-cu-file-status <> "00"
               display "bookbuy: customer not on file, status "
                       ws-cu-file-status " - nothing bought"
               exit paragraph
           end-if
           display ws-cu-name

           perform find-new-title
           if ws-book-file-status <> "00"
               exit paragraph
           end-if

           perform show-grades
           display "Condition grade: "
           move space to ws-grade-in
           accept ws-grade-in
           call "CBL_TOUPPER" using ws-grade-in
                           by value length ws-grade-in
                          returning ls-call-status
           move "N" to ws-grade-found-flag
           perform varying ws-grade-index from 1 by 1
                   until ws-grade-index > ws-grade-count
               if ws-gt-grade(ws-grade-index) = ws-grade-in
                   set ws-grade-found to true
                   exit perform
               end-if
           end-perform
           if not ws-grade-found
               display "bookbuy: no grade " ws-grade-in
                       " - nothing bought"
               exit paragraph
           end-if

           display "Copies (0 = 1): "
           move zero to ws-qty-in
           accept ws-qty-in
           if ws-qty-in = zero
               move 1 to ws-qty-in
           end-if

           compute ws-offer-each rounded =
               ws-new-retail * ws-gt-pct(ws-grade-index) / 100
           compute ws-offer-total = ws-offer-each * ws-qty-in
           if ws-offer-total = zero
               display "bookbuy: no retail price on the title - "
                       "nothing to offer"
               exit paragraph
           end-if
           display "Offer " ws-offer-each " a copy ("
                   ws-gt-description(ws-grade-index) "), "
                   ws-offer-total " in all"
           display "Customer accepts? (Y/N) "
           move "N" to ws-answer
           accept ws-answer
           if not ws-yes
               display "bookbuy: offer declined - nothing bought"
               exit paragraph
           end-if

           display "Pay (C)ash or (S)tore credit? "
           move space to ws-pay-choice
           accept ws-pay-choice
           if not ws-pay-cash and not ws-pay-credit
               display "bookbuy: use C or S - nothing bought"
               exit paragraph
           end-if

           perform find-used-stockno
           if ws-ub-file-status <> "00"
               exit paragraph
           end-if
           perform add-used-copies
           if ws-book-file-status <> "00"
               exit paragraph
           end-if

           move zero to ws-credit-no
           if ws-pay-credit
               perform issue-store-credit
           else
               display "bookbuy: pay the customer " ws-offer-total
                       " from the drawer"
               add ws-offer-total to ws-cash-paid
           end-if
           perform journal-buyback

           add 1 to ws-buy-count
           add ws-qty-in to ws-copies-bought
           .

      *>------A stock number is four characters, anything longer is
      *>------an ISBN. A used stock number keyed by mistake is turned
      *>------back into the new edition it belongs to.
       find-new-title.
           display "Stock number or ISBN: "
           move spaces to ws-key-in
           accept ws-key-in
           initialize ws-bk-details
           if ws-key-in(5:9) = spaces
               move ws-key-in(1:4) to ws-bk-stockno
           else
               move spaces   to ws-bk-stockno
               move ws-key-in to ws-bk-isbn
           end-if
           perform read-book
           if ws-book-file-status <> "00"
               display "bookbuy: " ws-key-in " not on bookfile"
               exit paragraph
           end-if

           initialize ws-ub-details
           move ws-bk-stockno to ws-ub-stockno
           set ub-read-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           if ws-ub-file-status = "00"
               initialize ws-bk-details
               move ws-ub-new-stockno to ws-bk-stockno
               perform read-book
               if ws-book-file-status <> "00"
                   display "bookbuy: new edition " ws-ub-new-stockno
                           " not on bookfile"
                   exit paragraph
               end-if
           end-if

           move ws-bk-stockno to ws-new-stockno
           move ws-bk-title   to ws-new-title
           move ws-bk-retail  to ws-new-retail
           display ws-new-stockno " " ws-new-title
           display "New retail " ws-new-retail
           .

       show-grades.
           perform varying ws-grade-index from 1 by 1
                   until ws-grade-index > ws-grade-count
               display "  " ws-gt-grade(ws-grade-index) "  "
                       ws-gt-pct(ws-grade-index) "%  "
                       ws-gt-description(ws-grade-index)
           end-perform
           .

      *>------The title's used stock number, set up the first time
      *>------copies of it are bought: a bookfile record carrying
      *>------the new edition's description, then the link.
       find-used-stockno.
           initialize ws-ub-details
           move ws-new-stockno to ws-ub-new-stockno
           set ub-read-by-new-title to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           if ws-ub-file-status = "00"
               exit paragraph
           end-if

           display "First buyback of this title - stock number for "
                   "the used copies: "
           move spaces to ws-used-stockno-in
           accept ws-used-stockno-in
           if ws-used-stockno-in = spaces
               display "bookbuy: no used stock number - nothing bought"
               move "99" to ws-ub-file-status
               exit paragraph
           end-if
           initialize ws-bk-details
           move ws-used-stockno-in to ws-bk-stockno
           perform read-book
           if ws-book-file-status = "00"
               display "bookbuy: " ws-used-stockno-in
                       " is already on bookfile - nothing bought"
               move "99" to ws-ub-file-status
               exit paragraph
           end-if

           compute ws-used-retail rounded =
               ws-new-retail * ws-used-retail-pct / 100
           display "Used shelf price (0 = " ws-used-retail "): "
           move zero to ws-price-in
           accept ws-price-in
           if ws-price-in > zero
               move ws-price-in to ws-used-retail
           end-if

           initialize ws-bk-details
           move ws-new-stockno to ws-bk-stockno
           perform read-book
           move ws-used-stockno-in to ws-bk-stockno
           move ws-used-retail     to ws-bk-retail
           move zero               to ws-bk-onhand
           move zero               to ws-bk-sold
           move spaces             to ws-bk-vendor-code
           move zero               to ws-bk-discount-pct
           move zero               to ws-bk-sale-start
           move zero               to ws-bk-sale-end
           move zero               to ws-bk-unit-cost
           set ws-bk-active to true
           set bk-add-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               display "bookbuy: used title not added, status "
                       ws-book-file-status " - nothing bought"
               move ws-book-file-status to ws-ub-file-status
               exit paragraph
           end-if

           initialize ws-ub-details
           move ws-used-stockno-in to ws-ub-stockno
           move ws-new-stockno     to ws-ub-new-stockno
           move ws-today           to ws-ub-date-created
           move signon-operator-id to ws-ub-operator
           set ub-add-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           if ws-ub-file-status <> "00"
               display "bookbuy: used link not written, status "
                       ws-ub-file-status " - nothing bought"
           end-if
           .

      *>------b-unit-cost on the used title is the average paid for
      *>------the copies on hand once these are added.
       add-used-copies.
           initialize ws-bk-details
           move ws-ub-stockno to ws-bk-stockno
           perform read-book
           if ws-book-file-status <> "00"
               display "bookbuy: used title " ws-ub-stockno
                       " not on bookfile - nothing bought"
               exit paragraph
           end-if
           compute ws-old-value = ws-bk-onhand * ws-bk-unit-cost
           compute ws-new-onhand = ws-bk-onhand + ws-qty-in
           compute ws-new-cost rounded =
               (ws-old-value + ws-offer-total) / ws-new-onhand
           move ws-new-onhand to ws-bk-onhand
           move ws-new-cost   to ws-bk-unit-cost
           set bk-buyback-stock to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               display "bookbuy: copies not added, status "
                       ws-book-file-status " - nothing bought"
               exit paragraph
           end-if
           display "bookbuy: " ws-qty-in " copies on to used stock "
                   ws-bk-stockno ", " ws-bk-onhand " on hand"

           move ws-today to ws-ub-last-bought
           add ws-qty-in to ws-ub-copies-bought
           set ub-update-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           .

       issue-store-credit.
           initialize ws-sc-details
           move ws-customer-in to ws-sc-customer-no
           move ws-today       to ws-sc-date-issued
           move ws-offer-total to ws-sc-amount-issued
           move ws-offer-total to ws-sc-amount-left
           set ws-sc-status-open to true
           set sc-add-record to true
           call "storecred" using ws-sc-function
                                  ws-sc-details
                                  ws-sc-file-status
           if ws-sc-file-status <> "00"
               display "bookbuy: credit not written, status "
                       ws-sc-file-status " - pay "
                       ws-offer-total " from the drawer instead"
               set ws-pay-cash to true
               add ws-offer-total to ws-cash-paid
               exit paragraph
           end-if
           move ws-sc-credit-no to ws-credit-no
           add ws-offer-total to ws-credit-issued
           display "bookbuy: credit " ws-sc-credit-no
                   " issued to customer " ws-customer-in
                   " for " ws-offer-total

           open extend credjnlfile
           evaluate ls-cj-status
            when "05"
            when "00"
               continue
            when other
               display "bookbuy: cannot open credjnl.dat, status "
                        ls-cj-status
               exit paragraph
           end-evaluate
           move ws-today           to cj-date
           set cj-bought to true
           move ws-sc-credit-no    to cj-credit-no
           move ws-sc-customer-no  to cj-customer-no
           move ws-offer-total     to cj-amount
           move signon-operator-id to cj-operator
           write cj-record
           close credjnlfile
           .

       journal-buyback.
           open extend buyjnlfile
           evaluate ls-bj-status
            when "05"
            when "00"
               continue
            when other
               display "bookbuy: cannot open buyjnl.dat, status "
                        ls-bj-status
               exit paragraph
           end-evaluate
           move ws-today             to bj-date
           move function current-date(9:6) to bj-time
           move ws-customer-in       to bj-customer-no
           move ws-ub-stockno        to bj-stockno
           move ws-new-stockno       to bj-new-stockno
           move ws-grade-in          to bj-grade
           move ws-qty-in            to bj-qty
           move ws-offer-each        to bj-price-each
           move ws-offer-total       to bj-amount
           if ws-pay-credit
               set bj-paid-credit to true
           else
               set bj-paid-cash to true
           end-if
           move ws-credit-no         to bj-credit-no
           move signon-operator-id   to bj-operator
           write bj-record
           close buyjnlfile
           .

       read-book.
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           .
