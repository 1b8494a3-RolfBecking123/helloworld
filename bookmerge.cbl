      ****************************************************************
      *
      * Duplicate-title stock-number merge.
      *
      * The same book keyed twice under two stock numbers - same
      * b-isbn, a slightly different b-title - splits its stock, its
      * sales history and its want-list, and deleting one of the two
      * loses whatever hangs off it. This merges a "from" stock
      * number into a "to" stock number and retires the "from":
      *
      *   bookfile     b-onhand and b-sold added into the "to" title,
      *                shop by shop and in transit likewise
      *                (its b-unit-cost and b-isbn filled from the
      *                "from" where it had none), through book.cbl's
      *                merge-in function - the MERGE operation on
      *                audit.dat - and the "from" record deleted
      *                through merge-retire, the MERGED operation
      *   saleshist    each month's units added into the "to" title's
      *                bucket for the month, or moved across whole
      *   backorder    every want-list entry moved across with its
      *                entry number, so nobody loses their place
      *   poline       PO lines re-pointed to the "to" stock number
      *   rtvline      RTV lines re-pointed likewise
      *   hold         customer holds moved across, added into the
      *                customer's hold on the "to" title if they
      *                already have one
      *   usedbook     the used-copy link (see usedbook-rec.cpy)
      *                re-pointed, or two used stock numbers combined
      *   abcclass     the "to" title keeps its class; the "from"
      *                title's is moved across only if it has none
      *   reconsnap    the "from" title's b-sold added into the "to"
      *                title's reconciliation baseline and the
      *                "from" title's row dropped (reconsnap-rec.cpy)
      *
      * Titles on consignment are refused - the vendor's arrangement
      * has to be settled first - as is a "from" title with copies
      * allocated to unshipped mail or web orders (ship or cancel
      * them first) or still owed to them on backorder (the order
      * line names the "from" title, so the copy must be filled
      * under it), or with a shop-to-shop transfer still on the
      * road (check it in first), as is a used stock number merged
      * with a new one, or two titles that both have used copies
      * (merge their used stock numbers first).
      *
      * Three ways to run it: the ISBN duplicate report lists every
      * ISBN carried under more than one stock number (used stock
      * numbers left out - they share the new edition's ISBN on
      * purpose), which is where the candidates come from; preview
      * lists every record a merge would touch and changes nothing;
      * merge lists the same and, once confirmed, does it. Each run
      * prints to bookmerge<stamp>.rpt, catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookmerge.

       environment division.
       input-output section.
       file-control.
           select bookfile assign to "bookfile.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is b-stockno
               alternate record key is b-title with duplicates
               alternate record key is b-author with duplicates
               alternate record key is b-type with duplicates
               alternate record key is b-isbn with duplicates
               .

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

           select merge-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

       data division.
       file section.
       FD bookfile is external.
       copy "book-rec.cpy" replacing ==(prefix)== by ==b==.

       FD saleshistfile.
       copy "saleshist-rec.cpy" replacing ==(prefix)== by ==sh==.

       FD reconsnapfile.
       copy "reconsnap-rec.cpy" replacing ==(prefix)== by ==rsnap==.

       FD merge-report.
       01 rpt-line                 pic x(80).

       working-storage section.
       01 ls-file-status           pic xx.
       01 ls-hist-status           pic xx.
       01 ls-snap-status           pic xx.
       01 ls-rpt-status            pic xx.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".

       01 ws-choice                pic x.
           88 ws-dup-report          value "D" "d".
           88 ws-preview             value "P" "p".
           88 ws-merge               value "M" "m".
       01 ws-confirm               pic x.
           88 ws-confirmed           value "Y" "y".
       01 ws-eof-flag              pic x.
           88 ws-eof                 value "Y".
       01 ws-ok-flag               pic x.
           88 ws-ok                  value "Y".
       01 ws-fail-count            pic 9(5) value zero.
       01 ws-line-count            pic 9(5) value zero.
       01 ws-result                pic x(40).

       01 ws-from-in               pic x(4).
       01 ws-to-in                 pic x(4).
       01 ws-save-stockno          pic x(4).

      *>--Both titles as they stood before the merge
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-fr==.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-to==.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.
       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
           88 bk-merge-in            value "M".
           88 bk-merge-retire        value "X".
       01 ws-book-file-status      pic xx.

      *>--What hangs off the "from" stock number, collected before
      *>--anything is changed
       01 ws-sh-table.
           03 ws-sh-entry occurs 240 times.
               05 ws-st-yearmonth   pic 9(6).
               05 ws-st-units       pic 9(5).
       01 ws-sh-count              pic 9(3) value zero.
       01 ws-bo-table.
           03 ws-bt-entry-no occurs 500 times pic 9(8).
       01 ws-bo-count              pic 9(3) value zero.
       01 ws-pl-table.
           03 ws-pt-key occurs 500 times pic 9(9).
       01 ws-pl-count              pic 9(3) value zero.
       01 ws-rl-table.
           03 ws-rt-key occurs 500 times pic 9(9).
       01 ws-rl-count              pic 9(3) value zero.
       01 ws-hd-table.
           03 ws-ht-customer-no occurs 200 times pic 9(6).
       01 ws-hd-count              pic 9(3) value zero.
       01 ws-table-index           pic 9(3).
       01 ws-overflow-flag         pic x.
           88 ws-overflow            value "Y".

       01 ws-from-used-flag        pic x.
           88 ws-from-used           value "Y".
       01 ws-to-used-flag          pic x.
           88 ws-to-used             value "Y".
       01 ws-from-link-flag        pic x.
           88 ws-from-has-link       value "Y".
       01 ws-to-link-flag          pic x.
           88 ws-to-has-link         value "Y".
       01 ws-from-class-flag       pic x.
           88 ws-from-classed        value "Y".
       01 ws-to-class-flag         pic x.
           88 ws-to-classed          value "Y".

       01 ws-bo-function           pic x.
           88 bo-read-record         value "1".
           88 bo-delete-record       value "3".
           88 bo-next-record         value "4".
           88 bo-add-as-keyed        value "7".
       01 ws-bo-file-status        pic xx.
       copy "backorder-rec.cpy" replacing ==(prefix)== by ==ws-bo==.
       01 ws-bo-order-flag         pic x.
           88 ws-bo-on-order         value "Y".

       01 ws-pl-function           pic x.
           88 pl-read-record         value "1".
           88 pl-update-record       value "5".
           88 pl-next-by-stockno     value "6".
       01 ws-pl-file-status        pic xx.
       copy "poline-rec.cpy" replacing ==(prefix)== by ==ws-pl==.

       01 ws-rl-function           pic x.
           88 rl-read-record         value "1".
           88 rl-update-record       value "5".
           88 rl-next-by-stockno     value "6".
       01 ws-rl-file-status        pic xx.
       copy "rtvline-rec.cpy" replacing ==(prefix)== by ==ws-rl==.

       01 ws-hd-function           pic x.
           88 hd-read-record         value "1".
           88 hd-add-record          value "2".
           88 hd-delete-record       value "3".
           88 hd-next-record         value "4".
           88 hd-update-record       value "5".
       01 ws-hd-file-status        pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hd==.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hx==.

       01 ws-cn-function           pic x.
           88 cn-read-record         value "1".
       01 ws-cn-file-status        pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.

       01 ws-ol-function           pic x.
           88 ol-total-allocated     value "7".
       01 ws-ol-file-status        pic xx.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==ws-ol==.

       01 ws-xf-function           pic x.
           88 xf-next-record         value "4".
       01 ws-xf-file-status        pic xx.
       copy "transfer-rec.cpy" replacing ==(prefix)== by ==ws-xf==.
       01 ws-xfer-open-flag        pic x.
           88 ws-xfer-open           value "Y".

       01 ws-ub-function           pic x.
           88 ub-read-record         value "1".
           88 ub-delete-record       value "3".
           88 ub-update-record       value "5".
           88 ub-read-by-new-title   value "6".
       01 ws-ub-file-status        pic xx.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ws-ub==.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ws-ux==.

       01 ws-ab-function           pic x.
           88 ab-read-record         value "1".
           88 ab-add-record          value "2".
           88 ab-delete-record       value "3".
       01 ws-ab-file-status        pic xx.
       copy "abcclass-rec.cpy" replacing ==(prefix)== by ==ws-ab==.

      *>--ISBN duplicate report: the stock numbers under one ISBN
       01 ws-prev-isbn             pic x(13).
       01 ws-group-table.
           03 ws-group-entry occurs 20 times.
               05 ws-gp-stockno     pic x(4).
               05 ws-gp-onhand      pic 9(5).
               05 ws-gp-sold        pic 9(7).
               05 ws-gp-status      pic x.
               05 ws-gp-title       pic x(40).
       01 ws-group-count           pic 9(2) value zero.
       01 ws-group-index           pic 9(2).
       01 ws-dup-isbn-count        pic 9(5) value zero.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-merge-line.
           05 ws-ml-text            pic x(14).
           05 ws-ml-from            pic x(4).
           05 filler                pic x(6)  value " INTO ".
           05 ws-ml-to              pic x(4).
           05 filler                pic x(3)  value spaces.
           05 ws-ml-mode            pic x(40).

       01 ws-heading-1.
           05 filler                pic x(11) value "FILE".
           05 filler                pic x(18) value "KEY".
           05 filler                pic x(51) value "DETAIL".

       01 ws-detail-line.
           05 ws-d-file             pic x(10).
           05 filler                pic x     value space.
           05 ws-d-key              pic x(17).
           05 filler                pic x     value space.
           05 ws-d-detail           pic x(51).

       01 ws-dup-heading.
           05 filler                pic x(15) value "ISBN".
           05 filler                pic x(8)  value "STOCK #".
           05 filler                pic x(8)  value "ON HAND".
           05 filler                pic x(9)  value "    SOLD".
           05 filler                pic x(3)  value "ST".
           05 filler                pic x(37) value "TITLE".

       01 ws-dup-line.
           05 ws-dl-isbn            pic x(13).
           05 filler                pic x(2)  value spaces.
           05 ws-dl-stockno         pic x(4).
           05 filler                pic x(4)  value spaces.
           05 ws-dl-onhand          pic z(4)9.
           05 filler                pic x(2)  value spaces.
           05 ws-dl-sold            pic z(6)9.
           05 filler                pic x(2)  value spaces.
           05 ws-dl-status          pic x.
           05 filler                pic x(2)  value spaces.
           05 ws-dl-title           pic x(38).

       01 ws-edit-qty              pic z(6)9.
       01 ws-edit-qty-2            pic z(6)9.

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           move function current-date to ws-rh-run-stamp

           display "(D)uplicate ISBN report, (P)review a merge, "
                   "(M)erge? "
           move space to ws-choice
           accept ws-choice
           if not ws-dup-report and not ws-preview and not ws-merge
               display "bookmerge: use D, P or M - nothing done"
               stop run
           end-if

           perform set-up-heading
           move spaces to ws-rpt-name
           string "bookmerge"           delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output merge-report
           if ls-rpt-status <> "00"
               display "bookmerge: cannot open merge-report, status "
                        ls-rpt-status
               stop run
           end-if

           if ws-dup-report
               perform isbn-duplicate-report
               move ws-dup-isbn-count to ws-rh-t-count
               move "DUPLICATE ISBNS ***" to ws-rh-t-label
           else
               perform merge-titles
               move ws-line-count to ws-rh-t-count
               move "RECORDS ***" to ws-rh-t-label
           end-if

           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close merge-report
           perform register-report
           stop run
           .

       set-up-heading.
           move "bookmerge"   to ws-rh-h-program
           if ws-dup-report
               move "ISBN DUPLICATE REPORT" to ws-rh-h-title
           else
               move "STOCK NUMBER MERGE" to ws-rh-h-title
           end-if
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

      ****************************************************************
      * ISBN duplicate report: bookfile in b-isbn order, one group
      * per ISBN, printed when more than one new-stock title carries
      * it. Blank ISBNs are not duplicates of each other.
      ****************************************************************
       isbn-duplicate-report.
           perform write-dup-heading
           open input bookfile
           if ls-file-status <> "00"
               display "bookmerge: cannot open bookfile, status "
                        ls-file-status
               exit paragraph
           end-if
           move low-values to b-isbn
           start bookfile key is not less than b-isbn
           if ls-file-status <> "00"
               close bookfile
               exit paragraph
           end-if

           move spaces to ws-prev-isbn
           move zero to ws-group-count
           move "N" to ws-eof-flag
           perform until ws-eof
               read bookfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   if b-isbn <> ws-prev-isbn
                       perform print-isbn-group
                       move b-isbn to ws-prev-isbn
                       move zero to ws-group-count
                   end-if
                   if b-isbn <> spaces
                       perform add-to-isbn-group
                   end-if
               end-if
           end-perform
           perform print-isbn-group
           close bookfile
           display "bookmerge: " ws-dup-isbn-count
                   " ISBNs under more than one stock number"
           .

       add-to-isbn-group.
           initialize ws-ub-details
           move b-stockno to ws-ub-stockno
           set ub-read-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           if ws-ub-file-status = "00"
               exit paragraph
           end-if
           if ws-group-count < 20
               add 1 to ws-group-count
               move b-stockno to ws-gp-stockno(ws-group-count)
               move b-onhand  to ws-gp-onhand(ws-group-count)
               move b-sold    to ws-gp-sold(ws-group-count)
               move b-status  to ws-gp-status(ws-group-count)
               move b-title   to ws-gp-title(ws-group-count)
           end-if
           .

       print-isbn-group.
           if ws-group-count < 2
               exit paragraph
           end-if
           add 1 to ws-dup-isbn-count
           perform varying ws-group-index from 1 by 1
                   until ws-group-index > ws-group-count
               perform check-page-break
               if ws-group-index = 1
                   move ws-prev-isbn to ws-dl-isbn
               else
                   move spaces to ws-dl-isbn
               end-if
               move ws-gp-stockno(ws-group-index) to ws-dl-stockno
               move ws-gp-onhand(ws-group-index)  to ws-dl-onhand
               move ws-gp-sold(ws-group-index)    to ws-dl-sold
               move ws-gp-status(ws-group-index)  to ws-dl-status
               move ws-gp-title(ws-group-index)   to ws-dl-title
               move ws-dup-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-perform
           move spaces to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

      ****************************************************************
      * Preview and merge: the same checks and the same listing;
      * only a confirmed merge changes anything.
      ****************************************************************
       merge-titles.
           display "Merge FROM stock number (retired): "
           move spaces to ws-from-in
           accept ws-from-in
           display "INTO stock number (kept): "
           move spaces to ws-to-in
           accept ws-to-in
           perform write-merge-heading

           perform check-merge-allowed
           if not ws-ok
               perform write-result-line
               display "bookmerge: " ws-result
               exit paragraph
           end-if

           perform list-book-records
           perform collect-sales-history
           perform collect-backorders
           perform collect-po-lines
           perform collect-rtv-lines
           perform collect-holds
           perform list-used-and-class
           if ws-overflow
               move "TOO MANY RECORDS - MERGE NOT DONE" to ws-result
               perform write-result-line
               display "bookmerge: " ws-result
               exit paragraph
           end-if

           if ws-preview
               move "PREVIEW ONLY - NOTHING CHANGED" to ws-result
               perform write-result-line
               display "bookmerge: " ws-line-count
                       " records would be touched"
               exit paragraph
           end-if

           display "Merge " ws-from-in " into " ws-to-in
                   " - " ws-line-count " records (Y/N)? "
           move "N" to ws-confirm
           accept ws-confirm
           if not ws-confirmed
               move "NOT CONFIRMED - NOTHING CHANGED" to ws-result
               perform write-result-line
               exit paragraph
           end-if

           perform move-sales-history
           perform move-backorders
           perform move-po-lines
           perform move-rtv-lines
           perform move-holds
           perform move-used-and-class
           perform merge-book-records

           if ws-fail-count = zero
               move "MERGE COMPLETE" to ws-result
           else
               move "MERGE DONE WITH FAILURES - SEE ABOVE" to ws-result
               move 16 to return-code
           end-if
           perform write-result-line
           display "bookmerge: " ws-result
           .

       check-merge-allowed.
           move "N" to ws-ok-flag
           if ws-from-in = spaces or ws-to-in = spaces
               move "TWO STOCK NUMBERS ARE NEEDED" to ws-result
               exit paragraph
           end-if
           if ws-from-in = ws-to-in
               move "FROM AND INTO ARE THE SAME" to ws-result
               exit paragraph
           end-if

           initialize ws-bk-details
           move ws-from-in to ws-bk-stockno
           perform read-book
           if ws-book-file-status <> "00"
               move "FROM STOCK NUMBER NOT ON BOOKFILE" to ws-result
               exit paragraph
           end-if
           move ws-bk-details to ws-fr-details
           initialize ws-bk-details
           move ws-to-in to ws-bk-stockno
           perform read-book
           if ws-book-file-status <> "00"
               move "INTO STOCK NUMBER NOT ON BOOKFILE" to ws-result
               exit paragraph
           end-if
           move ws-bk-details to ws-to-details

           move ws-from-in to ws-save-stockno
           perform check-consigned
           if ws-cn-file-status = "00"
               move "FROM TITLE IS ON CONSIGNMENT" to ws-result
               exit paragraph
           end-if
           move ws-to-in to ws-save-stockno
           perform check-consigned
           if ws-cn-file-status = "00"
               move "INTO TITLE IS ON CONSIGNMENT" to ws-result
               exit paragraph
           end-if

           perform check-open-orders
           if ws-ol-qty-allocated > zero
               move "FROM TITLE IS ON UNSHIPPED ORDERS" to ws-result
               exit paragraph
           end-if
           perform check-order-backorders
           if ws-bo-on-order
               move "FROM TITLE IS BACKORDERED ON ORDERS" to ws-result
               exit paragraph
           end-if
           perform check-open-transfers
           if ws-xfer-open
               move "FROM TITLE HAS A TRANSFER IN TRANSIT"
                   to ws-result
               exit paragraph
           end-if

           move "N" to ws-from-used-flag
           move "N" to ws-to-used-flag
           move "N" to ws-from-link-flag
           move "N" to ws-to-link-flag
           initialize ws-ux-details
           move ws-from-in to ws-ub-stockno
           perform read-used-link
           if ws-ub-file-status = "00"
               set ws-from-used to true
               move ws-ub-details to ws-ux-details
           end-if
           move ws-to-in to ws-ub-stockno
           perform read-used-link
           if ws-ub-file-status = "00"
               set ws-to-used to true
           end-if
           if ws-from-used-flag <> ws-to-used-flag
               move "USED AND NEW STOCK NUMBERS CANNOT MERGE"
                   to ws-result
               exit paragraph
           end-if
           if not ws-from-used
               move ws-from-in to ws-ub-new-stockno
               perform read-used-by-title
               if ws-ub-file-status = "00"
                   set ws-from-has-link to true
                   move ws-ub-details to ws-ux-details
               end-if
               move ws-to-in to ws-ub-new-stockno
               perform read-used-by-title
               if ws-ub-file-status = "00"
                   set ws-to-has-link to true
               end-if
               if ws-from-has-link and ws-to-has-link
                   move "BOTH HAVE USED COPIES - MERGE THOSE FIRST"
                       to ws-result
                   exit paragraph
               end-if
           end-if

           move "N" to ws-overflow-flag
           set ws-ok to true
           .

       check-consigned.
           initialize ws-cn-details
           move ws-save-stockno to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           .

      *>--Copies of the "from" title allocated to order lines that
      *>--have not shipped yet
       check-open-orders.
           initialize ws-ol-details
           move ws-from-in to ws-ol-stockno
           set ol-total-allocated to true
           call "ordline" using ws-ol-function
                                ws-ol-details
                                ws-ol-file-status
           .

      *>--Want-list entries for the "from" title owed to a mail or
      *>--web order line
       check-order-backorders.
           move "N" to ws-bo-order-flag
           initialize ws-bo-details
           move ws-from-in to ws-bo-stockno
           move "N" to ws-eof-flag
           perform until ws-eof
               set bo-next-record to true
               call "backorder" using ws-bo-function
                                      ws-bo-details
                                      ws-bo-file-status
               if ws-bo-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-bo-for-order
                       set ws-bo-on-order to true
                       set ws-eof to true
                   end-if
               end-if
           end-perform
           .

      *>--transfer.dat has no stock number key, so every transfer
      *>--is read looking for a shipped one of the "from" title
       check-open-transfers.
           move "N" to ws-xfer-open-flag
           initialize ws-xf-details
           move zero to ws-xf-xfer-no
           move "N" to ws-eof-flag
           perform until ws-eof
               set xf-next-record to true
               call "transfer" using ws-xf-function
                                     ws-xf-details
                                     ws-xf-file-status
               if ws-xf-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-xf-stockno = ws-from-in
                           and ws-xf-status-shipped
                       set ws-xfer-open to true
                       set ws-eof to true
                   end-if
               end-if
           end-perform
           .

       read-used-link.
           set ub-read-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           .

       read-used-by-title.
           set ub-read-by-new-title to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           .

       list-book-records.
           move "BOOKFILE" to ws-d-file
           move ws-from-in to ws-d-key
           move ws-fr-onhand to ws-edit-qty
           move ws-fr-sold   to ws-edit-qty-2
           move spaces to ws-d-detail
           string "RETIRE - " ws-edit-qty " ON HAND, "
                  ws-edit-qty-2 " SOLD MOVE ACROSS"
                  delimited by size into ws-d-detail
           perform write-detail-line
           move "BOOKFILE" to ws-d-file
           move ws-to-in to ws-d-key
           move ws-fr-title to ws-d-detail
           perform write-detail-line
           move ws-to-title to ws-d-detail
           perform write-detail-line
           if ws-fr-isbn <> spaces
                   and ws-to-isbn <> spaces
                   and ws-fr-isbn <> ws-to-isbn
               move "NOTE" to ws-d-file
               move spaces to ws-d-key
               move spaces to ws-d-detail
               string "ISBNS DIFFER: " ws-fr-isbn " / " ws-to-isbn
                      delimited by size into ws-d-detail
               perform write-detail-line
           end-if
           .

       collect-sales-history.
           open input saleshistfile
           if ls-hist-status <> "00"
               exit paragraph
           end-if
           move ws-from-in to sh-stockno
           move zero to sh-yearmonth
           start saleshistfile key is not less than sh-key
           move "N" to ws-eof-flag
           if ls-hist-status <> "00"
               set ws-eof to true
           end-if
           perform until ws-eof
               read saleshistfile next record
               if ls-hist-status <> "00"
                       or sh-stockno <> ws-from-in
                   set ws-eof to true
               else
                   if ws-sh-count < 240
                       add 1 to ws-sh-count
                       move sh-yearmonth
                           to ws-st-yearmonth(ws-sh-count)
                       move sh-units to ws-st-units(ws-sh-count)
                       move "SALESHIST" to ws-d-file
                       move spaces to ws-d-key
                       string ws-from-in " " sh-yearmonth
                              delimited by size into ws-d-key
                       move sh-units to ws-edit-qty
                       move spaces to ws-d-detail
                       string ws-edit-qty " UNITS" delimited by size
                           into ws-d-detail
                       perform write-detail-line
                   else
                       set ws-overflow to true
                   end-if
               end-if
           end-perform
           close saleshistfile
           .

       collect-backorders.
           initialize ws-bo-details
           move ws-from-in to ws-bo-stockno
           move "N" to ws-eof-flag
           perform until ws-eof
               set bo-next-record to true
               call "backorder" using ws-bo-function
                                      ws-bo-details
                                      ws-bo-file-status
               if ws-bo-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-bo-count < 500
                       add 1 to ws-bo-count
                       move ws-bo-entry-no
                           to ws-bt-entry-no(ws-bo-count)
                       move "BACKORDER" to ws-d-file
                       move spaces to ws-d-key
                       string ws-from-in " " ws-bo-entry-no
                              delimited by size into ws-d-key
                       move ws-bo-customer-name to ws-d-detail
                       perform write-detail-line
                   else
                       set ws-overflow to true
                   end-if
               end-if
           end-perform
           .

       collect-po-lines.
           initialize ws-pl-details
           move ws-from-in to ws-pl-stockno
           move "N" to ws-eof-flag
           perform until ws-eof
               set pl-next-by-stockno to true
               call "poline" using ws-pl-function
                                   ws-pl-details
                                   ws-pl-file-status
               if ws-pl-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-pl-count < 500
                       add 1 to ws-pl-count
                       move ws-pl-key to ws-pt-key(ws-pl-count)
                       move "POLINE" to ws-d-file
                       move spaces to ws-d-key
                       string ws-pl-po-number "/" ws-pl-line-no
                              delimited by size into ws-d-key
                       move ws-pl-qty-ordered  to ws-edit-qty
                       move ws-pl-qty-received to ws-edit-qty-2
                       move spaces to ws-d-detail
                       string "ORDERED " ws-edit-qty " RECEIVED "
                              ws-edit-qty-2 " STATUS " ws-pl-status
                              delimited by size into ws-d-detail
                       perform write-detail-line
                   else
                       set ws-overflow to true
                   end-if
               end-if
           end-perform
           .

       collect-rtv-lines.
           initialize ws-rl-details
           move ws-from-in to ws-rl-stockno
           move "N" to ws-eof-flag
           perform until ws-eof
               set rl-next-by-stockno to true
               call "rtvline" using ws-rl-function
                                    ws-rl-details
                                    ws-rl-file-status
               if ws-rl-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-rl-count < 500
                       add 1 to ws-rl-count
                       move ws-rl-key to ws-rt-key(ws-rl-count)
                       move "RTVLINE" to ws-d-file
                       move spaces to ws-d-key
                       string ws-rl-rtv-number "/" ws-rl-line-no
                              delimited by size into ws-d-key
                       move ws-rl-qty to ws-edit-qty
                       move spaces to ws-d-detail
                       string "QTY " ws-edit-qty " " ws-rl-reason
                              delimited by size into ws-d-detail
                       perform write-detail-line
                   else
                       set ws-overflow to true
                   end-if
               end-if
           end-perform
           .

       collect-holds.
           initialize ws-hd-details
           move ws-from-in to ws-hd-stockno
           move zero to ws-hd-customer-no
           move "N" to ws-eof-flag
           perform until ws-eof
               set hd-next-record to true
               call "hold" using ws-hd-function
                                 ws-hd-details
                                 ws-hd-file-status
               if ws-hd-file-status <> "00"
                       or ws-hd-stockno <> ws-from-in
                   set ws-eof to true
               else
                   if ws-hd-count < 200
                       add 1 to ws-hd-count
                       move ws-hd-customer-no
                           to ws-ht-customer-no(ws-hd-count)
                       move "HOLD" to ws-d-file
                       move spaces to ws-d-key
                       string ws-from-in " " ws-hd-customer-no
                              delimited by size into ws-d-key
                       move ws-hd-qty to ws-edit-qty
                       move spaces to ws-d-detail
                       string "QTY " ws-edit-qty " PICKUP BY "
                              ws-hd-pickup-by
                              delimited by size into ws-d-detail
                       perform write-detail-line
                   else
                       set ws-overflow to true
                   end-if
               end-if
           end-perform
           .

       list-used-and-class.
           if ws-from-used or ws-from-has-link
               move "USEDBOOK" to ws-d-file
               move ws-ux-stockno to ws-d-key
               move spaces to ws-d-detail
               if ws-from-used
                   string "USED STOCK LINK TO " ws-ux-new-stockno
                          " - REMOVED" delimited by size
                       into ws-d-detail
               else
                   string "USED COPIES OF " ws-from-in
                          " - RE-POINTED TO " ws-to-in
                          delimited by size into ws-d-detail
               end-if
               perform write-detail-line
           end-if

           move "N" to ws-from-class-flag
           move "N" to ws-to-class-flag
           initialize ws-ab-details
           move ws-to-in to ws-ab-stockno
           set ab-read-record to true
           call "abcclass" using ws-ab-function
                                 ws-ab-details
                                 ws-ab-file-status
           if ws-ab-file-status = "00"
               set ws-to-classed to true
           end-if
           initialize ws-ab-details
           move ws-from-in to ws-ab-stockno
           set ab-read-record to true
           call "abcclass" using ws-ab-function
                                 ws-ab-details
                                 ws-ab-file-status
           if ws-ab-file-status = "00"
               set ws-from-classed to true
               move "ABCCLASS" to ws-d-file
               move ws-from-in to ws-d-key
               move spaces to ws-d-detail
               if ws-to-classed
                   string "CLASS " ws-ab-class " - REMOVED, "
                          ws-to-in " KEEPS ITS OWN"
                          delimited by size into ws-d-detail
               else
                   string "CLASS " ws-ab-class " - MOVED TO "
                          ws-to-in delimited by size
                       into ws-d-detail
               end-if
               perform write-detail-line
           end-if
           .

      *>------Each month is added into the surviving title's bucket
      *>------for the month, or written as a new bucket under its
      *>------b-type, and then the old bucket is deleted.
       move-sales-history.
           if ws-sh-count = zero
               exit paragraph
           end-if
           open i-o saleshistfile
           if ls-hist-status <> "00"
               display "bookmerge: cannot open saleshist.dat, status "
                        ls-hist-status
               add 1 to ws-fail-count
               exit paragraph
           end-if
           perform varying ws-table-index from 1 by 1
                   until ws-table-index > ws-sh-count
               move ws-to-in to sh-stockno
               move ws-st-yearmonth(ws-table-index) to sh-yearmonth
               read saleshistfile
               if ls-hist-status = "00"
                   add ws-st-units(ws-table-index) to sh-units
                   rewrite sh-details
               else
                   move ws-to-in to sh-stockno
                   move ws-st-yearmonth(ws-table-index)
                       to sh-yearmonth
                   move ws-to-type to sh-btype
                   move ws-st-units(ws-table-index) to sh-units
                   write sh-details
               end-if
               if ls-hist-status <> "00"
                   add 1 to ws-fail-count
                   move "SALESHIST" to ws-d-file
                   move ws-st-yearmonth(ws-table-index) to ws-d-key
                   move spaces to ws-d-detail
                   string "FAILED, STATUS " ls-hist-status
                          delimited by size into ws-d-detail
                   perform write-detail-line
               else
                   move ws-from-in to sh-stockno
                   move ws-st-yearmonth(ws-table-index)
                       to sh-yearmonth
                   read saleshistfile
                   if ls-hist-status = "00"
                       delete saleshistfile record
                   end-if
               end-if
           end-perform
           close saleshistfile
           .

       move-backorders.
           perform varying ws-table-index from 1 by 1
                   until ws-table-index > ws-bo-count
               initialize ws-bo-details
               move ws-from-in to ws-bo-stockno
               move ws-bt-entry-no(ws-table-index) to ws-bo-entry-no
               set bo-read-record to true
               call "backorder" using ws-bo-function
                                      ws-bo-details
                                      ws-bo-file-status
               if ws-bo-file-status = "00"
                   move ws-to-in to ws-bo-stockno
                   set bo-add-as-keyed to true
                   call "backorder" using ws-bo-function
                                          ws-bo-details
                                          ws-bo-file-status
               end-if
               if ws-bo-file-status = "00"
                   move ws-from-in to ws-bo-stockno
                   set bo-delete-record to true
                   call "backorder" using ws-bo-function
                                          ws-bo-details
                                          ws-bo-file-status
               end-if
               if ws-bo-file-status <> "00"
                   move "BACKORDER" to ws-d-file
                   move ws-bt-entry-no(ws-table-index) to ws-d-key
                   perform note-failure
               end-if
           end-perform
           .

       move-po-lines.
           perform varying ws-table-index from 1 by 1
                   until ws-table-index > ws-pl-count
               initialize ws-pl-details
               move ws-pt-key(ws-table-index) to ws-pl-key
               set pl-read-record to true
               call "poline" using ws-pl-function
                                   ws-pl-details
                                   ws-pl-file-status
               if ws-pl-file-status = "00"
                   move ws-to-in to ws-pl-stockno
                   set pl-update-record to true
                   call "poline" using ws-pl-function
                                       ws-pl-details
                                       ws-pl-file-status
               end-if
               if ws-pl-file-status <> "00"
                   move "POLINE" to ws-d-file
                   move ws-pt-key(ws-table-index) to ws-d-key
                   move ws-pl-file-status to ws-bo-file-status
                   perform note-failure
               end-if
           end-perform
           .

       move-rtv-lines.
           perform varying ws-table-index from 1 by 1
                   until ws-table-index > ws-rl-count
               initialize ws-rl-details
               move ws-rt-key(ws-table-index) to ws-rl-key
               set rl-read-record to true
               call "rtvline" using ws-rl-function
                                    ws-rl-details
                                    ws-rl-file-status
               if ws-rl-file-status = "00"
                   move ws-to-in to ws-rl-stockno
                   set rl-update-record to true
                   call "rtvline" using ws-rl-function
                                        ws-rl-details
                                        ws-rl-file-status
               end-if
               if ws-rl-file-status <> "00"
                   move "RTVLINE" to ws-d-file
                   move ws-rt-key(ws-table-index) to ws-d-key
                   move ws-rl-file-status to ws-bo-file-status
                   perform note-failure
               end-if
           end-perform
           .

      *>------A customer holding both titles ends up with one hold for
      *>------the two quantities, kept to the later pickup date.
       move-holds.
           perform varying ws-table-index from 1 by 1
                   until ws-table-index > ws-hd-count
               initialize ws-hd-details
               move ws-from-in to ws-hd-stockno
               move ws-ht-customer-no(ws-table-index)
                   to ws-hd-customer-no
               set hd-read-record to true
               call "hold" using ws-hd-function
                                 ws-hd-details
                                 ws-hd-file-status
               if ws-hd-file-status = "00"
                   move ws-hd-details to ws-hx-details
                   move ws-to-in to ws-hx-stockno
                   set hd-read-record to true
                   call "hold" using ws-hd-function
                                     ws-hx-details
                                     ws-hd-file-status
                   if ws-hd-file-status = "00"
                       add ws-hd-qty to ws-hx-qty
                       if ws-hd-pickup-by > ws-hx-pickup-by
                           move ws-hd-pickup-by to ws-hx-pickup-by
                       end-if
                       set hd-update-record to true
                   else
                       move ws-hd-details to ws-hx-details
                       move ws-to-in to ws-hx-stockno
                       set hd-add-record to true
                   end-if
                   call "hold" using ws-hd-function
                                     ws-hx-details
                                     ws-hd-file-status
               end-if
               if ws-hd-file-status = "00"
                   set hd-delete-record to true
                   call "hold" using ws-hd-function
                                     ws-hd-details
                                     ws-hd-file-status
               end-if
               if ws-hd-file-status <> "00"
                   move "HOLD" to ws-d-file
                   move ws-ht-customer-no(ws-table-index) to ws-d-key
                   move ws-hd-file-status to ws-bo-file-status
                   perform note-failure
               end-if
           end-perform
           .

       move-used-and-class.
           if ws-from-has-link
               move ws-ux-details to ws-ub-details
               move ws-to-in to ws-ub-new-stockno
               set ub-update-record to true
               call "usedbook" using ws-ub-function
                                     ws-ub-details
                                     ws-ub-file-status
               if ws-ub-file-status <> "00"
                   move "USEDBOOK" to ws-d-file
                   move ws-ux-stockno to ws-d-key
                   move ws-ub-file-status to ws-bo-file-status
                   perform note-failure
               end-if
           end-if
      *>------Two used stock numbers: the surviving link counts the
      *>------copies bought under both
           if ws-from-used
               move ws-to-in to ws-ub-stockno
               perform read-used-link
               if ws-ub-file-status = "00"
                   add ws-ux-copies-bought to ws-ub-copies-bought
                   if ws-ux-last-bought > ws-ub-last-bought
                       move ws-ux-last-bought to ws-ub-last-bought
                   end-if
                   set ub-update-record to true
                   call "usedbook" using ws-ub-function
                                         ws-ub-details
                                         ws-ub-file-status
               end-if
               move ws-ux-details to ws-ub-details
               set ub-delete-record to true
               call "usedbook" using ws-ub-function
                                     ws-ub-details
                                     ws-ub-file-status
           end-if

           if ws-from-classed
               initialize ws-ab-details
               move ws-from-in to ws-ab-stockno
               set ab-read-record to true
               call "abcclass" using ws-ab-function
                                     ws-ab-details
                                     ws-ab-file-status
               set ab-delete-record to true
               call "abcclass" using ws-ab-function
                                     ws-ab-details
                                     ws-ab-file-status
               if not ws-to-classed
                   move ws-to-in to ws-ab-stockno
                   set ab-add-record to true
                   call "abcclass" using ws-ab-function
                                         ws-ab-details
                                         ws-ab-file-status
               end-if
           end-if
           .

      *>------The surviving title takes the copies and the sales
      *>------first; the old record goes only once that has worked.
       merge-book-records.
           initialize ws-bk-details
           move ws-to-in to ws-bk-stockno
           perform read-book
           if ws-book-file-status = "00"
               add ws-fr-onhand to ws-bk-onhand
               add ws-fr-sold   to ws-bk-sold
               add ws-fr-loc-onhand(1) to ws-bk-loc-onhand(1)
               add ws-fr-loc-onhand(2) to ws-bk-loc-onhand(2)
               add ws-fr-in-transit    to ws-bk-in-transit
               if ws-bk-unit-cost = zero
                   move ws-fr-unit-cost to ws-bk-unit-cost
               end-if
               if ws-bk-isbn = spaces
                   move ws-fr-isbn to ws-bk-isbn
               end-if
               set bk-merge-in to true
               call "book" using ws-book-function
                                  ws-bk-details
                                  ws-book-file-status
                                  ws-bk-effective-retail
           end-if
           if ws-book-file-status <> "00"
               move "BOOKFILE" to ws-d-file
               move ws-to-in to ws-d-key
               move ws-book-file-status to ws-bo-file-status
               perform note-failure
               move "BOOKFILE" to ws-d-file
               move ws-from-in to ws-d-key
               move "NOT RETIRED - COPIES NOT MOVED" to ws-d-detail
               perform write-detail-line
               exit paragraph
           end-if
           move "BOOKFILE" to ws-d-file
           move ws-to-in to ws-d-key
           move ws-bk-onhand to ws-edit-qty
           move spaces to ws-d-detail
           string "NOW " ws-edit-qty " ON HAND" delimited by size
               into ws-d-detail
           perform write-detail-line
           perform move-recon-snapshot

           initialize ws-bk-details
           move ws-from-in to ws-bk-stockno
           set bk-merge-retire to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               move "BOOKFILE" to ws-d-file
               move ws-from-in to ws-d-key
               move ws-book-file-status to ws-bo-file-status
               perform note-failure
           else
               move "BOOKFILE" to ws-d-file
               move ws-from-in to ws-d-key
               move "RETIRED" to ws-d-detail
               perform write-detail-line
               perform drop-recon-snapshot
           end-if
           .

      *>------The "from" title's sales went onto the "to" title's
      *>------b-sold without passing the register, so the nightly
      *>------reconciliation's baseline for it moves by the same
      *>------amount; a "to" title it has not seen yet starts from
      *>------zero, as bookrecon.cbl itself would start it. No
      *>------snapshot file means bookrecon.cbl has never run.
       move-recon-snapshot.
           if ws-fr-sold = zero
               exit paragraph
           end-if
           open i-o reconsnapfile
           if ls-snap-status <> "00"
               exit paragraph
           end-if
           move ws-to-in to rsnap-stockno
           read reconsnapfile
           if ls-snap-status = "00"
               add ws-fr-sold to rsnap-sold
               rewrite rsnap-record
           else
               move ws-to-in   to rsnap-stockno
               move ws-fr-sold to rsnap-sold
               write rsnap-record
           end-if
           move "RECONSNAP" to ws-d-file
           move ws-to-in to ws-d-key
           if ls-snap-status = "00"
               move ws-fr-sold to ws-edit-qty
               move spaces to ws-d-detail
               string "BASELINE PLUS " ws-edit-qty " SOLD"
                      delimited by size into ws-d-detail
               perform write-detail-line
           else
               move ls-snap-status to ws-bo-file-status
               perform note-failure
           end-if
           close reconsnapfile
           .

       drop-recon-snapshot.
           open i-o reconsnapfile
           if ls-snap-status <> "00"
               exit paragraph
           end-if
           move ws-from-in to rsnap-stockno
           read reconsnapfile
           if ls-snap-status = "00"
               delete reconsnapfile record
               move "RECONSNAP" to ws-d-file
               move ws-from-in to ws-d-key
               move "DROPPED" to ws-d-detail
               perform write-detail-line
           end-if
           close reconsnapfile
           .

       note-failure.
           add 1 to ws-fail-count
           move spaces to ws-d-detail
           string "FAILED, STATUS " ws-bo-file-status
                  delimited by size into ws-d-detail
           perform write-detail-line
           .

       read-book.
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           .

       write-detail-line.
           perform check-page-break
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           add 1 to ws-line-count
           .

       write-result-line.
           move spaces to rpt-line
           write rpt-line
           move ws-result to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count
           .

       check-page-break.
           if ws-rh-line-count >= ws-rh-page-limit
               if ws-dup-report
                   perform write-dup-heading
               else
                   perform write-merge-heading
               end-if
           end-if
           .

       write-dup-heading.
           add 1 to ws-rh-page-number
           move ws-rh-page-number to ws-rh-h-page
           move ws-rh-heading-line to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ws-dup-heading to rpt-line
           write rpt-line
           move 3 to ws-rh-line-count
           .

       write-merge-heading.
           add 1 to ws-rh-page-number
           move ws-rh-page-number to ws-rh-h-page
           move ws-rh-heading-line to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move "MERGE OF" to ws-ml-text
           move ws-from-in to ws-ml-from
           move ws-to-in   to ws-ml-to
           if ws-merge
               move "MERGE" to ws-ml-mode
           else
               move "PREVIEW - NOTHING IS CHANGED" to ws-ml-mode
           end-if
           move ws-merge-line to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           move 4 to ws-rh-line-count
           .

       register-report.
           initialize ws-rc-details
           move "bookmerge"            to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           if ws-dup-report
               move ws-dup-isbn-count  to ws-rc-record-count
           else
               move ws-line-count      to ws-rc-record-count
           end-if
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookmerge: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
