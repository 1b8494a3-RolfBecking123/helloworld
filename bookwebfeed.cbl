      ****************************************************************
      *
      * Nightly availability and price feed for the web catalog.
      *
      * Reads bookfile sequentially and writes webfeed.dat (layout
      * webfeed-rec.cpy) for the website: ISBN, stock number, title,
      * author, b-type, the price charged today with any running
      * discount taken off, and an availability code -
      *
      *   I  in stock      more than ws-low-level copies free to sell
      *   L  low           some free to sell, ws-low-level or fewer
      *   O  on order      none free, an open or part-received PO
      *                    line for it; the expected date is taken
      *                    from that PO's header (pohdr)
      *   S  sold out      none free and nothing on order
      *   X  out of print  b-status discontinued
      *
      * "Free to sell" is b-onhand less what hold.cbl's total-held
      * says is set aside - the hold shelf for named customers and
      * copies allocated to unshipped mail and web orders. Used
      * stock numbers (usedbook.dat) are not sent - the site lists
      * the new edition.
      *
      * Only titles whose feed record differs from the one last sent
      * go out: like bookextract.cbl, the program keeps its own
      * snapshot file, websnap.dat, of what was sent for each title.
      * A full refresh - every title sent whether changed or not -
      * is asked for by creating webfull.dat (its contents are not
      * read); the file is removed once the full feed is written, so
      * the next night goes back to changes only. A lost snapshot
      * file makes the next run a full one by itself. The feed ends
      * with a trailer record counting the titles in it. Run nightly
      * from bookeod.cbl.
      *
      ****************************************************************

       identification division.
       program-id. bookwebfeed.

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

           select snapshotfile assign to "websnap.dat"
               file status is ls-snap-status
               organization is indexed
               access mode is dynamic
               record key is snap-stockno
               .

           select optional fullfile assign to "webfull.dat"
               organization is line sequential
               file status is ls-full-status
               .

           select feed-file assign to "webfeed.dat"
               organization is line sequential
               file status is ls-feed-status
               .

       data division.
       file section.
       FD bookfile is external.
       copy "book-rec.cpy" replacing ==(prefix)== by ==b==.

       FD snapshotfile.
       01 snapshot-record.
           03 snap-stockno          pic x(4).
           03 snap-detail           pic x(150).

       FD fullfile.
       01 full-record               pic x(80).

       FD feed-file.
       copy "webfeed-rec.cpy" replacing ==(prefix)== by ==wf==.

       working-storage section.
       01 ls-file-status            pic xx.
       01 ls-snap-status            pic xx.
       01 ls-full-status            pic xx.
       01 ls-feed-status            pic xx.
       01 ls-call-status            pic x(2) comp-5.

       01 ws-eof-flag                pic x value "N".
           88 ws-eof                   value "Y".
       01 ws-snap-found-flag         pic x.
           88 ws-snap-found             value "Y".
       01 ws-full-flag               pic x value "N".
           88 ws-full-refresh           value "Y".
       01 ws-full-name               pic x(30) value "webfull.dat".

      *>--At or below this many copies free to sell a title shows as
      *>--low stock on the site.
       01 ws-low-level               pic 9(5) value 3.

       01 ws-today                   pic 9(8).
       01 ws-effective-retail        pic 99v99.
       01 ws-free-to-sell            pic s9(5).
       01 ws-record-count            pic 9(7) value zero.
       01 ws-title-count             pic 9(7) value zero.

       01 ws-hd-function             pic x.
           88 hd-total-held            value "7".
       01 ws-hd-file-status          pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hd==.

       01 ws-ub-function             pic x.
           88 ub-read-record           value "1".
       01 ws-ub-file-status          pic xx.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ws-ub==.

       01 ws-pl-function             pic x.
           88 pl-next-by-stockno       value "6".
       01 ws-pl-file-status          pic xx.
       copy "poline-rec.cpy" replacing ==(prefix)== by ==ws-pl==.

       01 ws-po-function             pic x.
           88 po-read-record           value "1".
       01 ws-po-file-status          pic xx.
       copy "pohdr-rec.cpy" replacing ==(prefix)== by ==ws-po==.

       01 ws-on-order-flag           pic x.
           88 ws-on-order              value "Y".
       01 ws-line-eof-flag           pic x.
           88 ws-line-eof              value "Y".

       procedure division.
       main-line.
           move function current-date(1:8) to ws-today
           perform open-files
           perform until ws-eof
               read bookfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   perform feed-one-title
               end-if
           end-perform
           perform write-trailer
           perform close-files
           if ws-full-refresh
               call "CBL_DELETE_FILE" using ws-full-name
                                    returning ls-call-status
               display "bookwebfeed: full refresh - " ws-record-count
                       " titles sent"
           else
               display "bookwebfeed: " ws-record-count " of "
                       ws-title-count " titles changed and sent"
           end-if
           goback
           .

       open-files.
           open input fullfile
           if ls-full-status = "00"
               set ws-full-refresh to true
               close fullfile
           end-if

           open input bookfile
           if ls-file-status <> "00"
               display "bookwebfeed: cannot open bookfile, status "
                        ls-file-status
               move 16 to return-code
               goback
           end-if

           open i-o snapshotfile
           evaluate ls-snap-status
            when "05"
      *>-------File not created yet
            when "00"
               continue
            when other
               display "bookwebfeed: cannot open snapshotfile, status "
                        ls-snap-status
               move 16 to return-code
               goback
           end-evaluate

           open output feed-file
           if ls-feed-status <> "00"
               display "bookwebfeed: cannot open feed-file, status "
                        ls-feed-status
               move 16 to return-code
               goback
           end-if
           .

       feed-one-title.
           initialize ws-ub-details
           move b-stockno to ws-ub-stockno
           set ub-read-record to true
           call "usedbook" using ws-ub-function
                                 ws-ub-details
                                 ws-ub-file-status
           if ws-ub-file-status = "00"
               exit paragraph
           end-if
           add 1 to ws-title-count

           move spaces to wf-record
           set wf-detail-rec to true
           move b-isbn    to wf-isbn
           move b-stockno to wf-stockno
           move b-title   to wf-title
           move b-author  to wf-author
           move b-type    to wf-type
           perform compute-effective-price
           move ws-effective-retail to wf-price
           move zero to wf-expected-date
           perform set-availability

           perform look-up-snapshot
           if ws-full-refresh
                   or not ws-snap-found
                   or snap-detail <> wf-detail
               write wf-record
               add 1 to ws-record-count
               perform update-snapshot
           end-if
           .

      *>------The same sum book.cbl makes for the till.
       compute-effective-price.
           move b-retail to ws-effective-retail
           if b-discount-pct > zero
                   and b-sale-start > zero
                   and b-sale-end > zero
                   and ws-today >= b-sale-start
                   and ws-today <= b-sale-end
               compute ws-effective-retail rounded =
                   b-retail - (b-retail * b-discount-pct / 100)
           end-if
           .

       set-availability.
           if b-discontinued
               set wf-out-of-print to true
               exit paragraph
           end-if

           initialize ws-hd-details
           move b-stockno to ws-hd-stockno
           set hd-total-held to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           compute ws-free-to-sell = b-onhand - ws-hd-qty
           evaluate true
            when ws-free-to-sell > ws-low-level
               set wf-in-stock to true
            when ws-free-to-sell > zero
               set wf-low-stock to true
            when other
               perform find-open-order
               if ws-on-order
                   set wf-on-order to true
               else
                   set wf-sold-out to true
               end-if
           end-evaluate
           .

      *>------The first open or part-received line for the title
      *>------names the PO whose header carries the expected date.
       find-open-order.
           move "N" to ws-on-order-flag
           move "N" to ws-line-eof-flag
           initialize ws-pl-details
           move b-stockno to ws-pl-stockno
           perform until ws-line-eof or ws-on-order
               set pl-next-by-stockno to true
               call "poline" using ws-pl-function
                                   ws-pl-details
                                   ws-pl-file-status
               if ws-pl-file-status <> "00"
                   set ws-line-eof to true
               else
                   if (ws-pl-status-open or ws-pl-status-partial)
                           and ws-pl-qty-ordered > ws-pl-qty-received
                       set ws-on-order to true
                   end-if
               end-if
           end-perform

           if ws-on-order
               initialize ws-po-details
               move ws-pl-po-number to ws-po-po-number
               set po-read-record to true
               call "purchord" using ws-po-function
                                     ws-po-details
                                     ws-po-file-status
               if ws-po-file-status = "00"
                   move ws-po-expected-date to wf-expected-date
               end-if
           end-if
           .

       look-up-snapshot.
           move "N" to ws-snap-found-flag
           move b-stockno to snap-stockno
           read snapshotfile
           if ls-snap-status = "00"
               set ws-snap-found to true
           end-if
           .

       update-snapshot.
           move b-stockno to snap-stockno
           move wf-detail to snap-detail
           if ws-snap-found
               rewrite snapshot-record
           else
               write snapshot-record
           end-if
           .

       write-trailer.
           move spaces to wf-record
           set wf-trailer-rec to true
           move ws-record-count to wf-t-count
           move ws-today        to wf-t-run-date
           if ws-full-refresh
               set wf-t-full to true
           else
               set wf-t-changes to true
           end-if
           write wf-record
           .

       close-files.
           close bookfile
           close snapshotfile
           close feed-file
           .
