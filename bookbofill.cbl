      * that came back from zero on hand - bookrecv notes them on
      * restock.dat - this walks the backorder want-list for that
      * title in entry-no order (first come, first served), allocates
      * the units available - on hand less copies already on the hold
      * shelf - one per entry, prints a call/pick list with the
      * customer name and phone from each backorder record, and
      * removes the entries that were satisfied. Each copy allocated
      * to an entry with a customer number is put on the hold shelf
      * for that customer (hold.cbl) with a pickup-by date
      * ws-hold-days out, so the counter cannot sell it to someone
      * else; an old entry with no customer number is flagged on the
      * list instead. An entry left by a web or mail order that
      * shipped short (bookordimp.cbl, bookship.cbl) gets no hold:
      * the copy goes back onto its order line as allocated, the
      * line and the order are set open again, and bookship.cbl
      * sends it on in the next parcel. Entries beyond what is
      * available stay on file and are counted as still waiting.
      * The restock file is emptied once it has been worked, so the
      * next receiving session starts a fresh list.
      *
           88 ws-bo-eof               value "Y".

       01 ws-available             pic 9(5).
       01 ws-today                 pic 9(8).
       01 ws-hold-days             pic 9(3) value 7.
       01 ws-pickup-by             pic 9(8).
       01 ws-day-int               pic 9(8).
       01 ws-held-count            pic 9(5) value zero.
       01 ws-order-count           pic 9(5) value zero.
       01 ws-filled-count          pic 9(5) value zero.
       01 ws-waiting-count         pic 9(5) value zero.
       01 ws-title-waiting         pic 9(5) value zero.
       01 ws-bo-file-status        pic xx.
       copy "backorder-rec.cpy" replacing ==(prefix)== by ==ws-bo==.

       01 ws-hd-function           pic x.
           88 hd-read-record         value "1".
           88 hd-add-record          value "2".
           88 hd-update-record       value "5".
           88 hd-total-held          value "7".
       01 ws-hd-file-status        pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hd==.

       01 ws-ol-function           pic x.
           88 ol-read-record         value "1".
           88 ol-update-record       value "5".
       01 ws-ol-file-status        pic xx.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==ws-ol==.

       01 ws-co-function           pic x.
           88 co-read-record         value "1".
           88 co-update-record       value "5".
       01 ws-co-file-status        pic xx.
       copy "custord-rec.cpy" replacing ==(prefix)== by ==ws-co==.

       copy "signon-id.cpy".

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-title-heading.
           05 filler                pic x(32) value "CUSTOMER NAME".
           05 filler                pic x(17) value "PHONE".
           05 filler                pic x(10) value "DATE".
           05 filler                pic x(8)  value "SHELF".

       01 ws-detail-line.
           05 filler                pic x(2)  value spaces.
           05 ws-d-phone            pic x(15).
           05 filler                pic x(2)  value spaces.
           05 ws-d-date             pic 9(8).
           05 filler                pic x(2)  value spaces.
           05 ws-d-shelf            pic x(8).

       01 ws-waiting-line.
           05 filler                pic x(2)  value spaces.
       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           compute ws-day-int =
               function integer-of-date(ws-today) + ws-hold-days
           move function date-of-integer(ws-day-int) to ws-pickup-by
           perform set-up-heading
           perform open-files

           perform close-files
           perform empty-restock-file
           display "bookbofill: " ws-filled-count
                    " backorders filled, " ws-held-count
                    " put on hold, " ws-order-count
                    " back on orders, " ws-waiting-count
                    " still waiting, " ws-title-count
                    " restocked titles worked"
           stop run
               exit paragraph
           end-if

           initialize ws-hd-details
           move rstk-stockno to ws-hd-stockno
           set hd-total-held to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-qty >= ws-bk-onhand
               exit paragraph
           end-if
           compute ws-available = ws-bk-onhand - ws-hd-qty

      *>------Seed the walk with next-record from entry-no zero so the
      *>------whole pass runs in primary-key (entry-no) order - a read
           move ws-bo-customer-name to ws-d-customer
           move ws-bo-phone         to ws-d-phone
           move ws-bo-date          to ws-d-date
           if ws-bo-for-order
               perform fill-order-line
           else
               perform place-hold
           end-if
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           add 1 to ws-filled-count
           .

      * Set the copy aside for the customer. A second copy of the
      * same title for the same customer goes onto their existing
      * hold, which is given the later pickup date.
       place-hold.
           if ws-bo-customer-no = zero
               move "NO CUST#" to ws-d-shelf
               exit paragraph
           end-if

           initialize ws-hd-details
           move ws-bo-stockno     to ws-hd-stockno
           move ws-bo-customer-no to ws-hd-customer-no
           set hd-read-record to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-file-status = "00"
               add 1 to ws-hd-qty
               move ws-pickup-by to ws-hd-pickup-by
               set hd-update-record to true
           else
               initialize ws-hd-details
               move ws-bo-stockno     to ws-hd-stockno
               move ws-bo-customer-no to ws-hd-customer-no
               move 1                 to ws-hd-qty
               move ws-today          to ws-hd-date-placed
               move ws-pickup-by      to ws-hd-pickup-by
               set ws-hd-from-backorder to true
               move ws-bo-entry-no    to ws-hd-reference
               move signon-operator-id to ws-hd-operator
               set hd-add-record to true
           end-if
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-file-status = "00"
               move "ON HOLD" to ws-d-shelf
               add 1 to ws-held-count
           else
               move "NO HOLD" to ws-d-shelf
               display "bookbofill: cannot place hold for stock "
                       ws-bo-stockno " customer " ws-bo-customer-no
                       " status " ws-hd-file-status
           end-if
           .

      * The copy is owed to a web or mail order: put it back on the
      * line as allocated, which also keeps it out of what the
      * counter may sell (hold.cbl's total-held counts open lines),
      * and open the order again so bookship.cbl picks it up.
       fill-order-line.
           initialize ws-ol-details
           move ws-bo-order-no      to ws-ol-order-no
           move ws-bo-order-line-no to ws-ol-line-no
           set ol-read-record to true
           call "ordline" using ws-ol-function
                                ws-ol-details
                                ws-ol-file-status
           if ws-ol-file-status <> "00"
               move "NO LINE" to ws-d-shelf
               display "bookbofill: order " ws-bo-order-no
                       " line " ws-bo-order-line-no
                       " not on file, status " ws-ol-file-status
               exit paragraph
           end-if

           add 1 to ws-ol-qty-allocated
           if ws-ol-qty-backordered > zero
               subtract 1 from ws-ol-qty-backordered
           end-if
           set ws-ol-status-open to true
           set ol-update-record to true
           call "ordline" using ws-ol-function
                                ws-ol-details
                                ws-ol-file-status
           if ws-ol-file-status <> "00"
               move "NO LINE" to ws-d-shelf
               display "bookbofill: cannot update order "
                       ws-bo-order-no " line " ws-bo-order-line-no
                       " status " ws-ol-file-status
               exit paragraph
           end-if

           initialize ws-co-details
           move ws-bo-order-no to ws-co-order-no
           set co-read-record to true
           call "custord" using ws-co-function
                                ws-co-details
                                ws-co-file-status
           if ws-co-file-status = "00"
                   and not ws-co-status-open
               set ws-co-status-open to true
               set co-update-record to true
               call "custord" using ws-co-function
                                    ws-co-details
                                    ws-co-file-status
           end-if
           if ws-co-file-status <> "00"
               display "bookbofill: cannot reopen order "
                       ws-bo-order-no " status " ws-co-file-status
           end-if

           move "ORDER" to ws-d-shelf
           add 1 to ws-order-count
           .

       read-next-backorder.
           move rstk-stockno to ws-bo-stockno
           set bo-next-record to true
