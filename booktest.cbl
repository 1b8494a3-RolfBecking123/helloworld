       01 ws-file-status  pic xx.
       01 ws-status-message pic x(24).
       01 ws-signon-status pic xx.
       01 ws-au-function   pic x.
           88 au-delete      value "D".
       01 ws-au-reference  pic x(10) value "booktest".
       01 ws-au-status     pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-b==.
       01 ws-b-effective-retail pic 99v99.

       copy "backorder-rec.cpy" replacing ==(prefix)== by ==ws-bo==.
       01 ws-take-backorder  pic x value "N".

       01 ws-hd-function     pic x.
           88 hd-total-held    value "7".
       01 ws-hd-file-status  pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hd==.
       01 ws-b-available     pic 9(5) value zero.

       01 ws-cu-function     pic x.
           88 cu-read-record   value "1".
           88 cu-add-record    value "2".
           03 line 15 column 17 pic x(30) using ws-b-publisher.
           03 line 15 column 47  value "]".

           03 line 15 column 50 value "Shop 1: [".
           03 line 15 column 59 pic z(4)9 from ws-b-loc-onhand(1).
           03 line 15 column 64  value "]".

           03 line 15 column 67 value "Shop 2: [".
           03 line 15 column 76 pic z(4)9 from ws-b-loc-onhand(2).
           03 line 15 column 81  value "]".

           03 line 16 column 5 value "Discount %: [".
           03 line 16 column 18 pic 999 using ws-b-discount-pct.
           03 line 16 column 21  value "]".

           03 line 18 column 5 value "--------------".

           03 line 18 column 30 value "Available: [".
           03 line 18 column 42 pic z(4)9 from ws-b-available.
           03 line 18 column 47  value "]".

           03 line 18 column 50 value "In transit: [".
           03 line 18 column 63 pic z(4)9 from ws-b-in-transit.
           03 line 18 column 68  value "]".

           03 line 19 column 5 value "Status:  [".
           03 line 19 column 15 pic xx from ws-file-status.
           03 line 19 column 18  value "] ".
                   move "A" to ws-search-mode
                   perform search-books

                when delete-record
                   perform delete-title

                when other
                   call "book" using ws-function
                                     ws-b-details
                                     ws-file-status
                                     ws-b-effective-retail
                   perform translate-file-status
                   perform compute-available

                   if ws-file-status = "00"
                           and ws-b-stockno <> spaces
                           and ws-b-available = zero
                           and (read-record or next-record
                                   or read-by-type)
                       perform offer-backorder
                                 ws-file-status
                                 ws-b-effective-retail
               perform translate-file-status
               perform compute-available
           end-if
           .

      * Deleting a title needs the delete permission (bookauth.cbl);
      * a refusal is logged against the stock number and shows on
      * the status line.
       delete-title.
           set au-delete to true
           call "bookauth" using ws-au-function
                                 ws-b-stockno
                                 ws-au-reference
                                 ws-au-status
           if ws-au-status <> "00"
               move "96" to ws-file-status
               perform translate-file-status
               exit paragraph
           end-if
           call "book" using ws-function
                             ws-b-details
                             ws-file-status
                             ws-b-effective-retail
           perform translate-file-status
           .

      * What the counter can actually sell: on hand less the copies
      * on the hold shelf for named customers (hold.cbl).
       compute-available.
           move zero to ws-b-available
           if ws-file-status <> "00" or ws-b-stockno = spaces
               exit paragraph
           end-if
           initialize ws-hd-details
           move ws-b-stockno to ws-hd-stockno
           set hd-total-held to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-qty < ws-b-onhand
               compute ws-b-available = ws-b-onhand - ws-hd-qty
           end-if
           .

               move "record not found" to ws-status-message
            when "35"
               move "file not found" to ws-status-message
            when "96"
               move "not authorised" to ws-status-message
            when "97"
               move "status not A or D" to ws-status-message
            when "98"
               move ws-b-stockno to ws-bo-stockno
               move zero to ws-bo-entry-no
               move function current-date(1:8) to ws-bo-date
               set ws-bo-for-counter to true
               move spaces to ws-bo-order-no
               move zero to ws-bo-order-line-no
               set bo-add-record to true
               call "backorder" using ws-bo-function
                                      ws-bo-details
