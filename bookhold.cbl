      ****************************************************************
      *
      * Customer hold shelf, for the counter.
      *
      * Put copies of a title aside for a customer on customer.dat
      * (looked up by number, or by name - a new name is added the
      * way booktest.cbl adds one for a backorder), mark a hold
      * collected when the customer picks the copies up, cancel one
      * they no longer want, and list what is on the shelf for a
      * title or for a customer. Holds live on hold.dat through
      * hold.cbl; the copies stay in b-onhand, and only what is left
      * after the holds - the available figure booktest.cbl shows -
      * can be put aside. A hold runs ws-hold-days unless the
      * operator keys another figure; the nightly bookhldrel.cbl run
      * returns holds not collected by then to open stock.
      *
      * Collecting only clears the hold: the copies are then rung
      * through the register as a normal sale, which bookpost.cbl
      * posts that night.
      *
      ****************************************************************

       identification division.
       program-id. bookhold.

       data division.
       working-storage section.
       01 ws-signon-status        pic xx.
       copy "signon-id.cpy".

       01 ws-choice               pic x.
           88 hold-put-aside        value "P" "p".
           88 hold-collected        value "C" "c".
           88 hold-cancel           value "X" "x".
           88 hold-list-title       value "L" "l".
           88 hold-list-customer    value "S" "s".
           88 hold-quit             value "Q" "q".

       01 ws-today                pic 9(8).
       01 ws-day-int              pic 9(8).
       01 ws-hold-days            pic 9(3) value 7.
       01 ws-days-in              pic 9(3).
       01 ws-pickup-by            pic 9(8).
       01 ws-stockno-in           pic x(4).
       01 ws-customer-in          pic 9(6).
       01 ws-qty-in               pic 9(5).
       01 ws-held                 pic 9(5).
       01 ws-available            pic 9(5).
       01 ws-eol-flag             pic x.
           88 ws-eol                value "Y".
       01 ws-shown-count          pic 9(5).

       01 ws-book-function        pic x.
           88 bk-read-record        value "1".
       01 ws-book-file-status     pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail  pic 99v99.

       01 ws-cu-function          pic x.
           88 cu-read-record        value "1".
           88 cu-add-record         value "2".
       01 ws-cu-file-status       pic xx.
       copy "customer-rec.cpy" replacing ==(prefix)== by ==ws-cu==.

       01 ws-hd-function          pic x.
           88 hd-read-record        value "1".
           88 hd-add-record         value "2".
           88 hd-delete-record      value "3".
           88 hd-next-record        value "4".
           88 hd-update-record      value "5".
           88 hd-next-by-customer   value "6".
           88 hd-total-held         value "7".
       01 ws-hd-file-status       pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hd==.

       01 ws-hold-line.
           05 ws-l-stockno         pic x(4).
           05 filler               pic x(2)  value spaces.
           05 ws-l-title           pic x(24).
           05 filler               pic x(2)  value spaces.
           05 ws-l-customer-no     pic 9(6).
           05 filler               pic x     value space.
           05 ws-l-name            pic x(20).
           05 filler               pic x     value space.
           05 ws-l-qty             pic zz9.
           05 filler               pic x(2)  value spaces.
           05 ws-l-pickup-by       pic 9(8).

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           move function current-date(1:8) to ws-today

           perform until hold-quit
               display " "
               display "(P)ut aside, (C)ollected, (X) cancel,"
                       " (L)ist title, (S)helf for customer, (Q)uit? "
               accept ws-choice
               evaluate true
                when hold-put-aside
                   perform put-aside
                when hold-collected
                   perform collect-hold
                when hold-cancel
                   perform cancel-hold
                when hold-list-title
                   perform list-title-holds
                when hold-list-customer
                   perform list-customer-holds
                when hold-quit
                   continue
                when other
                   display "bookhold: use P, C, X, L, S or Q"
               end-evaluate
           end-perform
           stop run
           .

       read-title.
           display "Stock number: "
           accept ws-stockno-in
           initialize ws-bk-details
           move ws-stockno-in to ws-bk-stockno
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               display "bookhold: stock " ws-stockno-in
                       " not on bookfile, status " ws-book-file-status
               exit paragraph
           end-if

           initialize ws-hd-details
           move ws-stockno-in to ws-hd-stockno
           set hd-total-held to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           move ws-hd-qty to ws-held
           if ws-held > ws-bk-onhand
               move zero to ws-available
           else
               compute ws-available = ws-bk-onhand - ws-held
           end-if
           display ws-bk-title
           display "On hand " ws-bk-onhand "  on hold " ws-held
                   "  available " ws-available
           .

      *>------Customer by number, or by name when the number is zero:
      *>------a name not yet on customer.dat is added with the phone
      *>------number keyed, so every hold names a real customer.
       read-customer.
           display "Customer number (0 = look up by name): "
           accept ws-customer-in
           initialize ws-cu-details
           if ws-customer-in <> zero
               move ws-customer-in to ws-cu-number
           else
               display "Customer name: "
               accept ws-cu-name
               if ws-cu-name = spaces
                   move "23" to ws-cu-file-status
                   display "bookhold: no customer given"
                   exit paragraph
               end-if
           end-if
           set cu-read-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status
           if ws-cu-file-status = "00"
               move ws-cu-number to ws-customer-in
               display "Customer " ws-cu-number " " ws-cu-name
               exit paragraph
           end-if
           if ws-customer-in <> zero
               display "bookhold: customer not found, status "
                        ws-cu-file-status
               exit paragraph
           end-if

           display "New customer - phone: "
           accept ws-cu-phone
           set cu-add-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status
           if ws-cu-file-status = "00"
               move ws-cu-number to ws-customer-in
               display "Customer " ws-cu-number " added"
           else
               display "bookhold: cannot add customer, status "
                        ws-cu-file-status
           end-if
           .

       put-aside.
           perform read-title
           if ws-book-file-status <> "00"
               exit paragraph
           end-if
           if ws-available = zero
               display "bookhold: nothing available to put aside -"
                       " take a backorder instead"
               exit paragraph
           end-if
           perform read-customer
           if ws-cu-file-status <> "00"
               exit paragraph
           end-if

           display "Copies to put aside: "
           accept ws-qty-in
           if ws-qty-in = zero
               display "bookhold: zero copies - nothing put aside"
               exit paragraph
           end-if
           if ws-qty-in > ws-available
               display "bookhold: only " ws-available
                       " available - nothing put aside"
               exit paragraph
           end-if
           display "Days to hold (0 = " ws-hold-days "): "
           accept ws-days-in
           if ws-days-in = zero
               move ws-hold-days to ws-days-in
           end-if
           compute ws-day-int =
               function integer-of-date(ws-today) + ws-days-in
           move function date-of-integer(ws-day-int) to ws-pickup-by

           initialize ws-hd-details
           move ws-stockno-in  to ws-hd-stockno
           move ws-customer-in to ws-hd-customer-no
           set hd-read-record to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-file-status = "00"
      *>------Already holding this title for them - add to that hold
               add ws-qty-in to ws-hd-qty
               if ws-pickup-by > ws-hd-pickup-by
                   move ws-pickup-by to ws-hd-pickup-by
               end-if
               move signon-operator-id to ws-hd-operator
               set hd-update-record to true
           else
               initialize ws-hd-details
               move ws-stockno-in      to ws-hd-stockno
               move ws-customer-in     to ws-hd-customer-no
               move ws-qty-in          to ws-hd-qty
               move ws-today           to ws-hd-date-placed
               move ws-pickup-by       to ws-hd-pickup-by
               set ws-hd-from-counter to true
               move signon-operator-id to ws-hd-operator
               set hd-add-record to true
           end-if
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-file-status = "00"
               display "bookhold: " ws-hd-qty " on hold for customer "
                       ws-customer-in " until " ws-hd-pickup-by
           else
               display "bookhold: cannot place hold, status "
                        ws-hd-file-status
           end-if
           .

       read-hold.
           display "Stock number: "
           accept ws-stockno-in
           display "Customer number: "
           accept ws-customer-in
           initialize ws-hd-details
           move ws-stockno-in  to ws-hd-stockno
           move ws-customer-in to ws-hd-customer-no
           set hd-read-record to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-file-status <> "00"
               display "bookhold: no hold for that title and customer,"
                       " status " ws-hd-file-status
           else
               display ws-hd-qty " on hold, placed " ws-hd-date-placed
                       ", pick up by " ws-hd-pickup-by
           end-if
           .

       collect-hold.
           perform read-hold
           if ws-hd-file-status <> "00"
               exit paragraph
           end-if
           display "Copies collected: "
           accept ws-qty-in
           if ws-qty-in = zero
               display "bookhold: nothing collected"
               exit paragraph
           end-if
           if ws-qty-in >= ws-hd-qty
               set hd-delete-record to true
           else
               subtract ws-qty-in from ws-hd-qty
               set hd-update-record to true
           end-if
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-file-status = "00"
               display "bookhold: hold cleared - ring the sale through"
                       " the register"
           else
               display "bookhold: cannot clear hold, status "
                        ws-hd-file-status
           end-if
           .

       cancel-hold.
           perform read-hold
           if ws-hd-file-status <> "00"
               exit paragraph
           end-if
           set hd-delete-record to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-file-status = "00"
               display "bookhold: hold cancelled - copies back on"
                       " the shelf"
           else
               display "bookhold: cannot cancel hold, status "
                        ws-hd-file-status
           end-if
           .

       list-title-holds.
           perform read-title
           if ws-book-file-status <> "00"
               exit paragraph
           end-if
           move zero to ws-shown-count
           initialize ws-hd-details
           move ws-stockno-in to ws-hd-stockno
           move zero to ws-hd-customer-no
           move "N" to ws-eol-flag
           perform until ws-eol
               set hd-next-record to true
               call "hold" using ws-hd-function
                                 ws-hd-details
                                 ws-hd-file-status
               if ws-hd-file-status <> "00"
                       or ws-hd-stockno <> ws-stockno-in
                   set ws-eol to true
               else
                   perform show-hold-line
               end-if
           end-perform
           display "bookhold: " ws-shown-count " holds listed"
           .

       list-customer-holds.
           perform read-customer
           if ws-cu-file-status <> "00"
               exit paragraph
           end-if
           move zero to ws-shown-count
           initialize ws-hd-details
           move ws-customer-in to ws-hd-customer-no
           move "N" to ws-eol-flag
           perform until ws-eol
               set hd-next-by-customer to true
               call "hold" using ws-hd-function
                                 ws-hd-details
                                 ws-hd-file-status
               if ws-hd-file-status <> "00"
                   set ws-eol to true
               else
                   initialize ws-bk-details
                   move ws-hd-stockno to ws-bk-stockno
                   set bk-read-record to true
                   call "book" using ws-book-function
                                      ws-bk-details
                                      ws-book-file-status
                                      ws-bk-effective-retail
                   perform show-hold-line
               end-if
           end-perform
           display "bookhold: " ws-shown-count " holds listed"
           .

       show-hold-line.
           if ws-shown-count = zero
               display "STOCK TITLE                     CUST#  NAME"
                       "                 QTY  PICK UP BY"
           end-if
           initialize ws-cu-details
           move ws-hd-customer-no to ws-cu-number
           set cu-read-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status
           move ws-hd-stockno     to ws-l-stockno
           move ws-bk-title       to ws-l-title
           move ws-hd-customer-no to ws-l-customer-no
           move ws-cu-name        to ws-l-name
           move ws-hd-qty         to ws-l-qty
           move ws-hd-pickup-by   to ws-l-pickup-by
           display ws-hold-line
           add 1 to ws-shown-count
           .
