      ****************************************************************
      *
      * General-ledger account mapping maintenance.
      *
      * Keys and lists the glacct.dat table the nightly journal
      * (bookgl.cbl) takes its account numbers from: one record per
      * b-type for the accounts split by type, and the "*SHOP"
      * record for the shop-wide accounts and the fallback for any
      * type without a record. A type must be on genre.dat before
      * it can be mapped. On a change each account is shown and
      * kept when the answer is left blank, so fixing one account
      * does not mean re-keying eleven.
      *
      ****************************************************************

       identification division.
       program-id. bookglmap.

       data division.
       working-storage section.
       01 ws-signon-status        pic xx.
       01 ls-call-status          pic x(2) comp-5.

       01 ws-choice               pic x.
           88 map-change            value "C" "c".
           88 map-delete            value "D" "d".
           88 map-list              value "L" "l".
           88 map-quit              value "Q" "q".

       01 ws-shop-key             pic x(20) value "*SHOP".
       01 ws-type-in              pic x(20).
       01 ws-acct-in              pic x(10).
       01 ws-found-flag           pic x.
           88 ws-found              value "Y".
       01 ws-eol-flag             pic x.
           88 ws-eol                value "Y".
       01 ws-list-count           pic 9(5).

       01 ws-ga-function          pic x.
           88 ga-read-record        value "1".
           88 ga-add-record         value "2".
           88 ga-delete-record      value "3".
           88 ga-next-record        value "4".
           88 ga-update-record      value "5".
       01 ws-ga-file-status       pic xx.
       copy "glacct-rec.cpy" replacing ==(prefix)== by ==ws-ga==.

       01 ws-g-function           pic x.
           88 g-read-record         value "1".
       01 ws-g-file-status        pic xx.
       copy "genre-rec.cpy" replacing ==(prefix)== by ==ws-g==.

       01 ws-list-line.
           05 ws-l-type            pic x(20).
           05 filler               pic x     value space.
           05 ws-l-sales           pic x(10).
           05 filler               pic x     value space.
           05 ws-l-discount        pic x(10).
           05 filler               pic x     value space.
           05 ws-l-cogs            pic x(10).
           05 filler               pic x     value space.
           05 ws-l-inventory       pic x(10).
           05 filler               pic x     value space.
           05 ws-l-adjust          pic x(10).

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if

           perform until map-quit
               display " "
               display "(C)hange/add mapping, (D)elete, (L)ist,"
                       " (Q)uit? "
               accept ws-choice
               evaluate true
                when map-change
                   perform change-mapping
                when map-delete
                   perform delete-mapping
                when map-list
                   perform list-mappings
                when map-quit
                   continue
                when other
                   display "bookglmap: use C, D, L or Q"
               end-evaluate
           end-perform
           stop run
           .

       read-mapping.
           display "B-type (*SHOP for the shop-wide accounts): "
           move spaces to ws-type-in
           accept ws-type-in
           call "CBL_TOUPPER" using ws-type-in
                           by value length ws-type-in
                          returning ls-call-status
           move "N" to ws-found-flag
           initialize ws-ga-details
           move ws-type-in to ws-ga-type
           set ga-read-record to true
           call "glacct" using ws-ga-function
                               ws-ga-details
                               ws-ga-file-status
           if ws-ga-file-status = "00"
               set ws-found to true
           end-if
           .

       change-mapping.
           perform read-mapping
           if ws-type-in = spaces
               display "bookglmap: no type given"
               exit paragraph
           end-if
           if not ws-found
               if ws-type-in <> ws-shop-key
                   initialize ws-g-details
                   move ws-type-in to ws-g-type
                   set g-read-record to true
                   call "genre" using ws-g-function
                                      ws-g-details
                                      ws-g-file-status
                   if ws-g-file-status <> "00"
                       display "bookglmap: " ws-type-in
                               " is not on the genre table"
                       exit paragraph
                   end-if
               end-if
               initialize ws-ga-details
               move ws-type-in to ws-ga-type
               display "New mapping for " ws-type-in
           end-if

           display "Sales revenue    [" ws-ga-sales-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-sales-acct
           end-if
           display "Discounts        [" ws-ga-discount-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-discount-acct
           end-if
           display "Cost of goods    [" ws-ga-cogs-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-cogs-acct
           end-if
           display "Inventory        [" ws-ga-inventory-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-inventory-acct
           end-if
           display "Count adjustment [" ws-ga-adjust-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-adjust-acct
           end-if
           display "Sales returns    [" ws-ga-returns-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-returns-acct
           end-if

      *>------The shop-wide accounts mean nothing on a type record
           if ws-ga-type = ws-shop-key
               perform change-shop-accounts
           end-if

           if ws-found
               set ga-update-record to true
           else
               set ga-add-record to true
           end-if
           call "glacct" using ws-ga-function
                               ws-ga-details
                               ws-ga-file-status
           if ws-ga-file-status = "00"
               display "bookglmap: mapping for " ws-ga-type " saved"
           else
               display "bookglmap: mapping not saved, status "
                        ws-ga-file-status
           end-if
           .

       change-shop-accounts.
           display "Cash/bank        [" ws-ga-cash-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-cash-acct
           end-if
           display "Sales tax        [" ws-ga-tax-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-tax-acct
           end-if
           display "Goods received   [" ws-ga-received-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-received-acct
           end-if
           display "Vendor credits   [" ws-ga-vendor-credit-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-vendor-credit-acct
           end-if
           display "Store credit     [" ws-ga-credit-liab-acct "]: "
           perform accept-account
           if ws-acct-in <> spaces
               move ws-acct-in to ws-ga-credit-liab-acct
           end-if
           .

       accept-account.
           move spaces to ws-acct-in
           accept ws-acct-in
           .

       delete-mapping.
           perform read-mapping
           if not ws-found
               display "bookglmap: no mapping for " ws-type-in
               exit paragraph
           end-if
           set ga-delete-record to true
           call "glacct" using ws-ga-function
                               ws-ga-details
                               ws-ga-file-status
           if ws-ga-file-status = "00"
               display "bookglmap: mapping for " ws-type-in " deleted"
           else
               display "bookglmap: cannot delete, status "
                        ws-ga-file-status
           end-if
           .

       list-mappings.
           display "B-TYPE               SALES      DISCOUNT   "
                   "COGS       INVENTORY  ADJUST"
           move zero to ws-list-count
           initialize ws-ga-details
           move "N" to ws-eol-flag
           perform until ws-eol
               set ga-next-record to true
               call "glacct" using ws-ga-function
                                   ws-ga-details
                                   ws-ga-file-status
               if ws-ga-file-status <> "00"
                   set ws-eol to true
               else
                   move ws-ga-type           to ws-l-type
                   move ws-ga-sales-acct     to ws-l-sales
                   move ws-ga-discount-acct  to ws-l-discount
                   move ws-ga-cogs-acct      to ws-l-cogs
                   move ws-ga-inventory-acct to ws-l-inventory
                   move ws-ga-adjust-acct    to ws-l-adjust
                   display ws-list-line
                   if ws-ga-type = ws-shop-key
                       display "  cash " ws-ga-cash-acct
                               " tax " ws-ga-tax-acct
                               " received " ws-ga-received-acct
                               " vendor cr " ws-ga-vendor-credit-acct
                               " store cr " ws-ga-credit-liab-acct
                   end-if
                   add 1 to ws-list-count
               end-if
           end-perform
           display "bookglmap: " ws-list-count " mappings"
           .
