      ****************************************************************
      *
      * Consignment title maintenance.
      *
      * Flags a title on bookfile as held on consignment for a vendor
      * on vendor.dat, at the cost agreed for each copy sold, and with
      * the date unsold copies are due back (zero for open-ended).
      * Records live on consign.dat through consign.cbl. When a title
      * is first flagged the copies already on the shelf are taken as
      * delivered by the vendor; later deliveries are counted by
      * bookrecv.cbl when the copies are received. Ending a
      * consignment takes the flag off - any copies still on hand
      * from then on are owned stock, valued and reordered like any
      * other, so the copies going back should be returned first.
      * Nor can a consignment be ended while copies sold since its
      * last settlement (bookconset.cbl) are still unpaid - the
      * saleshist.dat buckets for the months after last-settled show
      * it - as the settlement run would no longer find the title to
      * pay the vendor for them. With none sold, a title not settled
      * for the current month is only warned about.
      *
      ****************************************************************

       identification division.
       program-id. bookcons.

       environment division.
       input-output section.
       file-control.
           select saleshistfile assign to "saleshist.dat"
               file status is ls-hist-status
               organization is indexed
               access mode is dynamic
               record key is sh-key
               .

       data division.
       file section.
       FD saleshistfile.
       copy "saleshist-rec.cpy" replacing ==(prefix)== by ==sh==.

       working-storage section.
       01 ls-hist-status          pic xx.
       01 ws-signon-status        pic xx.
       copy "signon-id.cpy".

       01 ws-choice               pic x.
           88 cons-change           value "C" "c".
           88 cons-end              value "E" "e".
           88 cons-list             value "L" "l".
           88 cons-quit             value "Q" "q".

       01 ws-today                pic 9(8).
       01 ws-stockno-in           pic x(4).
       01 ws-vendor-in            pic x(6).
       01 ws-cost-in              pic 99v99.
       01 ws-date-in              pic 9(8).
       01 ws-found-flag           pic x.
           88 ws-found              value "Y".
       01 ws-eol-flag             pic x.
           88 ws-eol                value "Y".
       01 ws-list-count           pic 9(5).
       01 ws-confirm              pic x.
           88 ws-confirmed          value "Y" "y".
       01 ws-this-month           pic 9(6).
       01 ws-from-month           pic 9(6).
       01 ws-work-yyyy            pic 9(4).
       01 ws-work-mm              pic 9(2).
       01 ws-unsettled-units      pic 9(7).

       01 ws-book-function        pic x.
           88 bk-read-record        value "1".
       01 ws-book-file-status     pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail  pic 99v99.

       01 ws-vendor-function      pic x.
           88 vw-read-record        value "1".
       01 ws-vendor-file-status   pic xx.
       copy "vendor-rec.cpy" replacing ==(prefix)== by ==ws-vw==.

       01 ws-cn-function          pic x.
           88 cn-read-record        value "1".
           88 cn-add-record         value "2".
           88 cn-delete-record      value "3".
           88 cn-next-record        value "4".
           88 cn-update-record      value "5".
       01 ws-cn-file-status       pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.

       01 ws-list-line.
           05 ws-l-stockno         pic x(4).
           05 filler               pic x     value space.
           05 ws-l-vendor          pic x(6).
           05 filler               pic x     value space.
           05 ws-l-cost            pic z9.99.
           05 filler               pic x     value space.
           05 ws-l-received        pic z(4)9.
           05 filler               pic x     value space.
           05 ws-l-onhand          pic z(4)9.
           05 filler               pic x     value space.
           05 ws-l-return-by       pic 9(8).
           05 filler               pic x     value space.
           05 ws-l-title           pic x(30).

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           move function current-date(1:8) to ws-today

           perform until cons-quit
               display " "
               display "(C)hange/add consignment, (E)nd consignment,"
                       " (L)ist, (Q)uit? "
               accept ws-choice
               evaluate true
                when cons-change
                   perform change-consignment
                when cons-end
                   perform end-consignment
                when cons-list
                   perform list-consignments
                when cons-quit
                   continue
                when other
                   display "bookcons: use C, E, L or Q"
               end-evaluate
           end-perform
           stop run
           .

       read-consignment.
           display "Stock number: "
           move spaces to ws-stockno-in
           accept ws-stockno-in
           initialize ws-bk-details
           move ws-stockno-in to ws-bk-stockno
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           move "N" to ws-found-flag
           initialize ws-cn-details
           move ws-stockno-in to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               set ws-found to true
           end-if
           .

       change-consignment.
           perform read-consignment
           if ws-book-file-status <> "00"
               display "bookcons: stock " ws-stockno-in
                       " not on bookfile"
               exit paragraph
           end-if
           display ws-bk-title
           if not ws-found
               initialize ws-cn-details
               move ws-stockno-in   to ws-cn-stockno
               move ws-today        to ws-cn-date-placed
               move ws-bk-onhand    to ws-cn-qty-received
               move ws-bk-unit-cost to ws-cn-agreed-cost
               display "New consignment - " ws-bk-onhand
                       " copies on hand taken as delivered"
           end-if

           display "Consigning vendor [" ws-cn-vendor-code "]: "
           move spaces to ws-vendor-in
           accept ws-vendor-in
           if ws-vendor-in <> spaces
               move ws-vendor-in to ws-cn-vendor-code
           end-if
           initialize ws-vw-details
           move ws-cn-vendor-code to ws-vw-code
           set vw-read-record to true
           call "vendor" using ws-vendor-function
                               ws-vw-details
                               ws-vendor-file-status
           if ws-vendor-file-status <> "00"
               display "bookcons: vendor " ws-cn-vendor-code
                       " not on file - nothing saved"
               exit paragraph
           end-if
           display ws-vw-name

           display "Agreed cost per copy sold [" ws-cn-agreed-cost
                   "] (0 = keep): "
           move zero to ws-cost-in
           accept ws-cost-in
           if ws-cost-in > zero
               move ws-cost-in to ws-cn-agreed-cost
           end-if
           if ws-cn-agreed-cost = zero
               display "bookcons: an agreed cost is needed"
                       " - nothing saved"
               exit paragraph
           end-if

           display "Unsold copies due back by YYYYMMDD ["
                   ws-cn-return-by "] (0 = keep): "
           move zero to ws-date-in
           accept ws-date-in
           if ws-date-in > zero
               move ws-date-in to ws-cn-return-by
           end-if
           move signon-operator-id to ws-cn-operator

           if ws-found
               set cn-update-record to true
           else
               set cn-add-record to true
           end-if
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               display "bookcons: " ws-cn-stockno " on consignment for "
                       ws-cn-vendor-code
           else
               display "bookcons: consignment not saved, status "
                        ws-cn-file-status
           end-if
           .

       end-consignment.
           perform read-consignment
           if not ws-found
               display "bookcons: " ws-stockno-in
                       " is not on consignment"
               exit paragraph
           end-if
           move ws-today(1:6) to ws-this-month
           if ws-cn-last-settled < ws-this-month
               perform count-unsettled-sales
               if ws-unsettled-units > zero
                   display ws-unsettled-units " copies sold since the"
                           " last settlement (" ws-cn-last-settled ")"
                   display "bookcons: settle through " ws-this-month
                           " with bookconset before ending"
                   exit paragraph
               end-if
               display "Not settled since " ws-cn-last-settled
                       " - no sales recorded since"
           end-if
           if ws-book-file-status = "00"
                   and ws-bk-onhand > zero
               display ws-bk-onhand " copies still on hand - they"
                       " become owned stock"
           end-if
           display "End the consignment (Y/N)? "
           move "N" to ws-confirm
           accept ws-confirm
           if not ws-confirmed
               exit paragraph
           end-if
           set cn-delete-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               display "bookcons: consignment for " ws-stockno-in
                       " ended"
           else
               display "bookcons: cannot end, status "
                        ws-cn-file-status
           end-if
           .

      *>------Units on saleshist.dat for the months after the last
      *>------settlement - from the month placed when never settled -
      *>------up to this month.
       count-unsettled-sales.
           move zero to ws-unsettled-units
           if ws-cn-last-settled = zero
               move ws-cn-date-placed(1:6) to ws-from-month
           else
               move ws-cn-last-settled(1:4) to ws-work-yyyy
               move ws-cn-last-settled(5:2) to ws-work-mm
               if ws-work-mm = 12
                   add 1 to ws-work-yyyy
                   move 01 to ws-work-mm
               else
                   add 1 to ws-work-mm
               end-if
               move ws-work-yyyy to ws-from-month(1:4)
               move ws-work-mm   to ws-from-month(5:2)
           end-if

           open input saleshistfile
           if ls-hist-status <> "00"
               exit paragraph
           end-if
           move ws-cn-stockno to sh-stockno
           move ws-from-month to sh-yearmonth
           start saleshistfile key is not less than sh-key
           move "N" to ws-eol-flag
           if ls-hist-status <> "00"
               set ws-eol to true
           end-if
           perform until ws-eol
               read saleshistfile next record
               if ls-hist-status <> "00"
                       or sh-stockno <> ws-cn-stockno
                       or sh-yearmonth > ws-this-month
                   set ws-eol to true
               else
                   add sh-units to ws-unsettled-units
               end-if
           end-perform
           close saleshistfile
           .

       list-consignments.
           display "STCK VENDOR  COST RECVD ONHND RETURNBY TITLE"
           move zero to ws-list-count
           initialize ws-cn-details
           move "N" to ws-eol-flag
           perform until ws-eol
               set cn-next-record to true
               call "consign" using ws-cn-function
                                    ws-cn-details
                                    ws-cn-file-status
               if ws-cn-file-status <> "00"
                   set ws-eol to true
               else
                   initialize ws-bk-details
                   move ws-cn-stockno to ws-bk-stockno
                   set bk-read-record to true
                   call "book" using ws-book-function
                                      ws-bk-details
                                      ws-book-file-status
                                      ws-bk-effective-retail
                   move ws-cn-stockno      to ws-l-stockno
                   move ws-cn-vendor-code  to ws-l-vendor
                   move ws-cn-agreed-cost  to ws-l-cost
                   move ws-cn-qty-received to ws-l-received
                   move ws-bk-onhand       to ws-l-onhand
                   move ws-cn-return-by    to ws-l-return-by
                   move ws-bk-title        to ws-l-title
                   display ws-list-line
                   add 1 to ws-list-count
               end-if
           end-perform
           display "bookcons: " ws-list-count " consignment titles"
           .
