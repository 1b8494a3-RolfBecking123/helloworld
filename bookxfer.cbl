      ****************************************************************
      *
      * Inter-store transfers.
      *
      * Copies of a title move from one shop to the other in two
      * legs, each keyed at the shop it happens in (the shop the
      * operator signs on at, booksign.cbl):
      *
      *   (S)hip     the sending shop keys the stock number and the
      *              copies going in the parcel; they come off its
      *              b-loc-onhand and onto b-in-transit, and a
      *              transfer record is written (transfer.cbl) with
      *              the next transfer number to go on the parcel -
      *              should it not be written, the copies go back
      *              onto the shop's count and nothing is sent, as
      *              no one could receive a parcel with no number
      *   (R)eceive  the other shop keys the transfer number when
      *              the parcel arrives; the copies come off
      *              b-in-transit and onto its own b-loc-onhand, and
      *              the transfer is marked received
      *   (L)ist     every transfer still on the road, either way
      *
      * b-onhand does not move - the copies are still the business's
      * - so availability and stock value are untouched while they
      * travel. Each leg is written to audit.dat with the transfer
      * number in aud-reference ("XFER" and the number): an XFROUT
      * carrying the sending shop's count before and after, and an
      * XFRIN carrying the receiving shop's (the bookprice.cbl
      * pattern: bookfile is opened here directly and the audit
      * record written alongside). Every leg keyed in the session is
      * printed to bookxfer<stamp>.rpt and catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookxfer.

       environment division.
       input-output section.
       file-control.
           select bookfile assign to "bookfile.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is b-stockno
               alternate record key is b-title with duplicates
               alternate record key is b-author with duplicates
               alternate record key is b-type with duplicates
               alternate record key is b-isbn with duplicates
               .

           select optional auditfile assign to "audit.dat"
               file status is ls-audit-status
               organization is line sequential
               .

           select xfer-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

       data division.
       file section.
       FD bookfile is external.
       copy "book-rec.cpy" replacing ==(prefix)== by ==b==.

       FD auditfile.
       copy "audit-rec.cpy" replacing ==(prefix)== by ==aud==.

       FD xfer-report.
       01 rpt-line                 pic x(80).

       working-storage section.
       01 ls-file-status           pic xx.
       01 ls-audit-status          pic xx.
       01 ls-rpt-status            pic xx.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".

       01 ws-action                pic x.
           88 ws-ship-leg            value "S" "s".
           88 ws-receive-leg         value "R" "r".
           88 ws-list-transit        value "L" "l".
           88 ws-quit                value "Q" "q".
       01 ws-confirm               pic x.
           88 ws-confirmed           value "Y" "y".
       01 ws-stockno-in            pic x(4).
       01 ws-qty-in                pic 9(5).
       01 ws-xfer-no-in            pic 9(6).
       01 ws-today                 pic 9(8).
       01 ws-list-eof-flag         pic x.
           88 ws-list-eof            value "Y".

       01 ws-loc-this              pic 9.
       01 ws-loc-other             pic 9.
       01 ws-old-loc-onhand        pic 9(5).
       01 ws-audit-operation       pic x(6).
       01 ws-audit-reference       pic x(10).
       01 ws-ref-xfer-no           pic 9(6).
       01 ws-leg-count             pic 9(5) value zero.
       01 ws-transit-count         pic 9(5).

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-xf-function           pic x.
           88 xf-read-record         value "1".
           88 xf-add-record          value "2".
           88 xf-next-record         value "4".
           88 xf-update-record       value "5".
       01 ws-xf-file-status        pic xx.
       copy "transfer-rec.cpy" replacing ==(prefix)== by ==ws-xf==.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-heading-1.
           05 filler                pic x(10) value "XFER #".
           05 filler                pic x(8)  value "STOCK #".
           05 filler                pic x(6)  value "FROM".
           05 filler                pic x(4)  value "TO".
           05 filler                pic x(8)  value "     QTY".
           05 filler                pic x(2)  value spaces.
           05 filler                pic x(10) value "LEG".
           05 filler                pic x(30) value "RESULT".

       01 ws-detail-line.
           05 ws-d-xfer-no          pic 9(6).
           05 filler                pic x(4)  value spaces.
           05 ws-d-stockno          pic x(4).
           05 filler                pic x(4)  value spaces.
           05 ws-d-from             pic 9.
           05 filler                pic x(5)  value spaces.
           05 ws-d-to               pic 9.
           05 filler                pic x(3)  value spaces.
           05 ws-d-qty              pic z(7)9.
           05 filler                pic x(2)  value spaces.
           05 ws-d-leg              pic x(10).
           05 ws-d-result           pic x(30).

       01 ws-show-line.
           05 filler                pic x(2)  value spaces.
           05 ws-s-xfer-no          pic 9(6).
           05 filler                pic x(2)  value spaces.
           05 ws-s-stockno          pic x(4).
           05 filler                pic x(7)  value "  SHOP ".
           05 ws-s-from             pic 9.
           05 filler                pic x(9)  value " TO SHOP ".
           05 ws-s-to               pic 9.
           05 filler                pic x(2)  value spaces.
           05 ws-s-qty              pic z(4)9.
           05 filler                pic x(10) value " SHIPPED ".
           05 ws-s-ship-date        pic 9(8).

       01 ws-count-line.
           05 filler                pic x(2)  value spaces.
           05 ws-c-title            pic x(30).
           05 filler                pic x(2)  value spaces.
           05 filler                pic x(7)  value "SHOP 1 ".
           05 ws-c-loc-1            pic z(4)9.
           05 filler                pic x(9)  value "  SHOP 2 ".
           05 ws-c-loc-2            pic z(4)9.
           05 filler                pic x(13) value "  IN TRANSIT ".
           05 ws-c-transit          pic z(4)9.

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           if signon-location = 2
               move 2 to ws-loc-this
               move 1 to ws-loc-other
           else
               move 1 to ws-loc-this
               move 2 to ws-loc-other
           end-if
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookxfer"            delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output xfer-report
           if ls-rpt-status <> "00"
               display "bookxfer: cannot open xfer-report, status "
                        ls-rpt-status
               stop run
           end-if
           perform write-page-heading

           move spaces to ws-action
           perform until ws-quit
               display "Shop " ws-loc-this
                       ": (S)hip, (R)eceive, (L)ist in transit,"
                       " (Q)uit? "
               move spaces to ws-action
               accept ws-action
               evaluate true
                when ws-ship-leg
                   perform ship-transfer
                when ws-receive-leg
                   perform receive-transfer
                when ws-list-transit
                   perform list-in-transit
                when ws-quit
                   continue
                when other
                   display "bookxfer: S, R, L or Q"
               end-evaluate
           end-perform

           move ws-leg-count to ws-rh-t-count
           move "TRANSFER LEGS ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close xfer-report
           perform register-report
           display "bookxfer: " ws-leg-count " transfer legs keyed"
           stop run
           .

       set-up-heading.
           move "bookxfer"    to ws-rh-h-program
           move "INTER-STORE TRANSFERS" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

      ****************************************************************
      * Shipping leg - copies leave this shop for the other one.
      ****************************************************************
       ship-transfer.
           display "Stock number: "
           move spaces to ws-stockno-in
           accept ws-stockno-in
           if ws-stockno-in = spaces
               exit paragraph
           end-if

           initialize ws-bk-details
           move ws-stockno-in to ws-bk-stockno
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               display "Stock number " ws-stockno-in " not on file"
               exit paragraph
           end-if
           perform show-shop-counts
           if ws-bk-loc-onhand(ws-loc-this) = zero
               display "Shop " ws-loc-this " has no copies to send"
               exit paragraph
           end-if

           display "Copies to send to shop " ws-loc-other ": "
           move zero to ws-qty-in
           accept ws-qty-in
           if ws-qty-in = zero
               exit paragraph
           end-if
           if ws-qty-in > ws-bk-loc-onhand(ws-loc-this)
               display "Shop " ws-loc-this " only has "
                       ws-bk-loc-onhand(ws-loc-this)
               exit paragraph
           end-if
           display "Confirm the parcel is going (Y/N)? "
           move "N" to ws-confirm
           accept ws-confirm
           if not ws-confirmed
               display "Transfer not made"
               exit paragraph
           end-if

           perform open-bookfile
           if ls-file-status <> "00"
               exit paragraph
           end-if
           move ws-stockno-in to b-stockno
           read bookfile key is b-stockno
           if ls-file-status <> "00"
               display "bookxfer: stock number " ws-stockno-in
                       " not read, status " ls-file-status
               close bookfile
               exit paragraph
           end-if
      *>------Sold off the shelf while the parcel was being packed
           if ws-qty-in > b-loc-onhand(ws-loc-this)
               display "Shop " ws-loc-this " now only has "
                       b-loc-onhand(ws-loc-this) " - not sent"
               close bookfile
               exit paragraph
           end-if
           move b-loc-onhand(ws-loc-this) to ws-old-loc-onhand
           subtract ws-qty-in from b-loc-onhand(ws-loc-this)
           add ws-qty-in to b-in-transit
           rewrite b-details
           if ls-file-status <> "00"
               display "bookxfer: bookfile not updated, status "
                       ls-file-status " - not sent"
               close bookfile
               exit paragraph
           end-if

           initialize ws-xf-details
           move ws-stockno-in      to ws-xf-stockno
           move ws-loc-this        to ws-xf-from-loc
           move ws-loc-other       to ws-xf-to-loc
           move ws-qty-in          to ws-xf-qty
           set ws-xf-status-shipped to true
           move ws-today           to ws-xf-ship-date
           move signon-operator-id to ws-xf-ship-operator
           set xf-add-record to true
           call "transfer" using ws-xf-function
                                 ws-xf-details
                                 ws-xf-file-status
           if ws-xf-file-status <> "00"
      *>-----------No number for the parcel means no way to receive
      *>-----------it, so the copies go back on the shelf
               display "bookxfer: transfer not recorded, status "
                       ws-xf-file-status " - not sent"
               add ws-qty-in to b-loc-onhand(ws-loc-this)
               subtract ws-qty-in from b-in-transit
               rewrite b-details
               if ls-file-status <> "00"
                   display "bookxfer: stock number " ws-stockno-in
                           " left with " ws-qty-in " in transit,"
                           " status " ls-file-status
                           " - put back by hand"
               end-if
               close bookfile
               exit paragraph
           end-if
           move "XFROUT" to ws-audit-operation
           move "SHIPPED" to ws-d-leg
           move ws-xf-xfer-no to ws-ref-xfer-no
           move spaces to ws-d-result
           display "Transfer " ws-xf-xfer-no
                   " - mark the parcel with this number"
           perform write-audit-record
           close bookfile
           perform write-detail-line
           .

      ****************************************************************
      * Receiving leg - a parcel from the other shop arrives here.
      ****************************************************************
       receive-transfer.
           display "Transfer number: "
           move zero to ws-xfer-no-in
           accept ws-xfer-no-in
           if ws-xfer-no-in = zero
               exit paragraph
           end-if

           initialize ws-xf-details
           move ws-xfer-no-in to ws-xf-xfer-no
           set xf-read-record to true
           call "transfer" using ws-xf-function
                                 ws-xf-details
                                 ws-xf-file-status
           if ws-xf-file-status <> "00"
               display "Transfer " ws-xfer-no-in " not on file"
               exit paragraph
           end-if
           if ws-xf-status-received
               display "Transfer " ws-xfer-no-in " already received "
                       ws-xf-recv-date
               exit paragraph
           end-if
           if ws-xf-to-loc <> ws-loc-this
               display "Transfer " ws-xfer-no-in " is going to shop "
                       ws-xf-to-loc " - receive it there"
               exit paragraph
           end-if

           move ws-xf-xfer-no   to ws-s-xfer-no
           move ws-xf-stockno   to ws-s-stockno
           move ws-xf-from-loc  to ws-s-from
           move ws-xf-to-loc    to ws-s-to
           move ws-xf-qty       to ws-s-qty
           move ws-xf-ship-date to ws-s-ship-date
           display ws-show-line
           display "Confirm the parcel has arrived (Y/N)? "
           move "N" to ws-confirm
           accept ws-confirm
           if not ws-confirmed
               display "Transfer " ws-xfer-no-in " not received"
               exit paragraph
           end-if

           perform open-bookfile
           if ls-file-status <> "00"
               exit paragraph
           end-if
           move ws-xf-stockno to b-stockno
           read bookfile key is b-stockno
           if ls-file-status <> "00"
               display "bookxfer: stock number " ws-xf-stockno
                       " not read, status " ls-file-status
               close bookfile
               exit paragraph
           end-if
           move b-loc-onhand(ws-loc-this) to ws-old-loc-onhand
           add ws-xf-qty to b-loc-onhand(ws-loc-this)
      *>------The copies were on b-onhand all along as in transit;
      *>------should a count have written them off meanwhile, they
      *>------are not found twice
           if ws-xf-qty > b-in-transit
               compute b-loc-onhand(ws-loc-this) =
                   ws-old-loc-onhand + b-in-transit
               move zero to b-in-transit
               move "IN TRANSIT WAS SHORT" to ws-d-result
           else
               subtract ws-xf-qty from b-in-transit
               move spaces to ws-d-result
           end-if
           rewrite b-details
           if ls-file-status <> "00"
               display "bookxfer: bookfile not updated, status "
                       ls-file-status " - not received"
               close bookfile
               exit paragraph
           end-if

           set ws-xf-status-received to true
           move ws-today           to ws-xf-recv-date
           move signon-operator-id to ws-xf-recv-operator
           set xf-update-record to true
           call "transfer" using ws-xf-function
                                 ws-xf-details
                                 ws-xf-file-status
           if ws-xf-file-status <> "00"
               display "bookxfer: transfer " ws-xfer-no-in
                       " not marked received, status "
                       ws-xf-file-status
               move "NOT MARKED RECEIVED - CHECK" to ws-d-result
           end-if

           move "XFRIN" to ws-audit-operation
           move "RECEIVED" to ws-d-leg
           move ws-xf-xfer-no to ws-ref-xfer-no
           perform write-audit-record
           close bookfile
           move ws-xf-stockno to ws-stockno-in
           move ws-xf-qty to ws-qty-in
           perform write-detail-line
           display "Transfer " ws-xfer-no-in " received"
           .

       list-in-transit.
           move zero to ws-transit-count
           initialize ws-xf-details
           move zero to ws-xf-xfer-no
           move "N" to ws-list-eof-flag
           perform until ws-list-eof
               set xf-next-record to true
               call "transfer" using ws-xf-function
                                     ws-xf-details
                                     ws-xf-file-status
               if ws-xf-file-status <> "00"
                   set ws-list-eof to true
               else
                   if ws-xf-status-shipped
                       move ws-xf-xfer-no   to ws-s-xfer-no
                       move ws-xf-stockno   to ws-s-stockno
                       move ws-xf-from-loc  to ws-s-from
                       move ws-xf-to-loc    to ws-s-to
                       move ws-xf-qty       to ws-s-qty
                       move ws-xf-ship-date to ws-s-ship-date
                       display ws-show-line
                       add 1 to ws-transit-count
                   end-if
               end-if
           end-perform
           display ws-transit-count " transfers in transit"
           .

       show-shop-counts.
           move ws-bk-title           to ws-c-title
           move ws-bk-loc-onhand(1)   to ws-c-loc-1
           move ws-bk-loc-onhand(2)   to ws-c-loc-2
           move ws-bk-in-transit      to ws-c-transit
           display ws-count-line
           .

       open-bookfile.
           open i-o bookfile
           if ls-file-status <> "00"
               display "bookxfer: cannot open bookfile, status "
                        ls-file-status
           end-if
           .

      *>------The onhand columns carry the count of the shop the leg
      *>------happened at; b-onhand itself does not move.
       write-audit-record.
           open extend auditfile
           evaluate ls-audit-status
            when "05"
            when "00"
               continue
            when other
               exit paragraph
           end-evaluate

           move spaces to ws-audit-reference
           string "XFER"         delimited by size
                  ws-ref-xfer-no delimited by size
               into ws-audit-reference
           move b-stockno          to aud-stockno
           move ws-audit-operation to aud-operation
           move ws-old-loc-onhand  to aud-old-onhand
           move b-loc-onhand(ws-loc-this) to aud-new-onhand
           move b-retail           to aud-old-retail
           move b-retail           to aud-new-retail
           move function current-date to aud-timestamp
           move signon-operator-id to aud-operator
           move ws-audit-reference to aud-reference
           write aud-record

           close auditfile
           .

       write-detail-line.
           perform check-page-break
           move ws-ref-xfer-no to ws-d-xfer-no
           move ws-stockno-in  to ws-d-stockno
           move ws-xf-from-loc to ws-d-from
           move ws-xf-to-loc   to ws-d-to
           move ws-qty-in      to ws-d-qty
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           add 1 to ws-leg-count
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
           move "bookxfer"             to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-leg-count           to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookxfer: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
