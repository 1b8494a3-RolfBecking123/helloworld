      ****************************************************************
      *
      * Nightly hold-shelf release and pickup call list.
      *
      * Walks the hold shelf (hold.dat, through hold.cbl) twice. The
      * first pass prints a call list of the holds whose pickup-by
      * date falls within the next ws-warn-days days - customer name
      * and phone from customer.dat, title from bookfile - so the
      * counter can ring them before the copies go back. The second
      * pass releases every hold whose pickup-by date has passed:
      * the hold is deleted, which returns its copies to the
      * available figure for general sale (they never left b-onhand),
      * and is listed under the released holds. Run from bookeod.cbl
      * ahead of bookpost, so a released copy the register sold today
      * posts normally.
      *
      ****************************************************************

       identification division.
       program-id. bookhldrel.

       environment division.
       input-output section.
       file-control.
           select hold-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

       data division.
       file section.
       FD hold-report.
       01 rpt-line                 pic x(80).

       working-storage section.
       01 ls-rpt-status            pic xx.

       01 ws-eol-flag              pic x.
           88 ws-eol                  value "Y".
       01 ws-today                 pic 9(8).
       01 ws-warn-days             pic 9(2) value 2.
       01 ws-warn-days-edit        pic z9.
       01 ws-warn-days-text        pic x(2).
       01 ws-warn-date             pic 9(8).
       01 ws-day-int               pic 9(8).
       01 ws-call-count            pic 9(5) value zero.
       01 ws-released-count        pic 9(5) value zero.
       01 ws-units-released        pic 9(7) value zero.

       01 ws-saved-key.
           03 ws-saved-stockno     pic x(4).
           03 ws-saved-customer-no pic 9(6).

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-cu-function           pic x.
           88 cu-read-record         value "1".
       01 ws-cu-file-status        pic xx.
       copy "customer-rec.cpy" replacing ==(prefix)== by ==ws-cu==.

       01 ws-hd-function           pic x.
           88 hd-delete-record       value "3".
           88 hd-next-record         value "4".
       01 ws-hd-file-status        pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hd==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-section-heading       pic x(60).

       01 ws-heading-1.
           05 filler                pic x(6)  value "STOCK".
           05 filler                pic x(23) value "TITLE".
           05 filler                pic x(21) value "CUSTOMER".
           05 filler                pic x(16) value "PHONE".
           05 filler                pic x(4)  value "QTY".
           05 filler                pic x(8)  value "PICKUP".

       01 ws-detail-line.
           05 ws-d-stockno          pic x(4).
           05 filler                pic x(2)  value spaces.
           05 ws-d-title            pic x(22).
           05 filler                pic x     value space.
           05 ws-d-customer         pic x(20).
           05 filler                pic x     value space.
           05 ws-d-phone            pic x(15).
           05 filler                pic x     value space.
           05 ws-d-qty              pic zz9.
           05 filler                pic x     value space.
           05 ws-d-pickup-by        pic 9(8).

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           compute ws-day-int =
               function integer-of-date(ws-today) + ws-warn-days
           move function date-of-integer(ws-day-int) to ws-warn-date
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookhldrel"          delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output hold-report
           if ls-rpt-status <> "00"
               display "bookhldrel: cannot open hold-report, status "
                        ls-rpt-status
               move 16 to return-code
               goback
           end-if
           perform write-page-heading

           move ws-warn-days to ws-warn-days-edit
           if ws-warn-days < 10
               move ws-warn-days-edit(2:1) to ws-warn-days-text
           else
               move ws-warn-days-edit to ws-warn-days-text
           end-if
           move spaces to ws-section-heading
           string "CALL LIST - HOLDS DUE FOR PICKUP IN THE NEXT "
                                        delimited by size
                  ws-warn-days-text     delimited by space
                  " DAYS"               delimited by size
               into ws-section-heading
           perform write-section-heading
           perform write-call-list

           move "RELEASED - NOT COLLECTED BY THE PICKUP DATE"
               to ws-section-heading
           perform write-section-heading
           perform release-expired-holds

           move ws-released-count to ws-rh-t-count
           move "RELEASED ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close hold-report
           perform register-report
           display "bookhldrel: " ws-call-count " holds to call, "
                    ws-released-count " released ("
                    ws-units-released " copies)"
           goback
           .

       set-up-heading.
           move "bookhldrel"  to ws-rh-h-program
           move "HOLD SHELF RELEASE AND CALL LIST" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       write-call-list.
           initialize ws-hd-details
           move "N" to ws-eol-flag
           perform until ws-eol
               set hd-next-record to true
               call "hold" using ws-hd-function
                                 ws-hd-details
                                 ws-hd-file-status
               if ws-hd-file-status <> "00"
                   set ws-eol to true
               else
                   if ws-hd-pickup-by >= ws-today
                           and ws-hd-pickup-by <= ws-warn-date
                       perform write-hold-line
                       add 1 to ws-call-count
                   end-if
               end-if
           end-perform
           .

      *>------A hold still good today is kept; one whose pickup-by is
      *>------before today has had its last day on the shelf.
       release-expired-holds.
           initialize ws-hd-details
           move "N" to ws-eol-flag
           perform until ws-eol
               set hd-next-record to true
               call "hold" using ws-hd-function
                                 ws-hd-details
                                 ws-hd-file-status
               if ws-hd-file-status <> "00"
                   set ws-eol to true
               else
                   if ws-hd-pickup-by < ws-today
                       perform release-one-hold
                   end-if
               end-if
           end-perform
           .

       release-one-hold.
           perform write-hold-line
           move ws-hd-key to ws-saved-key
           set hd-delete-record to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-file-status = "00"
               add 1 to ws-released-count
               add ws-hd-qty to ws-units-released
           else
               display "bookhldrel: cannot release hold "
                       ws-saved-stockno "/" ws-saved-customer-no
                       " status " ws-hd-file-status
           end-if
           move ws-saved-key to ws-hd-key
           .

       write-hold-line.
           initialize ws-bk-details
           move ws-hd-stockno to ws-bk-stockno
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           initialize ws-cu-details
           move ws-hd-customer-no to ws-cu-number
           set cu-read-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status

           perform check-page-break
           move ws-hd-stockno   to ws-d-stockno
           move ws-bk-title     to ws-d-title
           move ws-cu-name      to ws-d-customer
           move ws-cu-phone     to ws-d-phone
           move ws-hd-qty       to ws-d-qty
           move ws-hd-pickup-by to ws-d-pickup-by
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       write-section-heading.
           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move ws-section-heading to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           add 3 to ws-rh-line-count
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
           move 2 to ws-rh-line-count
           .

       register-report.
           initialize ws-rc-details
           move "bookhldrel"           to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-released-count      to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookhldrel: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
