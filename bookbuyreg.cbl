      ****************************************************************
      *
      * Daily buyback register.
      *
      * Lists every used-book buyback on the buyback journal
      * (buyjnl.dat, written by bookbuy.cbl) for one day - today
      * unless another date is keyed - with the customer, the used
      * and new-edition stock numbers, the grade, copies and price,
      * and how the customer was paid. The foot gives the cash paid
      * out of the drawer, which the till count needs to balance,
      * and the store credit issued apart from it. Printed to
      * bookbuyreg<stamp>.rpt and catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookbuyreg.

       environment division.
       input-output section.
       file-control.
           select buyback-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select optional buyjnlfile assign to "buyjnl.dat"
               organization is line sequential
               file status is ls-bj-status
               .

       data division.
       file section.
       FD buyback-report.
       01 rpt-line                 pic x(80).

       FD buyjnlfile.
       copy "buyjnl-rec.cpy" replacing ==(prefix)== by ==bj==.

       working-storage section.
       01 ls-rpt-status            pic xx.
       01 ls-bj-status             pic xx.

       01 ws-eof-flag              pic x.
           88 ws-eof                  value "Y".
       01 ws-date-in               pic 9(8).
       01 ws-register-date         pic 9(8).
       01 ws-buy-count             pic 9(5) value zero.
       01 ws-copies                pic 9(7) value zero.
       01 ws-cash-paid             pic 9(7)v99 value zero.
       01 ws-cash-count            pic 9(5) value zero.
       01 ws-credit-issued         pic 9(7)v99 value zero.
       01 ws-credit-count          pic 9(5) value zero.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-date-line.
           05 filler                pic x(20) value "BUYBACKS FOR".
           05 ws-dl-date            pic 9(8).

       01 ws-heading-1.
           05 filler                pic x(9)  value "TIME".
           05 filler                pic x(8)  value "CUST #".
           05 filler                pic x(6)  value "USED".
           05 filler                pic x(6)  value "NEW".
           05 filler                pic x(3)  value "GR".
           05 filler                pic x(6)  value "   QTY".
           05 filler                pic x(7)  value "   EACH".
           05 filler                pic x(11) value "     AMOUNT".
           05 filler                pic x(8)  value "  PAID".
           05 filler                pic x(10) value "CREDIT #".
           05 filler                pic x(3)  value "OPR".

       01 ws-detail-line.
           05 ws-d-time             pic 99b99b99.
           05 filler                pic x(1)  value space.
           05 ws-d-customer-no      pic 9(6).
           05 filler                pic x(2)  value spaces.
           05 ws-d-stockno          pic x(4).
           05 filler                pic x(2)  value spaces.
           05 ws-d-new-stockno      pic x(4).
           05 filler                pic x(2)  value spaces.
           05 ws-d-grade            pic x.
           05 filler                pic x(3)  value spaces.
           05 ws-d-qty              pic z(4)9.
           05 filler                pic x(2)  value spaces.
           05 ws-d-each             pic z9.99.
           05 filler                pic x(2)  value spaces.
           05 ws-d-amount           pic zz,zz9.99.
           05 filler                pic x(2)  value spaces.
           05 ws-d-paid             pic x(6).
           05 ws-d-credit-no        pic x(8).
           05 filler                pic x(2)  value spaces.
           05 ws-d-operator         pic x(3).

       01 ws-total-line.
           05 ws-t-label            pic x(25).
           05 ws-t-count            pic zzzz9.
           05 filler                pic x(14) value " BUYBACKS".
           05 ws-t-amount           pic z,zzz,zz9.99.

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           display "Buyback register for date (YYYYMMDD, "
                   "blank = today): "
           move zero to ws-date-in
           accept ws-date-in
           if ws-date-in = zero
               move ws-rh-run-stamp(1:8) to ws-register-date
           else
               move ws-date-in to ws-register-date
           end-if
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookbuyreg"          delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output buyback-report
           if ls-rpt-status <> "00"
               display "bookbuyreg: cannot open buyback-report, status "
                        ls-rpt-status
               stop run
           end-if
           perform write-page-heading

           open input buyjnlfile
           if ls-bj-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read buyjnlfile
                   if ls-bj-status <> "00"
                       set ws-eof to true
                   else
                       if bj-date = ws-register-date
                           perform write-buyback-line
                       end-if
                   end-if
               end-perform
               close buyjnlfile
           end-if

           perform write-totals
           move ws-buy-count to ws-rh-t-count
           move "BUYBACKS ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close buyback-report
           perform register-report
           display "bookbuyreg: " ws-buy-count " buybacks, "
                    ws-copies " copies, cash paid " ws-cash-paid
                    ", credit issued " ws-credit-issued
           stop run
           .

       set-up-heading.
           move "bookbuyreg"  to ws-rh-h-program
           move "DAILY BUYBACK REGISTER" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       write-buyback-line.
           perform check-page-break
           move bj-time            to ws-d-time
           move bj-customer-no     to ws-d-customer-no
           move bj-stockno         to ws-d-stockno
           move bj-new-stockno     to ws-d-new-stockno
           move bj-grade           to ws-d-grade
           move bj-qty             to ws-d-qty
           move bj-price-each      to ws-d-each
           move bj-amount          to ws-d-amount
           move bj-operator        to ws-d-operator
           if bj-paid-credit
               move "CREDIT"       to ws-d-paid
               move bj-credit-no   to ws-d-credit-no
               add bj-amount to ws-credit-issued
               add 1 to ws-credit-count
           else
               move "CASH"         to ws-d-paid
               move spaces         to ws-d-credit-no
               add bj-amount to ws-cash-paid
               add 1 to ws-cash-count
           end-if
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           add 1 to ws-buy-count
           add bj-qty to ws-copies
           .

       write-totals.
           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move "CASH PAID OUT"       to ws-t-label
           move ws-cash-count         to ws-t-count
           move ws-cash-paid          to ws-t-amount
           move ws-total-line to rpt-line
           write rpt-line
           move "STORE CREDIT ISSUED" to ws-t-label
           move ws-credit-count       to ws-t-count
           move ws-credit-issued      to ws-t-amount
           move ws-total-line to rpt-line
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
           move ws-register-date to ws-dl-date
           move ws-date-line to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           move 4 to ws-rh-line-count
           .

       register-report.
           initialize ws-rc-details
           move "bookbuyreg"           to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-buy-count           to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookbuyreg: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
