      ****************************************************************
      *
      * Month-end consignment settlement.
      *
      * For the month keyed in (YYYYMM; nothing keyed means the month
      * just ended) prints a settlement statement for every vendor
      * with titles on consign.dat: each title's units sold that
      * month, taken from its saleshist.dat bucket, at the agreed
      * cost, the amount due per title and the total the shop owes
      * the vendor. Under each statement is the vendor's unsold stock
      * that is due back - titles still on hand whose return-by date
      * falls on or before the last day of the month - so the copies
      * can be pulled and returned with the payment. Each vendor
      * starts a new page. The title's consignment record is stamped
      * with the month settled; a title already settled for the month
      * is marked REPRINT on a rerun so it is not paid twice. Printed
      * to bookconset<stamp>.rpt and catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookconset.

       environment division.
       input-output section.
       file-control.
           select settle-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select saleshistfile assign to "saleshist.dat"
               file status is ls-hist-status
               organization is indexed
               access mode is dynamic
               record key is sh-key
               .

           select sortwork assign to "bookconset.srt"
               .

       data division.
       file section.
       FD settle-report.
       01 rpt-line                 pic x(80).

       FD saleshistfile.
       copy "saleshist-rec.cpy" replacing ==(prefix)== by ==sh==.

       SD sortwork.
       01 sd-record.
           05 sd-vendor-code       pic x(6).
           05 sd-stockno           pic x(4).
           05 sd-title             pic x(30).
           05 sd-units-sold        pic 9(5).
           05 sd-agreed-cost       pic 99v99.
           05 sd-onhand            pic 9(5).
           05 sd-return-by         pic 9(8).
           05 sd-reprint-flag      pic x.
               88 sd-reprint          value "Y".

       working-storage section.
       01 ls-rpt-status            pic xx.
       01 ls-hist-status           pic xx.

       01 ws-eof-flag              pic x.
           88 ws-eof                  value "Y".
       01 ws-hist-ok-flag          pic x value "N".
           88 ws-hist-ok              value "Y".

       01 ws-today                 pic 9(8).
       01 ws-month-in              pic 9(6).
       01 ws-settle-month          pic 9(6).
       01 ws-work-yyyy             pic 9(4).
       01 ws-work-mm               pic 9(2).
       01 ws-next-first            pic 9(8).
       01 ws-month-end             pic 9(8).
       01 ws-day-int               pic 9(8).

       01 ws-prev-vendor           pic x(6).
       01 ws-first-record-flag     pic x value "Y".
           88 ws-first-record         value "Y".
       01 ws-amount-due            pic 9(7)v99.
       01 ws-vendor-units          pic 9(7).
       01 ws-vendor-due            pic 9(7)v99.
       01 ws-grand-due             pic 9(8)v99 value zero.
       01 ws-vendor-count          pic 9(5) value zero.
       01 ws-title-count           pic 9(5) value zero.
       01 ws-back-count            pic 9(5) value zero.

      *>--The vendor's due-back titles, printed under the statement
       01 ws-back-table.
           03 ws-back-entry occurs 200 times.
               05 ws-bt-stockno     pic x(4).
               05 ws-bt-title       pic x(30).
               05 ws-bt-onhand      pic 9(5).
               05 ws-bt-return-by   pic 9(8).
       01 ws-back-index            pic 9(3).
       01 ws-back-used             pic 9(3).

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

       01 ws-vendor-function       pic x.
           88 vw-read-record         value "1".
       01 ws-vendor-file-status    pic xx.
       copy "vendor-rec.cpy" replacing ==(prefix)== by ==ws-vw==.

       01 ws-cn-function           pic x.
           88 cn-next-record         value "4".
           88 cn-update-record       value "5".
       01 ws-cn-file-status        pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-vendor-heading-1.
           05 filler                pic x(22)
               value "SETTLEMENT STATEMENT".
           05 filler                pic x(7)  value "MONTH ".
           05 ws-vh-month           pic 9(6).
           05 filler                pic x(10) value "  VENDOR ".
           05 ws-vh-code            pic x(6).
       01 ws-vendor-heading-2.
           05 filler                pic x(2)  value spaces.
           05 ws-vh-name            pic x(30).
           05 filler                pic x(2)  value spaces.
           05 ws-vh-address         pic x(44).

       01 ws-heading-1.
           05 filler                pic x(7)  value "STOCK".
           05 filler                pic x(32) value "TITLE".
           05 filler                pic x(7)  value "  SOLD".
           05 filler                pic x(9)  value "   AGREED".
           05 filler                pic x(12) value "  AMOUNT DUE".

       01 ws-detail-line.
           05 ws-d-stockno          pic x(4).
           05 filler                pic x(3)  value spaces.
           05 ws-d-title            pic x(30).
           05 filler                pic x(2)  value spaces.
           05 ws-d-units            pic z(5)9.
           05 filler                pic x(3)  value spaces.
           05 ws-d-cost             pic z9.99.
           05 filler                pic x(2)  value spaces.
           05 ws-d-due              pic z,zzz,zz9.99.
           05 ws-d-flag             pic x(9).

       01 ws-vendor-total-line.
           05 filler                pic x(39)
               value "  TOTAL DUE TO VENDOR".
           05 ws-vt-units           pic z(5)9.
           05 filler                pic x(10) value spaces.
           05 ws-vt-due             pic z,zzz,zz9.99.

       01 ws-back-heading.
           05 filler                pic x(40)
               value "  UNSOLD STOCK DUE BACK".
           05 filler                pic x(9)  value "  ON HAND".
           05 filler                pic x(11) value "  RETURN BY".

       01 ws-back-line.
           05 filler                pic x(2)  value spaces.
           05 ws-b-stockno          pic x(4).
           05 filler                pic x(3)  value spaces.
           05 ws-b-title            pic x(30).
           05 filler                pic x(3)  value spaces.
           05 ws-b-onhand           pic z(4)9.
           05 filler                pic x(3)  value spaces.
           05 ws-b-return-by        pic 9(8).

       01 ws-none-back-line         pic x(40)
               value "  NOTHING DUE BACK".

       01 ws-grand-total-line.
           05 filler                pic x(30)
               value "TOTAL DUE - ALL VENDORS".
           05 ws-g-vendors          pic zzzz9.
           05 filler                pic x(20) value " VENDORS".
           05 filler                pic x(1)  value spaces.
           05 ws-g-due              pic zz,zzz,zz9.99.

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           display "Settle consignment sales for month (YYYYMM, "
                   "blank = last month): "
           move zero to ws-month-in
           accept ws-month-in
           perform set-settle-month
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookconset"          delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output settle-report
           if ls-rpt-status <> "00"
               display "bookconset: cannot open settle-report, status "
                        ls-rpt-status
               move 16 to return-code
               goback
           end-if

           open input saleshistfile
           if ls-hist-status = "00"
               set ws-hist-ok to true
           else
               display "bookconset: no sales history, status "
                        ls-hist-status " - no units sold"
           end-if

           sort sortwork
               on ascending key sd-vendor-code sd-stockno
               input procedure is select-consignments
               output procedure is print-statements

           if ws-hist-ok
               close saleshistfile
           end-if
           move ws-title-count to ws-rh-t-count
           move "TITLES ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close settle-report
           perform register-report
           display "bookconset: " ws-vendor-count " vendors, "
                    ws-grand-due " due for " ws-settle-month
           goback
           .

      *>------The month keyed in, or the month before today's; the
      *>------day before the first of the next month is its last day.
       set-settle-month section.
           if ws-month-in > zero
               move ws-month-in to ws-settle-month
           else
               move ws-today(1:4) to ws-work-yyyy
               move ws-today(5:2) to ws-work-mm
               if ws-work-mm = 01
                   subtract 1 from ws-work-yyyy
                   move 12 to ws-work-mm
               else
                   subtract 1 from ws-work-mm
               end-if
               move ws-work-yyyy to ws-settle-month(1:4)
               move ws-work-mm   to ws-settle-month(5:2)
           end-if

           move ws-settle-month(1:4) to ws-work-yyyy
           move ws-settle-month(5:2) to ws-work-mm
           if ws-work-mm = 12
               add 1 to ws-work-yyyy
               move 01 to ws-work-mm
           else
               add 1 to ws-work-mm
           end-if
           move ws-work-yyyy to ws-next-first(1:4)
           move ws-work-mm   to ws-next-first(5:2)
           move "01"         to ws-next-first(7:2)
           compute ws-day-int =
               function integer-of-date(ws-next-first) - 1
           move function date-of-integer(ws-day-int) to ws-month-end
           .

       set-up-heading section.
           move "bookconset"  to ws-rh-h-program
           move "CONSIGNMENT SETTLEMENT" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       select-consignments section.
           initialize ws-cn-details
           move "N" to ws-eof-flag
           perform until ws-eof
               set cn-next-record to true
               call "consign" using ws-cn-function
                                    ws-cn-details
                                    ws-cn-file-status
               if ws-cn-file-status <> "00"
                   set ws-eof to true
               else
                   perform release-one-title
               end-if
           end-perform
           .

       release-one-title section.
           initialize ws-bk-details
           move ws-cn-stockno to ws-bk-stockno
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail

           move zero to sd-units-sold
           if ws-hist-ok
               move ws-cn-stockno   to sh-stockno
               move ws-settle-month to sh-yearmonth
               read saleshistfile
               if ls-hist-status = "00"
                   move sh-units to sd-units-sold
               end-if
           end-if

           move ws-cn-vendor-code to sd-vendor-code
           move ws-cn-stockno     to sd-stockno
           move ws-bk-title       to sd-title
           move ws-cn-agreed-cost to sd-agreed-cost
           move ws-bk-onhand      to sd-onhand
           move ws-cn-return-by   to sd-return-by
           if ws-cn-last-settled >= ws-settle-month
               move "Y" to sd-reprint-flag
           else
               move "N" to sd-reprint-flag
               move ws-settle-month    to ws-cn-last-settled
               set cn-update-record to true
               call "consign" using ws-cn-function
                                    ws-cn-details
                                    ws-cn-file-status
           end-if
           release sd-record
           .

       print-statements section.
           move "N" to ws-eof-flag
           perform until ws-eof
               return sortwork at end
                   set ws-eof to true
               end-return
               if not ws-eof
                   if ws-first-record
                           or sd-vendor-code <> ws-prev-vendor
                       if not ws-first-record
                           perform finish-vendor
                       end-if
                       move "N" to ws-first-record-flag
                       move sd-vendor-code to ws-prev-vendor
                       perform start-vendor
                   end-if
                   perform print-one-title
               end-if
           end-perform
           if not ws-first-record
               perform finish-vendor
           end-if

           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move ws-vendor-count to ws-g-vendors
           move ws-grand-due    to ws-g-due
           move ws-grand-total-line to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count
           .

       start-vendor section.
           move zero to ws-vendor-units
           move zero to ws-vendor-due
           move zero to ws-back-used
           add 1 to ws-vendor-count
           initialize ws-vw-details
           move sd-vendor-code to ws-vw-code
           set vw-read-record to true
           call "vendor" using ws-vendor-function
                               ws-vw-details
                               ws-vendor-file-status
           if ws-vendor-file-status <> "00"
               move "** VENDOR NOT ON FILE **" to ws-vw-name
           end-if
           perform write-page-heading
           .

       print-one-title section.
           compute ws-amount-due = sd-units-sold * sd-agreed-cost
           perform check-page-break
           move sd-stockno     to ws-d-stockno
           move sd-title       to ws-d-title
           move sd-units-sold  to ws-d-units
           move sd-agreed-cost to ws-d-cost
           move ws-amount-due  to ws-d-due
           if sd-reprint
               move " REPRINT" to ws-d-flag
           else
               move spaces to ws-d-flag
           end-if
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count

           add sd-units-sold to ws-vendor-units
           add ws-amount-due to ws-vendor-due
           add ws-amount-due to ws-grand-due
           add 1 to ws-title-count

           if sd-onhand > zero
                   and sd-return-by > zero
                   and sd-return-by <= ws-month-end
                   and ws-back-used < 200
               add 1 to ws-back-used
               move sd-stockno   to ws-bt-stockno(ws-back-used)
               move sd-title     to ws-bt-title(ws-back-used)
               move sd-onhand    to ws-bt-onhand(ws-back-used)
               move sd-return-by to ws-bt-return-by(ws-back-used)
           end-if
           .

       finish-vendor section.
           perform check-page-break
           move ws-vendor-units to ws-vt-units
           move ws-vendor-due   to ws-vt-due
           move ws-vendor-total-line to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ws-back-heading to rpt-line
           write rpt-line
           add 3 to ws-rh-line-count

           if ws-back-used = zero
               move ws-none-back-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-if
           perform varying ws-back-index from 1 by 1
                   until ws-back-index > ws-back-used
               perform check-page-break
               move ws-bt-stockno(ws-back-index)   to ws-b-stockno
               move ws-bt-title(ws-back-index)     to ws-b-title
               move ws-bt-onhand(ws-back-index)    to ws-b-onhand
               move ws-bt-return-by(ws-back-index) to ws-b-return-by
               move ws-back-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
               add 1 to ws-back-count
           end-perform
           .

       check-page-break section.
           if ws-rh-line-count >= ws-rh-page-limit
               perform write-page-heading
           end-if
           .

      *>------Every page carries the vendor it belongs to, so a
      *>------statement torn off the run still says whose it is.
       write-page-heading section.
           add 1 to ws-rh-page-number
           move ws-rh-page-number to ws-rh-h-page
           move ws-rh-heading-line to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ws-settle-month to ws-vh-month
           move ws-prev-vendor  to ws-vh-code
           move ws-vendor-heading-1 to rpt-line
           write rpt-line
           move ws-vw-name      to ws-vh-name
           move ws-vw-address   to ws-vh-address
           move ws-vendor-heading-2 to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           move 6 to ws-rh-line-count
           .

       register-report section.
           initialize ws-rc-details
           move "bookconset"           to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-title-count         to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookconset: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
