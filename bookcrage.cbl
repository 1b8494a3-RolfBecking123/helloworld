      ****************************************************************
      *
      * Store-credit liability aging report.
      *
      * What the shop owes its customers in store credit, and how old
      * it is. Every OPEN credit on storecred.dat with an amount left
      * is aged from sc-date-issued to today and sorted into the
      * 0-90, 91-180, 181-365 and over-a-year buckets; each bucket
      * lists its credits oldest first with the customer's name from
      * customer.dat and closes with a subtotal, and the report ends
      * with the grand total of outstanding liability - the figure
      * year-end needs. Used and expired credits owe nothing and are
      * left out. Read-only; printed to bookcrage<stamp>.rpt and
      * catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookcrage.

       environment division.
       input-output section.
       file-control.
           select age-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select sortwork assign to "bookcrage.srt"
               .

       data division.
       file section.
       FD age-report.
       01 rpt-line                 pic x(80).

       SD sortwork.
       01 sd-record.
           05 sd-bucket            pic 9.
           05 sd-date-issued       pic 9(8).
           05 sd-credit-no         pic 9(8).
           05 sd-customer-no       pic 9(6).
           05 sd-age-days          pic 9(5).
           05 sd-amount-issued     pic 9(5)v99.
           05 sd-amount-left       pic 9(5)v99.

       working-storage section.
       01 ls-rpt-status            pic xx.

       01 ws-eof-flag              pic x.
           88 ws-eof                  value "Y".
       01 ws-today                 pic 9(8).
       01 ws-today-int             pic 9(8).
       01 ws-age-days              pic 9(5).

      *>--Upper age limit in days of each bucket but the last
       01 ws-bucket-limits.
           03 filler               pic 9(5) value 90.
           03 filler               pic 9(5) value 180.
           03 filler               pic 9(5) value 365.
       01 ws-bucket-limit-list redefines ws-bucket-limits.
           03 ws-bucket-limit occurs 3 times pic 9(5).
       01 ws-bucket-names.
           03 filler               pic x(20) value "0 - 90 DAYS".
           03 filler               pic x(20) value "91 - 180 DAYS".
           03 filler               pic x(20) value "181 - 365 DAYS".
           03 filler               pic x(20) value "OVER ONE YEAR".
       01 ws-bucket-name-list redefines ws-bucket-names.
           03 ws-bucket-name occurs 4 times pic x(20).
       01 ws-bucket                pic 9.

       01 ws-prev-bucket           pic 9.
       01 ws-first-record-flag     pic x value "Y".
           88 ws-first-record         value "Y".
       01 ws-bucket-count          pic 9(5).
       01 ws-bucket-amount         pic 9(7)v99.
       01 ws-credit-count          pic 9(5) value zero.
       01 ws-grand-amount          pic 9(8)v99 value zero.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       01 ws-sc-function           pic x.
           88 sc-next-record         value "4".
       01 ws-sc-file-status        pic xx.
       copy "storecred-rec.cpy" replacing ==(prefix)== by ==ws-sc==.

       01 ws-cu-function           pic x.
           88 cu-read-record         value "1".
       01 ws-cu-file-status        pic xx.
       copy "customer-rec.cpy" replacing ==(prefix)== by ==ws-cu==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-bucket-heading.
           05 filler                pic x(8)  value "AGED ".
           05 ws-bh-name            pic x(20).

       01 ws-heading-1.
           05 filler                pic x(10) value "CREDIT #".
           05 filler                pic x(8)  value "CUST #".
           05 filler                pic x(23) value "NAME".
           05 filler                pic x(10) value "ISSUED".
           05 filler                pic x(6)  value "  AGE".
           05 filler                pic x(11) value "     AMOUNT".
           05 filler                pic x(11) value "       LEFT".

       01 ws-detail-line.
           05 ws-d-credit-no        pic 9(8).
           05 filler                pic x(2)  value spaces.
           05 ws-d-customer-no      pic 9(6).
           05 filler                pic x(2)  value spaces.
           05 ws-d-name             pic x(22).
           05 filler                pic x     value space.
           05 ws-d-date-issued      pic 9(8).
           05 filler                pic x(2)  value spaces.
           05 ws-d-age              pic z(4)9.
           05 filler                pic x(2)  value spaces.
           05 ws-d-amount-issued    pic zz,zz9.99.
           05 filler                pic x(2)  value spaces.
           05 ws-d-amount-left      pic zz,zz9.99.

       01 ws-subtotal-line.
           05 filler                pic x(10) value "  SUBTOTAL".
           05 filler                pic x(2)  value spaces.
           05 ws-s-count            pic zzzz9.
           05 filler                pic x(9)  value " CREDITS ".
           05 ws-s-name             pic x(20).
           05 filler                pic x(20) value spaces.
           05 ws-s-amount           pic z,zzz,zz9.99.

       01 ws-grand-total-line.
           05 filler                pic x(25)
               value "TOTAL STORE-CREDIT OWED".
           05 ws-g-count            pic zzzz9.
           05 filler                pic x(9)  value " CREDITS ".
           05 filler                pic x(27) value spaces.
           05 ws-g-amount           pic zz,zzz,zz9.99.

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           compute ws-today-int = function integer-of-date(ws-today)
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookcrage"           delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output age-report
           if ls-rpt-status <> "00"
               display "bookcrage: cannot open age-report, status "
                        ls-rpt-status
               stop run
           end-if
           perform write-page-heading

           sort sortwork
               on ascending key sd-bucket sd-date-issued sd-credit-no
               input procedure is select-open-credits
               output procedure is print-aging

           move ws-credit-count to ws-rh-t-count
           move "CREDITS ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close age-report
           perform register-report
           display "bookcrage: " ws-credit-count " open credits, "
                    ws-grand-amount " outstanding"
           stop run
           .

       set-up-heading section.
           move "bookcrage"   to ws-rh-h-program
           move "STORE-CREDIT LIABILITY AGING" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       select-open-credits section.
           initialize ws-sc-details
           move "N" to ws-eof-flag
           perform until ws-eof
               set sc-next-record to true
               call "storecred" using ws-sc-function
                                      ws-sc-details
                                      ws-sc-file-status
               if ws-sc-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-sc-status-open
                           and ws-sc-amount-left > zero
                       perform release-one-credit
                   end-if
               end-if
           end-perform
           .

       release-one-credit section.
           if ws-sc-date-issued = zero
                   or ws-sc-date-issued > ws-today
               move zero to ws-age-days
           else
               compute ws-age-days = ws-today-int
                   - function integer-of-date(ws-sc-date-issued)
           end-if
      *>------Falls out of the search as bucket 4 when over a year
           perform varying ws-bucket from 1 by 1
                   until ws-bucket > 3
               if ws-age-days <= ws-bucket-limit(ws-bucket)
                   exit perform
               end-if
           end-perform

           move ws-bucket           to sd-bucket
           move ws-sc-date-issued   to sd-date-issued
           move ws-sc-credit-no     to sd-credit-no
           move ws-sc-customer-no   to sd-customer-no
           move ws-age-days         to sd-age-days
           move ws-sc-amount-issued to sd-amount-issued
           move ws-sc-amount-left   to sd-amount-left
           release sd-record
           .

       print-aging section.
           move "N" to ws-eof-flag
           perform until ws-eof
               return sortwork
                   at end
                       set ws-eof to true
                   not at end
                       perform print-one-credit
               end-return
           end-perform
           if not ws-first-record
               perform write-bucket-subtotal
           end-if

           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move ws-credit-count to ws-g-count
           move ws-grand-amount to ws-g-amount
           move ws-grand-total-line to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count
           .

       print-one-credit section.
           if ws-first-record
               move "N" to ws-first-record-flag
               move sd-bucket to ws-prev-bucket
               perform start-bucket
           else
               if sd-bucket <> ws-prev-bucket
                   perform write-bucket-subtotal
                   move sd-bucket to ws-prev-bucket
                   perform start-bucket
               end-if
           end-if

           initialize ws-cu-details
           move sd-customer-no to ws-cu-number
           set cu-read-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status

           perform check-page-break
           move sd-credit-no     to ws-d-credit-no
           move sd-customer-no   to ws-d-customer-no
           move ws-cu-name       to ws-d-name
           move sd-date-issued   to ws-d-date-issued
           move sd-age-days      to ws-d-age
           move sd-amount-issued to ws-d-amount-issued
           move sd-amount-left   to ws-d-amount-left
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count

           add 1 to ws-bucket-count
           add sd-amount-left to ws-bucket-amount
           add 1 to ws-credit-count
           add sd-amount-left to ws-grand-amount
           .

       start-bucket section.
           move zero to ws-bucket-count
           move zero to ws-bucket-amount
           perform check-page-break
           move ws-bucket-name(ws-prev-bucket) to ws-bh-name
           move spaces to rpt-line
           write rpt-line
           move ws-bucket-heading to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count
           .

       write-bucket-subtotal section.
           perform check-page-break
           move ws-bucket-count  to ws-s-count
           move ws-bucket-name(ws-prev-bucket) to ws-s-name
           move ws-bucket-amount to ws-s-amount
           move ws-subtotal-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       check-page-break section.
           if ws-rh-line-count >= ws-rh-page-limit
               perform write-page-heading
           end-if
           .

       write-page-heading section.
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

       register-report section.
           initialize ws-rc-details
           move "bookcrage"            to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-credit-count        to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookcrage: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
