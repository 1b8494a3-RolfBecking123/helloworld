      ****************************************************************
      *
      * Vendor invoice three-way match.
      *
      * Walks every invoice on invhdr.dat that is still "entered" or
      * sitting in "exception" and matches each of its lines against
      * the PO line it bills for (poline.dat) and what bookrecv.cbl
      * has actually received on it:
      *
      *   - the quantity billed, added to what released invoices have
      *     already billed on the same PO line, may not exceed
      *     pl-qty-received (billed not received - a line bookrecv
      *     flagged with pl-short-flag is called out as a short
      *     shipment) nor pl-qty-ordered (billed over ordered);
      *   - the unit cost billed must agree with pl-cost within
      *     ws-price-tolerance-pct per cent (price variance);
      *   - the invoice total must foot to its lines within
      *     ws-total-tolerance.
      *
      * An invoice whose lines all agree is released for payment.
      * Anything else is marked "exception" and printed with the
      * reason per line; it is tried again on the next run, so a
      * late receipt clears it without re-keying. Duplicate invoice
      * numbers refused by bookinv.cbl since the last run (invdup.dat)
      * are listed at the end and the log cleared. Prints
      * bookmatch<stamp>.rpt.
      *
      ****************************************************************

       identification division.
       program-id. bookmatch.

       environment division.
       input-output section.
       file-control.
           select match-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select optional invdupfile assign to "invdup.dat"
               organization is line sequential
               file status is ls-dup-status
               .

       data division.
       file section.
       FD match-report.
       01 rpt-line                 pic x(80).

       FD invdupfile.
       01 dup-record.
           03 dup-vendor-code      pic x(6).
           03 dup-invoice-no       pic x(12).
           03 dup-invoice-date     pic 9(8).
           03 dup-invoice-total    pic 9(7)v99.
           03 dup-entry-date       pic 9(8).
           03 dup-operator         pic x(3).

       working-storage section.
       01 ls-rpt-status            pic xx.
       01 ls-dup-status            pic xx.
       01 ws-signon-status         pic xx.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

      *>--Match tolerances: unit cost may differ from the PO cost by
      *>--this percentage, and the invoice total from the sum of its
      *>--lines by this amount, before the invoice is held back.
       01 ws-price-tolerance-pct   pic 9(2)v9 value 2.0.
       01 ws-total-tolerance       pic 9v99   value 1.00.

       01 ws-today                 pic 9(8).
       01 ws-eof-flag              pic x.
           88 ws-eof                  value "Y".
       01 ws-eol-flag              pic x.
           88 ws-eol                  value "Y".
       01 ws-eob-flag              pic x.
           88 ws-eob                  value "Y".

       01 ws-problem-count         pic 9(3).
       01 ws-footing-flag          pic x.
           88 ws-footing-wrong       value "Y".
       01 ws-lines-value           pic 9(7)v99.
       01 ws-line-value            pic 9(7)v99.
       01 ws-footing-diff          pic s9(7)v99.
       01 ws-price-diff            pic s9(3)v99.
       01 ws-price-allowed         pic 9(3)v9999.
       01 ws-billed-before         pic 9(7).
       01 ws-billed-total          pic 9(7).
       01 ws-this-key              pic x(21).

       01 ws-checked-count         pic 9(5) value zero.
       01 ws-released-count        pic 9(5) value zero.
       01 ws-released-value        pic 9(9)v99 value zero.
       01 ws-exception-count       pic 9(5) value zero.
       01 ws-duplicate-count       pic 9(5) value zero.

       01 ws-ih-function           pic x.
           88 ih-read-record         value "1".
           88 ih-next-record         value "4".
           88 ih-update-record       value "5".
       01 ws-ih-file-status        pic xx.
       copy "invhdr-rec.cpy" replacing ==(prefix)== by ==ws-ih==.

      *>--Second header area, for looking up the invoice another
      *>--line on the same PO line belongs to.
       01 ws-oh-function           pic x.
           88 oh-read-record         value "1".
       01 ws-oh-file-status        pic xx.
       copy "invhdr-rec.cpy" replacing ==(prefix)== by ==ws-oh==.

       01 ws-il-function           pic x.
           88 il-next-in-invoice     value "4".
           88 il-update-record       value "5".
       01 ws-il-file-status        pic xx.
       copy "invline-rec.cpy" replacing ==(prefix)== by ==ws-il==.

       01 ws-ol-function           pic x.
           88 ol-next-by-po-line     value "6".
       01 ws-ol-file-status        pic xx.
       copy "invline-rec.cpy" replacing ==(prefix)== by ==ws-ol==.

       01 ws-po-function           pic x.
           88 po-read-record         value "1".
       01 ws-po-file-status        pic xx.
       copy "pohdr-rec.cpy" replacing ==(prefix)== by ==ws-po==.

       01 ws-pl-function           pic x.
           88 pl-read-record         value "1".
       01 ws-pl-file-status        pic xx.
       copy "poline-rec.cpy" replacing ==(prefix)== by ==ws-pl==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-invoice-line.
           05 filler               pic x(4)  value "VND ".
           05 ws-i-vendor          pic x(6).
           05 filler               pic x(5)  value " INV ".
           05 ws-i-invoice-no      pic x(12).
           05 filler               pic x(7)  value " DATED ".
           05 ws-i-date            pic 9(8).
           05 filler               pic x     value space.
           05 ws-i-total           pic zz,zzz,zz9.99.
           05 filler               pic x(2)  value spaces.
           05 ws-i-result          pic x(22).

       01 ws-heading-1.
           05 filler               pic x(4)  value " LN".
           05 filler               pic x(11) value "PO     LN".
           05 filler               pic x(6)  value "STOCK".
           05 filler               pic x(6)  value "BILLD".
           05 filler               pic x(6)  value "RECVD".
           05 filler               pic x(6)  value "ORDRD".
           05 filler               pic x(7)  value "INV $".
           05 filler               pic x(7)  value "PO $".
           05 filler               pic x(27) value "REASON".

       01 ws-detail-line.
           05 ws-d-line-no         pic zz9.
           05 filler               pic x     value space.
           05 ws-d-po-number       pic 9(6).
           05 filler               pic x     value space.
           05 ws-d-po-line-no      pic zz9.
           05 filler               pic x     value space.
           05 ws-d-stockno         pic x(4).
           05 filler               pic x(2)  value spaces.
           05 ws-d-billed          pic z(4)9.
           05 filler               pic x     value space.
           05 ws-d-received        pic z(4)9.
           05 filler               pic x     value space.
           05 ws-d-ordered         pic z(4)9.
           05 filler               pic x     value space.
           05 ws-d-inv-cost        pic z9.99.
           05 filler               pic x(2)  value spaces.
           05 ws-d-po-cost         pic z9.99.
           05 filler               pic x(2)  value spaces.
           05 ws-d-reason          pic x(27).

       01 ws-dup-heading           pic x(50)
           value "DUPLICATE INVOICE NUMBERS REFUSED AT ENTRY".

       01 ws-dup-line.
           05 filler               pic x(4)  value "VND ".
           05 ws-u-vendor          pic x(6).
           05 filler               pic x(5)  value " INV ".
           05 ws-u-invoice-no      pic x(12).
           05 filler               pic x(7)  value " DATED ".
           05 ws-u-date            pic 9(8).
           05 filler               pic x     value space.
           05 ws-u-total           pic zz,zzz,zz9.99.
           05 filler               pic x(6)  value "  BY  ".
           05 ws-u-operator        pic x(3).
           05 filler               pic x     value space.
           05 ws-u-entry-date      pic 9(8).

       01 ws-summary-line.
           05 ws-s-label           pic x(30).
           05 ws-s-count           pic z(4)9.
           05 filler               pic x(3)  value spaces.
           05 ws-s-value           pic z,zzz,zzz,zz9.99.

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           perform set-up-heading
           perform open-report

           initialize ws-ih-details
           move "N" to ws-eof-flag
           perform until ws-eof
               set ih-next-record to true
               call "invoice" using ws-ih-function
                                    ws-ih-details
                                    ws-ih-file-status
               if ws-ih-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-ih-status-entered or ws-ih-status-exception
                       perform match-one-invoice
                   end-if
               end-if
           end-perform

           perform list-duplicates
           perform write-summary

           move ws-checked-count to ws-rh-t-count
           move "INVOICES CHECKED ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close match-report
           perform register-report
           display "bookmatch: " ws-released-count " released, "
                    ws-exception-count " exceptions, "
                    ws-duplicate-count " duplicates listed"
           stop run
           .

       set-up-heading.
           move "bookmatch"   to ws-rh-h-program
           move "INVOICE THREE-WAY MATCH" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       open-report.
           move spaces to ws-rpt-name
           string "bookmatch"           delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output match-report
           if ls-rpt-status <> "00"
               display "bookmatch: cannot open match-report, status "
                        ls-rpt-status
               stop run
           end-if
           perform write-page-heading
           .

      ****************************************************************
      * First pass over the lines decides and records each line's
      * result; the invoice is then released or held, and a held
      * invoice gets a second pass to print the lines that failed.
      ****************************************************************
       match-one-invoice.
           add 1 to ws-checked-count
           move zero to ws-problem-count
           move zero to ws-lines-value
           move "N" to ws-footing-flag

           initialize ws-il-details
           move ws-ih-vendor-code to ws-il-vendor-code
           move ws-ih-invoice-no  to ws-il-invoice-no
           move zero              to ws-il-line-no
           move "N" to ws-eol-flag
           perform until ws-eol
               set il-next-in-invoice to true
               call "invline" using ws-il-function
                                    ws-il-details
                                    ws-il-file-status
               if ws-il-file-status <> "00"
                   set ws-eol to true
               else
                   perform match-one-line
               end-if
           end-perform

           compute ws-footing-diff = ws-ih-invoice-total
                                   - ws-lines-value
           if ws-footing-diff > ws-total-tolerance
                   or ws-footing-diff < zero - ws-total-tolerance
               set ws-footing-wrong to true
               add 1 to ws-problem-count
           end-if

           if ws-problem-count = zero
               set ws-ih-status-released to true
               move ws-today to ws-ih-release-date
               add 1 to ws-released-count
               add ws-ih-invoice-total to ws-released-value
           else
               set ws-ih-status-exception to true
               add 1 to ws-exception-count
           end-if
           set ih-update-record to true
           call "invoice" using ws-ih-function
                                ws-ih-details
                                ws-ih-file-status
           if ws-ih-file-status <> "00"
               display "bookmatch: cannot update invoice "
                        ws-ih-invoice-no " status " ws-ih-file-status
           end-if

           perform write-invoice-line
           if ws-ih-status-exception
               perform print-exception-lines
           end-if
           .

       match-one-line.
           compute ws-line-value = ws-il-qty-billed * ws-il-unit-cost
           add ws-line-value to ws-lines-value

           initialize ws-pl-details
           move ws-il-po-number  to ws-pl-po-number
           move ws-il-po-line-no to ws-pl-line-no
           set pl-read-record to true
           call "poline" using ws-pl-function
                               ws-pl-details
                               ws-pl-file-status
           if ws-pl-file-status = "00"
               initialize ws-po-details
               move ws-il-po-number to ws-po-po-number
               set po-read-record to true
               call "purchord" using ws-po-function
                                     ws-po-details
                                     ws-po-file-status
           end-if
           if ws-pl-file-status <> "00"
                   or ws-po-file-status <> "00"
                   or ws-po-vendor-code <> ws-ih-vendor-code
               set ws-il-no-po-line to true
           else
               perform total-billed-before
               compute ws-billed-total = ws-billed-before
                                       + ws-il-qty-billed
               compute ws-price-diff = ws-il-unit-cost - ws-pl-cost
               if ws-price-diff < zero
                   compute ws-price-diff = zero - ws-price-diff
               end-if
               compute ws-price-allowed =
                   ws-pl-cost * ws-price-tolerance-pct / 100
               evaluate true
                when ws-billed-total > ws-pl-qty-received
                   set ws-il-billed-not-recvd to true
                when ws-billed-total > ws-pl-qty-ordered
                   set ws-il-billed-over-ord to true
                when ws-price-diff > ws-price-allowed
                   set ws-il-price-variance to true
                when other
                   set ws-il-matched to true
               end-evaluate
           end-if

           if not ws-il-matched
               add 1 to ws-problem-count
           end-if
           set il-update-record to true
           call "invline" using ws-il-function
                                ws-il-details
                                ws-il-file-status
           .

      *>--What invoices already released for payment have billed on
      *>--the same PO line, so a second invoice for goods that were
      *>--only delivered once is caught.
       total-billed-before.
           move zero to ws-billed-before
           move ws-il-key to ws-this-key
           initialize ws-ol-details
           move ws-il-po-key to ws-ol-po-key
           move "N" to ws-eob-flag
           perform until ws-eob
               set ol-next-by-po-line to true
               call "invline" using ws-ol-function
                                    ws-ol-details
                                    ws-ol-file-status
               if ws-ol-file-status <> "00"
                   set ws-eob to true
               else
                   if ws-ol-key <> ws-this-key
                       perform add-if-released
                   end-if
               end-if
           end-perform
           .

       add-if-released.
           initialize ws-oh-details
           move ws-ol-vendor-code to ws-oh-vendor-code
           move ws-ol-invoice-no  to ws-oh-invoice-no
           set oh-read-record to true
           call "invoice" using ws-oh-function
                                ws-oh-details
                                ws-oh-file-status
           if ws-oh-file-status = "00" and ws-oh-status-released
               add ws-ol-qty-billed to ws-billed-before
           end-if
           .

       write-invoice-line.
           perform check-page-break
           move ws-ih-vendor-code   to ws-i-vendor
           move ws-ih-invoice-no    to ws-i-invoice-no
           move ws-ih-invoice-date  to ws-i-date
           move ws-ih-invoice-total to ws-i-total
           if ws-ih-status-released
               move "RELEASED FOR PAYMENT" to ws-i-result
           else
               move "*** EXCEPTION ***" to ws-i-result
           end-if
           move ws-invoice-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       print-exception-lines.
           perform check-page-break
           move ws-heading-1 to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count

           initialize ws-il-details
           move ws-ih-vendor-code to ws-il-vendor-code
           move ws-ih-invoice-no  to ws-il-invoice-no
           move zero              to ws-il-line-no
           move "N" to ws-eol-flag
           perform until ws-eol
               set il-next-in-invoice to true
               call "invline" using ws-il-function
                                    ws-il-details
                                    ws-il-file-status
               if ws-il-file-status <> "00"
                   set ws-eol to true
               else
                   if not ws-il-matched
                       perform write-exception-line
                   end-if
               end-if
           end-perform

           if ws-footing-wrong
               perform check-page-break
               move spaces to ws-detail-line
               move "TOTAL DOES NOT FOOT TO LINES" to ws-d-reason
               move ws-detail-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-if
           move spaces to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       write-exception-line.
           perform check-page-break
           initialize ws-pl-details
           move ws-il-po-number  to ws-pl-po-number
           move ws-il-po-line-no to ws-pl-line-no
           set pl-read-record to true
           call "poline" using ws-pl-function
                               ws-pl-details
                               ws-pl-file-status

           move ws-il-line-no      to ws-d-line-no
           move ws-il-po-number    to ws-d-po-number
           move ws-il-po-line-no   to ws-d-po-line-no
           move ws-pl-stockno      to ws-d-stockno
           move ws-il-qty-billed   to ws-d-billed
           move ws-pl-qty-received to ws-d-received
           move ws-pl-qty-ordered  to ws-d-ordered
           move ws-il-unit-cost    to ws-d-inv-cost
           move ws-pl-cost         to ws-d-po-cost
           evaluate true
            when ws-il-no-po-line
               move "NO SUCH PO LINE FOR VENDOR" to ws-d-reason
            when ws-il-billed-not-recvd and ws-pl-short-shipped
               move "BILLED NOT RECVD-SHORT SHIP" to ws-d-reason
            when ws-il-billed-not-recvd
               move "BILLED NOT RECEIVED" to ws-d-reason
            when ws-il-billed-over-ord
               move "BILLED OVER QTY ORDERED" to ws-d-reason
            when ws-il-price-variance
               move "PRICE VARIANCE" to ws-d-reason
           end-evaluate
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

      ****************************************************************
      * Attempts bookinv.cbl refused as already on file since the last
      * run. Listed once, then the log is emptied.
      ****************************************************************
       list-duplicates.
           open input invdupfile
           if ls-dup-status <> "00" and ls-dup-status <> "05"
               exit paragraph
           end-if
           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move ws-dup-heading to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count

           move "N" to ws-eof-flag
           perform until ws-eof
               read invdupfile
               if ls-dup-status <> "00"
                   set ws-eof to true
               else
                   perform check-page-break
                   move dup-vendor-code   to ws-u-vendor
                   move dup-invoice-no    to ws-u-invoice-no
                   move dup-invoice-date  to ws-u-date
                   move dup-invoice-total to ws-u-total
                   move dup-operator      to ws-u-operator
                   move dup-entry-date    to ws-u-entry-date
                   move ws-dup-line to rpt-line
                   write rpt-line
                   add 1 to ws-rh-line-count
                   add 1 to ws-duplicate-count
               end-if
           end-perform
           close invdupfile

           if ws-duplicate-count > zero
               open output invdupfile
               close invdupfile
           end-if
           .

       write-summary.
           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move "INVOICES RELEASED FOR PAYMENT" to ws-s-label
           move ws-released-count to ws-s-count
           move ws-released-value to ws-s-value
           move ws-summary-line to rpt-line
           write rpt-line
           move spaces to ws-summary-line
           move "INVOICES HELD AS EXCEPTIONS" to ws-s-label
           move ws-exception-count to ws-s-count
           move ws-summary-line to rpt-line
           write rpt-line
           move spaces to ws-summary-line
           move "DUPLICATE INVOICES REFUSED" to ws-s-label
           move ws-duplicate-count to ws-s-count
           move ws-summary-line to rpt-line
           write rpt-line
           add 4 to ws-rh-line-count
           .

       register-report.
           initialize ws-rc-details
           move "bookmatch"            to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-checked-count       to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookmatch: report not catalogued, status "
                        ws-rc-file-status
           end-if
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
