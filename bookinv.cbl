      ****************************************************************
      *
      * Vendor invoice entry.
      *
      * Key in a vendor's invoice as it arrives in the post: vendor
      * code, the vendor's invoice number, invoice date and total,
      * then one line per PO line billed - PO number, PO line number,
      * quantity billed and unit cost. Everything goes through
      * invoice.cbl and invline.cbl; each line must point at a line
      * on poline.dat belonging to a PO for the same vendor. Invoices
      * are entered with status "entered" and wait for the three-way
      * match run, bookmatch.cbl, to release them for payment.
      *
      * A vendor code and invoice number already on invhdr.dat is
      * refused, and the attempt is written to invdup.dat so the
      * next bookmatch run lists it under duplicate invoice numbers
      * for someone to query with the vendor.
      *
      ****************************************************************

       identification division.
       program-id. bookinv.

       environment division.
       input-output section.
       file-control.
           select optional invdupfile assign to "invdup.dat"
               organization is line sequential
               file status is ls-dup-status
               .

       data division.
       file section.
       FD invdupfile.
       01 dup-record.
           03 dup-vendor-code      pic x(6).
           03 dup-invoice-no       pic x(12).
           03 dup-invoice-date     pic 9(8).
           03 dup-invoice-total    pic 9(7)v99.
           03 dup-entry-date       pic 9(8).
           03 dup-operator         pic x(3).

       working-storage section.
       01 ls-dup-status          pic xx.
       01 ws-signon-status       pic xx.
       copy "signon-id.cpy".

       01 ws-another             pic x value "Y".
           88 ws-no-more           value "N" "n".
       01 ws-today               pic 9(8).
       01 ws-vendor-in           pic x(6).
       01 ws-invoice-in          pic x(12).
       01 ws-invoice-date-in     pic 9(8).
       01 ws-invoice-total-in    pic 9(7)v99.
       01 ws-po-number-in        pic 9(6).
       01 ws-po-line-in          pic 9(3).
       01 ws-qty-in              pic 9(5).
       01 ws-cost-in             pic 99v99.
       01 ws-next-line-no        pic 9(3).
       01 ws-lines-done-flag     pic x.
           88 ws-lines-done        value "Y".

       01 ws-invoice-count       pic 9(5) value zero.
       01 ws-duplicate-count     pic 9(5) value zero.

       01 ws-vendor-function     pic x.
           88 vw-read-record       value "1".
       01 ws-vendor-file-status  pic xx.
       copy "vendor-rec.cpy" replacing ==(prefix)== by ==ws-vw==.

       01 ws-ih-function         pic x.
           88 ih-add-record        value "2".
       01 ws-ih-file-status      pic xx.
       copy "invhdr-rec.cpy" replacing ==(prefix)== by ==ws-ih==.

       01 ws-il-function         pic x.
           88 il-add-record        value "2".
       01 ws-il-file-status      pic xx.
       copy "invline-rec.cpy" replacing ==(prefix)== by ==ws-il==.

       01 ws-po-function         pic x.
           88 po-read-record       value "1".
       01 ws-po-file-status      pic xx.
       copy "pohdr-rec.cpy" replacing ==(prefix)== by ==ws-po==.

       01 ws-pl-function         pic x.
           88 pl-read-record       value "1".
       01 ws-pl-file-status      pic xx.
       copy "poline-rec.cpy" replacing ==(prefix)== by ==ws-pl==.

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               stop run
           end-if
           move function current-date(1:8) to ws-today

           perform until ws-no-more
               perform enter-one-invoice
               display "Enter another invoice? (Y/N) "
               accept ws-another
           end-perform

           display "bookinv: " ws-invoice-count " invoices entered, "
                    ws-duplicate-count " duplicates refused"
           stop run
           .

       enter-one-invoice.
           display "Vendor code: "
           accept ws-vendor-in
           move ws-vendor-in to ws-vw-code
           set vw-read-record to true
           call "vendor" using ws-vendor-function
                               ws-vw-details
                               ws-vendor-file-status
           if ws-vendor-file-status <> "00"
               display "bookinv: vendor not found, status "
                        ws-vendor-file-status
               exit paragraph
           end-if
           display "Vendor: " ws-vw-name

           display "Vendor's invoice number: "
           accept ws-invoice-in
           if ws-invoice-in = spaces
               display "bookinv: no invoice number - not entered"
               exit paragraph
           end-if
           display "Invoice date (YYYYMMDD): "
           accept ws-invoice-date-in
           display "Invoice total: "
           accept ws-invoice-total-in

           initialize ws-ih-details
           move ws-vendor-in        to ws-ih-vendor-code
           move ws-invoice-in       to ws-ih-invoice-no
           move ws-invoice-date-in  to ws-ih-invoice-date
           move ws-today            to ws-ih-entry-date
           move ws-invoice-total-in to ws-ih-invoice-total
           set ws-ih-status-entered to true
           move zero                to ws-ih-release-date
           move signon-operator-id  to ws-ih-operator
           set ih-add-record to true
           call "invoice" using ws-ih-function
                                ws-ih-details
                                ws-ih-file-status
           if ws-ih-file-status = "99"
               display "bookinv: invoice " ws-invoice-in
                       " from " ws-vendor-in
                       " is already on file - DUPLICATE, not entered"
               perform log-duplicate
               exit paragraph
           end-if
           if ws-ih-file-status <> "00"
               display "bookinv: cannot add invoice, status "
                        ws-ih-file-status
               exit paragraph
           end-if
           add 1 to ws-invoice-count

           move zero to ws-next-line-no
           move "N" to ws-lines-done-flag
           perform until ws-lines-done
               perform enter-one-line
           end-perform
           display "bookinv: invoice " ws-invoice-in " entered with "
                    ws-next-line-no " lines"
           .

       enter-one-line.
           display "PO number billed (0 = end of invoice): "
           accept ws-po-number-in
           if ws-po-number-in = zero
               set ws-lines-done to true
               exit paragraph
           end-if

           initialize ws-po-details
           move ws-po-number-in to ws-po-po-number
           set po-read-record to true
           call "purchord" using ws-po-function
                                 ws-po-details
                                 ws-po-file-status
           if ws-po-file-status <> "00"
               display "bookinv: PO not found, status "
                        ws-po-file-status
               exit paragraph
           end-if
           if ws-po-vendor-code <> ws-vendor-in
               display "bookinv: PO " ws-po-number-in
                       " was placed with " ws-po-vendor-code
                       " - not this vendor"
               exit paragraph
           end-if

           display "PO line number: "
           accept ws-po-line-in
           initialize ws-pl-details
           move ws-po-number-in to ws-pl-po-number
           move ws-po-line-in   to ws-pl-line-no
           set pl-read-record to true
           call "poline" using ws-pl-function
                               ws-pl-details
                               ws-pl-file-status
           if ws-pl-file-status <> "00"
               display "bookinv: PO line not found, status "
                        ws-pl-file-status
               exit paragraph
           end-if
           display "Stock " ws-pl-stockno " ordered " ws-pl-qty-ordered
                   " received " ws-pl-qty-received " at " ws-pl-cost

           display "Quantity billed: "
           accept ws-qty-in
           display "Unit cost billed: "
           accept ws-cost-in

           add 1 to ws-next-line-no
           initialize ws-il-details
           move ws-vendor-in    to ws-il-vendor-code
           move ws-invoice-in   to ws-il-invoice-no
           move ws-next-line-no to ws-il-line-no
           move ws-po-number-in to ws-il-po-number
           move ws-po-line-in   to ws-il-po-line-no
           move ws-qty-in       to ws-il-qty-billed
           move ws-cost-in      to ws-il-unit-cost
           set ws-il-not-matched to true
           set il-add-record to true
           call "invline" using ws-il-function
                                ws-il-details
                                ws-il-file-status
           if ws-il-file-status <> "00"
               display "bookinv: cannot add invoice line, status "
                        ws-il-file-status
               subtract 1 from ws-next-line-no
           end-if
           .

       log-duplicate.
           open extend invdupfile
           evaluate ls-dup-status
            when "05"
            when "00"
               continue
            when other
               display "bookinv: cannot log duplicate, status "
                        ls-dup-status
               exit paragraph
           end-evaluate
           move ws-vendor-in        to dup-vendor-code
           move ws-invoice-in       to dup-invoice-no
           move ws-invoice-date-in  to dup-invoice-date
           move ws-invoice-total-in to dup-invoice-total
           move ws-today            to dup-entry-date
           move signon-operator-id  to dup-operator
           write dup-record
           close invdupfile
           add 1 to ws-duplicate-count
           .
