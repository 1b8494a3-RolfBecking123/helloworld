      *
      * One-time record-layout conversion.
      *
      * Five indexed files have grown since they were first
      * written: bookfile.dat gained b-unit-cost and b-status (five
      * bytes) and later the per-shop split of b-onhand (fifteen
      * bytes), pohdr.dat gained the transmit flag (one byte),
      * runctl.dat gained the operator id (three bytes),
      * operfile.dat gained the six permission flags, and
      * backorder.dat gained the order source and order/line
      * reference (fourteen bytes). An existing data file opened by
      * the new programs fails with status 39 (fixed file attribute
      * conflict) until it is converted, and bookbkup/bookrest
      * cannot do it - they already speak the new layouts. This
      * reads each file with its OLD layout spelled out below,
      * unloads it to a work file with the new fields defaulted
      * (zero unit cost, blank status, every copy in shop 1 and none
      * in transit, not transmitted, blank operator, every
      * permission granted, every backorder a counter one), and
      * rewrites the file in the new shape. bookfile.dat is tried
      * in both of its old shapes in turn; whichever it is not in
      * reports as already converted.
      *
      * Run it once, after installing the new programs and before
      * anything else touches the files. It is safe to rerun: a file
               alternate record key is oldb-isbn with duplicates
               .

           select midbookfile assign to "bookfile.dat"
               file status is ls-old-status
               organization is indexed
               access mode is sequential
               record key is midb-stockno
               alternate record key is midb-title with duplicates
               alternate record key is midb-author with duplicates
               alternate record key is midb-type with duplicates
               alternate record key is midb-isbn with duplicates
               .

           select newbookfile assign to "bookfile.dat"
               file status is ls-new-status
               organization is indexed
               record key is newrc-key
               .

           select oldoperfile assign to "operfile.dat"
               file status is ls-old-status
               organization is indexed
               access mode is sequential
               record key is oldop-id
               .

           select newoperfile assign to "operfile.dat"
               file status is ls-new-status
               organization is indexed
               access mode is sequential
               record key is newop-id
               .

           select oldbackorderfile assign to "backorder.dat"
               file status is ls-old-status
               organization is indexed
               access mode is sequential
               record key is oldbo-key
               alternate record key is oldbo-stockno with duplicates
               alternate record key is oldbo-customer-no
                   with duplicates
               .

           select newbackorderfile assign to "backorder.dat"
               file status is ls-new-status
               organization is indexed
               access mode is sequential
               record key is newbo-key
               alternate record key is newbo-stockno with duplicates
               alternate record key is newbo-customer-no
                   with duplicates
               .

           select workfile assign to "bookconv.tmp"
               organization is sequential
               file status is ls-work-status
           03 oldb-sale-start     pic 9(8).
           03 oldb-sale-end       pic 9(8).

      *>--The book record with unit cost and status but before
      *>--b-onhand was split between the two shops.
       FD midbookfile.
       01 midb-details.
           03 midb-title          pic x(50).
           03 midb-type           pic x(20).
           03 midb-author         pic x(50).
           03 midb-stockno        pic x(4).
           03 midb-retail         pic 99v99.
           03 midb-onhand         pic 9(5).
           03 midb-sold           pic 9(5) comp-3.
           03 midb-vendor-code    pic x(6).
           03 midb-isbn           pic x(13).
           03 midb-publisher      pic x(30).
           03 midb-discount-pct   pic 9(3).
           03 midb-sale-start     pic 9(8).
           03 midb-sale-end       pic 9(8).
           03 midb-unit-cost      pic 99v99.
           03 midb-status         pic x.

       FD newbookfile.
       copy "book-rec.cpy" replacing ==(prefix)== by ==newb==.

           03 newrc-status             pic x.
           03 newrc-operator           pic x(3).

      *>--The operator record as it was before the permission flags.
       FD oldoperfile.
       01 oldop-details.
           03 oldop-id            pic x(3).
           03 oldop-name          pic x(30).
           03 oldop-active        pic x.

       FD newoperfile.
       copy "operator-rec.cpy" replacing ==(prefix)== by ==newop==.

      *>--The backorder entry as it was before order backorders.
       FD oldbackorderfile.
       01 oldbo-details.
           03 oldbo-key.
               05 oldbo-stockno       pic x(4).
               05 oldbo-entry-no      pic 9(8).
           03 oldbo-customer-name     pic x(30).
           03 oldbo-phone             pic x(15).
           03 oldbo-date              pic 9(8).
           03 oldbo-customer-no       pic 9(6).

       FD newbackorderfile.
       copy "backorder-rec.cpy" replacing ==(prefix)== by ==newbo==.

       FD workfile.
       01 work-record             pic x(250).

       procedure division.
       main-line.
           perform convert-bookfile
           perform convert-mid-bookfile
           perform convert-pohdr
           perform convert-runctl
           perform convert-operfile
           perform convert-backorder

           if ws-any-failed
               display "bookconv: CONVERSION FAILED - see above"
           .

      * Old fields across, new fields defaulted: no cost on file yet
      * (the next receipt fills it in), blank status, which the
      * b-active condition name treats as active, and every copy in
      * shop 1, the only shop there was.
       widen-book-record.
           move spaces to newb-details
           move oldb-title        to newb-title
           move oldb-sale-end     to newb-sale-end
           move zero              to newb-unit-cost
           move space             to newb-status
           move oldb-onhand       to newb-loc-onhand(1)
           move zero              to newb-loc-onhand(2)
           move zero              to newb-in-transit
           move newb-details to work-record
           write work-record
           add 1 to ws-record-count
           .

       convert-mid-bookfile.
           move "N" to ws-file-fail-flag
           move "bookfile" to ws-file-label
           open input midbookfile
           if ls-old-status <> "00"
               perform note-not-convertible
               exit paragraph
           end-if

           open output workfile
           move zero to ws-record-count
           move "N" to ws-eof-flag
           perform until ws-eof
               read midbookfile next record
               if ls-old-status <> "00"
                   set ws-eof to true
               else
                   perform split-book-record
               end-if
           end-perform
           close midbookfile
           close workfile

           open input workfile
           open output newbookfile
           if ls-new-status <> "00"
               perform note-rewrite-failed
               exit paragraph
           end-if
           move zero to ws-reload-count
           move "N" to ws-eof-flag
           perform until ws-eof
               read workfile into work-record
               if ls-work-status <> "00"
                   set ws-eof to true
               else
                   move work-record to newb-details
                   write newb-details
                   perform check-reload-status
               end-if
           end-perform
           close workfile
           close newbookfile
           perform report-one-file
           .

      * Every copy on hand was in the one shop there was; the second
      * shop opens empty and nothing is in transit.
       split-book-record.
           move spaces to newb-details
           move midb-title        to newb-title
           move midb-type         to newb-type
           move midb-author       to newb-author
           move midb-stockno      to newb-stockno
           move midb-retail       to newb-retail
           move midb-onhand       to newb-onhand
           move midb-sold         to newb-sold
           move midb-vendor-code  to newb-vendor-code
           move midb-isbn         to newb-isbn
           move midb-publisher    to newb-publisher
           move midb-discount-pct to newb-discount-pct
           move midb-sale-start   to newb-sale-start
           move midb-sale-end     to newb-sale-end
           move midb-unit-cost    to newb-unit-cost
           move midb-status       to newb-status
           move midb-onhand       to newb-loc-onhand(1)
           move zero              to newb-loc-onhand(2)
           move zero              to newb-in-transit
           move newb-details to work-record
           write work-record
           add 1 to ws-record-count
           add 1 to ws-record-count
           .

       convert-operfile.
           move "N" to ws-file-fail-flag
           move "operfile" to ws-file-label
           open input oldoperfile
           if ls-old-status <> "00"
               perform note-not-convertible
               exit paragraph
           end-if

           open output workfile
           move zero to ws-record-count
           move "N" to ws-eof-flag
           perform until ws-eof
               read oldoperfile next record
               if ls-old-status <> "00"
                   set ws-eof to true
               else
                   perform widen-operfile-record
               end-if
           end-perform
           close oldoperfile
           close workfile

           open input workfile
           open output newoperfile
           if ls-new-status <> "00"
               perform note-rewrite-failed
               exit paragraph
           end-if
           move zero to ws-reload-count
           move "N" to ws-eof-flag
           perform until ws-eof
               read workfile into work-record
               if ls-work-status <> "00"
                   set ws-eof to true
               else
                   move work-record to newop-details
                   write newop-details
                   perform check-reload-status
               end-if
           end-perform
           close workfile
           close newoperfile
           perform report-one-file
           .

      * Every operator keeps what they could do before the flags
      * existed - everything - until the owner takes permissions
      * away in opertest.cbl. Converting to nothing would leave no
      * one able to grant them back.
       widen-operfile-record.
           move spaces to newop-details
           move oldop-id          to newop-id
           move oldop-name        to newop-name
           move oldop-active      to newop-active
           move all "Y"           to newop-permissions
           move newop-details to work-record
           write work-record
           add 1 to ws-record-count
           .

       convert-backorder.
           move "N" to ws-file-fail-flag
           move "backorder" to ws-file-label
           open input oldbackorderfile
           if ls-old-status <> "00"
               perform note-not-convertible
               exit paragraph
           end-if

           open output workfile
           move zero to ws-record-count
           move "N" to ws-eof-flag
           perform until ws-eof
               read oldbackorderfile next record
               if ls-old-status <> "00"
                   set ws-eof to true
               else
                   perform widen-backorder-record
               end-if
           end-perform
           close oldbackorderfile
           close workfile

           open input workfile
           open output newbackorderfile
           if ls-new-status <> "00"
               perform note-rewrite-failed
               exit paragraph
           end-if
           move zero to ws-reload-count
           move "N" to ws-eof-flag
           perform until ws-eof
               read workfile into work-record
               if ls-work-status <> "00"
                   set ws-eof to true
               else
                   move work-record to newbo-details
                   write newbo-details
                   perform check-reload-status
               end-if
           end-perform
           close workfile
           close newbackorderfile
           perform report-one-file
           .

      * Every entry on file before order backorders existed was
      * taken at the counter, so it stays a counter entry and is
      * filled onto a hold as before.
       widen-backorder-record.
           move spaces to newbo-details
           move oldbo-key           to newbo-key
           move oldbo-customer-name to newbo-customer-name
           move oldbo-phone         to newbo-phone
           move oldbo-date          to newbo-date
           move oldbo-customer-no   to newbo-customer-no
           set newbo-for-counter    to true
           move spaces              to newbo-order-no
           move zero                to newbo-order-line-no
           move newbo-details to work-record
           write work-record
           add 1 to ws-record-count
           .

       note-not-convertible.
           evaluate ls-old-status
            when "39"
