      *
      * Key in the PO number when the cartons arrive, then the
      * quantity actually received for each open line. Received units
      * are added to b-onhand through book.cbl's batch mode and its
      * receive-stock function, so the audit log gets a RECV record
      * and the line's cost lands on the book record as the last
      * unit cost, the PO line is stamped with the
      * receipt date and marked received or partially received (with
      * the short-ship flag set when the vendor sent less than was
      * ordered), and the header is rolled up to received / partially
      * received once the lines are in. A register of everything
      * posted is printed to bookrecv.rpt, and every quantity posted
      * is written with its cost to the receipts journal,
      * recvjnl.dat, for the nightly general-ledger run. A title
      * held on consignment (consign.dat) is received the same way
      * but stays the vendor's stock: its delivery is counted on the
      * consignment record instead of going to the receipts journal,
      * and the PO cost does not replace the last unit cost.
      *
      ****************************************************************

               file status is ls-rstk-status
               .

           select optional recvjnlfile assign to "recvjnl.dat"
               organization is line sequential
               file status is ls-rj-status
               .

       data division.
       file section.
       FD recv-report.
       01 rstk-record.
           03 rstk-stockno        pic x(4).

       FD recvjnlfile.
       copy "recvjnl-rec.cpy" replacing ==(prefix)== by ==rj==.

       working-storage section.
       01 ls-rpt-status           pic xx.
       01 ls-rstk-status          pic xx.
       01 ls-rj-status            pic xx.
       01 ws-old-onhand           pic 9(5).
       01 ws-signon-status        pic xx.
       copy "signon-id.cpy".

       01 ws-rpt-name             pic x(30).
       01 ws-rc-function          pic x.

       01 ws-book-function        pic x.
           88 bk-read-record        value "1".
           88 bk-receive-stock      value "G".
           88 bk-batch-open         value "7".
           88 bk-batch-close        value "8".
       01 ws-book-file-status     pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail  pic 99v99.

       01 ws-cn-function          pic x.
           88 cn-read-record        value "1".
           88 cn-update-record      value "5".
       01 ws-cn-file-status       pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.
       01 ws-consigned-flag       pic x.
           88 ws-consigned          value "Y".

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-po-heading.
               exit paragraph
           end-if

           perform check-consignment
           perform post-to-bookfile
           if ws-book-file-status <> "00"
               perform write-exception-line
           add 1 to ws-posted-count
           add ws-qty-in to ws-total-received
           perform write-register-line
           if ws-consigned
               perform note-consignment-receipt
           else
               perform journal-receipt
           end-if
           .

       check-consignment.
           move "N" to ws-consigned-flag
           initialize ws-cn-details
           move ws-pl-stockno to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               set ws-consigned to true
           end-if
           .

       note-consignment-receipt.
           add ws-qty-in to ws-cn-qty-received
           set cn-update-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status <> "00"
               display "bookrecv: consignment count not updated for "
                       ws-pl-stockno ", status " ws-cn-file-status
           end-if
           .

       post-to-bookfile.
      *>------last unit cost paid, so valuation at cost and margin
      *>------reporting stop depending on a spreadsheet.
           if ws-pl-cost > zero
                   and not ws-consigned
               move ws-pl-cost to ws-bk-unit-cost
           end-if
           set bk-receive-stock to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
           close restockfile
           .

       journal-receipt.
           open extend recvjnlfile
           evaluate ls-rj-status
            when "05"
            when "00"
               continue
            when other
               display "bookrecv: cannot open recvjnl.dat, status "
                        ls-rj-status
               exit paragraph
           end-evaluate
           move ws-today           to rj-date
           move ws-pl-po-number    to rj-po-number
           move ws-pl-line-no      to rj-po-line-no
           move ws-pl-stockno      to rj-stockno
           move ws-qty-in          to rj-qty
           move ws-bk-unit-cost    to rj-unit-cost
           move signon-operator-id to rj-operator
           write rj-record
           close recvjnlfile
           .

       write-register-line.
           perform check-page-break
           move ws-pl-line-no      to ws-d-line-no
                   move "partial" to ws-d-result
               end-if
           end-if
           if ws-consigned
               move "CONSIGNMENT" to ws-d-result(18:11)
           end-if
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
